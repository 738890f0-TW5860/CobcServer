000100*****************************************************************
000200**  PROGRAM:     C2222Z
000300**  DESCRIPTION: NIGHTLY PASS REVERSAL.  BACKS OUT ONE NIGHT
000400**               THAT RAN TO THE END ON THE WRONG DATEPARM DATE
000500**               OR A BAD MOVEFILE, SO THE NIGHT CAN BE RERUN
000600**               CLEAN INSTEAD OF HAND-PATCHED.  CHECKPOINT/
000700**               RESTART ONLY COVERS A NIGHT THAT ABENDED; THIS
000800**               COVERS ONE THAT FINISHED WITH THE WRONG DATA.
000900**
001000**               THE NIGHT IS FOUND ON RUNLOG BY THE BUSINESS DATE
001100**               IT RAN AS, AND ONLY THE LAST NIGHT TO RUN CAN BE
001200**               BACKED OUT - A LATER NIGHT MUST BE BACKED OUT
001225**               FIRST, AFTER WHICH THE NIGHT BEFORE IT IS THE
001250**               LAST AGAIN.  A NIGHT DATED ON OR BEFORE THE END
001275**               OF A PERIOD C2222Y HAS CLOSED IS LOCKED AND IS
001300**               NEVER BACKED OUT.  FOR THAT NIGHT IT -
001400**                 RESTORES THE NIGHT'S INPUT INVMAST GENERATION,
001500**                   PROVED AGAINST ITS OWN TRAILER AND AGAINST
001600**                   WHAT RUNLOG SAYS THE NIGHT LOADED
001700**                 REMOVES THE NIGHT'S AUDITHST RECORDS
001800**                 WRITES A REVERSING PRICE CHANGE FOR EVERY
001900**                   PRICECHG MARKDOWN THE NIGHT SENT THE
002000**                   REGISTERS
002100**                 PUTS BACK THE SUSPENSE THE NIGHT CONSUMED,
002200**                   FROM THE SUSPSAVE COPY THE NIGHT TOOK, AND
002300**                   TAKES OUT WHAT THE NIGHT ADDED
002333**                 WRITES A REVERSING JOURNAL FOR THE GLJRNL
002366**                   THE NIGHT POSTED TO THE LEDGER
002400**                 LOGS A REVERSAL RECORD ON RUNLOG, SO C2222R
002500**                   SETS THE BACKED-OUT NIGHT ASIDE AND BALANCES
002600**                   THE RERUN IN ITS PLACE
002700**               THE LEDGER HAS ALREADY POSTED THE NIGHT'S
002800**               GLJRNL, AND THE RERUN POSTS ITS OWN, SO THE
002900**               NIGHT'S LINES ARE TURNED ROUND INTO GLJRNLR -
003000**               EACH DEBIT A CREDIT AND EACH CREDIT A DEBIT, THE
003007**               SAME DATE - FOR THE LEDGER TO POST AHEAD OF THE
003014**               RERUN'S JOURNAL.  RUNLOG SAYS WHETHER THE NIGHT
003021**               POSTED ONE: ONLY A C2222G RECORD FOR THE DATE
003028**               AFTER THE NIGHT'S PASS, WITH LINES WRITTEN,
003035**               COUNTS.  GLJRNL MUST THEN BE THAT JOURNAL - THE
003042**               NIGHT'S DATE ON EVERY LINE, AND THE LINES AND
003049**               DEBITS C2222G LOGGED.  A GLJRNL LEFT FROM A
003056**               NIGHT ALREADY BACKED OUT, WITH NO C2222G AFTER
003063**               THE RERUN, IS NOT TURNED ROUND A SECOND TIME.
003070**               SALESHST AND GLEXTR ARE GENERATIONS LIKE
003077**               INVMAST - THE RERUN READS THE PRIOR SALESHST
003084**               AGAIN AND WRITES A NEW GLEXTR, SO NEITHER NEEDS
003091**               BACKING OUT HERE.
003100**
003200**               EVERYTHING IS PROVED BEFORE ANYTHING IS WRITTEN.
003300**               ANY FAILED PROOF REFUSES THE WHOLE REVERSAL WITH
003400**               RC 8 AND LEAVES EVERY OUTPUT EMPTY, SO NOTHING IS
003500**               HALF BACKED OUT.
003600**
003700**  FILES:       REVPARM  - THE BUSINESS DATE TO BACK OUT
003800**                          (YYYYMMDD IN COLUMNS 1-8) - THE DATE
003900**                          THE NIGHT RAN AS, RIGHT OR WRONG
004000**               RUNLOG   - SHARED RUN-CONTROL LOG (C2222DL).
004100**                          READ FOR THE NIGHT, THEN EXTENDED
004200**                          WITH THE REVERSAL RECORD.
004225**               PERDHST  - PERIOD-CLOSE HISTORY (C2222DY), FOR
004250**                          THE END OF THE LAST CLOSED PERIOD.
004275**                          MISSING MEANS NO PERIOD HAS CLOSED.
004300**               INVMAST  - THE GENERATION THE NIGHT LOADED
004400**               RSTMAST  - THE RESTORED MASTER THE RERUN LOADS
004500**               AUDITHST - THE AUDIT HISTORY AS THE NIGHT LEFT IT
004600**               AUDITHSN - THE AUDIT HISTORY WITHOUT THE NIGHT
004700**               PRICECHG - THE PRICE CHANGES THE NIGHT SENT
004800**               PRICEREV - THEIR REVERSALS, FOR THE REGISTERS TO
004900**                          LOAD AHEAD OF THE RERUN'S PRICECHG
005000**               SUSPSAVE - THE SUSPENSE THE NIGHT STARTED WITH
005100**               SUSPFILE - THE SUSPENSE THE NIGHT LEFT
005200**               SUSPRST  - THE RESTORED SUSPENSE THE RERUN LOADS
005225**               GLJRNL   - THE JOURNAL THE NIGHT POSTED (C2222DJ)
005250**               GLJRNLR  - ITS REVERSAL, FOR THE LEDGER TO POST
005275**                          AHEAD OF THE RERUN'S GLJRNL
005300**               REVRPT   - WHAT WAS BACKED OUT, OR WHY NOT
005400**
005500**  MODIFICATION HISTORY
005600**  -------------------------------------------------------------
005700**  DATE       INIT  DESCRIPTION
005800**  10/15/2026 JRH   ORIGINAL VERSION.
005820**  10/15/2026 JRH   A NIGHT IN A CLOSED PERIOD IS REFUSED.  A
005840**                   PASS ALREADY BACKED OUT NO LONGER COUNTS AS
005860**                   THE LAST NIGHT, SO THE ONE BEFORE IT CAN BE
005880**                   BACKED OUT NEXT.
005885**  10/15/2026 JRH   THE NIGHT'S GLJRNL IS PROVED AND REVERSED
005890**                   INTO GLJRNLR.  THE RUNLOG RECORD NOW CARRIES
005895**                   THE JOURNAL LINES AND DEBITS REVERSED OUT.
005900*****************************************************************
006000 IDENTIFICATION DIVISION.
006100 PROGRAM-ID.     C2222Z.
006200 AUTHOR.         J R HENDRICKS.
006300 INSTALLATION.   SHELF INVENTORY CONTROL.
006400 DATE-WRITTEN.   10/15/2026.
006500 DATE-COMPILED.
006600 ENVIRONMENT DIVISION.
006700 CONFIGURATION SECTION.
006800 SOURCE-COMPUTER. IBM-370.
006900 OBJECT-COMPUTER. IBM-370.
007000 INPUT-OUTPUT SECTION.
007100 FILE-CONTROL.
007200     SELECT REVERSAL-PARM-FILE ASSIGN TO "REVPARM"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-REVPARM-STATUS.
007500     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS WS-RUNLOG-STATUS.
007725     SELECT PERIOD-HISTORY-FILE ASSIGN TO "PERDHST"
007750         ORGANIZATION IS LINE SEQUENTIAL
007775         FILE STATUS IS WS-PERDHST-STATUS.
007800     SELECT INVENTORY-MASTER-FILE ASSIGN TO "INVMAST"
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS WS-INVMAST-STATUS.
008100     SELECT RESTORED-MASTER-FILE ASSIGN TO "RSTMAST"
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS WS-RSTMAST-STATUS.
008400     SELECT AUDIT-HISTORY-FILE ASSIGN TO "AUDITHST"
008500         ORGANIZATION IS LINE SEQUENTIAL
008600         FILE STATUS IS WS-AUDITHST-STATUS.
008700     SELECT NEW-AUDIT-HISTORY-FILE ASSIGN TO "AUDITHSN"
008800         ORGANIZATION IS LINE SEQUENTIAL
008900         FILE STATUS IS WS-AUDITHSN-STATUS.
009000     SELECT PRICE-CHANGE-FILE ASSIGN TO "PRICECHG"
009100         ORGANIZATION IS LINE SEQUENTIAL
009200         FILE STATUS IS WS-PRICECHG-STATUS.
009300     SELECT PRICE-REVERSAL-FILE ASSIGN TO "PRICEREV"
009400         ORGANIZATION IS LINE SEQUENTIAL
009500         FILE STATUS IS WS-PRICEREV-STATUS.
009600     SELECT SUSPENSE-SAVE-FILE ASSIGN TO "SUSPSAVE"
009700         ORGANIZATION IS LINE SEQUENTIAL
009800         FILE STATUS IS WS-SUSPSAVE-STATUS.
009900     SELECT SUSPENSE-FILE ASSIGN TO "SUSPFILE"
010000         ORGANIZATION IS LINE SEQUENTIAL
010100         FILE STATUS IS WS-SUSPFILE-STATUS.
010200     SELECT RESTORED-SUSPENSE-FILE ASSIGN TO "SUSPRST"
010300         ORGANIZATION IS LINE SEQUENTIAL
010400         FILE STATUS IS WS-SUSPRST-STATUS.
010414     SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
010428         ORGANIZATION IS LINE SEQUENTIAL
010442         FILE STATUS IS WS-GLJRNL-STATUS.
010456     SELECT GL-REVERSAL-FILE ASSIGN TO "GLJRNLR"
010470         ORGANIZATION IS LINE SEQUENTIAL
010484         FILE STATUS IS WS-GLJRNLR-STATUS.
010500     SELECT REVERSAL-REPORT-FILE ASSIGN TO "REVRPT"
010600         ORGANIZATION IS LINE SEQUENTIAL
010700         FILE STATUS IS WS-REVRPT-STATUS.
010800 DATA DIVISION.
010900 FILE SECTION.
011000 FD  REVERSAL-PARM-FILE
011100     LABEL RECORDS ARE STANDARD
011200     RECORDING MODE IS F.
011300**  THE BUSINESS DATE OF THE NIGHT TO BACK OUT
011400 01  RV-PARM-RECORD.
011500     02  RV-BUSINESS-DATE         PIC 9(08).
011600     02  FILLER                  PIC X(72).
011700 FD  RUN-LOG-FILE
011800     LABEL RECORDS ARE STANDARD
011900     RECORDING MODE IS F.
012000**  ONE RUN-CONTROL RECORD - SEE COPYBOOK FOR THE FIELDS
012100 01  RL-RUN-LOG-RECORD.
012200     COPY C2222DL.
012214 FD  PERIOD-HISTORY-FILE
012228     LABEL RECORDS ARE STANDARD
012242     RECORDING MODE IS F.
012256**  ONE CLOSING BALANCE OR CLOSE - SEE COPYBOOK FOR THE FIELDS
012270 01  PH-PERIOD-HISTORY-RECORD.
012284     COPY C2222DY.
012300 FD  INVENTORY-MASTER-FILE
012400     LABEL RECORDS ARE STANDARD
012500     RECORDING MODE IS F.
012600**  SAME LAYOUT THE NIGHTLY PASS READS
012700 01  IM-INVENTORY-RECORD.
012800     02  IM-NAME                 PIC X(50).
012900     02  IM-QUALITY               PIC 999.
013000     02  IM-SELLIN                PIC S999.
013100     02  IM-CATEGORY             PIC X(04).
013200     02  IM-STORE                PIC 9(03).
013300     02  IM-QTY-ON-HAND           PIC 9(05).
013400     02  IM-UNIT-COST             PIC 9(05)V99.
013500     02  IM-LOT-NUMBER           PIC X(06).
013600     02  IM-RECEIVED-DATE         PIC 9(08).
013700     02  IM-EXPIRY-DATE           PIC 9(08).
013800     02  IM-VENDOR-CODE          PIC X(05).
013900     02  IM-RETAIL-PRICE          PIC 9(03)V99.
014000**  CONTROL TRAILER VIEW - EXPECTED COUNT AND HASH TOTALS
014100 01  IM-CONTROL-RECORD.
014200     02  CT-CONTROL-ID           PIC X(10).
014300     02  CT-EXPECTED-COUNT        PIC 9(07).
014400     02  CT-QUALITY-HASH          PIC 9(09).
014500     02  FILLER                  PIC X(81).
014600 FD  RESTORED-MASTER-FILE
014700     LABEL RECORDS ARE STANDARD
014800     RECORDING MODE IS F.
014900 01  RM-INVENTORY-RECORD           PIC X(107).
015000 FD  AUDIT-HISTORY-FILE
015100     LABEL RECORDS ARE STANDARD
015200     RECORDING MODE IS F.
015300**  SAME LAYOUT THE NIGHTLY PASS APPENDS - ONLY THE RUN DATE IS
015400**  LOOKED AT HERE
015500 01  AH-AUDIT-RECORD.
015600     02  AH-RUN-DATE             PIC 9(08).
015700     02  FILLER                  PIC X(74).
015800 FD  NEW-AUDIT-HISTORY-FILE
015900     LABEL RECORDS ARE STANDARD
016000     RECORDING MODE IS F.
016100 01  AN-AUDIT-RECORD               PIC X(82).
016200 FD  PRICE-CHANGE-FILE
016300     LABEL RECORDS ARE STANDARD
016400     RECORDING MODE IS F.
016500**  SAME LAYOUT THE NIGHTLY PASS SENDS THE REGISTERS
016600 01  PC-PRICE-CHANGE-RECORD.
016700     02  PC-NAME                 PIC X(50).
016800     02  PC-STORE                PIC 9(03).
016900     02  PC-LOT                  PIC X(06).
017000     02  PC-OLD-PRICE             PIC 9(03)V99.
017100     02  PC-NEW-PRICE             PIC 9(03)V99.
017200     02  PC-EFFECTIVE-DATE        PIC 9(08).
017300 FD  PRICE-REVERSAL-FILE
017400     LABEL RECORDS ARE STANDARD
017500     RECORDING MODE IS F.
017600**  THE SAME LAYOUT WITH THE PRICES TURNED ROUND - THE MARKED-DOWN
017700**  PRICE BECOMES THE OLD ONE AND THE PRICE BEFORE IT THE NEW
017800 01  PR-PRICE-CHANGE-RECORD.
017900     02  PR-NAME                 PIC X(50).
018000     02  PR-STORE                PIC 9(03).
018100     02  PR-LOT                  PIC X(06).
018200     02  PR-OLD-PRICE             PIC 9(03)V99.
018300     02  PR-NEW-PRICE             PIC 9(03)V99.
018400     02  PR-EFFECTIVE-DATE        PIC 9(08).
018500 FD  SUSPENSE-SAVE-FILE
018600     LABEL RECORDS ARE STANDARD
018700     RECORDING MODE IS F.
018800**  SAME LAYOUT AS SUSPFILE - ONE ENTRY AS THE NIGHT READ IT
018900 01  SV-SUSPENSE-RECORD.
019000     02  SV-NAME                 PIC X(50).
019100     02  SV-TYPE                 PIC X(01).
019200     02  SV-QUALITY-ADJ           PIC S999.
019300     02  SV-SELLIN-ADJ            PIC S999.
019400     02  SV-QTY-ADJ               PIC S9(05).
019500     02  SV-STORE                PIC 9(03).
019600     02  SV-NIGHTS                PIC 9(02).
019700     02  SV-PAIRED-FLAG           PIC X(01).
019800     02  SV-LOT-NUMBER           PIC X(06).
019900 FD  SUSPENSE-FILE
020000     LABEL RECORDS ARE STANDARD
020100     RECORDING MODE IS F.
020200**  ONE ENTRY THE NIGHT LEFT IN SUSPENSE
020300 01  SU-SUSPENSE-RECORD.
020400     02  SU-NAME                 PIC X(50).
020500     02  SU-TYPE                 PIC X(01).
020600     02  SU-QUALITY-ADJ           PIC S999.
020700     02  SU-SELLIN-ADJ            PIC S999.
020800     02  SU-QTY-ADJ               PIC S9(05).
020900     02  SU-STORE                PIC 9(03).
021000     02  SU-NIGHTS                PIC 9(02).
021100     02  SU-PAIRED-FLAG           PIC X(01).
021200     02  SU-LOT-NUMBER           PIC X(06).
021300 FD  RESTORED-SUSPENSE-FILE
021400     LABEL RECORDS ARE STANDARD
021500     RECORDING MODE IS F.
021600 01  SR-SUSPENSE-RECORD            PIC X(74).
021608 FD  GL-JOURNAL-FILE
021616     LABEL RECORDS ARE STANDARD
021624     RECORDING MODE IS F.
021632**  ONE LINE THE NIGHT POSTED - SEE COPYBOOK FOR THE FIELDS
021640 01  GJ-GL-JOURNAL-RECORD.
021648     COPY C2222DJ.
021656 FD  GL-REVERSAL-FILE
021664     LABEL RECORDS ARE STANDARD
021672     RECORDING MODE IS F.
021680**  THE SAME LAYOUT WITH DEBIT AND CREDIT TURNED ROUND
021688 01  GR-GL-JOURNAL-RECORD          PIC X(47).
021700 FD  REVERSAL-REPORT-FILE
021800     LABEL RECORDS ARE STANDARD
021900     RECORDING MODE IS F.
022000 01  RP-REPORT-LINE                PIC X(100).
022100 WORKING-STORAGE SECTION.
022200 01  VSP.
022300     02  VSP-RETURN-CODE           PIC 99 VALUE 0.
022400 77  WS-CANDIDATE-RC               PIC 99 VALUE 0.
022500 77  WS-REVPARM-STATUS             PIC X(02) VALUE "00".
022600 77  WS-RUNLOG-STATUS              PIC X(02) VALUE "00".
022650 77  WS-PERDHST-STATUS             PIC X(02) VALUE "00".
022700 77  WS-INVMAST-STATUS             PIC X(02) VALUE "00".
022800 77  WS-RSTMAST-STATUS             PIC X(02) VALUE "00".
022900 77  WS-AUDITHST-STATUS            PIC X(02) VALUE "00".
023000 77  WS-AUDITHSN-STATUS            PIC X(02) VALUE "00".
023100 77  WS-PRICECHG-STATUS            PIC X(02) VALUE "00".
023200 77  WS-PRICEREV-STATUS            PIC X(02) VALUE "00".
023300 77  WS-SUSPSAVE-STATUS            PIC X(02) VALUE "00".
023400 77  WS-SUSPFILE-STATUS            PIC X(02) VALUE "00".
023500 77  WS-SUSPRST-STATUS             PIC X(02) VALUE "00".
023533 77  WS-GLJRNL-STATUS              PIC X(02) VALUE "00".
023566 77  WS-GLJRNLR-STATUS             PIC X(02) VALUE "00".
023600 77  WS-REVRPT-STATUS              PIC X(02) VALUE "00".
023700 77  WS-RUN-DATE                   PIC 9(08) VALUE 0.
023800 77  WS-SERIAL-WORK                PIC S9(07) VALUE 0.
023900**  THE NIGHT'S PASS RECORD ON RUNLOG, AND THE LAST PASS OF ANY
024000**  DATE
024100 77  WS-PASS-RECORDS-IN            PIC 9(07) VALUE 0.
024200 77  WS-PASS-HASH-IN               PIC 9(09) VALUE 0.
024300 77  WS-LAST-PASS-DATE             PIC 9(08) VALUE 0.
024333 77  WS-PASS-DATES                 PIC 999 VALUE 0.
024366 77  WS-LAST-CLOSED-END            PIC 9(08) VALUE 0.
024374**  THE JOURNAL C2222G LOGGED FOR THE NIGHT'S PASS, IF ANY
024382 77  WS-LOGGED-JOURNAL-LINES       PIC 9(07) VALUE 0.
024390 77  WS-LOGGED-JOURNAL-DOLLARS     PIC 9(09) VALUE 0.
024400 77  WS-MASTER-COUNT               PIC 9(07) VALUE 0.
024500 77  WS-MASTER-QUALITY-HASH        PIC 9(09) VALUE 0.
024600 77  WS-MASTER-EXPECTED-COUNT      PIC 9(07) VALUE 0.
024700 77  WS-MASTER-EXPECTED-HASH       PIC 9(09) VALUE 0.
024800 77  WS-MASTER-WRITTEN             PIC 9(07) VALUE 0.
024900 77  WS-AUDIT-READ                 PIC 9(09) VALUE 0.
025000 77  WS-AUDIT-NIGHT-START          PIC 9(09) VALUE 0.
025100 77  WS-AUDIT-KEPT                 PIC 9(09) VALUE 0.
025200 77  WS-AUDIT-REMOVED              PIC 9(09) VALUE 0.
025300 77  WS-PRICE-CHANGES              PIC 9(07) VALUE 0.
025400 77  WS-PRICE-REVERSALS            PIC 9(07) VALUE 0.
025412 77  WS-JOURNAL-LINES              PIC 9(07) VALUE 0.
025424 77  WS-JOURNAL-DEBITS             PIC 9(13)V99 VALUE 0.
025436 77  WS-JOURNAL-CREDITS            PIC 9(13)V99 VALUE 0.
025448 77  WS-JOURNAL-DOLLARS            PIC 9(13) VALUE 0.
025460 77  WS-JOURNAL-LOG-DOLLARS        PIC 9(09) VALUE 0.
025472 77  WS-JOURNAL-REVERSED           PIC 9(07) VALUE 0.
025484 77  WS-JOURNAL-REVERSED-DEBITS    PIC 9(13)V99 VALUE 0.
025500 77  WS-SUSP-LOADED                PIC 999 VALUE 0.
025600 77  WS-SUSP-SAVED                 PIC 9(05) VALUE 0.
025700 77  WS-SUSP-CARRIED               PIC 9(05) VALUE 0.
025800 77  WS-SUSP-PUT-BACK              PIC 9(05) VALUE 0.
025900 77  WS-SUSP-TAKEN-OUT             PIC 9(05) VALUE 0.
026000 77  WS-SUSP-SLOT                  PIC 999 VALUE 0.
026100 77  WS-SUSP-NIGHTS                PIC 9(02) VALUE 0.
026200 01  ZW-S                          PIC 999.
026250 01  ZW-P                          PIC 999.
026300 01  WS-SWITCHES.
026400     02  WS-LOG-EOF-SWITCH         PIC X(01) VALUE "N".
026500         88  WS-LOG-EOF-YES                  VALUE "Y".
026533     02  WS-PERIOD-EOF-SWITCH      PIC X(01) VALUE "N".
026566         88  WS-PERIOD-EOF-YES               VALUE "Y".
026600     02  WS-MAST-EOF-SWITCH        PIC X(01) VALUE "N".
026700         88  WS-MAST-EOF-YES                 VALUE "Y".
026800     02  WS-AUDIT-EOF-SWITCH       PIC X(01) VALUE "N".
026900         88  WS-AUDIT-EOF-YES                VALUE "Y".
027000     02  WS-PRICE-EOF-SWITCH       PIC X(01) VALUE "N".
027100         88  WS-PRICE-EOF-YES                VALUE "Y".
027133     02  WS-JOURNAL-EOF-SWITCH     PIC X(01) VALUE "N".
027166         88  WS-JOURNAL-EOF-YES              VALUE "Y".
027200     02  WS-SAVE-EOF-SWITCH        PIC X(01) VALUE "N".
027300         88  WS-SAVE-EOF-YES                 VALUE "Y".
027400     02  WS-SUSP-EOF-SWITCH        PIC X(01) VALUE "N".
027500         88  WS-SUSP-EOF-YES                 VALUE "Y".
027600     02  WS-FILES-OPEN-SWITCH      PIC X(01) VALUE "N".
027700         88  WS-FILES-OPEN-YES               VALUE "Y".
027800     02  WS-PASS-FOUND-SWITCH      PIC X(01) VALUE "N".
027900         88  WS-PASS-FOUND-YES               VALUE "Y".
028000     02  WS-PASS-REVERSED-SWITCH   PIC X(01) VALUE "N".
028100         88  WS-PASS-REVERSED-YES            VALUE "Y".
028200     02  WS-MAST-TRAILER-SWITCH    PIC X(01) VALUE "N".
028300         88  WS-MAST-TRAILER-YES             VALUE "Y".
028400     02  WS-AUDIT-PRESENT-SWITCH   PIC X(01) VALUE "N".
028500         88  WS-AUDIT-PRESENT-YES            VALUE "Y".
028600     02  WS-PRICE-PRESENT-SWITCH   PIC X(01) VALUE "N".
028700         88  WS-PRICE-PRESENT-YES            VALUE "Y".
028733     02  WS-JOURNAL-PRESENT-SWITCH PIC X(01) VALUE "N".
028766         88  WS-JOURNAL-PRESENT-YES          VALUE "Y".
028800     02  WS-SUSP-PRESENT-SWITCH    PIC X(01) VALUE "N".
028900         88  WS-SUSP-PRESENT-YES             VALUE "Y".
029000 01  WS-REFUSE-REASON              PIC X(60) VALUE SPACES.
029100 01  WS-REFUSE-WORK                PIC X(60) VALUE SPACES.
029114**  THE DATES OF THE PASSES ON RUNLOG, IN LOG ORDER, WITH EACH
029128**  ONE SINCE BACKED OUT TAKEN OFF THE END.  THE LAST ENTRY IS
029142**  THE NIGHT THAT MAY BE BACKED OUT.  ONLY THE LATEST 100 ARE
029156**  KEPT - THE OLDEST FALLS OFF WHEN IT FILLS.
029170 01  WS-PASS-DATE-TABLE.
029184     02  WS-PD-DATE                PIC 9(08) OCCURS 100 TIMES.
029200**  THE SUSPENSE THE NIGHT LEFT.  EACH ENTRY IS MARKED OFF WHEN AN
029300**  ENTRY OF SUSPSAVE PROVES TO BE ITS SELF OF THE NIGHT BEFORE;
029400**  WHAT IS LEFT UNMARKED THE NIGHT ADDED.
029500 01  WS-SUSPENSE-TABLE.
029600     02  WS-SUSPENSE-ENTRY OCCURS 500 TIMES.
029700         03  WS-SE-NAME            PIC X(50).
029800         03  WS-SE-TYPE            PIC X(01).
029900         03  WS-SE-QUALITY-ADJ     PIC S999.
030000         03  WS-SE-SELLIN-ADJ      PIC S999.
030100         03  WS-SE-QTY-ADJ         PIC S9(05).
030200         03  WS-SE-STORE           PIC 9(03).
030300         03  WS-SE-NIGHTS          PIC 9(02).
030400         03  WS-SE-LOT-NUMBER      PIC X(06).
030500         03  WS-SE-CARRIED-SWITCH  PIC X(01).
030600             88  WS-SE-CARRIED-YES           VALUE "Y".
030700 01  WS-REPORT-HEADING.
030800     02  FILLER                    PIC X(40)
030900         VALUE "NIGHTLY PASS REVERSAL".
031000     02  FILLER                    PIC X(14)
031100         VALUE "BUSINESS DATE ".
031200     02  RH-RUN-DATE               PIC 9(08).
031300 01  WS-SUSPENSE-HEADING-LINE.
031400     02  FILLER                    PIC X(40)
031500         VALUE "SUSPENSE".
031600 01  WS-COUNT-LINE.
031700     02  RC-LABEL                  PIC X(50).
031800     02  RC-COUNT                  PIC ZZZ,ZZZ,ZZ9.
031825 01  WS-AMOUNT-LINE.
031850     02  RA-LABEL                  PIC X(50).
031875     02  RA-AMOUNT                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
031900 01  WS-SUSPENSE-LINE.
032000     02  FILLER                    PIC X(04) VALUE SPACES.
032100     02  RS-ACTION                 PIC X(10).
032200     02  FILLER                    PIC X(01) VALUE SPACES.
032300     02  RS-STORE                  PIC 9(03).
032400     02  FILLER                    PIC X(01) VALUE SPACES.
032500     02  RS-NAME                   PIC X(50).
032600     02  FILLER                    PIC X(01) VALUE SPACES.
032700     02  RS-TYPE                   PIC X(01).
032800     02  FILLER                    PIC X(01) VALUE SPACES.
032900     02  RS-QTY                    PIC -----9.
033000     02  FILLER                    PIC X(01) VALUE SPACES.
033100     02  RS-LOT                    PIC X(06).
033200 01  WS-MESSAGE-LINE.
033300     02  RM-TEXT                   PIC X(40).
033400     02  RM-DETAIL                 PIC X(60).
033500 PROCEDURE DIVISION.
033600*****************************************************************
033700**  MAIN-PROCEDURE - PROVES THE NIGHT CAN BE BACKED OUT, BACKS IT
033800**                   OUT IF SO, AND LOGS THE RUN
033900*****************************************************************
034000 MAIN-PROCEDURE.
034100     PERFORM 1000-OPEN-FILES.
034200     IF WS-FILES-OPEN-YES THEN
034300         PERFORM 2000-FIND-NIGHT-ON-LOG
034350         PERFORM 2500-CHECK-PERIOD-LOCK
034400         PERFORM 3000-PROVE-MASTER
034500         PERFORM 4000-FIND-NIGHT-AUDIT
034600         PERFORM 5000-PROVE-PRICE-CHANGES
034650         PERFORM 5700-PROVE-JOURNAL
034700         PERFORM 6000-LOAD-NIGHT-SUSPENSE
034800         IF VSP-RETURN-CODE LESS THAN 8 THEN
034900             PERFORM 3500-RESTORE-MASTER
035000             PERFORM 4500-REMOVE-NIGHT-AUDIT
035100             PERFORM 5500-REVERSE-PRICE-CHANGES
035150             PERFORM 5800-REVERSE-JOURNAL
035200             PERFORM 6500-RESTORE-SUSPENSE
035300             PERFORM 7000-WRITE-REVERSAL-REPORT
035400         ELSE
035500             PERFORM 7900-REPORT-REFUSED
035600         END-IF
035700         PERFORM 9000-CLOSE-FILES
035800     END-IF.
035900     PERFORM 9100-WRITE-RUN-LOG.
036000     MOVE VSP-RETURN-CODE TO RETURN-CODE.
036100     STOP RUN.
036200*****************************************************************
036300**  1000-OPEN-FILES - READS THE DATE TO BACK OUT AND OPENS EVERY
036400**                   OUTPUT UP FRONT, SO A REFUSED REVERSAL LEAVES
036500**                   THEM EMPTY RATHER THAN STALE.  NO USABLE
036600**                   DATE, OR AN OUTPUT THAT WILL NOT OPEN,
036700**                   ABANDONS THE JOB WITH RC 12 - A REVERSAL
036800**                   NEVER GUESSES.
036900*****************************************************************
037000 1000-OPEN-FILES SECTION.
037100     OPEN INPUT REVERSAL-PARM-FILE.
037200     IF WS-REVPARM-STATUS EQUAL TO "00" THEN
037300         READ REVERSAL-PARM-FILE
037400             AT END
037500                 CONTINUE
037600         END-READ
037700         IF WS-REVPARM-STATUS EQUAL TO "00"
037800            AND RV-BUSINESS-DATE IS NUMERIC THEN
037900             MOVE RV-BUSINESS-DATE TO WS-RUN-DATE
038000         END-IF
038100         CLOSE REVERSAL-PARM-FILE
038200     END-IF.
038300     CALL "C2222W" USING WS-RUN-DATE WS-SERIAL-WORK
038400     END-CALL.
038500     IF WS-SERIAL-WORK EQUAL TO 0 THEN
038600         DISPLAY "REVPARM MISSING OR NOT A VALID DATE"
038700         MOVE 12 TO WS-CANDIDATE-RC
038800         PERFORM 8000-SET-RETURN-CODE
038900         GO TO 1000-EXIT
039000     END-IF.
039100     OPEN OUTPUT REVERSAL-REPORT-FILE.
039200     OPEN OUTPUT RESTORED-MASTER-FILE.
039300     OPEN OUTPUT NEW-AUDIT-HISTORY-FILE.
039400     OPEN OUTPUT PRICE-REVERSAL-FILE.
039500     OPEN OUTPUT RESTORED-SUSPENSE-FILE.
039550     OPEN OUTPUT GL-REVERSAL-FILE.
039600     IF WS-REVRPT-STATUS NOT EQUAL TO "00"
039700        OR WS-RSTMAST-STATUS NOT EQUAL TO "00"
039800        OR WS-AUDITHSN-STATUS NOT EQUAL TO "00"
039900        OR WS-PRICEREV-STATUS NOT EQUAL TO "00"
040000        OR WS-SUSPRST-STATUS NOT EQUAL TO "00"
040050        OR WS-GLJRNLR-STATUS NOT EQUAL TO "00" THEN
040100         DISPLAY "A REVERSAL OUTPUT WILL NOT OPEN"
040200         MOVE 12 TO WS-CANDIDATE-RC
040300         PERFORM 8000-SET-RETURN-CODE
040400         GO TO 1000-EXIT
040500     END-IF.
040600     MOVE "Y" TO WS-FILES-OPEN-SWITCH.
040700     MOVE WS-RUN-DATE TO RH-RUN-DATE.
040800     WRITE RP-REPORT-LINE FROM WS-REPORT-HEADING.
040900 1000-EXIT.
041000     EXIT.
041100*****************************************************************
041200**  2000-FIND-NIGHT-ON-LOG - READS RUNLOG THROUGH FOR THE NIGHT'S
041300**                   PASS RECORD.  IT MUST BE THERE, NOT ALREADY
041400**                   BACKED OUT, AND THE LAST PASS TO RUN THAT
041466**                   IS NOT ITSELF BACKED OUT - BACKING OUT A
041532**                   NIGHT WITH ANOTHER AFTER IT WOULD BREAK THE
041600**                   CHAIN BETWEEN THEM.
041700*****************************************************************
041800 2000-FIND-NIGHT-ON-LOG SECTION.
041900     OPEN INPUT RUN-LOG-FILE.
042000     IF WS-RUNLOG-STATUS NOT EQUAL TO "00" THEN
042100         MOVE "RUNLOG MISSING OR UNREADABLE" TO WS-REFUSE-WORK
042200         PERFORM 2900-REFUSE-REVERSAL
042300         GO TO 2000-EXIT
042400     END-IF.
042500     PERFORM 2100-READ-LOG-RECORD.
042600     PERFORM 2200-TAKE-ONE-LOG-RECORD
042700         UNTIL WS-LOG-EOF-YES.
042800     CLOSE RUN-LOG-FILE.
042825     IF WS-PASS-DATES GREATER THAN 0 THEN
042850         MOVE WS-PD-DATE(WS-PASS-DATES) TO WS-LAST-PASS-DATE
042875     END-IF.
042900     IF NOT WS-PASS-FOUND-YES THEN
043000         MOVE "NO NIGHTLY PASS FOR THIS DATE ON RUNLOG"
043100             TO WS-REFUSE-WORK
043200         PERFORM 2900-REFUSE-REVERSAL
043300         GO TO 2000-EXIT
043400     END-IF.
043500     IF WS-PASS-REVERSED-YES THEN
043600         MOVE "THIS NIGHT IS ALREADY BACKED OUT" TO WS-REFUSE-WORK
043700         PERFORM 2900-REFUSE-REVERSAL
043800         GO TO 2000-EXIT
043900     END-IF.
044000     IF WS-LAST-PASS-DATE NOT EQUAL TO WS-RUN-DATE THEN
044100         MOVE "A LATER NIGHT HAS RUN - BACK IT OUT FIRST"
044200             TO WS-REFUSE-WORK
044300         PERFORM 2900-REFUSE-REVERSAL
044400     END-IF.
044500 2000-EXIT.
044600     EXIT.
044700*****************************************************************
044800**  2100-READ-LOG-RECORD - READ-AHEAD FOR THE LOG LOOP
044900*****************************************************************
045000 2100-READ-LOG-RECORD SECTION.
045100     READ RUN-LOG-FILE
045200         AT END
045300             MOVE "Y" TO WS-LOG-EOF-SWITCH
045400     END-READ.
045500*****************************************************************
045600**  2200-TAKE-ONE-LOG-RECORD - KEEPS THE LATEST PASS FOR THE DATE
045700**                   AND THE DATES OF THE PASSES STILL STANDING.
045800**                   A FINISHED REVERSAL OF THE DATE AFTER ITS
045900**                   PASS MEANS THAT PASS IS ALREADY BACKED OUT,
046000**                   UNTIL THE RERUN LOGS A NEW ONE.  ANY FINISHED
046033**                   REVERSAL TAKES THE PASS IT BACKED OUT OFF THE
046066**                   END OF THE PASS DATES.  THE LAST C2222G OF
046077**                   THE DATE AFTER ITS PASS IS THE JOURNAL THE
046088**                   NIGHT POSTED.
046100*****************************************************************
046200 2200-TAKE-ONE-LOG-RECORD SECTION.
046300     IF C2222L-PROGRAM EQUAL TO "EXAMPLE-TEST-CASE" THEN
046400         PERFORM 2250-ADD-PASS-DATE
046500         IF C2222L-BUSINESS-DATE EQUAL TO WS-RUN-DATE THEN
046600             MOVE "Y" TO WS-PASS-FOUND-SWITCH
046700             MOVE "N" TO WS-PASS-REVERSED-SWITCH
046800             MOVE C2222L-RECORDS-IN TO WS-PASS-RECORDS-IN
046900             MOVE C2222L-HASH-IN TO WS-PASS-HASH-IN
046933             MOVE 0 TO WS-LOGGED-JOURNAL-LINES
046966             MOVE 0 TO WS-LOGGED-JOURNAL-DOLLARS
047000         END-IF
047100     END-IF.
047111     IF C2222L-PROGRAM EQUAL TO "C2222Z"
047122        AND C2222L-RETURN-CODE LESS THAN 8
047133        AND WS-PASS-DATES GREATER THAN 0 THEN
047144         IF WS-PD-DATE(WS-PASS-DATES)
047155                EQUAL TO C2222L-BUSINESS-DATE THEN
047166             SUBTRACT 1 FROM WS-PASS-DATES
047177         END-IF
047188     END-IF.
047200     IF C2222L-PROGRAM EQUAL TO "C2222Z"
047300        AND C2222L-BUSINESS-DATE EQUAL TO WS-RUN-DATE
047400        AND C2222L-RETURN-CODE LESS THAN 8
047500        AND WS-PASS-FOUND-YES THEN
047600         MOVE "Y" TO WS-PASS-REVERSED-SWITCH
047700     END-IF.
047714     IF C2222L-PROGRAM EQUAL TO "C2222G"
047728        AND C2222L-BUSINESS-DATE EQUAL TO WS-RUN-DATE
047742        AND WS-PASS-FOUND-YES THEN
047756         MOVE C2222L-RECORDS-OUT TO WS-LOGGED-JOURNAL-LINES
047770         MOVE C2222L-HASH-OUT TO WS-LOGGED-JOURNAL-DOLLARS
047784     END-IF.
047800     PERFORM 2100-READ-LOG-RECORD.
047801*****************************************************************
047802**  2250-ADD-PASS-DATE - ADDS THE PASS'S DATE TO THE END OF THE
047803**                   PASS DATES, DROPPING THE OLDEST WHEN FULL
047804*****************************************************************
047805 2250-ADD-PASS-DATE SECTION.
047806     IF WS-PASS-DATES EQUAL TO 100 THEN
047807         PERFORM 2260-SHIFT-ONE-PASS-DATE
047808             VARYING ZW-P FROM 2 BY 1
047809                 UNTIL ZW-P > 100
047810         SUBTRACT 1 FROM WS-PASS-DATES
047811     END-IF.
047812     ADD 1 TO WS-PASS-DATES.
047813     MOVE C2222L-BUSINESS-DATE TO WS-PD-DATE(WS-PASS-DATES).
047814*****************************************************************
047815**  2260-SHIFT-ONE-PASS-DATE - MOVES ONE PASS DATE DOWN A SLOT
047816*****************************************************************
047817 2260-SHIFT-ONE-PASS-DATE SECTION.
047818     MOVE WS-PD-DATE(ZW-P) TO WS-PD-DATE(ZW-P - 1).
047819*****************************************************************
047820**  2500-CHECK-PERIOD-LOCK - READS THE PERIOD HISTORY THROUGH FOR
047821**                   THE END OF THE LAST PERIOD C2222Y CLOSED.  A
047822**                   NIGHT ON OR BEFORE IT IS LOCKED - ITS RERUN
047823**                   WOULD WRITE A NEW MASTER AND GL EXTRACT FOR A
047824**                   PERIOD ALREADY SNAPSHOTTED.  NO HISTORY MEANS
047825**                   NO PERIOD HAS CLOSED YET.
047826*****************************************************************
047827 2500-CHECK-PERIOD-LOCK SECTION.
047828     OPEN INPUT PERIOD-HISTORY-FILE.
047829     IF WS-PERDHST-STATUS EQUAL TO "35" THEN
047830         GO TO 2500-EXIT
047831     END-IF.
047832     IF WS-PERDHST-STATUS NOT EQUAL TO "00" THEN
047833         MOVE "PERDHST UNREADABLE" TO WS-REFUSE-WORK
047834         PERFORM 2900-REFUSE-REVERSAL
047835         GO TO 2500-EXIT
047836     END-IF.
047837     PERFORM 2520-READ-PERIOD-RECORD.
047838     PERFORM 2540-TAKE-ONE-PERIOD-RECORD
047839         UNTIL WS-PERIOD-EOF-YES.
047840     CLOSE PERIOD-HISTORY-FILE.
047841     IF WS-LAST-CLOSED-END GREATER THAN 0
047842        AND WS-RUN-DATE NOT GREATER THAN WS-LAST-CLOSED-END THEN
047843         MOVE "NIGHT IS IN A CLOSED PERIOD" TO WS-REFUSE-WORK
047844         PERFORM 2900-REFUSE-REVERSAL
047845     END-IF.
047846 2500-EXIT.
047847     EXIT.
047848*****************************************************************
047849**  2520-READ-PERIOD-RECORD - READ-AHEAD FOR THE HISTORY LOOP
047850*****************************************************************
047851 2520-READ-PERIOD-RECORD SECTION.
047852     READ PERIOD-HISTORY-FILE
047853         AT END
047854             MOVE "Y" TO WS-PERIOD-EOF-SWITCH
047855     END-READ.
047856*****************************************************************
047857**  2540-TAKE-ONE-PERIOD-RECORD - A CLOSE RECORD IS THE LOCK;
047858**                   THE LAST ONE READ IS THE LATEST CLOSE
047859*****************************************************************
047860 2540-TAKE-ONE-PERIOD-RECORD SECTION.
047861     IF C2222Y-RECORD-TYPE EQUAL TO "C"
047862        AND C2222Y-PERIOD-END IS NUMERIC THEN
047863         MOVE C2222Y-PERIOD-END TO WS-LAST-CLOSED-END
047864     END-IF.
047865     PERFORM 2520-READ-PERIOD-RECORD.
047900*****************************************************************
048000**  2900-REFUSE-REVERSAL - REFUSES THE REVERSAL WITH RC 8.  EVERY
048100**                   REASON IS DISPLAYED; THE FIRST IS KEPT FOR
048200**                   THE REPORT.
048300*****************************************************************
048400 2900-REFUSE-REVERSAL SECTION.
048500     DISPLAY "REVERSAL REFUSED - " WS-REFUSE-WORK.
048600     IF WS-REFUSE-REASON EQUAL TO SPACES THEN
048700         MOVE WS-REFUSE-WORK TO WS-REFUSE-REASON
048800     END-IF.
048900     MOVE 8 TO WS-CANDIDATE-RC.
049000     PERFORM 8000-SET-RETURN-CODE.
049100*****************************************************************
049200**  3000-PROVE-MASTER - THE GENERATION OFFERED AS THE NIGHT'S
049300**                   INPUT MUST AGREE WITH ITS OWN TRAILER, AS THE
049400**                   PASS'S 1600-BALANCE-CONTROL-TOTALS PROVES IT,
049500**                   AND WITH THE COUNT AND QUALITY HASH THE NIGHT
049600**                   LOGGED AS LOADED - OR IT IS NOT THAT NIGHT'S
049700**                   INPUT.
049800*****************************************************************
049900 3000-PROVE-MASTER SECTION.
050000     OPEN INPUT INVENTORY-MASTER-FILE.
050100     IF WS-INVMAST-STATUS NOT EQUAL TO "00" THEN
050200         MOVE "INVMAST MISSING OR UNREADABLE" TO WS-REFUSE-WORK
050300         PERFORM 2900-REFUSE-REVERSAL
050400         GO TO 3000-EXIT
050500     END-IF.
050600     MOVE "N" TO WS-MAST-EOF-SWITCH.
050700     PERFORM 3100-READ-MASTER-RECORD.
050800     PERFORM 3200-COUNT-ONE-MASTER-RECORD
050900         UNTIL WS-MAST-EOF-YES.
051000     CLOSE INVENTORY-MASTER-FILE.
051100     IF NOT WS-MAST-TRAILER-YES
051200        OR WS-MASTER-COUNT NOT EQUAL TO WS-MASTER-EXPECTED-COUNT
051300        OR WS-MASTER-QUALITY-HASH
051400           NOT EQUAL TO WS-MASTER-EXPECTED-HASH THEN
051500         MOVE "INVMAST DOES NOT AGREE WITH ITS TRAILER"
051600             TO WS-REFUSE-WORK
051700         PERFORM 2900-REFUSE-REVERSAL
051800         GO TO 3000-EXIT
051900     END-IF.
052000     IF WS-PASS-FOUND-YES
052100        AND (WS-MASTER-COUNT NOT EQUAL TO WS-PASS-RECORDS-IN
052200             OR WS-MASTER-QUALITY-HASH
052300                NOT EQUAL TO WS-PASS-HASH-IN) THEN
052400         MOVE "INVMAST IS NOT THE GENERATION THE NIGHT LOADED"
052500             TO WS-REFUSE-WORK
052600         PERFORM 2900-REFUSE-REVERSAL
052700     END-IF.
052800 3000-EXIT.
052900     EXIT.
053000*****************************************************************
053100**  3100-READ-MASTER-RECORD - READ-AHEAD FOR THE MASTER LOOPS
053200*****************************************************************
053300 3100-READ-MASTER-RECORD SECTION.
053400     READ INVENTORY-MASTER-FILE
053500         AT END
053600             MOVE "Y" TO WS-MAST-EOF-SWITCH
053700     END-READ.
053800*****************************************************************
053900**  3200-COUNT-ONE-MASTER-RECORD - COUNTS AND HASHES ONE RECORD,
054000**                   OR KEEPS THE TRAILER'S FIGURES
054100*****************************************************************
054200 3200-COUNT-ONE-MASTER-RECORD SECTION.
054300     IF CT-CONTROL-ID EQUAL TO "*CONTROL*" THEN
054400         MOVE "Y" TO WS-MAST-TRAILER-SWITCH
054500         MOVE CT-EXPECTED-COUNT TO WS-MASTER-EXPECTED-COUNT
054600         MOVE CT-QUALITY-HASH TO WS-MASTER-EXPECTED-HASH
054700     ELSE
054800         ADD 1 TO WS-MASTER-COUNT
054900         IF IM-QUALITY IS NUMERIC THEN
055000             ADD IM-QUALITY TO WS-MASTER-QUALITY-HASH
055100         END-IF
055200     END-IF.
055300     PERFORM 3100-READ-MASTER-RECORD.
055400*****************************************************************
055500**  3500-RESTORE-MASTER - COPIES THE PROVED GENERATION, TRAILER
055600**                   AND ALL, TO THE MASTER THE RERUN LOADS
055700*****************************************************************
055800 3500-RESTORE-MASTER SECTION.
055900     OPEN INPUT INVENTORY-MASTER-FILE.
056000     MOVE "N" TO WS-MAST-EOF-SWITCH.
056100     PERFORM 3100-READ-MASTER-RECORD.
056200     PERFORM 3600-COPY-ONE-MASTER-RECORD
056300         UNTIL WS-MAST-EOF-YES.
056400     CLOSE INVENTORY-MASTER-FILE.
056500*****************************************************************
056600**  3600-COPY-ONE-MASTER-RECORD - ONE RECORD TO RSTMAST
056700*****************************************************************
056800 3600-COPY-ONE-MASTER-RECORD SECTION.
056900     WRITE RM-INVENTORY-RECORD FROM IM-INVENTORY-RECORD.
057000     ADD 1 TO WS-MASTER-WRITTEN.
057100     PERFORM 3100-READ-MASTER-RECORD.
057200*****************************************************************
057300**  4000-FIND-NIGHT-AUDIT - AUDITHST IS APPENDED A NIGHT AT A
057400**                   TIME, SO THE NIGHT BEING BACKED OUT IS THE
057500**                   RUN OF RECORDS CARRYING ITS DATE AT THE END
057600**                   OF THE FILE.  ONLY THAT RUN IS TAKEN OUT - AN
057700**                   EARLIER NIGHT THAT RAN UNDER THE SAME DATE
057800**                   KEEPS ITS RECORDS.  A NIGHT WITH NO AUDIT
057900**                   RECORDS AT THE END IS SHOWN WITH RC 4.
058000*****************************************************************
058100 4000-FIND-NIGHT-AUDIT SECTION.
058200     OPEN INPUT AUDIT-HISTORY-FILE.
058300     IF WS-AUDITHST-STATUS EQUAL TO "35" THEN
058400         GO TO 4000-CHECK
058500     END-IF.
058600     IF WS-AUDITHST-STATUS NOT EQUAL TO "00" THEN
058700         MOVE "AUDITHST UNREADABLE" TO WS-REFUSE-WORK
058800         PERFORM 2900-REFUSE-REVERSAL
058900         GO TO 4000-EXIT
059000     END-IF.
059100     MOVE "Y" TO WS-AUDIT-PRESENT-SWITCH.
059200     MOVE "N" TO WS-AUDIT-EOF-SWITCH.
059300     PERFORM 4100-READ-AUDIT-RECORD.
059400     PERFORM 4200-PLACE-ONE-AUDIT-RECORD
059500         UNTIL WS-AUDIT-EOF-YES.
059600     CLOSE AUDIT-HISTORY-FILE.
059700 4000-CHECK.
059800     IF WS-AUDIT-NIGHT-START EQUAL TO 0 THEN
059900         DISPLAY "NO AUDITHST RECORDS FOR THE NIGHT"
060000         MOVE 4 TO WS-CANDIDATE-RC
060100         PERFORM 8000-SET-RETURN-CODE
060200         MOVE WS-AUDIT-READ TO WS-AUDIT-KEPT
060300     ELSE
060400         COMPUTE WS-AUDIT-KEPT = WS-AUDIT-NIGHT-START - 1
060500     END-IF.
060600     COMPUTE WS-AUDIT-REMOVED = WS-AUDIT-READ - WS-AUDIT-KEPT.
060700 4000-EXIT.
060800     EXIT.
060900*****************************************************************
061000**  4100-READ-AUDIT-RECORD - READ-AHEAD FOR THE AUDIT LOOPS
061100*****************************************************************
061200 4100-READ-AUDIT-RECORD SECTION.
061300     READ AUDIT-HISTORY-FILE
061400         AT END
061500             MOVE "Y" TO WS-AUDIT-EOF-SWITCH
061600     END-READ.
061700*****************************************************************
061800**  4200-PLACE-ONE-AUDIT-RECORD - NOTES WHERE THE CLOSING RUN OF
061900**                   THE NIGHT'S DATE BEGINS.  ANY OTHER DATE
062000**                   AFTER IT MEANS THE RUN HAS NOT BEGUN YET.
062100*****************************************************************
062200 4200-PLACE-ONE-AUDIT-RECORD SECTION.
062300     ADD 1 TO WS-AUDIT-READ.
062400     IF AH-RUN-DATE EQUAL TO WS-RUN-DATE THEN
062500         IF WS-AUDIT-NIGHT-START EQUAL TO 0 THEN
062600             MOVE WS-AUDIT-READ TO WS-AUDIT-NIGHT-START
062700         END-IF
062800     ELSE
062900         MOVE 0 TO WS-AUDIT-NIGHT-START
063000     END-IF.
063100     PERFORM 4100-READ-AUDIT-RECORD.
063200*****************************************************************
063300**  4500-REMOVE-NIGHT-AUDIT - COPIES THE HISTORY AHEAD OF THE
063400**                   NIGHT'S RECORDS TO AUDITHSN
063500*****************************************************************
063600 4500-REMOVE-NIGHT-AUDIT SECTION.
063700     IF NOT WS-AUDIT-PRESENT-YES THEN
063800         GO TO 4500-EXIT
063900     END-IF.
064000     OPEN INPUT AUDIT-HISTORY-FILE.
064100     MOVE "N" TO WS-AUDIT-EOF-SWITCH.
064200     MOVE 0 TO WS-AUDIT-READ.
064300     PERFORM 4100-READ-AUDIT-RECORD.
064400     PERFORM 4600-COPY-ONE-AUDIT-RECORD
064500         UNTIL WS-AUDIT-EOF-YES
064600            OR WS-AUDIT-READ NOT LESS THAN WS-AUDIT-KEPT.
064700     CLOSE AUDIT-HISTORY-FILE.
064800 4500-EXIT.
064900     EXIT.
065000*****************************************************************
065100**  4600-COPY-ONE-AUDIT-RECORD - ONE KEPT RECORD TO AUDITHSN
065200*****************************************************************
065300 4600-COPY-ONE-AUDIT-RECORD SECTION.
065400     ADD 1 TO WS-AUDIT-READ.
065500     WRITE AN-AUDIT-RECORD FROM AH-AUDIT-RECORD.
065600     PERFORM 4100-READ-AUDIT-RECORD.
065700*****************************************************************
065800**  5000-PROVE-PRICE-CHANGES - EVERY PRICE CHANGE OFFERED MUST BE
065900**                   EFFECTIVE THE NIGHT'S DATE, OR THE FILE IS
066000**                   NOT THAT NIGHT'S.  A MISSING PRICECHG MEANS
066100**                   THE NIGHT SENT NONE.
066200*****************************************************************
066300 5000-PROVE-PRICE-CHANGES SECTION.
066400     OPEN INPUT PRICE-CHANGE-FILE.
066500     IF WS-PRICECHG-STATUS EQUAL TO "35" THEN
066600         GO TO 5000-EXIT
066700     END-IF.
066800     IF WS-PRICECHG-STATUS NOT EQUAL TO "00" THEN
066900         MOVE "PRICECHG UNREADABLE" TO WS-REFUSE-WORK
067000         PERFORM 2900-REFUSE-REVERSAL
067100         GO TO 5000-EXIT
067200     END-IF.
067300     MOVE "Y" TO WS-PRICE-PRESENT-SWITCH.
067400     MOVE "N" TO WS-PRICE-EOF-SWITCH.
067500     PERFORM 5100-READ-PRICE-RECORD.
067600     PERFORM 5200-CHECK-ONE-PRICE-CHANGE
067700         UNTIL WS-PRICE-EOF-YES.
067800     CLOSE PRICE-CHANGE-FILE.
067900 5000-EXIT.
068000     EXIT.
068100*****************************************************************
068200**  5100-READ-PRICE-RECORD - READ-AHEAD FOR THE PRICE LOOPS
068300*****************************************************************
068400 5100-READ-PRICE-RECORD SECTION.
068500     READ PRICE-CHANGE-FILE
068600         AT END
068700             MOVE "Y" TO WS-PRICE-EOF-SWITCH
068800     END-READ.
068900*****************************************************************
069000**  5200-CHECK-ONE-PRICE-CHANGE - ONE PRICE CHANGE'S DATE
069100*****************************************************************
069200 5200-CHECK-ONE-PRICE-CHANGE SECTION.
069300     ADD 1 TO WS-PRICE-CHANGES.
069400     IF PC-EFFECTIVE-DATE NOT EQUAL TO WS-RUN-DATE THEN
069500         MOVE "PRICECHG IS NOT THE NIGHT'S" TO WS-REFUSE-WORK
069600         PERFORM 2900-REFUSE-REVERSAL
069700     END-IF.
069800     PERFORM 5100-READ-PRICE-RECORD.
069900*****************************************************************
070000**  5500-REVERSE-PRICE-CHANGES - ONE REVERSING CHANGE PER PRICE
070100**                   CHANGE THE NIGHT SENT, EFFECTIVE THE SAME
070200**                   DATE, TAKING THE REGISTERS BACK TO THE PRICE
070300**                   BEFORE.  A MARKDOWN THE NIGHT ONLY RE-SENT IS
070400**                   TAKEN OFF TOO; THE RERUN SENDS IT AGAIN.
070500*****************************************************************
070600 5500-REVERSE-PRICE-CHANGES SECTION.
070700     IF NOT WS-PRICE-PRESENT-YES THEN
070800         GO TO 5500-EXIT
070900     END-IF.
071000     OPEN INPUT PRICE-CHANGE-FILE.
071100     MOVE "N" TO WS-PRICE-EOF-SWITCH.
071200     PERFORM 5100-READ-PRICE-RECORD.
071300     PERFORM 5600-REVERSE-ONE-PRICE-CHANGE
071400         UNTIL WS-PRICE-EOF-YES.
071500     CLOSE PRICE-CHANGE-FILE.
071600 5500-EXIT.
071700     EXIT.
071800*****************************************************************
071900**  5600-REVERSE-ONE-PRICE-CHANGE - ONE PRICE CHANGE TURNED ROUND
072000*****************************************************************
072100 5600-REVERSE-ONE-PRICE-CHANGE SECTION.
072200     MOVE PC-NAME TO PR-NAME.
072300     MOVE PC-STORE TO PR-STORE.
072400     MOVE PC-LOT TO PR-LOT.
072500     MOVE PC-NEW-PRICE TO PR-OLD-PRICE.
072600     MOVE PC-OLD-PRICE TO PR-NEW-PRICE.
072700     MOVE PC-EFFECTIVE-DATE TO PR-EFFECTIVE-DATE.
072800     WRITE PR-PRICE-CHANGE-RECORD.
072900     ADD 1 TO WS-PRICE-REVERSALS.
072901     PERFORM 5100-READ-PRICE-RECORD.
072902*****************************************************************
072903**  5700-PROVE-JOURNAL - WHEN RUNLOG SAYS THE NIGHT POSTED A
072904**                   JOURNAL, GLJRNL MUST BE IT - EVERY LINE THE
072905**                   NIGHT'S DATE, A DEBIT OR A CREDIT, AND THE
072906**                   LINES AND DEBIT DOLLARS C2222G LOGGED.  A
072907**                   NIGHT THAT POSTED NO JOURNAL HAS NONE TO
072908**                   REVERSE, WHATEVER GLJRNL HOLDS.
072909*****************************************************************
072910 5700-PROVE-JOURNAL SECTION.
072911     IF WS-LOGGED-JOURNAL-LINES EQUAL TO 0 THEN
072912         GO TO 5700-EXIT
072913     END-IF.
072914     OPEN INPUT GL-JOURNAL-FILE.
072915     IF WS-GLJRNL-STATUS NOT EQUAL TO "00" THEN
072916         MOVE "GLJRNL MISSING OR UNREADABLE" TO WS-REFUSE-WORK
072917         PERFORM 2900-REFUSE-REVERSAL
072918         GO TO 5700-EXIT
072919     END-IF.
072920     MOVE "Y" TO WS-JOURNAL-PRESENT-SWITCH.
072921     MOVE "N" TO WS-JOURNAL-EOF-SWITCH.
072922     PERFORM 5710-READ-JOURNAL-LINE.
072923     PERFORM 5720-CHECK-ONE-JOURNAL-LINE
072924         UNTIL WS-JOURNAL-EOF-YES.
072925     CLOSE GL-JOURNAL-FILE.
072926     MOVE WS-JOURNAL-DEBITS TO WS-JOURNAL-DOLLARS.
072927     MOVE WS-JOURNAL-DOLLARS TO WS-JOURNAL-LOG-DOLLARS.
072928     IF WS-JOURNAL-LINES NOT EQUAL TO WS-LOGGED-JOURNAL-LINES
072929        OR WS-JOURNAL-LOG-DOLLARS
072930               NOT EQUAL TO WS-LOGGED-JOURNAL-DOLLARS THEN
072931         MOVE "GLJRNL IS NOT THE JOURNAL RUNLOG SAYS WAS POSTED"
072932             TO WS-REFUSE-WORK
072933         PERFORM 2900-REFUSE-REVERSAL
072934     END-IF.
072935     IF WS-JOURNAL-DEBITS NOT EQUAL TO WS-JOURNAL-CREDITS THEN
072936         MOVE "GLJRNL DEBITS AND CREDITS DO NOT BALANCE"
072937             TO WS-REFUSE-WORK
072938         PERFORM 2900-REFUSE-REVERSAL
072939     END-IF.
072940 5700-EXIT.
072941     EXIT.
072942*****************************************************************
072943**  5710-READ-JOURNAL-LINE - READ-AHEAD FOR THE JOURNAL LOOPS
072944*****************************************************************
072945 5710-READ-JOURNAL-LINE SECTION.
072946     READ GL-JOURNAL-FILE
072947         AT END
072948             MOVE "Y" TO WS-JOURNAL-EOF-SWITCH
072949     END-READ.
072950*****************************************************************
072951**  5720-CHECK-ONE-JOURNAL-LINE - ONE JOURNAL LINE'S DATE AND
072952**                   SIDE, ADDED TO THE JOURNAL TOTALS
072953*****************************************************************
072954 5720-CHECK-ONE-JOURNAL-LINE SECTION.
072955     ADD 1 TO WS-JOURNAL-LINES.
072956     IF C2222J-BUSINESS-DATE NOT EQUAL TO WS-RUN-DATE THEN
072957         MOVE "GLJRNL IS NOT THE NIGHT'S" TO WS-REFUSE-WORK
072958         PERFORM 2900-REFUSE-REVERSAL
072959     END-IF.
072960     EVALUATE TRUE
072961         WHEN C2222J-AMOUNT NOT NUMERIC
072962             MOVE "GLJRNL LINE AMOUNT NOT NUMERIC"
072963                 TO WS-REFUSE-WORK
072964             PERFORM 2900-REFUSE-REVERSAL
072965         WHEN C2222J-DR-CR EQUAL TO "D"
072966             ADD C2222J-AMOUNT TO WS-JOURNAL-DEBITS
072967         WHEN C2222J-DR-CR EQUAL TO "C"
072968             ADD C2222J-AMOUNT TO WS-JOURNAL-CREDITS
072969         WHEN OTHER
072970             MOVE "GLJRNL LINE NEITHER DEBIT NOR CREDIT"
072971                 TO WS-REFUSE-WORK
072972             PERFORM 2900-REFUSE-REVERSAL
072973     END-EVALUATE.
072974     PERFORM 5710-READ-JOURNAL-LINE.
072975*****************************************************************
072976**  5800-REVERSE-JOURNAL - ONE REVERSING LINE PER LINE THE NIGHT
072977**                   POSTED, THE SAME DATE, STORE, ACCOUNT AND
072978**                   AMOUNT ON THE OTHER SIDE OF THE LEDGER
072979*****************************************************************
072980 5800-REVERSE-JOURNAL SECTION.
072981     IF NOT WS-JOURNAL-PRESENT-YES THEN
072982         GO TO 5800-EXIT
072983     END-IF.
072984     OPEN INPUT GL-JOURNAL-FILE.
072985     MOVE "N" TO WS-JOURNAL-EOF-SWITCH.
072986     PERFORM 5710-READ-JOURNAL-LINE.
072987     PERFORM 5900-REVERSE-ONE-JOURNAL-LINE
072988         UNTIL WS-JOURNAL-EOF-YES.
072989     CLOSE GL-JOURNAL-FILE.
072990 5800-EXIT.
072991     EXIT.
072992*****************************************************************
072993**  5900-REVERSE-ONE-JOURNAL-LINE - ONE JOURNAL LINE TURNED ROUND
072994*****************************************************************
072995 5900-REVERSE-ONE-JOURNAL-LINE SECTION.
072996     IF C2222J-DR-CR EQUAL TO "D" THEN
072997         MOVE "C" TO C2222J-DR-CR
072998     ELSE
072999         MOVE "D" TO C2222J-DR-CR
073000         ADD C2222J-AMOUNT TO WS-JOURNAL-REVERSED-DEBITS
073001     END-IF.
073002     WRITE GR-GL-JOURNAL-RECORD FROM GJ-GL-JOURNAL-RECORD.
073003     ADD 1 TO WS-JOURNAL-REVERSED.
073004     PERFORM 5710-READ-JOURNAL-LINE.
073100*****************************************************************
073200**  6000-LOAD-NIGHT-SUSPENSE - LOADS THE SUSPENSE THE NIGHT LEFT,
073300**                   TO BE SET AGAINST THE SUSPENSE IT STARTED
073400**                   WITH.  THE STARTING COPY MUST BE THERE -
073500**                   WITHOUT IT WHAT THE NIGHT CONSUMED CANNOT BE
073600**                   PUT BACK.  A MISSING SUSPFILE MEANS THE NIGHT
073700**                   LEFT NOTHING.
073800*****************************************************************
073900 6000-LOAD-NIGHT-SUSPENSE SECTION.
074000     OPEN INPUT SUSPENSE-SAVE-FILE.
074100     IF WS-SUSPSAVE-STATUS NOT EQUAL TO "00" THEN
074200         MOVE "SUSPSAVE MISSING - CONSUMED SUSPENSE UNKNOWN"
074300             TO WS-REFUSE-WORK
074400         PERFORM 2900-REFUSE-REVERSAL
074500     ELSE
074600         CLOSE SUSPENSE-SAVE-FILE
074700     END-IF.
074800     OPEN INPUT SUSPENSE-FILE.
074900     IF WS-SUSPFILE-STATUS EQUAL TO "35" THEN
075000         GO TO 6000-EXIT
075100     END-IF.
075200     IF WS-SUSPFILE-STATUS NOT EQUAL TO "00" THEN
075300         MOVE "SUSPFILE UNREADABLE" TO WS-REFUSE-WORK
075400         PERFORM 2900-REFUSE-REVERSAL
075500         GO TO 6000-EXIT
075600     END-IF.
075700     MOVE "Y" TO WS-SUSP-PRESENT-SWITCH.
075800     PERFORM 6100-READ-SUSPENSE-RECORD.
075900     PERFORM 6200-STORE-ONE-SUSPENSE-ENTRY
076000         UNTIL WS-SUSP-EOF-YES
076100            OR WS-SUSP-LOADED EQUAL TO 500.
076200     IF NOT WS-SUSP-EOF-YES THEN
076300         MOVE "SUSPFILE OVER 500 ENTRIES" TO WS-REFUSE-WORK
076400         PERFORM 2900-REFUSE-REVERSAL
076500     END-IF.
076600     CLOSE SUSPENSE-FILE.
076700 6000-EXIT.
076800     EXIT.
076900*****************************************************************
077000**  6100-READ-SUSPENSE-RECORD - READ-AHEAD FOR THE LOAD LOOP
077100*****************************************************************
077200 6100-READ-SUSPENSE-RECORD SECTION.
077300     READ SUSPENSE-FILE
077400         AT END
077500             MOVE "Y" TO WS-SUSP-EOF-SWITCH
077600     END-READ.
077700*****************************************************************
077800**  6200-STORE-ONE-SUSPENSE-ENTRY - ONE ENTRY THE NIGHT LEFT
077900*****************************************************************
078000 6200-STORE-ONE-SUSPENSE-ENTRY SECTION.
078100     ADD 1 TO WS-SUSP-LOADED.
078200     MOVE SU-NAME TO WS-SE-NAME(WS-SUSP-LOADED).
078300     MOVE SU-TYPE TO WS-SE-TYPE(WS-SUSP-LOADED).
078400     MOVE SU-QUALITY-ADJ TO WS-SE-QUALITY-ADJ(WS-SUSP-LOADED).
078500     MOVE SU-SELLIN-ADJ TO WS-SE-SELLIN-ADJ(WS-SUSP-LOADED).
078600     MOVE SU-QTY-ADJ TO WS-SE-QTY-ADJ(WS-SUSP-LOADED).
078700     MOVE SU-STORE TO WS-SE-STORE(WS-SUSP-LOADED).
078800     MOVE SU-NIGHTS TO WS-SE-NIGHTS(WS-SUSP-LOADED).
078900     MOVE SU-LOT-NUMBER TO WS-SE-LOT-NUMBER(WS-SUSP-LOADED).
079000     MOVE "N" TO WS-SE-CARRIED-SWITCH(WS-SUSP-LOADED).
079100     PERFORM 6100-READ-SUSPENSE-RECORD.
079200*****************************************************************
079300**  6500-RESTORE-SUSPENSE - THE RERUN MUST START FROM THE SUSPENSE
079400**                   THE NIGHT STARTED WITH, SO SUSPSAVE IS COPIED
079500**                   UNCHANGED TO SUSPRST.  EACH ENTRY IS ALSO
079600**                   MATCHED TO ITS ONE-NIGHT-OLDER SELF IN
079700**                   SUSPFILE: ONE FOUND THE NIGHT ONLY CARRIED,
079800**                   ONE NOT FOUND THE NIGHT CONSUMED AND IS PUT
079900**                   BACK.  WHAT SUSPFILE HAS LEFT OVER THE NIGHT
080000**                   ADDED FROM ITS OWN MOVEMENTS, AND IS TAKEN
080100**                   OUT - THE RERUN ADDS WHATEVER STILL BELONGS
080200**                   THERE.
080300*****************************************************************
080400 6500-RESTORE-SUSPENSE SECTION.
080500     WRITE RP-REPORT-LINE FROM WS-SUSPENSE-HEADING-LINE.
080600     OPEN INPUT SUSPENSE-SAVE-FILE.
080700     MOVE "N" TO WS-SAVE-EOF-SWITCH.
080800     PERFORM 6600-READ-SAVE-RECORD.
080900     PERFORM 6700-RESTORE-ONE-SAVE-ENTRY
081000         UNTIL WS-SAVE-EOF-YES.
081100     CLOSE SUSPENSE-SAVE-FILE.
081200     PERFORM 6900-LIST-ONE-TAKEN-OUT
081300         VARYING ZW-S FROM 1 BY 1
081400             UNTIL ZW-S > WS-SUSP-LOADED.
081500*****************************************************************
081600**  6600-READ-SAVE-RECORD - READ-AHEAD FOR THE RESTORE LOOP
081700*****************************************************************
081800 6600-READ-SAVE-RECORD SECTION.
081900     READ SUSPENSE-SAVE-FILE
082000         AT END
082100             MOVE "Y" TO WS-SAVE-EOF-SWITCH
082200     END-READ.
082300*****************************************************************
082400**  6700-RESTORE-ONE-SAVE-ENTRY - WRITES ONE STARTING ENTRY BACK
082500**                   AND SAYS WHETHER THE NIGHT CARRIED OR
082600**                   CONSUMED IT
082700*****************************************************************
082800 6700-RESTORE-ONE-SAVE-ENTRY SECTION.
082900     WRITE SR-SUSPENSE-RECORD FROM SV-SUSPENSE-RECORD.
083000     ADD 1 TO WS-SUSP-SAVED.
083100     IF SV-NIGHTS IS NUMERIC THEN
083200         COMPUTE WS-SUSP-NIGHTS = SV-NIGHTS + 1
083300     ELSE
083400         MOVE 1 TO WS-SUSP-NIGHTS
083500     END-IF.
083600     MOVE 0 TO WS-SUSP-SLOT.
083700     PERFORM 6800-MATCH-ONE-SUSPENSE-ENTRY
083800         VARYING ZW-S FROM 1 BY 1
083900             UNTIL ZW-S > WS-SUSP-LOADED
084000                OR WS-SUSP-SLOT GREATER THAN 0.
084100     IF WS-SUSP-SLOT GREATER THAN 0 THEN
084200         MOVE "Y" TO WS-SE-CARRIED-SWITCH(WS-SUSP-SLOT)
084300         ADD 1 TO WS-SUSP-CARRIED
084400     ELSE
084500         ADD 1 TO WS-SUSP-PUT-BACK
084600         MOVE "PUT BACK" TO RS-ACTION
084700         MOVE SV-STORE TO RS-STORE
084800         MOVE SV-NAME TO RS-NAME
084900         MOVE SV-TYPE TO RS-TYPE
085000         MOVE SV-QTY-ADJ TO RS-QTY
085100         MOVE SV-LOT-NUMBER TO RS-LOT
085200         WRITE RP-REPORT-LINE FROM WS-SUSPENSE-LINE
085300     END-IF.
085400     PERFORM 6600-READ-SAVE-RECORD.
085500*****************************************************************
085600**  6800-MATCH-ONE-SUSPENSE-ENTRY - ONE ENTRY THE NIGHT LEFT, NOT
085700**                   YET MATCHED, AGAINST THE STARTING ENTRY A
085800**                   NIGHT OLDER.  THE PAIRED FLAG IS NOT COMPARED
085900**                   - A LEG CAN PAIR WHILE IT SITS.
086000*****************************************************************
086100 6800-MATCH-ONE-SUSPENSE-ENTRY SECTION.
086200     IF NOT WS-SE-CARRIED-YES(ZW-S)
086300        AND WS-SE-NAME(ZW-S) EQUAL TO SV-NAME
086400        AND WS-SE-TYPE(ZW-S) EQUAL TO SV-TYPE
086500        AND WS-SE-QUALITY-ADJ(ZW-S) EQUAL TO SV-QUALITY-ADJ
086600        AND WS-SE-SELLIN-ADJ(ZW-S) EQUAL TO SV-SELLIN-ADJ
086700        AND WS-SE-QTY-ADJ(ZW-S) EQUAL TO SV-QTY-ADJ
086800        AND WS-SE-STORE(ZW-S) EQUAL TO SV-STORE
086900        AND WS-SE-LOT-NUMBER(ZW-S) EQUAL TO SV-LOT-NUMBER
087000        AND WS-SE-NIGHTS(ZW-S) EQUAL TO WS-SUSP-NIGHTS THEN
087100         MOVE ZW-S TO WS-SUSP-SLOT
087200     END-IF.
087300*****************************************************************
087400**  6900-LIST-ONE-TAKEN-OUT - ONE ENTRY THE NIGHT ADDED
087500*****************************************************************
087600 6900-LIST-ONE-TAKEN-OUT SECTION.
087700     IF NOT WS-SE-CARRIED-YES(ZW-S) THEN
087800         ADD 1 TO WS-SUSP-TAKEN-OUT
087900         MOVE "TAKEN OUT" TO RS-ACTION
088000         MOVE WS-SE-STORE(ZW-S) TO RS-STORE
088100         MOVE WS-SE-NAME(ZW-S) TO RS-NAME
088200         MOVE WS-SE-TYPE(ZW-S) TO RS-TYPE
088300         MOVE WS-SE-QTY-ADJ(ZW-S) TO RS-QTY
088400         MOVE WS-SE-LOT-NUMBER(ZW-S) TO RS-LOT
088500         WRITE RP-REPORT-LINE FROM WS-SUSPENSE-LINE
088600     END-IF.
088700*****************************************************************
088800**  7000-WRITE-REVERSAL-REPORT - THE FIGURES OF WHAT WAS BACKED
088900**                   OUT
089000*****************************************************************
089100 7000-WRITE-REVERSAL-REPORT SECTION.
089200     MOVE SPACES TO RP-REPORT-LINE.
089300     WRITE RP-REPORT-LINE.
089400     MOVE "MASTER RECORDS RESTORED (WITH TRAILER)" TO RC-LABEL.
089500     MOVE WS-MASTER-WRITTEN TO RC-COUNT.
089600     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE.
089700     MOVE "AUDIT HISTORY RECORDS KEPT" TO RC-LABEL.
089800     MOVE WS-AUDIT-KEPT TO RC-COUNT.
089900     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE.
090000     MOVE "AUDIT HISTORY RECORDS REMOVED" TO RC-LABEL.
090100     MOVE WS-AUDIT-REMOVED TO RC-COUNT.
090200     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE.
090300     MOVE "PRICE CHANGES REVERSED" TO RC-LABEL.
090400     MOVE WS-PRICE-REVERSALS TO RC-COUNT.
090500     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE.
090514     MOVE "JOURNAL LINES REVERSED" TO RC-LABEL.
090528     MOVE WS-JOURNAL-REVERSED TO RC-COUNT.
090542     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE.
090556     MOVE "JOURNAL DEBITS REVERSED (AND CREDITS)" TO RA-LABEL.
090570     MOVE WS-JOURNAL-REVERSED-DEBITS TO RA-AMOUNT.
090584     WRITE RP-REPORT-LINE FROM WS-AMOUNT-LINE.
090600     MOVE "SUSPENSE ENTRIES RESTORED" TO RC-LABEL.
090700     MOVE WS-SUSP-SAVED TO RC-COUNT.
090800     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE.
090900     MOVE "  OF WHICH CARRIED BY THE NIGHT" TO RC-LABEL.
091000     MOVE WS-SUSP-CARRIED TO RC-COUNT.
091100     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE.
091200     MOVE "  OF WHICH CONSUMED AND PUT BACK" TO RC-LABEL.
091300     MOVE WS-SUSP-PUT-BACK TO RC-COUNT.
091400     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE.
091500     MOVE "SUSPENSE ENTRIES THE NIGHT ADDED, TAKEN OUT"
091600         TO RC-LABEL.
091700     MOVE WS-SUSP-TAKEN-OUT TO RC-COUNT.
091800     WRITE RP-REPORT-LINE FROM WS-COUNT-LINE.
091900     MOVE SPACES TO RP-REPORT-LINE.
092000     WRITE RP-REPORT-LINE.
092100     MOVE "NIGHT BACKED OUT - READY TO RERUN" TO RM-TEXT.
092200     MOVE SPACES TO RM-DETAIL.
092300     WRITE RP-REPORT-LINE FROM WS-MESSAGE-LINE.
092400*****************************************************************
092500**  7900-REPORT-REFUSED - A REVERSAL THAT DID NOT PROVE SAYS WHY
092600**                   AND THAT NOTHING WAS BACKED OUT
092700*****************************************************************
092800 7900-REPORT-REFUSED SECTION.
092900     MOVE "REVERSAL REFUSED" TO RM-TEXT.
093000     MOVE WS-REFUSE-REASON TO RM-DETAIL.
093100     WRITE RP-REPORT-LINE FROM WS-MESSAGE-LINE.
093200     MOVE "NOTHING BACKED OUT - CORRECT AND RERUN" TO RM-TEXT.
093300     MOVE SPACES TO RM-DETAIL.
093400     WRITE RP-REPORT-LINE FROM WS-MESSAGE-LINE.
093500*****************************************************************
093600**  8000-SET-RETURN-CODE - RAISES VSP-RETURN-CODE, NEVER LOWERS
093700**                   IT, SO THE WORST CONDITION OF THE RUN WINS.
093800*****************************************************************
093900 8000-SET-RETURN-CODE SECTION.
094000     IF WS-CANDIDATE-RC GREATER THAN VSP-RETURN-CODE THEN
094100         MOVE WS-CANDIDATE-RC TO VSP-RETURN-CODE
094200     END-IF.
094300*****************************************************************
094400**  9000-CLOSE-FILES - CLOSES THE OUTPUTS
094500*****************************************************************
094600 9000-CLOSE-FILES SECTION.
094700     CLOSE REVERSAL-REPORT-FILE.
094800     CLOSE RESTORED-MASTER-FILE.
094900     CLOSE NEW-AUDIT-HISTORY-FILE.
095000     CLOSE PRICE-REVERSAL-FILE.
095100     CLOSE RESTORED-SUSPENSE-FILE.
095150     CLOSE GL-REVERSAL-FILE.
095200*****************************************************************
095300**  9100-WRITE-RUN-LOG - APPENDS THE REVERSAL RECORD TO THE SHARED
095400**                   RUNLOG - THE RESTORED MASTER'S COUNT AND
095500**                   QUALITY HASH IN, THE JOURNAL LINES REVERSED
095533**                   AND THEIR DEBITS IN WHOLE DOLLARS OUT, AS
095566**                   C2222G LOGS ITS JOURNAL.  C2222R SETS THE
095600**                   NIGHT ASIDE ON A RECORD BELOW RC 8.  A LOG
095700**                   THAT CANNOT BE WRITTEN RAISES RC 4.
095900*****************************************************************
096000 9100-WRITE-RUN-LOG SECTION.
096100     IF VSP-RETURN-CODE NOT LESS THAN 8 THEN
096200         MOVE 0 TO WS-MASTER-COUNT
096300         MOVE 0 TO WS-MASTER-QUALITY-HASH
096400         MOVE 0 TO WS-JOURNAL-REVERSED
096450         MOVE 0 TO WS-JOURNAL-REVERSED-DEBITS
096500     END-IF.
096600     OPEN EXTEND RUN-LOG-FILE.
096700     IF WS-RUNLOG-STATUS NOT EQUAL TO "00" THEN
096800         OPEN OUTPUT RUN-LOG-FILE
096900     END-IF.
097000     IF WS-RUNLOG-STATUS EQUAL TO "00" THEN
097100         MOVE "C2222Z" TO C2222L-PROGRAM
097200         MOVE WS-RUN-DATE TO C2222L-BUSINESS-DATE
097300         MOVE WS-MASTER-COUNT TO C2222L-RECORDS-IN
097400         MOVE WS-JOURNAL-REVERSED TO C2222L-RECORDS-OUT
097500         MOVE WS-MASTER-QUALITY-HASH TO C2222L-HASH-IN
097566         MOVE WS-JOURNAL-REVERSED-DEBITS TO WS-JOURNAL-DOLLARS
097632         MOVE WS-JOURNAL-DOLLARS TO C2222L-HASH-OUT
097700         MOVE VSP-RETURN-CODE TO C2222L-RETURN-CODE
097800         WRITE RL-RUN-LOG-RECORD
097900         CLOSE RUN-LOG-FILE
098000     ELSE
098100         MOVE 4 TO WS-CANDIDATE-RC
098200         PERFORM 8000-SET-RETURN-CODE
098300     END-IF.
098400 END PROGRAM C2222Z.
