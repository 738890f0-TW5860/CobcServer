000100*****************************************************************
000200**  PROGRAM:     C2222Y
000300**  DESCRIPTION: PERIOD-END INVENTORY CLOSE.  RUN AFTER THE
000400**               NIGHTLY PASS ON THE LAST BUSINESS DAY OF THE
000500**               PERIOD.  SNAPSHOTS THAT NIGHT'S AGED MASTER AS
000600**               THE PERIOD'S CLOSING INVENTORY AND ROLLS EACH
000700**               STORE AND CATEGORY FORWARD FROM THE LAST CLOSE -
000800**                 OPENING VALUE
000900**                 + RECEIPTS AND RETURNS + TRANSFERS IN
001000**                 - SALES - TRANSFERS OUT - SHRINK - MARKDOWN
001100**                 = CALCULATED CLOSING VALUE
001200**               AGAINST THE CLOSING VALUE OF THE SNAPSHOT, WITH
001300**               ANY UNEXPLAINED DIFFERENCE SHOWN ON ITS OWN LINE,
001400**               SO ACCOUNTING CAN PROVE HOW LAST PERIOD'S FIGURE
001500**               BECAME THIS ONE.
001600**
001700**               VALUES ARE THE LEDGER'S, AS C2222G POSTS THEM -
001800**               STOCK AT COST LESS THE SHRINK AND MARKDOWN
001900**               WRITTEN DOWN AGAINST IT.  THE PERIOD'S FIGURES
002000**               COME FROM ITS NIGHTS' GL EXTRACTS, EACH PROVED TO
002100**               ITS OWN TRAILER; SHRINK IS THE PASS'S SHRINK PLUS
002200**               ANY CYCLE-COUNT LOSS (A COUNT GAIN NETS IT DOWN).
002300**
002400**               THE CLOSE IS LOCKED BY ITS CLOSE RECORD ON THE
002500**               PERIOD HISTORY, AND THE NEXT PERIOD OPENS FROM
002600**               THE BALANCES UNDER IT.  A RUN FOR A BUSINESS DATE
002700**               INSIDE A CLOSED PERIOD CHANGES NOTHING - NOT THE
002800**               SNAPSHOT, NOT THE HISTORY - AND ENDS RC 8.  A
002900**               CLOSE THAT CANNOT BE PROVED IS REFUSED WITH RC 8
003000**               AND LEAVES THE PERIOD OPEN TO BE RERUN.
003100**
003200**  FILES:       DATEPARM - BUSINESS DATE - THE LAST NIGHT OF THE
003300**                          PERIOD
003400**               PERDHST  - PERIOD-CLOSE HISTORY (C2222DY).
003500**                          PERMANENT - READ FOR THE LAST CLOSE,
003600**                          THEN EXTENDED WITH THIS ONE.  MISSING
003700**                          MEANS NO PERIOD HAS EVER CLOSED, AND
003800**                          THE FIRST ONE OPENS FROM ITS FIRST
003900**                          NIGHT.
004000**               PERDEXTR - THE PERIOD'S NIGHTLY GL EXTRACTS
004100**                          (C2222DX), OLDEST FIRST, EACH WITH ITS
004200**                          TRAILER
004300**               AGEDMAST - THE LAST NIGHT'S AGED MASTER
004400**               PERDSNAP - THE PERIOD'S CLOSING INVENTORY, A COPY
004500**                          OF AGEDMAST.  ONLY THE PERIOD'S
004600**                          SNAPSHOT WHEN THE CLOSE ENDS BELOW
004700**                          RC 8.
004800**               CLOSERPT - THE ROLL-FORWARD
004900**               RUNLOG   - SHARED RUN-CONTROL LOG (C2222DL)
005000**
005100**  MODIFICATION HISTORY
005200**  -------------------------------------------------------------
005300**  DATE       INIT  DESCRIPTION
005400**  10/15/2026 JRH   ORIGINAL VERSION.
005500*****************************************************************
005600 IDENTIFICATION DIVISION.
005700 PROGRAM-ID.     C2222Y.
005800 AUTHOR.         J R HENDRICKS.
005900 INSTALLATION.   SHELF INVENTORY CONTROL.
006000 DATE-WRITTEN.   10/15/2026.
006100 DATE-COMPILED.
006200 ENVIRONMENT DIVISION.
006300 CONFIGURATION SECTION.
006400 SOURCE-COMPUTER. IBM-370.
006500 OBJECT-COMPUTER. IBM-370.
006600 INPUT-OUTPUT SECTION.
006700 FILE-CONTROL.
006800     SELECT PERIOD-HISTORY-FILE ASSIGN TO "PERDHST"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-PERDHST-STATUS.
007100     SELECT PERIOD-EXTRACT-FILE ASSIGN TO "PERDEXTR"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-PERDEXTR-STATUS.
007400     SELECT AGED-MASTER-FILE ASSIGN TO "AGEDMAST"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-AGEDMAST-STATUS.
007700     SELECT SNAPSHOT-FILE ASSIGN TO "PERDSNAP"
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-PERDSNAP-STATUS.
008000     SELECT CLOSE-REPORT-FILE ASSIGN TO "CLOSERPT"
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS WS-CLOSERPT-STATUS.
008300     SELECT DATE-PARM-FILE ASSIGN TO "DATEPARM"
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS WS-DATEPARM-STATUS.
008600     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS WS-RUNLOG-STATUS.
008900 DATA DIVISION.
009000 FILE SECTION.
009100 FD  PERIOD-HISTORY-FILE
009200     LABEL RECORDS ARE STANDARD
009300     RECORDING MODE IS F.
009400**  ONE CLOSING BALANCE OR CLOSE - SEE COPYBOOK FOR THE FIELDS
009500 01  PH-PERIOD-HISTORY-RECORD.
009600     COPY C2222DY.
009700 FD  PERIOD-EXTRACT-FILE
009800     LABEL RECORDS ARE STANDARD
009900     RECORDING MODE IS F.
010000**  ONE STORE'S NIGHT FOR ONE CATEGORY IN DOLLARS - SEE COPYBOOK
010100**  FOR THE FIELDS
010200 01  GX-GL-EXTRACT-RECORD.
010300     COPY C2222DX.
010400 FD  AGED-MASTER-FILE
010500     LABEL RECORDS ARE STANDARD
010600     RECORDING MODE IS F.
010700**  SAME LAYOUT THE NIGHTLY PASS WRITES
010800 01  AM-INVENTORY-RECORD.
010900     02  AM-NAME                 PIC X(50).
011000     02  AM-QUALITY               PIC 999.
011100     02  AM-SELLIN                PIC S999.
011200     02  AM-CATEGORY             PIC X(04).
011300     02  AM-STORE                PIC 9(03).
011400     02  AM-QTY-ON-HAND           PIC 9(05).
011500     02  AM-UNIT-COST             PIC 9(05)V99.
011600     02  AM-LOT-NUMBER           PIC X(06).
011700     02  AM-RECEIVED-DATE         PIC 9(08).
011800     02  AM-EXPIRY-DATE           PIC 9(08).
011900     02  AM-VENDOR-CODE          PIC X(05).
012000     02  AM-RETAIL-PRICE          PIC 9(03)V99.
012100**  CONTROL TRAILER VIEW - EXPECTED COUNT AND HASH TOTALS
012200 01  AM-CONTROL-RECORD.
012300     02  AC-CONTROL-ID           PIC X(10).
012400     02  AC-EXPECTED-COUNT        PIC 9(07).
012500     02  AC-QUALITY-HASH          PIC 9(09).
012600     02  FILLER                  PIC X(81).
012700 FD  SNAPSHOT-FILE
012800     LABEL RECORDS ARE STANDARD
012900     RECORDING MODE IS F.
013000 01  PS-SNAPSHOT-RECORD            PIC X(107).
013100 FD  CLOSE-REPORT-FILE
013200     LABEL RECORDS ARE STANDARD
013300     RECORDING MODE IS F.
013400 01  RP-REPORT-LINE                PIC X(100).
013500 FD  DATE-PARM-FILE
013600     LABEL RECORDS ARE STANDARD
013700     RECORDING MODE IS F.
013800**  BUSINESS DATE (YYYYMMDD) - SAME PARM THE NIGHTLY PASS READS
013900 01  DP-PARM-RECORD.
014000     02  DP-BUSINESS-DATE         PIC 9(08).
014100     02  FILLER                  PIC X(01).
014200     02  DP-DAYS-TO-AGE           PIC 9(02).
014300     02  FILLER                  PIC X(01).
014400     02  DP-SUSPENSE-LIMIT        PIC 9(02).
014500 FD  RUN-LOG-FILE
014600     LABEL RECORDS ARE STANDARD
014700     RECORDING MODE IS F.
014800**  ONE RUN-CONTROL RECORD - SEE COPYBOOK FOR THE FIELDS
014900 01  RL-RUN-LOG-RECORD.
015000     COPY C2222DL.
015100 WORKING-STORAGE SECTION.
015200 01  VSP.
015300     02  VSP-RETURN-CODE           PIC 99 VALUE 0.
015400 77  WS-CANDIDATE-RC               PIC 99 VALUE 0.
015500 77  WS-PERDHST-STATUS             PIC X(02) VALUE "00".
015600 77  WS-PERDEXTR-STATUS            PIC X(02) VALUE "00".
015700 77  WS-AGEDMAST-STATUS            PIC X(02) VALUE "00".
015800 77  WS-PERDSNAP-STATUS            PIC X(02) VALUE "00".
015900 77  WS-CLOSERPT-STATUS            PIC X(02) VALUE "00".
016000 77  WS-DATEPARM-STATUS            PIC X(02) VALUE "00".
016100 77  WS-RUNLOG-STATUS              PIC X(02) VALUE "00".
016200 77  WS-RUN-DATE                   PIC 9(08) VALUE 0.
016300 77  WS-TODAY                      PIC 9(08) VALUE 0.
016400 77  WS-LAST-CLOSED-END            PIC 9(08) VALUE 0.
016500 77  WS-LAST-CLOSED-ON             PIC 9(08) VALUE 0.
016600 77  WS-PENDING-END                PIC 9(08) VALUE 0.
016700 77  WS-PENDING-LOADED             PIC 999 VALUE 0.
016800 77  WS-ROLL-LOADED                PIC 999 VALUE 0.
016900 77  WS-ROLL-SLOT                  PIC 999 VALUE 0.
017000 77  WS-FIND-STORE                 PIC 9(03) VALUE 0.
017100 77  WS-FIND-CATEGORY              PIC X(04) VALUE SPACES.
017200 77  WS-NIGHT-DATE                 PIC 9(08) VALUE 0.
017300 77  WS-FIRST-NIGHT                PIC 9(08) VALUE 0.
017400 77  WS-LAST-NIGHT                 PIC 9(08) VALUE 0.
017500 77  WS-LAST-NIGHT-COUNT           PIC 9(07) VALUE 0.
017600 77  WS-LAST-NIGHT-HASH            PIC 9(09) VALUE 0.
017700 77  WS-NIGHTS                     PIC 9(05) VALUE 0.
017800 77  WS-EXTRACT-ROWS               PIC 9(07) VALUE 0.
017900 77  WS-SNAP-COUNT                 PIC 9(07) VALUE 0.
018000 77  WS-SNAP-QUALITY-HASH          PIC 9(09) VALUE 0.
018100 77  WS-SNAP-EXPECTED-COUNT        PIC 9(07) VALUE 0.
018200 77  WS-SNAP-EXPECTED-HASH         PIC 9(09) VALUE 0.
018300 77  WS-LOT-VALUE                  PIC 9(10)V99 VALUE 0.
018400 77  WS-CLOSING-VALUE              PIC S9(11)V99 VALUE 0.
018500 77  WS-HISTORY-WRITTEN            PIC 9(07) VALUE 0.
018600 77  WS-CURRENT-STORE              PIC 9(03) VALUE 0.
018700 77  WS-BEST-SLOT                  PIC 999 VALUE 0.
018800 01  ZW-R                          PIC 999.
018900 01  ZW-N                          PIC 999.
019000 01  ZW-T                          PIC 9.
019100 01  WS-SWITCHES.
019200     02  WS-HIST-EOF-SWITCH        PIC X(01) VALUE "N".
019300         88  WS-HIST-EOF-YES                 VALUE "Y".
019400     02  WS-EXTR-EOF-SWITCH        PIC X(01) VALUE "N".
019500         88  WS-EXTR-EOF-YES                 VALUE "Y".
019600     02  WS-MAST-EOF-SWITCH        PIC X(01) VALUE "N".
019700         88  WS-MAST-EOF-YES                 VALUE "Y".
019800     02  WS-FILES-OPEN-SWITCH      PIC X(01) VALUE "N".
019900         88  WS-FILES-OPEN-YES               VALUE "Y".
020000     02  WS-PERIOD-FILES-SWITCH    PIC X(01) VALUE "N".
020100         88  WS-PERIOD-FILES-YES             VALUE "Y".
020200     02  WS-HIST-ERROR-SWITCH      PIC X(01) VALUE "N".
020300         88  WS-HIST-ERROR-YES               VALUE "Y".
020400     02  WS-LOCKED-SWITCH          PIC X(01) VALUE "N".
020500         88  WS-LOCKED-YES                   VALUE "Y".
020600     02  WS-NIGHT-OPEN-SWITCH      PIC X(01) VALUE "N".
020700         88  WS-NIGHT-OPEN-YES               VALUE "Y".
020800     02  WS-ROLL-NEW-SWITCH        PIC X(01) VALUE "N".
020900         88  WS-ROLL-NEW-YES                 VALUE "Y".
021000     02  WS-SNAP-TRAILER-SWITCH    PIC X(01) VALUE "N".
021100         88  WS-SNAP-TRAILER-YES             VALUE "Y".
021200     02  WS-STORE-OPEN-SWITCH      PIC X(01) VALUE "N".
021300         88  WS-STORE-OPEN-YES               VALUE "Y".
021400 01  WS-REFUSE-REASON              PIC X(60) VALUE SPACES.
021500 01  WS-REFUSE-WORK                PIC X(60) VALUE SPACES.
021600**  ONE NIGHT'S ROWS ADDED UP, TO BE PROVED AGAINST ITS TRAILER
021700 01  WS-NIGHT-SUMS.
021800     02  WS-NS-OPENING             PIC 9(13)V99.
021900     02  WS-NS-CLOSING             PIC 9(13)V99.
022000     02  WS-NS-SHRINK              PIC 9(13)V99.
022100     02  WS-NS-MARKDOWN            PIC 9(13)V99.
022200     02  WS-NS-LOTS                PIC 9(09).
022300     02  WS-NS-RECEIPTS            PIC S9(13)V99.
022400     02  WS-NS-XFER-IN             PIC S9(13)V99.
022500     02  WS-NS-SALES               PIC S9(13)V99.
022600     02  WS-NS-XFER-OUT            PIC S9(13)V99.
022700     02  WS-NS-COUNT-ADJ           PIC S9(13)V99.
022800**  THE PERIOD'S ROLL-FORWARD, ONE ENTRY PER STORE AND CATEGORY -
022900**  THE OPENING VALUE AND THE WRITE-DOWNS IT CARRIED IN FROM THE
023000**  LAST CLOSE, THE PERIOD'S NIGHTS ADDED UP, AND THE SNAPSHOT'S
023100**  CLOSING COST
023200 01  WS-ROLL-TABLE.
023300     02  WS-ROLL-ENTRY OCCURS 500 TIMES.
023400         03  WS-RF-STORE           PIC 9(03).
023500         03  WS-RF-CATEGORY        PIC X(04).
023600         03  WS-RF-OPENING         PIC S9(11)V99.
023700         03  WS-RF-CARRIED         PIC S9(11)V99.
023800         03  WS-RF-RECEIPTS        PIC S9(11)V99.
023900         03  WS-RF-XFER-IN         PIC S9(11)V99.
024000         03  WS-RF-SALES           PIC S9(11)V99.
024100         03  WS-RF-XFER-OUT        PIC S9(11)V99.
024200         03  WS-RF-SHRINK          PIC S9(11)V99.
024300         03  WS-RF-COUNT-ADJ       PIC S9(11)V99.
024400         03  WS-RF-MARKDOWN        PIC S9(11)V99.
024500         03  WS-RF-CLOSING-COST    PIC 9(11)V99.
024600         03  WS-RF-LOTS            PIC 9(07).
024700         03  WS-RF-PRINTED-SWITCH  PIC X(01).
024800             88  WS-RF-PRINTED-YES           VALUE "Y".
024900**  THE BALANCES OF A CLOSE BEING READ BACK, HELD UNTIL ITS CLOSE
025000**  RECORD SHOWS THE CLOSE FINISHED
025100 01  WS-PENDING-TABLE.
025200     02  WS-PENDING-ENTRY OCCURS 500 TIMES.
025300         03  WS-PH-STORE           PIC 9(03).
025400         03  WS-PH-CATEGORY        PIC X(04).
025500         03  WS-PH-COST            PIC 9(11)V99.
025600         03  WS-PH-VALUE           PIC S9(11)V99.
025700**  ONE STATEMENT BEING PRINTED (1), THE STORE'S TOTAL (2), AND
025800**  THE CHAIN'S (3)
025900 01  WS-TOTAL-TABLE.
026000     02  WS-TOTAL-ENTRY OCCURS 3 TIMES.
026100         03  WS-TT-OPENING         PIC S9(13)V99.
026200         03  WS-TT-RECEIPTS        PIC S9(13)V99.
026300         03  WS-TT-XFER-IN         PIC S9(13)V99.
026400         03  WS-TT-SALES           PIC S9(13)V99.
026500         03  WS-TT-XFER-OUT        PIC S9(13)V99.
026600         03  WS-TT-SHRINK          PIC S9(13)V99.
026700         03  WS-TT-MARKDOWN        PIC S9(13)V99.
026800         03  WS-TT-CALCULATED      PIC S9(13)V99.
026900         03  WS-TT-CLOSING-COST    PIC S9(13)V99.
027000         03  WS-TT-WRITE-DOWN      PIC S9(13)V99.
027100         03  WS-TT-CLOSING         PIC S9(13)V99.
027200         03  WS-TT-DIFFERENCE      PIC S9(13)V99.
027300 01  WS-REPORT-HEADING-1.
027400     02  FILLER                    PIC X(40)
027500         VALUE "PERIOD-END INVENTORY CLOSE".
027600     02  FILLER                    PIC X(14)
027700         VALUE "PERIOD ENDING ".
027800     02  RH-PERIOD-END             PIC 9(08).
027900 01  WS-REPORT-HEADING-2.
028000     02  FILLER                    PIC X(26)
028100         VALUE "OPENS FROM CLOSE ENDING   ".
028200     02  RH-OPENS-FROM             PIC 9(08).
028300     02  FILLER                    PIC X(14)
028400         VALUE "   FIRST NIGHT".
028500     02  FILLER                    PIC X(01) VALUE SPACES.
028600     02  RH-FIRST-NIGHT            PIC 9(08).
028700     02  FILLER                    PIC X(09)
028800         VALUE "   NIGHTS".
028900     02  FILLER                    PIC X(01) VALUE SPACES.
029000     02  RH-NIGHTS                 PIC ZZZZ9.
029100 01  WS-BLOCK-HEADING.
029200     02  FILLER                    PIC X(06) VALUE "STORE ".
029300     02  RB-STORE                  PIC 9(03).
029400     02  FILLER                    PIC X(02) VALUE SPACES.
029500     02  RB-TITLE                  PIC X(20).
029600 01  WS-CHAIN-HEADING.
029700     02  FILLER                    PIC X(40)
029800         VALUE "CHAIN TOTAL".
029900 01  WS-AMOUNT-LINE.
030000     02  FILLER                    PIC X(04) VALUE SPACES.
030100     02  RA-LABEL                  PIC X(40).
030200     02  RA-AMOUNT                 PIC --,---,---,---,--9.99.
030300 01  WS-MESSAGE-LINE.
030400     02  RM-TEXT                   PIC X(40).
030500     02  RM-DETAIL                 PIC X(60).
030600 01  WS-LOCKED-LINE.
030700     02  FILLER                    PIC X(14)
030800         VALUE "BUSINESS DATE ".
030900     02  RK-RUN-DATE               PIC 9(08).
031000     02  FILLER                    PIC X(34)
031100         VALUE " IS IN A CLOSED PERIOD - CLOSE OF ".
031200     02  RK-CLOSED-END             PIC 9(08).
031300     02  FILLER                    PIC X(08) VALUE " RAN ON ".
031400     02  RK-CLOSED-ON              PIC 9(08).
031500 PROCEDURE DIVISION.
031600*****************************************************************
031700**  MAIN-PROCEDURE - LOADS THE LAST CLOSE, THEN EITHER REFUSES A
031800**                   LOCKED PERIOD OR ADDS UP THE PERIOD, TAKES
031900**                   THE SNAPSHOT, AND CLOSES AND LOCKS IT IF IT
032000**                   PROVES
032100*****************************************************************
032200 MAIN-PROCEDURE.
032300     PERFORM 1000-OPEN-FILES.
032400     IF WS-FILES-OPEN-YES THEN
032500         IF WS-LOCKED-YES THEN
032600             PERFORM 1900-REPORT-LOCKED
032700         ELSE
032800             PERFORM 2000-LOAD-PERIOD-EXTRACT
032900             PERFORM 3000-TAKE-SNAPSHOT
033000             IF VSP-RETURN-CODE LESS THAN 8 THEN
033100                 PERFORM 4000-WRITE-ROLL-FORWARD
033200                 PERFORM 5000-LOCK-PERIOD
033300             ELSE
033400                 PERFORM 4900-REPORT-REFUSED
033500             END-IF
033600         END-IF
033700         PERFORM 9000-CLOSE-FILES
033800     END-IF.
033900     PERFORM 9100-WRITE-RUN-LOG.
034000     MOVE VSP-RETURN-CODE TO RETURN-CODE.
034100     STOP RUN.
034200*****************************************************************
034300**  1000-OPEN-FILES - READS THE HISTORY FOR THE LAST CLOSE AND
034400**                   OPENS THE REPORT.  THE PERIOD'S FILES, AND
034500**                   ABOVE ALL THE SNAPSHOT, ARE ONLY OPENED FOR A
034600**                   PERIOD THAT IS NOT LOCKED, SO A LATE RERUN
034700**                   CANNOT OVERWRITE A CLOSED PERIOD'S SNAPSHOT.
034800**                   ANY OPEN FAILURE ABANDONS THE JOB WITH RC 12.
034900*****************************************************************
035000 1000-OPEN-FILES SECTION.
035100     PERFORM 1700-LOAD-DATE-PARM.
035200     PERFORM 1200-LOAD-CLOSED-PERIODS.
035300     IF WS-HIST-ERROR-YES THEN
035400         MOVE 12 TO WS-CANDIDATE-RC
035500         PERFORM 8000-SET-RETURN-CODE
035600         GO TO 1000-EXIT
035700     END-IF.
035800     IF WS-LAST-CLOSED-END GREATER THAN 0
035900        AND WS-RUN-DATE NOT GREATER THAN WS-LAST-CLOSED-END THEN
036000         MOVE "Y" TO WS-LOCKED-SWITCH
036100     END-IF.
036200     OPEN OUTPUT CLOSE-REPORT-FILE.
036300     IF WS-CLOSERPT-STATUS NOT EQUAL TO "00" THEN
036400         MOVE 12 TO WS-CANDIDATE-RC
036500         PERFORM 8000-SET-RETURN-CODE
036600         GO TO 1000-EXIT
036700     END-IF.
036800     MOVE "Y" TO WS-FILES-OPEN-SWITCH.
036900     MOVE WS-RUN-DATE TO RH-PERIOD-END.
037000     WRITE RP-REPORT-LINE FROM WS-REPORT-HEADING-1.
037100     IF WS-LOCKED-YES THEN
037200         GO TO 1000-EXIT
037300     END-IF.
037400     OPEN INPUT PERIOD-EXTRACT-FILE.
037500     OPEN INPUT AGED-MASTER-FILE.
037600     OPEN OUTPUT SNAPSHOT-FILE.
037700     MOVE "Y" TO WS-PERIOD-FILES-SWITCH.
037800     IF WS-PERDEXTR-STATUS NOT EQUAL TO "00"
037900        OR WS-AGEDMAST-STATUS NOT EQUAL TO "00"
038000        OR WS-PERDSNAP-STATUS NOT EQUAL TO "00" THEN
038100         MOVE "A PERIOD FILE DID NOT OPEN" TO WS-REFUSE-WORK
038200         PERFORM 2900-REFUSE-CLOSE
038300         MOVE 12 TO WS-CANDIDATE-RC
038400         PERFORM 8000-SET-RETURN-CODE
038500         MOVE "Y" TO WS-EXTR-EOF-SWITCH
038600         MOVE "Y" TO WS-MAST-EOF-SWITCH
038700     END-IF.
038800 1000-EXIT.
038900     EXIT.
039000*****************************************************************
039100**  1200-LOAD-CLOSED-PERIODS - READS THE PERIOD HISTORY THROUGH.
039200**                   EACH FINISHED CLOSE REPLACES THE OPENING
039300**                   BALANCES WITH ITS OWN, SO THE LAST ONE READ
039400**                   IS WHAT THIS PERIOD OPENS FROM.  NO HISTORY
039500**                   MEANS NO PERIOD HAS CLOSED YET.
039600*****************************************************************
039700 1200-LOAD-CLOSED-PERIODS SECTION.
039800     MOVE 0 TO WS-ROLL-LOADED.
039900     OPEN INPUT PERIOD-HISTORY-FILE.
040000     IF WS-PERDHST-STATUS EQUAL TO "35" THEN
040100         GO TO 1200-EXIT
040200     END-IF.
040300     IF WS-PERDHST-STATUS NOT EQUAL TO "00" THEN
040400         MOVE "Y" TO WS-HIST-ERROR-SWITCH
040500         GO TO 1200-EXIT
040600     END-IF.
040700     PERFORM 1220-READ-HISTORY-RECORD.
040800     PERFORM 1240-TAKE-ONE-HISTORY-RECORD
040900         UNTIL WS-HIST-EOF-YES.
041000     CLOSE PERIOD-HISTORY-FILE.
041100 1200-EXIT.
041200     EXIT.
041300*****************************************************************
041400**  1220-READ-HISTORY-RECORD - READ-AHEAD FOR THE LOAD LOOP
041500*****************************************************************
041600 1220-READ-HISTORY-RECORD SECTION.
041700     READ PERIOD-HISTORY-FILE
041800         AT END
041900             MOVE "Y" TO WS-HIST-EOF-SWITCH
042000     END-READ.
042100*****************************************************************
042200**  1240-TAKE-ONE-HISTORY-RECORD - A BALANCE IS HELD UNTIL ITS
042300**                   PERIOD'S CLOSE RECORD TURNS UP; BALANCES OF A
042400**                   CLOSE THAT NEVER FINISHED ARE DROPPED WHEN
042500**                   THE NEXT PERIOD'S BALANCES START.  MORE
042600**                   BALANCES THAN THE TABLE HOLDS WOULD OPEN THE
042700**                   PERIOD SHORT, SO THE CLOSE IS REFUSED.
042800*****************************************************************
042900 1240-TAKE-ONE-HISTORY-RECORD SECTION.
043000     IF C2222Y-PERIOD-END NOT EQUAL TO WS-PENDING-END THEN
043100         MOVE 0 TO WS-PENDING-LOADED
043200         MOVE C2222Y-PERIOD-END TO WS-PENDING-END
043300     END-IF.
043400     IF C2222Y-RECORD-TYPE EQUAL TO "B" THEN
043500         IF WS-PENDING-LOADED EQUAL TO 500 THEN
043600             MOVE "CLOSING BALANCES OVER 500 ON THE HISTORY"
043700                 TO WS-REFUSE-WORK
043800             PERFORM 2900-REFUSE-CLOSE
043900             GO TO 1240-NEXT
044000         END-IF
044100         ADD 1 TO WS-PENDING-LOADED
044200         MOVE C2222Y-STORE TO WS-PH-STORE(WS-PENDING-LOADED)
044300         MOVE C2222Y-CATEGORY TO WS-PH-CATEGORY(WS-PENDING-LOADED)
044400         MOVE C2222Y-CLOSING-COST TO WS-PH-COST(WS-PENDING-LOADED)
044500         MOVE C2222Y-CLOSING-VALUE
044600             TO WS-PH-VALUE(WS-PENDING-LOADED)
044700         GO TO 1240-NEXT
044800     END-IF.
044900     IF C2222Y-RECORD-TYPE EQUAL TO "C" THEN
045000         MOVE C2222Y-PERIOD-END TO WS-LAST-CLOSED-END
045100         MOVE C2222Y-CLOSED-ON TO WS-LAST-CLOSED-ON
045200         MOVE 0 TO WS-ROLL-LOADED
045300         PERFORM 1260-OPEN-ONE-ENTRY
045400             VARYING ZW-N FROM 1 BY 1
045500                 UNTIL ZW-N > WS-PENDING-LOADED
045600         MOVE 0 TO WS-PENDING-LOADED
045700         MOVE 0 TO WS-PENDING-END
045800     END-IF.
045900 1240-NEXT.
046000     PERFORM 1220-READ-HISTORY-RECORD.
046100*****************************************************************
046200**  1260-OPEN-ONE-ENTRY - ONE CLOSING BALANCE OF THE LAST CLOSE
046300**                   BECOMES AN OPENING BALANCE - ITS VALUE, AND
046400**                   THE WRITE-DOWNS IT CARRIES AGAINST ITS COST
046500*****************************************************************
046600 1260-OPEN-ONE-ENTRY SECTION.
046700     MOVE WS-PH-STORE(ZW-N) TO WS-FIND-STORE.
046800     MOVE WS-PH-CATEGORY(ZW-N) TO WS-FIND-CATEGORY.
046900     PERFORM 2250-FIND-ROLL-ENTRY.
047000     IF WS-ROLL-SLOT GREATER THAN 0 THEN
047100         MOVE WS-PH-VALUE(ZW-N) TO WS-RF-OPENING(WS-ROLL-SLOT)
047200         COMPUTE WS-RF-CARRIED(WS-ROLL-SLOT) =
047300             WS-PH-COST(ZW-N) - WS-PH-VALUE(ZW-N)
047400     END-IF.
047500*****************************************************************
047600**  1700-LOAD-DATE-PARM - SETS THE BUSINESS DATE FROM DATEPARM,
047700**                   FALLING BACK TO TODAY WHEN THE PARM IS
047800**                   MISSING OR UNUSABLE.  TODAY IS KEPT AS THE
047900**                   DATE THE CLOSE RAN.
048000*****************************************************************
048100 1700-LOAD-DATE-PARM SECTION.
048200     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
048300     MOVE WS-TODAY TO WS-RUN-DATE.
048400     OPEN INPUT DATE-PARM-FILE.
048500     IF WS-DATEPARM-STATUS EQUAL TO "00" THEN
048600         READ DATE-PARM-FILE
048700             AT END
048800                 CONTINUE
048900         END-READ
049000         IF WS-DATEPARM-STATUS EQUAL TO "00" THEN
049100             IF DP-BUSINESS-DATE IS NUMERIC
049200                AND DP-BUSINESS-DATE GREATER THAN 0 THEN
049300                 MOVE DP-BUSINESS-DATE TO WS-RUN-DATE
049400             END-IF
049500         END-IF
049600         CLOSE DATE-PARM-FILE
049700     END-IF.
049800*****************************************************************
049900**  1900-REPORT-LOCKED - A RUN FOR A DATE INSIDE A CLOSED PERIOD
050000**                   SAYS SO AND STOPS WITH RC 8
050100*****************************************************************
050200 1900-REPORT-LOCKED SECTION.
050300     MOVE WS-RUN-DATE TO RK-RUN-DATE.
050400     MOVE WS-LAST-CLOSED-END TO RK-CLOSED-END.
050500     MOVE WS-LAST-CLOSED-ON TO RK-CLOSED-ON.
050600     WRITE RP-REPORT-LINE FROM WS-LOCKED-LINE.
050700     MOVE "PERIOD LOCKED - NOTHING CHANGED" TO RM-TEXT.
050800     MOVE SPACES TO RM-DETAIL.
050900     WRITE RP-REPORT-LINE FROM WS-MESSAGE-LINE.
051000     DISPLAY "PERIOD CLOSED AT " WS-LAST-CLOSED-END
051100         " IS LOCKED - NOTHING CHANGED".
051200     MOVE 8 TO WS-CANDIDATE-RC.
051300     PERFORM 8000-SET-RETURN-CODE.
051400*****************************************************************
051500**  2000-LOAD-PERIOD-EXTRACT - ADDS UP THE PERIOD'S NIGHTS BY
051600**                   STORE AND CATEGORY.  THE NIGHTS MUST RUN
051700**                   FORWARD FROM THE LAST CLOSE WITH NONE
051800**                   REPEATED, EACH MUST ADD UP TO ITS TRAILER,
051900**                   AND THE LAST MUST BE THE PERIOD END -
052000**                   ANYTHING ELSE REFUSES THE CLOSE.
052100*****************************************************************
052200 2000-LOAD-PERIOD-EXTRACT SECTION.
052300     PERFORM 2100-READ-EXTRACT-RECORD.
052400     PERFORM 2200-TAKE-ONE-EXTRACT-RECORD
052500         UNTIL WS-EXTR-EOF-YES.
052600     IF WS-NIGHT-OPEN-YES THEN
052700         MOVE "EXTRACT ENDS WITHOUT A TRAILER" TO WS-REFUSE-WORK
052800         PERFORM 2900-REFUSE-CLOSE
052900     END-IF.
053000     IF WS-NIGHTS EQUAL TO 0 THEN
053100         MOVE "NO NIGHTS ON THE PERIOD EXTRACT" TO WS-REFUSE-WORK
053200         PERFORM 2900-REFUSE-CLOSE
053300         GO TO 2000-EXIT
053400     END-IF.
053500     IF WS-LAST-NIGHT NOT EQUAL TO WS-RUN-DATE THEN
053600         MOVE "LAST NIGHT ON THE EXTRACT IS NOT THE PERIOD END"
053700             TO WS-REFUSE-WORK
053800         PERFORM 2900-REFUSE-CLOSE
053900     END-IF.
054000 2000-EXIT.
054100     EXIT.
054200*****************************************************************
054300**  2100-READ-EXTRACT-RECORD - READ-AHEAD FOR THE LOAD LOOP
054400*****************************************************************
054500 2100-READ-EXTRACT-RECORD SECTION.
054600     READ PERIOD-EXTRACT-FILE
054700         AT END
054800             MOVE "Y" TO WS-EXTR-EOF-SWITCH
054900     END-READ.
055000*****************************************************************
055100**  2200-TAKE-ONE-EXTRACT-RECORD - A TRAILER CLOSES ITS NIGHT; A
055200**                   ROW IS ADDED TO ITS NIGHT'S SUMS AND TO ITS
055300**                   STORE AND CATEGORY.  THE FIRST PERIOD EVER
055400**                   OPENS EACH STORE AND CATEGORY AT ITS FIRST
055500**                   NIGHT'S OPENING VALUE; AFTER THAT ONE NEW
055600**                   SINCE THE LAST CLOSE OPENS AT ZERO.  A ROW
055700**                   WHOSE MOVEMENT VALUES ARE NOT NUMERIC ADDS
055800**                   NOTHING TO THEM.
056000*****************************************************************
056100 2200-TAKE-ONE-EXTRACT-RECORD SECTION.
056200     IF C2222X-CONTROL-ID EQUAL TO "*CONTROL*" THEN
056300         PERFORM 2400-PROVE-NIGHT
056400         GO TO 2200-NEXT
056500     END-IF.
056600     ADD 1 TO WS-EXTRACT-ROWS.
056700     IF NOT WS-NIGHT-OPEN-YES THEN
056800         PERFORM 2300-START-NIGHT
056900     END-IF.
057000     IF C2222X-BUSINESS-DATE NOT EQUAL TO WS-NIGHT-DATE THEN
057100         MOVE "EXTRACT ROW DATED APART FROM ITS NIGHT"
057200             TO WS-REFUSE-WORK
057300         PERFORM 2900-REFUSE-CLOSE
057400     END-IF.
057500     ADD C2222X-OPENING-VALUE TO WS-NS-OPENING.
057600     ADD C2222X-CLOSING-VALUE TO WS-NS-CLOSING.
057700     ADD C2222X-SHRINK-VALUE TO WS-NS-SHRINK.
057800     ADD C2222X-MARKDOWN-VALUE TO WS-NS-MARKDOWN.
057900     ADD C2222X-RECORD-COUNT TO WS-NS-LOTS.
058000     MOVE C2222X-STORE TO WS-FIND-STORE.
058100     MOVE C2222X-CATEGORY TO WS-FIND-CATEGORY.
058200     PERFORM 2250-FIND-ROLL-ENTRY.
058300     IF WS-ROLL-SLOT EQUAL TO 0 THEN
058400         GO TO 2200-NEXT
058500     END-IF.
058600     IF WS-ROLL-NEW-YES
058700        AND WS-LAST-CLOSED-END EQUAL TO 0 THEN
058800         MOVE C2222X-OPENING-VALUE TO WS-RF-OPENING(WS-ROLL-SLOT)
058900     END-IF.
059000     ADD C2222X-SHRINK-VALUE TO WS-RF-SHRINK(WS-ROLL-SLOT).
059100     ADD C2222X-MARKDOWN-VALUE TO WS-RF-MARKDOWN(WS-ROLL-SLOT).
059200     IF C2222X-RECEIPT-VALUE IS NUMERIC
059300        AND C2222X-XFER-IN-VALUE IS NUMERIC
059400        AND C2222X-SALES-VALUE IS NUMERIC
059500        AND C2222X-XFER-OUT-VALUE IS NUMERIC
059600        AND C2222X-COUNT-ADJ-VALUE IS NUMERIC THEN
059700         ADD C2222X-RECEIPT-VALUE TO WS-NS-RECEIPTS
059800         ADD C2222X-XFER-IN-VALUE TO WS-NS-XFER-IN
059900         ADD C2222X-SALES-VALUE TO WS-NS-SALES
060000         ADD C2222X-XFER-OUT-VALUE TO WS-NS-XFER-OUT
060100         ADD C2222X-COUNT-ADJ-VALUE TO WS-NS-COUNT-ADJ
060200         ADD C2222X-RECEIPT-VALUE TO WS-RF-RECEIPTS(WS-ROLL-SLOT)
060300         ADD C2222X-XFER-IN-VALUE TO WS-RF-XFER-IN(WS-ROLL-SLOT)
060400         ADD C2222X-SALES-VALUE TO WS-RF-SALES(WS-ROLL-SLOT)
060500         ADD C2222X-XFER-OUT-VALUE TO WS-RF-XFER-OUT(WS-ROLL-SLOT)
060600         ADD C2222X-COUNT-ADJ-VALUE
060700             TO WS-RF-COUNT-ADJ(WS-ROLL-SLOT)
060800     END-IF.
060900 2200-NEXT.
061000     PERFORM 2100-READ-EXTRACT-RECORD.
061100*****************************************************************
061200**  2250-FIND-ROLL-ENTRY - THE ROLL-FORWARD ENTRY FOR
061300**                   WS-FIND-STORE AND WS-FIND-CATEGORY, STARTED
061400**                   EMPTY IF NEW.  MORE THAN THE TABLE HOLDS
061500**                   REFUSES THE CLOSE AND RETURNS ZERO.
061600*****************************************************************
061700 2250-FIND-ROLL-ENTRY SECTION.
061800     MOVE 0 TO WS-ROLL-SLOT.
061900     MOVE "N" TO WS-ROLL-NEW-SWITCH.
062000     PERFORM 2260-MATCH-ONE-ROLL-ENTRY
062100         VARYING ZW-R FROM 1 BY 1
062200             UNTIL ZW-R > WS-ROLL-LOADED
062300                OR WS-ROLL-SLOT GREATER THAN 0.
062400     IF WS-ROLL-SLOT GREATER THAN 0 THEN
062500         GO TO 2250-EXIT
062600     END-IF.
062700     IF WS-ROLL-LOADED EQUAL TO 500 THEN
062800         MOVE "STORE AND CATEGORY ROWS OVER 500" TO WS-REFUSE-WORK
062900         PERFORM 2900-REFUSE-CLOSE
063000         GO TO 2250-EXIT
063100     END-IF.
063200     ADD 1 TO WS-ROLL-LOADED.
063300     MOVE WS-ROLL-LOADED TO WS-ROLL-SLOT.
063400     MOVE "Y" TO WS-ROLL-NEW-SWITCH.
063500     MOVE WS-FIND-STORE TO WS-RF-STORE(WS-ROLL-SLOT).
063600     MOVE WS-FIND-CATEGORY TO WS-RF-CATEGORY(WS-ROLL-SLOT).
063700     MOVE 0 TO WS-RF-OPENING(WS-ROLL-SLOT).
063800     MOVE 0 TO WS-RF-CARRIED(WS-ROLL-SLOT).
063900     MOVE 0 TO WS-RF-RECEIPTS(WS-ROLL-SLOT).
064000     MOVE 0 TO WS-RF-XFER-IN(WS-ROLL-SLOT).
064100     MOVE 0 TO WS-RF-SALES(WS-ROLL-SLOT).
064200     MOVE 0 TO WS-RF-XFER-OUT(WS-ROLL-SLOT).
064300     MOVE 0 TO WS-RF-SHRINK(WS-ROLL-SLOT).
064400     MOVE 0 TO WS-RF-COUNT-ADJ(WS-ROLL-SLOT).
064500     MOVE 0 TO WS-RF-MARKDOWN(WS-ROLL-SLOT).
064600     MOVE 0 TO WS-RF-CLOSING-COST(WS-ROLL-SLOT).
064700     MOVE 0 TO WS-RF-LOTS(WS-ROLL-SLOT).
064800     MOVE "N" TO WS-RF-PRINTED-SWITCH(WS-ROLL-SLOT).
064900 2250-EXIT.
065000     EXIT.
065100*****************************************************************
065200**  2260-MATCH-ONE-ROLL-ENTRY - ONE ENTRY AGAINST THE STORE AND
065300**                   CATEGORY SOUGHT
065400*****************************************************************
065500 2260-MATCH-ONE-ROLL-ENTRY SECTION.
065600     IF WS-RF-STORE(ZW-R) EQUAL TO WS-FIND-STORE
065700        AND WS-RF-CATEGORY(ZW-R) EQUAL TO WS-FIND-CATEGORY THEN
065800         MOVE ZW-R TO WS-ROLL-SLOT
065900     END-IF.
066000*****************************************************************
066100**  2300-START-NIGHT - OPENS THE NIGHT OF THE RECORD IN HAND.  IT
066200**                   MUST FALL AFTER THE LAST CLOSE AND THE NIGHT
066300**                   BEFORE IT, AND NOT AFTER THE PERIOD END.
066400*****************************************************************
066500 2300-START-NIGHT SECTION.
066600     MOVE "Y" TO WS-NIGHT-OPEN-SWITCH.
066700     MOVE C2222X-BUSINESS-DATE TO WS-NIGHT-DATE.
066800     INITIALIZE WS-NIGHT-SUMS.
066900     IF WS-NIGHT-DATE NOT GREATER THAN WS-LAST-CLOSED-END
067000        OR WS-NIGHT-DATE NOT GREATER THAN WS-LAST-NIGHT
067100        OR WS-NIGHT-DATE GREATER THAN WS-RUN-DATE THEN
067200         MOVE "NIGHT REPEATED, OUT OF ORDER, OR PAST THE PERIOD"
067300             TO WS-REFUSE-WORK
067400         PERFORM 2900-REFUSE-CLOSE
067500     END-IF.
067600     IF WS-FIRST-NIGHT EQUAL TO 0 THEN
067700         MOVE WS-NIGHT-DATE TO WS-FIRST-NIGHT
067800     END-IF.
067900*****************************************************************
068000**  2400-PROVE-NIGHT - THE NIGHT'S ROWS MUST ADD UP TO ITS
068100**                   TRAILER, AS C2222G PROVES THEM.  THE MOVEMENT
068200**                   VALUES ARE PROVED ONLY WHERE THE TRAILER
068300**                   CARRIES THEM.  THE TRAILER'S COUNT AND HASH
068400**                   ARE KEPT TO TIE THE LAST NIGHT TO THE
068500**                   SNAPSHOT.
068600*****************************************************************
068700 2400-PROVE-NIGHT SECTION.
068800     IF NOT WS-NIGHT-OPEN-YES THEN
068900         PERFORM 2300-START-NIGHT
069000     END-IF.
069100     IF C2222X-BUSINESS-DATE NOT EQUAL TO WS-NIGHT-DATE
069200        OR C2222X-OPENING-VALUE NOT EQUAL TO WS-NS-OPENING
069300        OR C2222X-CLOSING-VALUE NOT EQUAL TO WS-NS-CLOSING
069400        OR C2222X-SHRINK-VALUE NOT EQUAL TO WS-NS-SHRINK
069500        OR C2222X-MARKDOWN-VALUE NOT EQUAL TO WS-NS-MARKDOWN
069600        OR C2222X-RECORD-COUNT NOT EQUAL TO WS-NS-LOTS THEN
069700         MOVE "NIGHT DOES NOT ADD UP TO ITS TRAILER"
069800             TO WS-REFUSE-WORK
069900         PERFORM 2900-REFUSE-CLOSE
070000     END-IF.
070100     IF C2222X-RECEIPT-VALUE IS NUMERIC
070200        AND C2222X-XFER-IN-VALUE IS NUMERIC
070300        AND C2222X-SALES-VALUE IS NUMERIC
070400        AND C2222X-XFER-OUT-VALUE IS NUMERIC
070500        AND C2222X-COUNT-ADJ-VALUE IS NUMERIC THEN
070600         IF C2222X-RECEIPT-VALUE NOT EQUAL TO WS-NS-RECEIPTS
070700            OR C2222X-XFER-IN-VALUE NOT EQUAL TO WS-NS-XFER-IN
070800            OR C2222X-SALES-VALUE NOT EQUAL TO WS-NS-SALES
070900            OR C2222X-XFER-OUT-VALUE NOT EQUAL TO WS-NS-XFER-OUT
071000            OR C2222X-COUNT-ADJ-VALUE
071100               NOT EQUAL TO WS-NS-COUNT-ADJ THEN
071200             MOVE "NIGHT'S MOVEMENTS DO NOT ADD UP TO ITS TRAILER"
071300                 TO WS-REFUSE-WORK
071400             PERFORM 2900-REFUSE-CLOSE
071500         END-IF
071600     END-IF.
071700     ADD 1 TO WS-NIGHTS.
071800     MOVE WS-NIGHT-DATE TO WS-LAST-NIGHT.
071900     MOVE C2222X-RECORD-COUNT TO WS-LAST-NIGHT-COUNT.
072000     MOVE C2222X-QUALITY-HASH TO WS-LAST-NIGHT-HASH.
072100     MOVE "N" TO WS-NIGHT-OPEN-SWITCH.
072200*****************************************************************
072300**  2900-REFUSE-CLOSE - REFUSES THE CLOSE WITH RC 8.  EVERY REASON
072400**                   IS DISPLAYED; THE FIRST IS KEPT FOR THE
072500**                   REPORT.
072600*****************************************************************
072700 2900-REFUSE-CLOSE SECTION.
072800     DISPLAY "CLOSE REFUSED - " WS-REFUSE-WORK.
072900     IF WS-REFUSE-REASON EQUAL TO SPACES THEN
073000         MOVE WS-REFUSE-WORK TO WS-REFUSE-REASON
073100     END-IF.
073200     MOVE 8 TO WS-CANDIDATE-RC.
073300     PERFORM 8000-SET-RETURN-CODE.
073400*****************************************************************
073500**  3000-TAKE-SNAPSHOT - COPIES THE LAST NIGHT'S AGED MASTER TO
073600**                   THE SNAPSHOT, VALUING EACH LOT AT COST INTO
073700**                   ITS STORE AND CATEGORY.  THE MASTER MUST
073800**                   AGREE WITH ITS OWN TRAILER, AND WITH THE LAST
073900**                   NIGHT'S EXTRACT TRAILER - THE SAME COUNT AND
074000**                   HASH - OR IT IS NOT THE PERIOD END'S MASTER.
074100*****************************************************************
074200 3000-TAKE-SNAPSHOT SECTION.
074300     PERFORM 3100-READ-MASTER-RECORD.
074400     PERFORM 3200-SNAP-ONE-RECORD
074500         UNTIL WS-MAST-EOF-YES.
074600     IF NOT WS-PERIOD-FILES-YES
074700        OR WS-PERDEXTR-STATUS NOT EQUAL TO "00" THEN
074800         GO TO 3000-EXIT
074900     END-IF.
075000     IF NOT WS-SNAP-TRAILER-YES
075100        OR WS-SNAP-COUNT NOT EQUAL TO WS-SNAP-EXPECTED-COUNT
075200        OR WS-SNAP-QUALITY-HASH
075300           NOT EQUAL TO WS-SNAP-EXPECTED-HASH THEN
075400         MOVE "AGED MASTER DOES NOT AGREE WITH ITS TRAILER"
075500             TO WS-REFUSE-WORK
075600         PERFORM 2900-REFUSE-CLOSE
075700         GO TO 3000-EXIT
075800     END-IF.
075900     IF WS-SNAP-COUNT NOT EQUAL TO WS-LAST-NIGHT-COUNT
076000        OR WS-SNAP-QUALITY-HASH
076100           NOT EQUAL TO WS-LAST-NIGHT-HASH THEN
076200         MOVE "AGED MASTER IS NOT THE LAST NIGHT'S"
076300             TO WS-REFUSE-WORK
076400         PERFORM 2900-REFUSE-CLOSE
076500     END-IF.
076600 3000-EXIT.
076700     EXIT.
076800*****************************************************************
076900**  3100-READ-MASTER-RECORD - READ-AHEAD FOR THE SNAPSHOT LOOP
077000*****************************************************************
077100 3100-READ-MASTER-RECORD SECTION.
077200     READ AGED-MASTER-FILE
077300         AT END
077400             MOVE "Y" TO WS-MAST-EOF-SWITCH
077500     END-READ.
077600*****************************************************************
077700**  3200-SNAP-ONE-RECORD - COPIES ONE RECORD, TRAILER INCLUDED,
077800**                   AND VALUES A LOT INTO ITS STORE AND CATEGORY
077900*****************************************************************
078000 3200-SNAP-ONE-RECORD SECTION.
078100     WRITE PS-SNAPSHOT-RECORD FROM AM-INVENTORY-RECORD.
078200     IF AC-CONTROL-ID EQUAL TO "*CONTROL*" THEN
078300         MOVE "Y" TO WS-SNAP-TRAILER-SWITCH
078400         MOVE AC-EXPECTED-COUNT TO WS-SNAP-EXPECTED-COUNT
078500         MOVE AC-QUALITY-HASH TO WS-SNAP-EXPECTED-HASH
078600         GO TO 3200-NEXT
078700     END-IF.
078800     ADD 1 TO WS-SNAP-COUNT.
078900     IF AM-QUALITY IS NUMERIC THEN
079000         ADD AM-QUALITY TO WS-SNAP-QUALITY-HASH
079100     END-IF.
079200     MOVE 0 TO WS-LOT-VALUE.
079300     IF AM-QTY-ON-HAND IS NUMERIC
079400        AND AM-UNIT-COST IS NUMERIC THEN
079500         COMPUTE WS-LOT-VALUE = AM-QTY-ON-HAND * AM-UNIT-COST
079600     END-IF.
079700     IF AM-STORE IS NUMERIC THEN
079800         MOVE AM-STORE TO WS-FIND-STORE
079900     ELSE
080000         MOVE 0 TO WS-FIND-STORE
080100     END-IF.
080200     MOVE AM-CATEGORY TO WS-FIND-CATEGORY.
080300     PERFORM 2250-FIND-ROLL-ENTRY.
080400     IF WS-ROLL-SLOT GREATER THAN 0 THEN
080500         ADD WS-LOT-VALUE TO WS-RF-CLOSING-COST(WS-ROLL-SLOT)
080600         ADD 1 TO WS-RF-LOTS(WS-ROLL-SLOT)
080700     END-IF.
080800 3200-NEXT.
080900     PERFORM 3100-READ-MASTER-RECORD.
081000*****************************************************************
081100**  4000-WRITE-ROLL-FORWARD - ONE STATEMENT PER STORE AND
081200**                   CATEGORY IN STORE AND CATEGORY ORDER, A TOTAL
081300**                   FOR EACH STORE, AND ONE FOR THE CHAIN
081400*****************************************************************
081500 4000-WRITE-ROLL-FORWARD SECTION.
081600     MOVE WS-LAST-CLOSED-END TO RH-OPENS-FROM.
081700     MOVE WS-FIRST-NIGHT TO RH-FIRST-NIGHT.
081800     MOVE WS-NIGHTS TO RH-NIGHTS.
081900     WRITE RP-REPORT-LINE FROM WS-REPORT-HEADING-2.
082000     INITIALIZE WS-TOTAL-TABLE.
082100     MOVE "N" TO WS-STORE-OPEN-SWITCH.
082200     PERFORM 4100-PRINT-NEXT-ENTRY
082300         VARYING ZW-N FROM 1 BY 1
082400             UNTIL ZW-N > WS-ROLL-LOADED.
082500     IF WS-STORE-OPEN-YES THEN
082600         PERFORM 4300-PRINT-STORE-TOTAL
082700     END-IF.
082800     MOVE WS-TOTAL-ENTRY(3) TO WS-TOTAL-ENTRY(1).
082900     MOVE SPACES TO RP-REPORT-LINE.
083000     WRITE RP-REPORT-LINE.
083100     WRITE RP-REPORT-LINE FROM WS-CHAIN-HEADING.
083200     PERFORM 4500-PRINT-STATEMENT.
083300*****************************************************************
083400**  4100-PRINT-NEXT-ENTRY - PICKS THE LOWEST STORE AND CATEGORY
083500**                   NOT YET PRINTED, CLOSING OFF THE STORE BEFORE
083600**                   IT WHEN THE STORE CHANGES, AND PRINTS IT
083700*****************************************************************
083800 4100-PRINT-NEXT-ENTRY SECTION.
083900     MOVE 0 TO WS-BEST-SLOT.
084000     PERFORM 4150-CHECK-ONE-ENTRY
084100         VARYING ZW-R FROM 1 BY 1
084200             UNTIL ZW-R > WS-ROLL-LOADED.
084300     IF WS-STORE-OPEN-YES
084400        AND WS-RF-STORE(WS-BEST-SLOT)
084500            NOT EQUAL TO WS-CURRENT-STORE THEN
084600         PERFORM 4300-PRINT-STORE-TOTAL
084700     END-IF.
084800     IF NOT WS-STORE-OPEN-YES THEN
084900         MOVE "Y" TO WS-STORE-OPEN-SWITCH
085000         MOVE WS-RF-STORE(WS-BEST-SLOT) TO WS-CURRENT-STORE
085100         INITIALIZE WS-TOTAL-ENTRY(2)
085200     END-IF.
085300     MOVE "Y" TO WS-RF-PRINTED-SWITCH(WS-BEST-SLOT).
085400     PERFORM 4200-BUILD-STATEMENT.
085500     MOVE SPACES TO RP-REPORT-LINE.
085600     WRITE RP-REPORT-LINE.
085700     MOVE WS-RF-STORE(WS-BEST-SLOT) TO RB-STORE.
085800     MOVE SPACES TO RB-TITLE.
085900     STRING "CATEGORY " WS-RF-CATEGORY(WS-BEST-SLOT)
086000         DELIMITED BY SIZE INTO RB-TITLE
086100     END-STRING.
086200     WRITE RP-REPORT-LINE FROM WS-BLOCK-HEADING.
086300     PERFORM 4500-PRINT-STATEMENT.
086400     PERFORM 4250-ADD-TO-TOTALS
086500         VARYING ZW-T FROM 2 BY 1
086600             UNTIL ZW-T > 3.
086700*****************************************************************
086800**  4150-CHECK-ONE-ENTRY - KEEPS THE LOWER OF ONE UNPRINTED ENTRY
086900**                   AND THE BEST SO FAR
087000*****************************************************************
087100 4150-CHECK-ONE-ENTRY SECTION.
087200     IF WS-RF-PRINTED-YES(ZW-R) THEN
087300         GO TO 4150-EXIT
087400     END-IF.
087500     IF WS-BEST-SLOT EQUAL TO 0 THEN
087600         MOVE ZW-R TO WS-BEST-SLOT
087700         GO TO 4150-EXIT
087800     END-IF.
087900     IF WS-RF-STORE(ZW-R) LESS THAN WS-RF-STORE(WS-BEST-SLOT)
088000        OR (WS-RF-STORE(ZW-R) EQUAL TO WS-RF-STORE(WS-BEST-SLOT)
088100            AND WS-RF-CATEGORY(ZW-R)
088200                LESS THAN WS-RF-CATEGORY(WS-BEST-SLOT)) THEN
088300         MOVE ZW-R TO WS-BEST-SLOT
088400     END-IF.
088500 4150-EXIT.
088600     EXIT.
088700*****************************************************************
088800**  4200-BUILD-STATEMENT - ONE ENTRY'S ROLL-FORWARD.  SHRINK IS
088900**                   THE PASS'S SHRINK LESS THE NET COUNT
089000**                   ADJUSTMENT.  THE CLOSING VALUE IS THE
089100**                   SNAPSHOT'S COST LESS THE WRITE-DOWNS - THOSE
089200**                   CARRIED IN PLUS THE PERIOD'S SHRINK AND
089300**                   MARKDOWN - AND WHAT IT MISSES THE CALCULATED
089400**                   FIGURE BY IS THE UNEXPLAINED DIFFERENCE.
089500*****************************************************************
089600 4200-BUILD-STATEMENT SECTION.
089700     INITIALIZE WS-TOTAL-ENTRY(1).
089800     MOVE WS-RF-OPENING(WS-BEST-SLOT) TO WS-TT-OPENING(1).
089900     MOVE WS-RF-RECEIPTS(WS-BEST-SLOT) TO WS-TT-RECEIPTS(1).
090000     MOVE WS-RF-XFER-IN(WS-BEST-SLOT) TO WS-TT-XFER-IN(1).
090100     MOVE WS-RF-SALES(WS-BEST-SLOT) TO WS-TT-SALES(1).
090200     MOVE WS-RF-XFER-OUT(WS-BEST-SLOT) TO WS-TT-XFER-OUT(1).
090300     COMPUTE WS-TT-SHRINK(1) =
090400         WS-RF-SHRINK(WS-BEST-SLOT)
090500         - WS-RF-COUNT-ADJ(WS-BEST-SLOT).
090600     MOVE WS-RF-MARKDOWN(WS-BEST-SLOT) TO WS-TT-MARKDOWN(1).
090700     COMPUTE WS-TT-CALCULATED(1) =
090800         WS-TT-OPENING(1) + WS-TT-RECEIPTS(1) + WS-TT-XFER-IN(1)
090900         - WS-TT-SALES(1) - WS-TT-XFER-OUT(1) - WS-TT-SHRINK(1)
091000         - WS-TT-MARKDOWN(1).
091100     MOVE WS-RF-CLOSING-COST(WS-BEST-SLOT)
091200         TO WS-TT-CLOSING-COST(1).
091300     COMPUTE WS-TT-WRITE-DOWN(1) =
091400         WS-RF-CARRIED(WS-BEST-SLOT) + WS-RF-SHRINK(WS-BEST-SLOT)
091500         + WS-RF-MARKDOWN(WS-BEST-SLOT).
091600     COMPUTE WS-TT-CLOSING(1) =
091700         WS-TT-CLOSING-COST(1) - WS-TT-WRITE-DOWN(1).
091800     COMPUTE WS-TT-DIFFERENCE(1) =
091900         WS-TT-CLOSING(1) - WS-TT-CALCULATED(1).
092000*****************************************************************
092100**  4250-ADD-TO-TOTALS - ADDS THE STATEMENT JUST PRINTED INTO THE
092200**                   STORE OR CHAIN TOTAL
092300*****************************************************************
092400 4250-ADD-TO-TOTALS SECTION.
092500     ADD WS-TT-OPENING(1) TO WS-TT-OPENING(ZW-T).
092600     ADD WS-TT-RECEIPTS(1) TO WS-TT-RECEIPTS(ZW-T).
092700     ADD WS-TT-XFER-IN(1) TO WS-TT-XFER-IN(ZW-T).
092800     ADD WS-TT-SALES(1) TO WS-TT-SALES(ZW-T).
092900     ADD WS-TT-XFER-OUT(1) TO WS-TT-XFER-OUT(ZW-T).
093000     ADD WS-TT-SHRINK(1) TO WS-TT-SHRINK(ZW-T).
093100     ADD WS-TT-MARKDOWN(1) TO WS-TT-MARKDOWN(ZW-T).
093200     ADD WS-TT-CALCULATED(1) TO WS-TT-CALCULATED(ZW-T).
093300     ADD WS-TT-CLOSING-COST(1) TO WS-TT-CLOSING-COST(ZW-T).
093400     ADD WS-TT-WRITE-DOWN(1) TO WS-TT-WRITE-DOWN(ZW-T).
093500     ADD WS-TT-CLOSING(1) TO WS-TT-CLOSING(ZW-T).
093600     ADD WS-TT-DIFFERENCE(1) TO WS-TT-DIFFERENCE(ZW-T).
093700*****************************************************************
093800**  4300-PRINT-STORE-TOTAL - THE STORE JUST FINISHED, ALL
093900**                   CATEGORIES
094000*****************************************************************
094100 4300-PRINT-STORE-TOTAL SECTION.
094200     MOVE WS-TOTAL-ENTRY(2) TO WS-TOTAL-ENTRY(1).
094300     MOVE SPACES TO RP-REPORT-LINE.
094400     WRITE RP-REPORT-LINE.
094500     MOVE WS-CURRENT-STORE TO RB-STORE.
094600     MOVE "ALL CATEGORIES" TO RB-TITLE.
094700     WRITE RP-REPORT-LINE FROM WS-BLOCK-HEADING.
094800     PERFORM 4500-PRINT-STATEMENT.
094900     MOVE "N" TO WS-STORE-OPEN-SWITCH.
095000*****************************************************************
095100**  4500-PRINT-STATEMENT - PRINTS THE STATEMENT IN SLOT 1
095200*****************************************************************
095300 4500-PRINT-STATEMENT SECTION.
095400     MOVE "  OPENING VALUE" TO RA-LABEL.
095500     MOVE WS-TT-OPENING(1) TO RA-AMOUNT.
095600     WRITE RP-REPORT-LINE FROM WS-AMOUNT-LINE.
095700     MOVE "+ RECEIPTS AND RETURNS" TO RA-LABEL.
095800     MOVE WS-TT-RECEIPTS(1) TO RA-AMOUNT.
095900     WRITE RP-REPORT-LINE FROM WS-AMOUNT-LINE.
096000     MOVE "+ TRANSFERS IN" TO RA-LABEL.
096100     MOVE WS-TT-XFER-IN(1) TO RA-AMOUNT.
096200     WRITE RP-REPORT-LINE FROM WS-AMOUNT-LINE.
096300     MOVE "- SALES" TO RA-LABEL.
096400     MOVE WS-TT-SALES(1) TO RA-AMOUNT.
096500     WRITE RP-REPORT-LINE FROM WS-AMOUNT-LINE.
096600     MOVE "- TRANSFERS OUT" TO RA-LABEL.
096700     MOVE WS-TT-XFER-OUT(1) TO RA-AMOUNT.
096800     WRITE RP-REPORT-LINE FROM WS-AMOUNT-LINE.
096900     MOVE "- SHRINK" TO RA-LABEL.
097000     MOVE WS-TT-SHRINK(1) TO RA-AMOUNT.
097100     WRITE RP-REPORT-LINE FROM WS-AMOUNT-LINE.
097200     MOVE "- MARKDOWN" TO RA-LABEL.
097300     MOVE WS-TT-MARKDOWN(1) TO RA-AMOUNT.
097400     WRITE RP-REPORT-LINE FROM WS-AMOUNT-LINE.
097500     MOVE "= CALCULATED CLOSING VALUE" TO RA-LABEL.
097600     MOVE WS-TT-CALCULATED(1) TO RA-AMOUNT.
097700     WRITE RP-REPORT-LINE FROM WS-AMOUNT-LINE.
097800     MOVE "  CLOSING STOCK AT COST" TO RA-LABEL.
097900     MOVE WS-TT-CLOSING-COST(1) TO RA-AMOUNT.
098000     WRITE RP-REPORT-LINE FROM WS-AMOUNT-LINE.
098100     MOVE "  LESS WRITE-DOWNS TO DATE" TO RA-LABEL.
098200     MOVE WS-TT-WRITE-DOWN(1) TO RA-AMOUNT.
098300     WRITE RP-REPORT-LINE FROM WS-AMOUNT-LINE.
098400     MOVE "  CLOSING VALUE" TO RA-LABEL.
098500     MOVE WS-TT-CLOSING(1) TO RA-AMOUNT.
098600     WRITE RP-REPORT-LINE FROM WS-AMOUNT-LINE.
098700     MOVE "  UNEXPLAINED DIFFERENCE" TO RA-LABEL.
098800     MOVE WS-TT-DIFFERENCE(1) TO RA-AMOUNT.
098900     WRITE RP-REPORT-LINE FROM WS-AMOUNT-LINE.
099000*****************************************************************
099100**  4900-REPORT-REFUSED - A CLOSE THAT DID NOT PROVE SAYS WHY AND
099200**                   THAT THE PERIOD IS STILL OPEN
099300*****************************************************************
099400 4900-REPORT-REFUSED SECTION.
099500     MOVE "CLOSE REFUSED - " TO RM-TEXT.
099600     MOVE WS-REFUSE-REASON TO RM-DETAIL.
099700     WRITE RP-REPORT-LINE FROM WS-MESSAGE-LINE.
099800     MOVE "PERIOD LEFT OPEN - CORRECT AND RERUN" TO RM-TEXT.
099900     MOVE SPACES TO RM-DETAIL.
100000     WRITE RP-REPORT-LINE FROM WS-MESSAGE-LINE.
100100*****************************************************************
100200**  5000-LOCK-PERIOD - APPENDS THE CLOSING BALANCES, THEN THE
100300**                   CLOSE RECORD THAT LOCKS THE PERIOD.  A
100400**                   HISTORY THAT CANNOT BE WRITTEN LEAVES THE
100500**                   PERIOD OPEN WITH RC 12.
100600*****************************************************************
100700 5000-LOCK-PERIOD SECTION.
100800     OPEN EXTEND PERIOD-HISTORY-FILE.
100900     IF WS-PERDHST-STATUS NOT EQUAL TO "00" THEN
101000         OPEN OUTPUT PERIOD-HISTORY-FILE
101100     END-IF.
101200     IF WS-PERDHST-STATUS NOT EQUAL TO "00" THEN
101300         DISPLAY "PERDHST WILL NOT OPEN - PERIOD NOT LOCKED"
101400         MOVE 12 TO WS-CANDIDATE-RC
101500         PERFORM 8000-SET-RETURN-CODE
101600         GO TO 5000-EXIT
101700     END-IF.
101800     PERFORM 5100-WRITE-ONE-BALANCE
101900         VARYING ZW-R FROM 1 BY 1
102000             UNTIL ZW-R > WS-ROLL-LOADED.
102100     MOVE SPACES TO PH-PERIOD-HISTORY-RECORD.
102200     MOVE "C" TO C2222Y-RECORD-TYPE.
102300     MOVE WS-RUN-DATE TO C2222Y-PERIOD-END.
102400     MOVE WS-FIRST-NIGHT TO C2222Y-PERIOD-START.
102500     MOVE 0 TO C2222Y-STORE.
102600     MOVE WS-TT-CLOSING-COST(3) TO C2222Y-CLOSING-COST.
102700     MOVE WS-TT-CLOSING(3) TO C2222Y-CLOSING-VALUE.
102800     MOVE WS-SNAP-COUNT TO C2222Y-RECORD-COUNT.
102900     MOVE WS-SNAP-QUALITY-HASH TO C2222Y-QUALITY-HASH.
103000     MOVE WS-TODAY TO C2222Y-CLOSED-ON.
103100     WRITE PH-PERIOD-HISTORY-RECORD.
103200     ADD 1 TO WS-HISTORY-WRITTEN.
103300     CLOSE PERIOD-HISTORY-FILE.
103400     MOVE "PERIOD CLOSED AND LOCKED" TO RM-TEXT.
103500     MOVE SPACES TO RM-DETAIL.
103600     MOVE SPACES TO RP-REPORT-LINE.
103700     WRITE RP-REPORT-LINE.
103800     WRITE RP-REPORT-LINE FROM WS-MESSAGE-LINE.
103900 5000-EXIT.
104000     EXIT.
104100*****************************************************************
104200**  5100-WRITE-ONE-BALANCE - ONE STORE AND CATEGORY'S CLOSING
104300**                   BALANCE, WHAT THE NEXT PERIOD OPENS AT
104400*****************************************************************
104500 5100-WRITE-ONE-BALANCE SECTION.
104600     COMPUTE WS-CLOSING-VALUE =
104700         WS-RF-CLOSING-COST(ZW-R) - WS-RF-CARRIED(ZW-R)
104800         - WS-RF-SHRINK(ZW-R) - WS-RF-MARKDOWN(ZW-R).
104900     MOVE SPACES TO PH-PERIOD-HISTORY-RECORD.
105000     MOVE "B" TO C2222Y-RECORD-TYPE.
105100     MOVE WS-RUN-DATE TO C2222Y-PERIOD-END.
105200     MOVE WS-FIRST-NIGHT TO C2222Y-PERIOD-START.
105300     MOVE WS-RF-STORE(ZW-R) TO C2222Y-STORE.
105400     MOVE WS-RF-CATEGORY(ZW-R) TO C2222Y-CATEGORY.
105500     MOVE WS-RF-CLOSING-COST(ZW-R) TO C2222Y-CLOSING-COST.
105600     MOVE WS-CLOSING-VALUE TO C2222Y-CLOSING-VALUE.
105700     MOVE WS-RF-LOTS(ZW-R) TO C2222Y-RECORD-COUNT.
105800     MOVE 0 TO C2222Y-QUALITY-HASH.
105900     MOVE WS-TODAY TO C2222Y-CLOSED-ON.
106000     WRITE PH-PERIOD-HISTORY-RECORD.
106100     ADD 1 TO WS-HISTORY-WRITTEN.
106200*****************************************************************
106300**  8000-SET-RETURN-CODE - RAISES VSP-RETURN-CODE, NEVER LOWERS
106400**                   IT, SO THE WORST CONDITION OF THE RUN WINS.
106500*****************************************************************
106600 8000-SET-RETURN-CODE SECTION.
106700     IF WS-CANDIDATE-RC GREATER THAN VSP-RETURN-CODE THEN
106800         MOVE WS-CANDIDATE-RC TO VSP-RETURN-CODE
106900     END-IF.
107000*****************************************************************
107100**  9000-CLOSE-FILES - CLOSES THE REPORT AND, WHEN THEY WERE
107200**                   OPENED, THE PERIOD'S FILES
107300*****************************************************************
107400 9000-CLOSE-FILES SECTION.
107500     CLOSE CLOSE-REPORT-FILE.
107600     IF WS-PERIOD-FILES-YES THEN
107700         CLOSE PERIOD-EXTRACT-FILE
107800         CLOSE AGED-MASTER-FILE
107900         CLOSE SNAPSHOT-FILE
108000     END-IF.
108100*****************************************************************
108200**  9100-WRITE-RUN-LOG - APPENDS THIS RUN'S RUN-CONTROL RECORD TO
108300**                   THE SHARED RUNLOG - SNAPSHOT LOTS AND THEIR
108400**                   QUALITY HASH IN, HISTORY RECORDS WRITTEN OUT.
108500**                   A LOG THAT CANNOT BE WRITTEN RAISES RC 4.
108600*****************************************************************
108700 9100-WRITE-RUN-LOG SECTION.
108800     OPEN EXTEND RUN-LOG-FILE.
108900     IF WS-RUNLOG-STATUS NOT EQUAL TO "00" THEN
109000         OPEN OUTPUT RUN-LOG-FILE
109100     END-IF.
109200     IF WS-RUNLOG-STATUS EQUAL TO "00" THEN
109300         MOVE "C2222Y" TO C2222L-PROGRAM
109400         MOVE WS-RUN-DATE TO C2222L-BUSINESS-DATE
109500         MOVE WS-SNAP-COUNT TO C2222L-RECORDS-IN
109600         MOVE WS-HISTORY-WRITTEN TO C2222L-RECORDS-OUT
109700         MOVE WS-SNAP-QUALITY-HASH TO C2222L-HASH-IN
109800         MOVE 0 TO C2222L-HASH-OUT
109900         MOVE VSP-RETURN-CODE TO C2222L-RETURN-CODE
110000         WRITE RL-RUN-LOG-RECORD
110100         CLOSE RUN-LOG-FILE
110200     ELSE
110300         MOVE 4 TO WS-CANDIDATE-RC
110400         PERFORM 8000-SET-RETURN-CODE
110500     END-IF.
110600 END PROGRAM C2222Y.
