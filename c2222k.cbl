000100*****************************************************************
000200**  PROGRAM:     C2222K
000300**  DESCRIPTION: PRODUCT RECALL CONTROL.  TAKES NEW RECALL
000400**               NOTICES FROM A VENDOR OR HEALTH AUTHORITY ONTO
000500**               THE RECALL FILE THE NIGHTLY PASS FREEZES LOTS
000600**               FROM, FOLLOWS EACH OPEN RECALL STORE BY STORE
000700**               FROM THE EXPOSURE THE PASS REPORTS ON RCLSTOCK,
000800**               RECORDS EACH STORE'S CONFIRMATION THAT THE STOCK
000900**               WAS PULLED, AND CLOSES A RECALL ONLY WHEN EVERY
001000**               STORE THAT EVER HELD THE STOCK HAS CONFIRMED - SO
001100**               THE CHAIN CAN PROVE TO THE VENDOR AND THE
001200**               REGULATOR THAT IT CLEARED IT.  RUNS AHEAD OF THE
001300**               NIGHTLY PASS SO A NOTICE TAKEN TODAY FREEZES
001400**               STOCK TONIGHT.
001500**
001600**  FILES:       RECALLS  - CURRENT RECALL FILE (INPUT, SEE
001700**                          C2222DK).  A MISSING FILE IS A
001800**                          FIRST-EVER RUN, NOT AN ERROR.
001900**               RCLNOTE  - NEW RECALL NOTICES KEYED TODAY.  DATE
002000**                          RANGES ARE CARRIED AS CHARACTERS SO A
002100**                          MIS-KEYED CARD IS CAUGHT BY THE EDITS.
002200**                          OPTIONAL.
002300**               RCLSTOCK - QUARANTINED LOTS FROM THE LAST NIGHTLY
002400**                          PASS, ONE PER LOT, WITH A *CONTROL*
002500**                          TRAILER CARRYING ITS BUSINESS DATE AND
002600**                          LOT COUNT.  OPTIONAL.
002700**               RCLSTAT  - CURRENT STORE STATUS - ONE ROW PER
002800**                          RECALL PER STORE THAT HAS HELD THE
002900**                          STOCK OR CONFIRMED.  OPTIONAL.
003000**               RCLCONF  - STORE PULL CONFIRMATIONS - RECALL,
003100**                          STORE, AND THE DATE THE STORE PULLED
003200**                          (BLANK = TODAY).  OPTIONAL.
003300**               RECALLSN - NEW RECALL FILE GENERATION, SAME
003400**                          LAYOUT.
003500**               RCLSTATN - NEW STORE STATUS GENERATION.
003600**               RCLRPT   - NOTICE AND CONFIRMATION DISPOSITIONS
003700**                          AND THE STATUS OF EVERY RECALL ON FILE
003800**                          BY STORE.
003900**
004000**  MODIFICATION HISTORY
004100**  -------------------------------------------------------------
004200**  DATE       INIT  DESCRIPTION
004300**  10/15/2026 JRH   ORIGINAL VERSION.
004316**  10/15/2026 JRH   A STORE CANNOT CONFIRM, AND A RECALL CANNOT
004332**                   CLOSE, WHILE THE LAST PASS STILL SHOWS
004348**                   QUARANTINED STOCK ON THE BOOK.  DATEPARM
004364**                   RECORD NOW CARRIES THE SUSPENSE LIMIT, AS
004380**                   THE NIGHTLY PASS'S DOES.
004400*****************************************************************
004500 IDENTIFICATION DIVISION.
004600 PROGRAM-ID.     C2222K.
004700 AUTHOR.         J R HENDRICKS.
004800 INSTALLATION.   SHELF INVENTORY CONTROL.
004900 DATE-WRITTEN.   10/15/2026.
005000 DATE-COMPILED.
005100 ENVIRONMENT DIVISION.
005200 CONFIGURATION SECTION.
005300 SOURCE-COMPUTER. IBM-370.
005400 OBJECT-COMPUTER. IBM-370.
005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.
005700     SELECT RECALL-FILE ASSIGN TO "RECALLS"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-RECALLS-STATUS.
006000     SELECT NOTICE-FILE ASSIGN TO "RCLNOTE"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-RCLNOTE-STATUS.
006300     SELECT RECALL-STOCK-FILE ASSIGN TO "RCLSTOCK"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-RCLSTOCK-STATUS.
006600     SELECT STORE-STATUS-FILE ASSIGN TO "RCLSTAT"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-RCLSTAT-STATUS.
006900     SELECT CONFIRMATION-FILE ASSIGN TO "RCLCONF"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-RCLCONF-STATUS.
007200     SELECT NEW-RECALL-FILE ASSIGN TO "RECALLSN"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-RECALLSN-STATUS.
007500     SELECT NEW-STATUS-FILE ASSIGN TO "RCLSTATN"
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS WS-RCLSTATN-STATUS.
007800     SELECT RECALL-REPORT-FILE ASSIGN TO "RCLRPT"
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS WS-RCLRPT-STATUS.
008100     SELECT DATE-PARM-FILE ASSIGN TO "DATEPARM"
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS WS-DATEPARM-STATUS.
008400     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
008500         ORGANIZATION IS LINE SEQUENTIAL
008600         FILE STATUS IS WS-RUNLOG-STATUS.
008700 DATA DIVISION.
008800 FILE SECTION.
008900 FD  RECALL-FILE
009000     LABEL RECORDS ARE STANDARD
009100     RECORDING MODE IS F.
009200**  ONE RECALL NOTICE - SEE COPYBOOK FOR THE FIELDS
009300 01  RC-RECALL-RECORD.
009400     COPY C2222DK.
009500 FD  NOTICE-FILE
009600     LABEL RECORDS ARE STANDARD
009700     RECORDING MODE IS F.
009800**  ONE NEW NOTICE AS KEYED.  THE RECEIVED DATES ARE CHARACTERS SO
009900**  A MIS-KEYED CARD IS CAUGHT BY THE EDITS INSTEAD OF A MOVE.
010000 01  NT-NOTICE-RECORD.
010100     02  NT-RECALL-ID            PIC X(08).
010200     02  NT-VENDOR-CODE          PIC X(05).
010300     02  NT-NAME                 PIC X(50).
010400     02  NT-LOT-FROM             PIC X(06).
010500     02  NT-LOT-TO               PIC X(06).
010600     02  NT-RECEIVED-FROM-X      PIC X(08).
010700     02  NT-RECEIVED-TO-X        PIC X(08).
010800 FD  RECALL-STOCK-FILE
010900     LABEL RECORDS ARE STANDARD
011000     RECORDING MODE IS F.
011100**  SAME RECORD THE NIGHTLY PASS WRITES - ONE QUARANTINED LOT, OR
011200**  THE *CONTROL* TRAILER (NAME) WITH THE BUSINESS DATE AND THE
011300**  LOT COUNT IN THE QUANTITY FIELD.
011400 01  RS-RECALL-STOCK-RECORD.
011500     02  RS-RECALL-ID            PIC X(08).
011600     02  RS-STORE                PIC 9(03).
011700     02  RS-NAME                 PIC X(50).
011800     02  RS-LOT                  PIC X(06).
011900     02  RS-QTY-ON-HAND          PIC 9(05).
012000     02  RS-EXTENDED-COST        PIC 9(09)V99.
012100     02  RS-BUSINESS-DATE        PIC 9(08).
012200 FD  STORE-STATUS-FILE
012300     LABEL RECORDS ARE STANDARD
012400     RECORDING MODE IS F.
012500**  ONE STORE'S POSITION ON ONE RECALL - FIRST AND LAST NIGHT THE
012600**  PASS SAW THE STOCK THERE, WHAT IS STILL ON THE BOOK, AND THE
012700**  STORE'S PULL CONFIRMATION.
012800 01  SS-STATUS-RECORD.
012900     02  SS-RECALL-ID            PIC X(08).
013000     02  SS-STORE                PIC 9(03).
013100     02  SS-FIRST-SEEN           PIC 9(08).
013200     02  SS-LAST-SEEN            PIC 9(08).
013300     02  SS-QTY                  PIC 9(07).
013400     02  SS-VALUE                PIC 9(09)V99.
013500     02  SS-CONFIRM-FLAG         PIC X(01).
013600     02  SS-CONFIRM-DATE         PIC 9(08).
013700 FD  CONFIRMATION-FILE
013800     LABEL RECORDS ARE STANDARD
013900     RECORDING MODE IS F.
014000**  ONE STORE'S PULL CONFIRMATION, KEYED AS CHARACTERS.
014100 01  CF-CONFIRM-RECORD.
014200     02  CF-RECALL-ID            PIC X(08).
014300     02  FILLER                  PIC X(01).
014400     02  CF-STORE-X              PIC X(03).
014500     02  FILLER                  PIC X(01).
014600     02  CF-CONFIRM-DATE-X       PIC X(08).
014700 FD  NEW-RECALL-FILE
014800     LABEL RECORDS ARE STANDARD
014900     RECORDING MODE IS F.
015000**  SAME LAYOUT AS RC-RECALL-RECORD SO THE NIGHTLY PASS LOADS THIS
015100**  GENERATION WITHOUT A REFORMAT STEP.
015200 01  NR-RECALL-RECORD              PIC X(108).
015300 FD  NEW-STATUS-FILE
015400     LABEL RECORDS ARE STANDARD
015500     RECORDING MODE IS F.
015600**  SAME LAYOUT AS SS-STATUS-RECORD.
015700 01  NS-STATUS-RECORD              PIC X(54).
015800 FD  RECALL-REPORT-FILE
015900     LABEL RECORDS ARE STANDARD
016000     RECORDING MODE IS F.
016100 01  RP-REPORT-LINE                PIC X(100).
016200 FD  DATE-PARM-FILE
016300     LABEL RECORDS ARE STANDARD
016400     RECORDING MODE IS F.
016500**  BUSINESS DATE (YYYYMMDD) - SAME PARM THE NIGHTLY PASS READS
016600 01  DP-PARM-RECORD.
016700     02  DP-BUSINESS-DATE         PIC 9(08).
016800     02  FILLER                  PIC X(01).
016900     02  DP-DAYS-TO-AGE           PIC 9(02).
016933     02  FILLER                  PIC X(01).
016966     02  DP-SUSPENSE-LIMIT        PIC 9(02).
017000 FD  RUN-LOG-FILE
017100     LABEL RECORDS ARE STANDARD
017200     RECORDING MODE IS F.
017300**  ONE RUN-CONTROL RECORD - SEE COPYBOOK FOR THE FIELDS
017400 01  RL-RUN-LOG-RECORD.
017500     COPY C2222DL.
017600 WORKING-STORAGE SECTION.
017700 01  VSP.
017800     02  VSP-RETURN-CODE           PIC 99 VALUE 0.
017900 77  WS-CANDIDATE-RC               PIC 99 VALUE 0.
018000 77  WS-RECALLS-STATUS             PIC X(02) VALUE "00".
018100 77  WS-RCLNOTE-STATUS             PIC X(02) VALUE "00".
018200 77  WS-RCLSTOCK-STATUS            PIC X(02) VALUE "00".
018300 77  WS-RCLSTAT-STATUS             PIC X(02) VALUE "00".
018400 77  WS-RCLCONF-STATUS             PIC X(02) VALUE "00".
018500 77  WS-RECALLSN-STATUS            PIC X(02) VALUE "00".
018600 77  WS-RCLSTATN-STATUS            PIC X(02) VALUE "00".
018700 77  WS-RCLRPT-STATUS              PIC X(02) VALUE "00".
018800 77  WS-DATEPARM-STATUS            PIC X(02) VALUE "00".
018900 77  WS-RUNLOG-STATUS              PIC X(02) VALUE "00".
019000 77  WS-RUN-DATE                   PIC 9(08) VALUE 0.
019100 77  WS-RUN-DATE-SERIAL            PIC S9(07) VALUE 0.
019200 77  WS-DATE-SERIAL                PIC S9(07) VALUE 0.
019300 77  WS-DATE-WORK                  PIC 9(08) VALUE 0.
019400**  A CLOSED RECALL STAYS ON FILE AND ON THE REPORT THIS MANY
019500**  DAYS AFTER IT CLOSES, THEN DROPS OFF WITH ITS STORE ROWS.
019600 77  WS-RETAIN-DAYS                PIC 9(03) VALUE 90.
019700 77  WS-RECALLS-LOADED             PIC 999 VALUE 0.
019800 77  WS-STATUS-LOADED              PIC 9(04) VALUE 0.
019900 77  WS-RECALLS-DROPPED            PIC 9(05) VALUE 0.
020000 77  WS-NOTICE-COUNT               PIC 9(05) VALUE 0.
020100 77  WS-NOTICE-ACCEPTED            PIC 9(05) VALUE 0.
020200 77  WS-CONFIRM-COUNT              PIC 9(05) VALUE 0.
020300 77  WS-CONFIRM-ACCEPTED           PIC 9(05) VALUE 0.
020400 77  WS-REJECT-COUNT               PIC 9(05) VALUE 0.
020500 77  WS-STOCK-COUNT                PIC 9(07) VALUE 0.
020600 77  WS-STOCK-DATE                 PIC 9(08) VALUE 0.
020700 77  WS-STOCK-CTL-COUNT            PIC 9(05) VALUE 0.
020800 77  WS-RECALLS-WRITTEN            PIC 999 VALUE 0.
020900 77  WS-STATUS-WRITTEN             PIC 9(07) VALUE 0.
021000 77  WS-OPEN-COUNT                 PIC 999 VALUE 0.
021100 77  WS-CLOSED-TONIGHT             PIC 999 VALUE 0.
021200 77  WS-OUTSTANDING-STORES         PIC 9(05) VALUE 0.
021300 77  WS-RECALL-ROWS                PIC 9(04) VALUE 0.
021400 77  WS-RECALL-OPEN-ROWS           PIC 9(04) VALUE 0.
021450 77  WS-RECALL-STOCK-ROWS          PIC 9(04) VALUE 0.
021500 77  WS-RECALL-SLOT                PIC 999 VALUE 0.
021600 77  WS-STATUS-SLOT                PIC 9(04) VALUE 0.
021700 77  WS-FIND-RECALL-ID             PIC X(08) VALUE SPACES.
021800 77  WS-FIND-STORE                 PIC 9(03) VALUE 0.
021900 77  WS-CONFIRM-DATE               PIC 9(08) VALUE 0.
022000 01  ZW-K                          PIC 999.
022100 01  ZW-S                          PIC 9(04).
022200 01  WS-SWITCHES.
022300     02  WS-RECALL-EOF-SWITCH      PIC X(01) VALUE "N".
022400         88  WS-RECALL-EOF-YES               VALUE "Y".
022500     02  WS-NOTICE-EOF-SWITCH      PIC X(01) VALUE "N".
022600         88  WS-NOTICE-EOF-YES               VALUE "Y".
022700     02  WS-STOCK-EOF-SWITCH       PIC X(01) VALUE "N".
022800         88  WS-STOCK-EOF-YES                VALUE "Y".
022900     02  WS-STAT-EOF-SWITCH        PIC X(01) VALUE "N".
023000         88  WS-STAT-EOF-YES                 VALUE "Y".
023100     02  WS-CONF-EOF-SWITCH        PIC X(01) VALUE "N".
023200         88  WS-CONF-EOF-YES                 VALUE "Y".
023300     02  WS-FILES-OPEN-SWITCH      PIC X(01) VALUE "N".
023400         88  WS-FILES-OPEN-YES               VALUE "Y".
023500     02  WS-REJECT-SWITCH          PIC X(01) VALUE "N".
023600         88  WS-REJECT-YES                   VALUE "Y".
023700     02  WS-STOCK-CTL-SWITCH       PIC X(01) VALUE "N".
023800         88  WS-STOCK-CTL-YES                VALUE "Y".
023900     02  WS-TABLE-FULL-SWITCH      PIC X(01) VALUE "N".
024000         88  WS-TABLE-FULL-YES               VALUE "Y".
024100     02  WS-DROP-SWITCH            PIC X(01) VALUE "N".
024200         88  WS-DROP-YES                     VALUE "Y".
024300 01  WS-REJECT-REASON              PIC X(30) VALUE SPACES.
024400**  RECALL TABLE - SAME ARRANGEMENT AS THE NIGHTLY PASS, PLUS A
024500**  PARALLEL SWITCH PER SLOT FOR A RECALL THAT CLOSED TONIGHT.
024600 01  WS-RECALL-TABLE.
024700     02  WS-RECALL-ENTRY OCCURS 100 TIMES.
024800         COPY C2222DK
024900             REPLACING C2222K-RECALL-ID     BY RT-RECALL-ID
025000                       C2222K-VENDOR-CODE   BY RT-VENDOR-CODE
025100                       C2222K-NAME          BY RT-NAME
025200                       C2222K-LOT-FROM      BY RT-LOT-FROM
025300                       C2222K-LOT-TO        BY RT-LOT-TO
025400                       C2222K-RECEIVED-FROM BY RT-RECEIVED-FROM
025500                       C2222K-RECEIVED-TO   BY RT-RECEIVED-TO
025600                       C2222K-NOTICE-DATE   BY RT-NOTICE-DATE
025700                       C2222K-STATUS        BY RT-STATUS
025800                       C2222K-CLOSE-DATE    BY RT-CLOSE-DATE.
025900 01  WS-RECALL-CLOSED-TABLE.
026000     02  WS-RT-CLOSED-SWITCH OCCURS 100 TIMES PIC X(01).
026100**  STORE STATUS TABLE - SAME FIELDS AS SS-STATUS-RECORD, PLUS A
026200**  SWITCH SET WHEN TONIGHT'S RCLSTOCK TOUCHED THE ROW.
026300 01  WS-STATUS-TABLE.
026400     02  WS-STATUS-ENTRY OCCURS 1000 TIMES.
026500         03  TS-RECALL-ID          PIC X(08).
026600         03  TS-STORE              PIC 9(03).
026700         03  TS-FIRST-SEEN         PIC 9(08).
026800         03  TS-LAST-SEEN          PIC 9(08).
026900         03  TS-QTY                PIC 9(07).
027000         03  TS-VALUE              PIC 9(09)V99.
027100         03  TS-CONFIRM-FLAG       PIC X(01).
027200         03  TS-CONFIRM-DATE       PIC 9(08).
027300         03  TS-TOUCHED-SWITCH     PIC X(01).
027400 01  WS-REPORT-HEADING-1.
027500     02  FILLER                    PIC X(40)
027600         VALUE "PRODUCT RECALL CONTROL".
027700     02  FILLER                    PIC X(14)
027800         VALUE "BUSINESS DATE ".
027900     02  RH-BUSINESS-DATE          PIC 9(08).
028000 01  WS-REPORT-HEADING-2.
028100     02  FILLER                    PIC X(40)
028200         VALUE "NOTICES AND CONFIRMATIONS".
028300 01  WS-REPORT-HEADING-3.
028400     02  FILLER                    PIC X(40)
028500         VALUE "RECALL STATUS BY STORE".
028600 01  WS-REPORT-DETAIL-LINE.
028700     02  RD-KIND                   PIC X(08).
028800     02  FILLER                    PIC X(01) VALUE SPACES.
028900     02  RD-RECALL-ID              PIC X(08).
029000     02  FILLER                    PIC X(01) VALUE SPACES.
029100     02  RD-STORE                  PIC X(03).
029200     02  FILLER                    PIC X(01) VALUE SPACES.
029300     02  RD-DISPOSITION            PIC X(10).
029400     02  RD-REASON                 PIC X(30).
029500 01  WS-RECALL-LINE.
029600     02  FILLER                    PIC X(07) VALUE "RECALL ".
029700     02  RR-RECALL-ID              PIC X(08).
029800     02  FILLER                    PIC X(01) VALUE SPACES.
029900     02  RR-NAME                   PIC X(40).
030000     02  FILLER                    PIC X(01) VALUE SPACES.
030100     02  RR-VENDOR-CODE            PIC X(05).
030200     02  FILLER                    PIC X(08) VALUE " NOTICE ".
030300     02  RR-NOTICE-DATE            PIC 9(08).
030400     02  FILLER                    PIC X(01) VALUE SPACES.
030500     02  RR-STATUS                 PIC X(06).
030600     02  FILLER                    PIC X(01) VALUE SPACES.
030700     02  RR-CLOSE-DATE             PIC X(08).
030800 01  WS-STORE-LINE.
030900     02  FILLER                    PIC X(09) VALUE "   STORE ".
031000     02  RW-STORE                  PIC 9(03).
031100     02  FILLER                    PIC X(06) VALUE " SEEN ".
031200     02  RW-FIRST-SEEN             PIC 9(08).
031300     02  FILLER                    PIC X(01) VALUE "-".
031400     02  RW-LAST-SEEN              PIC 9(08).
031500     02  FILLER                    PIC X(09) VALUE " ON BOOK ".
031600     02  RW-QTY                    PIC ZZZZZZ9.
031700     02  FILLER                    PIC X(01) VALUE SPACES.
031800     02  RW-VALUE                  PIC ZZZ,ZZZ,ZZ9.99.
031900     02  FILLER                    PIC X(01) VALUE SPACES.
032000     02  RW-CONFIRM                PIC X(11).
032100     02  RW-CONFIRM-DATE           PIC X(08).
032200 01  WS-NO-STOCK-LINE.
032300     02  FILLER                    PIC X(40)
032400         VALUE "   NO STORE HAS SHOWN STOCK".
032500 01  WS-REPORT-TRAILER-1.
032600     02  FILLER                    PIC X(26)
032700         VALUE "NOTICES READ / ACCEPTED   ".
032800     02  RT-NOTICE-COUNT           PIC ZZZZ9.
032900     02  FILLER                    PIC X(03) VALUE " / ".
033000     02  RT-NOTICE-ACCEPTED        PIC ZZZZ9.
033100 01  WS-REPORT-TRAILER-2.
033200     02  FILLER                    PIC X(26)
033300         VALUE "CONFIRMATIONS / ACCEPTED  ".
033400     02  RT-CONFIRM-COUNT          PIC ZZZZ9.
033500     02  FILLER                    PIC X(03) VALUE " / ".
033600     02  RT-CONFIRM-ACCEPTED       PIC ZZZZ9.
033700 01  WS-REPORT-TRAILER-3.
033800     02  FILLER                    PIC X(26)
033900         VALUE "RECALLS OPEN              ".
034000     02  RT-OPEN-COUNT             PIC ZZZZ9.
034100 01  WS-REPORT-TRAILER-4.
034200     02  FILLER                    PIC X(26)
034300         VALUE "RECALLS CLOSED TONIGHT    ".
034400     02  RT-CLOSED-TONIGHT         PIC ZZZZ9.
034500 01  WS-REPORT-TRAILER-5.
034600     02  FILLER                    PIC X(26)
034700         VALUE "STORES NOT YET CONFIRMED  ".
034800     02  RT-OUTSTANDING-STORES     PIC ZZZZ9.
034900 PROCEDURE DIVISION.
035000*****************************************************************
035100**  MAIN-PROCEDURE - OPENS THE JOB, LOADS THE RECALLS AND STORE
035200**                   STATUS, APPLIES TODAY'S NOTICES, THE LAST
035300**                   PASS'S EXPOSURE AND THE CONFIRMATIONS, THEN
035400**                   DECIDES WHICH RECALLS CLOSE AND WRITES THE
035500**                   NEW GENERATIONS
035600*****************************************************************
035700 MAIN-PROCEDURE.
035800     PERFORM 1000-OPEN-FILES.
035900     IF WS-FILES-OPEN-YES THEN
036000         PERFORM 1800-LOAD-RECALL-FILE
036100         PERFORM 1900-LOAD-STORE-STATUS
036200         PERFORM 2000-APPLY-NOTICES
036300         PERFORM 4000-APPLY-RECALL-STOCK
036400         PERFORM 5000-APPLY-CONFIRMATIONS
036500         PERFORM 6000-DECIDE-CLOSURES
036600             VARYING ZW-K FROM 1 BY 1
036700                 UNTIL ZW-K > WS-RECALLS-LOADED
036800         PERFORM 9000-CLOSE-FILES
036900     END-IF.
037000     PERFORM 9200-WRITE-RUN-LOG.
037100     MOVE VSP-RETURN-CODE TO RETURN-CODE.
037200     STOP RUN.
037300*****************************************************************
037400**  1000-OPEN-FILES - OPENS EVERYTHING AND WRITES THE REPORT
037500**                   HEADINGS.  A MISSING RECALLS OR RCLSTAT IS A
037600**                   FIRST-EVER RUN; A MISSING RCLNOTE, RCLSTOCK
037700**                   OR RCLCONF IS A QUIET DAY.  ANY OTHER OPEN
037800**                   FAILURE ABANDONS THE JOB WITH RC 12.
037900*****************************************************************
038000 1000-OPEN-FILES SECTION.
038100     PERFORM 1700-LOAD-DATE-PARM.
038200     OPEN INPUT RECALL-FILE.
038300     OPEN INPUT NOTICE-FILE.
038400     OPEN INPUT RECALL-STOCK-FILE.
038500     OPEN INPUT STORE-STATUS-FILE.
038600     OPEN INPUT CONFIRMATION-FILE.
038700     OPEN OUTPUT NEW-RECALL-FILE.
038800     OPEN OUTPUT NEW-STATUS-FILE.
038900     OPEN OUTPUT RECALL-REPORT-FILE.
039000     IF (WS-RECALLS-STATUS EQUAL TO "00"
039100         OR WS-RECALLS-STATUS EQUAL TO "35")
039200        AND (WS-RCLNOTE-STATUS EQUAL TO "00"
039300             OR WS-RCLNOTE-STATUS EQUAL TO "35")
039400        AND (WS-RCLSTOCK-STATUS EQUAL TO "00"
039500             OR WS-RCLSTOCK-STATUS EQUAL TO "35")
039600        AND (WS-RCLSTAT-STATUS EQUAL TO "00"
039700             OR WS-RCLSTAT-STATUS EQUAL TO "35")
039800        AND (WS-RCLCONF-STATUS EQUAL TO "00"
039900             OR WS-RCLCONF-STATUS EQUAL TO "35")
040000        AND WS-RECALLSN-STATUS EQUAL TO "00"
040100        AND WS-RCLSTATN-STATUS EQUAL TO "00"
040200        AND WS-RCLRPT-STATUS EQUAL TO "00" THEN
040300         MOVE "Y" TO WS-FILES-OPEN-SWITCH
040400         MOVE WS-RUN-DATE TO RH-BUSINESS-DATE
040500         WRITE RP-REPORT-LINE FROM WS-REPORT-HEADING-1
040600         WRITE RP-REPORT-LINE FROM WS-REPORT-HEADING-2
040700     ELSE
040800         MOVE 12 TO WS-CANDIDATE-RC
040900         PERFORM 8000-SET-RETURN-CODE
041000     END-IF.
041100*****************************************************************
041200**  1800-LOAD-RECALL-FILE - LOADS THE CURRENT RECALL FILE INTO
041300**                   THE RECALL TABLE.  A RECALL CLOSED LONGER
041400**                   THAN THE RETENTION PERIOD IS DROPPED HERE,
041500**                   AND ITS STORE ROWS WITH IT.  A FILE PAST THE
041600**                   TABLE LIMIT IS A DATA PROBLEM - RC 8.
041700*****************************************************************
041800 1800-LOAD-RECALL-FILE SECTION.
041900     MOVE 0 TO WS-RECALLS-LOADED.
042000     MOVE ALL "N" TO WS-RECALL-CLOSED-TABLE.
042100     IF WS-RECALLS-STATUS EQUAL TO "00" THEN
042200         PERFORM 1820-READ-RECALL-RECORD
042300         PERFORM 1840-STORE-RECALL-RECORD
042400             UNTIL WS-RECALL-EOF-YES
042500                OR WS-RECALLS-LOADED EQUAL TO 100
042600         IF NOT WS-RECALL-EOF-YES THEN
042700             DISPLAY "RECALL FILE EXCEEDS 100 - REST IGNORED"
042800             MOVE 8 TO WS-CANDIDATE-RC
042900             PERFORM 8000-SET-RETURN-CODE
043000         END-IF
043100         CLOSE RECALL-FILE
043200     END-IF.
043300*****************************************************************
043400**  1820-READ-RECALL-RECORD - READ-AHEAD FOR THE LOAD LOOP
043500*****************************************************************
043600 1820-READ-RECALL-RECORD SECTION.
043700     READ RECALL-FILE
043800         AT END
043900             MOVE "Y" TO WS-RECALL-EOF-SWITCH
044000     END-READ.
044100*****************************************************************
044200**  1840-STORE-RECALL-RECORD - MOVES ONE NOTICE INTO THE NEXT
044300**                   TABLE SLOT, UNLESS IT CLOSED LONGER AGO THAN
044400**                   THE RETENTION PERIOD, AND READS THE NEXT
044500*****************************************************************
044600 1840-STORE-RECALL-RECORD SECTION.
044700     MOVE "N" TO WS-DROP-SWITCH.
044800     IF C2222K-STATUS OF RC-RECALL-RECORD EQUAL TO "C"
044900        AND C2222K-CLOSE-DATE OF RC-RECALL-RECORD IS NUMERIC THEN
045000         MOVE C2222K-CLOSE-DATE OF RC-RECALL-RECORD
045100             TO WS-DATE-WORK
045200         CALL "C2222W" USING WS-DATE-WORK WS-DATE-SERIAL
045300         END-CALL
045400         IF WS-DATE-SERIAL GREATER THAN 0
045500            AND WS-RUN-DATE-SERIAL GREATER THAN 0
045600            AND WS-RUN-DATE-SERIAL - WS-DATE-SERIAL
045700                GREATER THAN WS-RETAIN-DAYS THEN
045800             MOVE "Y" TO WS-DROP-SWITCH
045900         END-IF
046000     END-IF.
046100     IF WS-DROP-YES THEN
046200         ADD 1 TO WS-RECALLS-DROPPED
046300     ELSE
046400         ADD 1 TO WS-RECALLS-LOADED
046500         MOVE RC-RECALL-RECORD
046600             TO WS-RECALL-ENTRY(WS-RECALLS-LOADED)
046700     END-IF.
046800     PERFORM 1820-READ-RECALL-RECORD.
046900*****************************************************************
047000**  1900-LOAD-STORE-STATUS - LOADS THE STORE STATUS ROWS OF THE
047100**                   RECALLS STILL ON FILE.  A ROW WHOSE RECALL
047200**                   DROPPED OFF AT LOAD DROPS WITH IT.
047300*****************************************************************
047400 1900-LOAD-STORE-STATUS SECTION.
047500     MOVE 0 TO WS-STATUS-LOADED.
047600     IF WS-RCLSTAT-STATUS EQUAL TO "00" THEN
047700         PERFORM 1920-READ-STATUS-RECORD
047800         PERFORM 1940-STORE-STATUS-RECORD
047900             UNTIL WS-STAT-EOF-YES
048000                OR WS-STATUS-LOADED EQUAL TO 1000
048100         IF NOT WS-STAT-EOF-YES THEN
048200             DISPLAY "STORE STATUS EXCEEDS 1000 - REST IGNORED"
048300             MOVE 8 TO WS-CANDIDATE-RC
048400             PERFORM 8000-SET-RETURN-CODE
048500         END-IF
048600         CLOSE STORE-STATUS-FILE
048700     END-IF.
048800*****************************************************************
048900**  1920-READ-STATUS-RECORD - READ-AHEAD FOR THE LOAD LOOP
049000*****************************************************************
049100 1920-READ-STATUS-RECORD SECTION.
049200     READ STORE-STATUS-FILE
049300         AT END
049400             MOVE "Y" TO WS-STAT-EOF-SWITCH
049500     END-READ.
049600*****************************************************************
049700**  1940-STORE-STATUS-RECORD - MOVES ONE STATUS ROW INTO THE
049800**                   NEXT TABLE SLOT AND READS THE NEXT
049900*****************************************************************
050000 1940-STORE-STATUS-RECORD SECTION.
050100     MOVE SS-RECALL-ID TO WS-FIND-RECALL-ID.
050200     PERFORM 3300-FIND-RECALL.
050300     IF WS-RECALL-SLOT GREATER THAN 0 THEN
050400         ADD 1 TO WS-STATUS-LOADED
050500         MOVE SS-STATUS-RECORD
050600             TO WS-STATUS-ENTRY(WS-STATUS-LOADED)
050700         MOVE "N" TO TS-TOUCHED-SWITCH(WS-STATUS-LOADED)
050800     END-IF.
050900     PERFORM 1920-READ-STATUS-RECORD.
051000*****************************************************************
051100**  2000-APPLY-NOTICES - EDITS EACH NEW NOTICE AND ADDS THE
051200**                   CLEAN ONES TO THE TABLE AS OPEN, DATED
051300**                   TODAY.  A REJECT RAISES RC 4.
051400*****************************************************************
051500 2000-APPLY-NOTICES SECTION.
051600     IF WS-RCLNOTE-STATUS NOT EQUAL TO "00" THEN
051700         GO TO 2000-EXIT
051800     END-IF.
051900     PERFORM 2100-READ-NOTICE.
052000     PERFORM 2200-APPLY-ONE-NOTICE
052100         UNTIL WS-NOTICE-EOF-YES.
052200     CLOSE NOTICE-FILE.
052300 2000-EXIT.
052400     EXIT.
052500*****************************************************************
052600**  2100-READ-NOTICE - READ-AHEAD FOR THE NOTICE LOOP
052700*****************************************************************
052800 2100-READ-NOTICE SECTION.
052900     READ NOTICE-FILE
053000         AT END
053100             MOVE "Y" TO WS-NOTICE-EOF-SWITCH
053200     END-READ.
053300*****************************************************************
053400**  2200-APPLY-ONE-NOTICE - EDITS ONE NOTICE, ADDS IT IF CLEAN,
053500**                   AND WRITES ITS REPORT LINE
053600*****************************************************************
053700 2200-APPLY-ONE-NOTICE SECTION.
053800     ADD 1 TO WS-NOTICE-COUNT.
053900     MOVE "N" TO WS-REJECT-SWITCH.
054000     MOVE SPACES TO WS-REJECT-REASON.
054100     PERFORM 2300-EDIT-NOTICE.
054200     IF WS-REJECT-YES THEN
054300         ADD 1 TO WS-REJECT-COUNT
054400         MOVE 4 TO WS-CANDIDATE-RC
054500         PERFORM 8000-SET-RETURN-CODE
054600     ELSE
054700         ADD 1 TO WS-NOTICE-ACCEPTED
054800         ADD 1 TO WS-RECALLS-LOADED
054900         MOVE NT-RECALL-ID TO RT-RECALL-ID(WS-RECALLS-LOADED)
055000         MOVE NT-VENDOR-CODE TO RT-VENDOR-CODE(WS-RECALLS-LOADED)
055100         MOVE NT-NAME TO RT-NAME(WS-RECALLS-LOADED)
055200         MOVE NT-LOT-FROM TO RT-LOT-FROM(WS-RECALLS-LOADED)
055300         MOVE NT-LOT-TO TO RT-LOT-TO(WS-RECALLS-LOADED)
055400         IF NT-RECEIVED-FROM-X EQUAL TO SPACES THEN
055500             MOVE 0 TO RT-RECEIVED-FROM(WS-RECALLS-LOADED)
055600         ELSE
055700             MOVE NT-RECEIVED-FROM-X
055800                 TO RT-RECEIVED-FROM(WS-RECALLS-LOADED)
055900         END-IF
056000         IF NT-RECEIVED-TO-X EQUAL TO SPACES THEN
056100             MOVE 0 TO RT-RECEIVED-TO(WS-RECALLS-LOADED)
056200         ELSE
056300             MOVE NT-RECEIVED-TO-X
056400                 TO RT-RECEIVED-TO(WS-RECALLS-LOADED)
056500         END-IF
056600         MOVE WS-RUN-DATE TO RT-NOTICE-DATE(WS-RECALLS-LOADED)
056700         MOVE "O" TO RT-STATUS(WS-RECALLS-LOADED)
056800         MOVE 0 TO RT-CLOSE-DATE(WS-RECALLS-LOADED)
056900     END-IF.
057000     MOVE SPACES TO WS-REPORT-DETAIL-LINE.
057100     MOVE "NOTICE" TO RD-KIND.
057200     MOVE NT-RECALL-ID TO RD-RECALL-ID.
057300     PERFORM 6500-WRITE-DISPOSITION.
057400     PERFORM 2100-READ-NOTICE.
057500*****************************************************************
057600**  2300-EDIT-NOTICE - EVERY EDIT RUNS OFF THE RAW CARD BEFORE
057700**                   ANYTHING IS ADDED.  THE FIRST EDIT THAT FAILS
057800**                   NAMES THE REASON AND THE REST ARE SKIPPED.
057900*****************************************************************
058000 2300-EDIT-NOTICE SECTION.
058100     IF NT-RECALL-ID EQUAL TO SPACES THEN
058200         MOVE "RECALL NUMBER MISSING" TO WS-REJECT-REASON
058300         MOVE "Y" TO WS-REJECT-SWITCH
058400         GO TO 2300-EXIT
058500     END-IF.
058600     MOVE NT-RECALL-ID TO WS-FIND-RECALL-ID.
058700     PERFORM 3300-FIND-RECALL.
058800     IF WS-RECALL-SLOT GREATER THAN 0 THEN
058900         MOVE "DUPLICATE RECALL NUMBER" TO WS-REJECT-REASON
059000         MOVE "Y" TO WS-REJECT-SWITCH
059100         GO TO 2300-EXIT
059200     END-IF.
059300     IF WS-RECALLS-LOADED EQUAL TO 100 THEN
059400         MOVE "RECALL TABLE FULL" TO WS-REJECT-REASON
059500         MOVE "Y" TO WS-REJECT-SWITCH
059600         GO TO 2300-EXIT
059700     END-IF.
059800     IF NT-NAME EQUAL TO SPACES THEN
059900         MOVE "ITEM NAME MISSING" TO WS-REJECT-REASON
060000         MOVE "Y" TO WS-REJECT-SWITCH
060100         GO TO 2300-EXIT
060200     END-IF.
060300     IF NT-LOT-FROM EQUAL TO SPACES
060400        AND NT-LOT-TO NOT EQUAL TO SPACES THEN
060500         MOVE "LOT TO WITHOUT LOT FROM" TO WS-REJECT-REASON
060600         MOVE "Y" TO WS-REJECT-SWITCH
060700         GO TO 2300-EXIT
060800     END-IF.
060900     IF NT-LOT-TO NOT EQUAL TO SPACES
061000        AND NT-LOT-TO LESS THAN NT-LOT-FROM THEN
061100         MOVE "LOT RANGE REVERSED" TO WS-REJECT-REASON
061200         MOVE "Y" TO WS-REJECT-SWITCH
061300         GO TO 2300-EXIT
061400     END-IF.
061500     IF NT-RECEIVED-FROM-X NOT EQUAL TO SPACES THEN
061600         IF NT-RECEIVED-FROM-X NOT NUMERIC THEN
061700             MOVE "RECEIVED FROM NOT NUMERIC" TO WS-REJECT-REASON
061800             MOVE "Y" TO WS-REJECT-SWITCH
061900             GO TO 2300-EXIT
062000         END-IF
062100         MOVE NT-RECEIVED-FROM-X TO WS-DATE-WORK
062200         CALL "C2222W" USING WS-DATE-WORK WS-DATE-SERIAL
062300         END-CALL
062400         IF WS-DATE-SERIAL EQUAL TO 0 THEN
062500             MOVE "RECEIVED FROM NOT A DATE" TO WS-REJECT-REASON
062600             MOVE "Y" TO WS-REJECT-SWITCH
062700             GO TO 2300-EXIT
062800         END-IF
062900     END-IF.
063000     IF NT-RECEIVED-TO-X NOT EQUAL TO SPACES THEN
063100         IF NT-RECEIVED-FROM-X EQUAL TO SPACES THEN
063200             MOVE "RECEIVED TO WITHOUT FROM" TO WS-REJECT-REASON
063300             MOVE "Y" TO WS-REJECT-SWITCH
063400             GO TO 2300-EXIT
063500         END-IF
063600         IF NT-RECEIVED-TO-X NOT NUMERIC THEN
063700             MOVE "RECEIVED TO NOT NUMERIC" TO WS-REJECT-REASON
063800             MOVE "Y" TO WS-REJECT-SWITCH
063900             GO TO 2300-EXIT
064000         END-IF
064100         MOVE NT-RECEIVED-TO-X TO WS-DATE-WORK
064200         CALL "C2222W" USING WS-DATE-WORK WS-DATE-SERIAL
064300         END-CALL
064400         IF WS-DATE-SERIAL EQUAL TO 0 THEN
064500             MOVE "RECEIVED TO NOT A DATE" TO WS-REJECT-REASON
064600             MOVE "Y" TO WS-REJECT-SWITCH
064700             GO TO 2300-EXIT
064800         END-IF
064900         IF NT-RECEIVED-TO-X LESS THAN NT-RECEIVED-FROM-X THEN
065000             MOVE "RECEIVED RANGE REVERSED" TO WS-REJECT-REASON
065100             MOVE "Y" TO WS-REJECT-SWITCH
065200             GO TO 2300-EXIT
065300         END-IF
065400     END-IF.
065500 2300-EXIT.
065600     EXIT.
065700*****************************************************************
065800**  3300-FIND-RECALL - SCANS THE RECALL TABLE FOR
065900**                   WS-FIND-RECALL-ID.  ZERO MEANS NOT FOUND.
066000*****************************************************************
066100 3300-FIND-RECALL SECTION.
066200     MOVE 0 TO WS-RECALL-SLOT.
066300     PERFORM 3350-CHECK-ONE-RECALL
066400         VARYING ZW-K FROM 1 BY 1
066500             UNTIL ZW-K > WS-RECALLS-LOADED
066600                OR WS-RECALL-SLOT GREATER THAN 0.
066700*****************************************************************
066800**  3350-CHECK-ONE-RECALL - ONE TABLE SLOT OF THE SCAN ABOVE
066900*****************************************************************
067000 3350-CHECK-ONE-RECALL SECTION.
067100     IF RT-RECALL-ID(ZW-K) EQUAL TO WS-FIND-RECALL-ID THEN
067200         MOVE ZW-K TO WS-RECALL-SLOT
067300     END-IF.
067400*****************************************************************
067500**  3400-FIND-STATUS-ROW - SCANS THE STATUS TABLE FOR THE ROW OF
067600**                   WS-FIND-RECALL-ID AT WS-FIND-STORE, ADDING
067700**                   AN EMPTY ROW WHEN THERE IS NONE.  A FULL
067800**                   TABLE LEAVES ZERO AND RAISES RC 8.
067900*****************************************************************
068000 3400-FIND-STATUS-ROW SECTION.
068100     MOVE 0 TO WS-STATUS-SLOT.
068200     PERFORM 3450-CHECK-ONE-ROW
068300         VARYING ZW-S FROM 1 BY 1
068400             UNTIL ZW-S > WS-STATUS-LOADED
068500                OR WS-STATUS-SLOT GREATER THAN 0.
068600     IF WS-STATUS-SLOT GREATER THAN 0 THEN
068700         GO TO 3400-EXIT
068800     END-IF.
068900     IF WS-STATUS-LOADED EQUAL TO 1000 THEN
069000         IF NOT WS-TABLE-FULL-YES THEN
069100             DISPLAY "STORE STATUS TABLE FULL AT 1000 ROWS"
069200             MOVE "Y" TO WS-TABLE-FULL-SWITCH
069300         END-IF
069400         MOVE 8 TO WS-CANDIDATE-RC
069500         PERFORM 8000-SET-RETURN-CODE
069600         GO TO 3400-EXIT
069700     END-IF.
069800     ADD 1 TO WS-STATUS-LOADED.
069900     MOVE WS-STATUS-LOADED TO WS-STATUS-SLOT.
070000     MOVE WS-FIND-RECALL-ID TO TS-RECALL-ID(WS-STATUS-SLOT).
070100     MOVE WS-FIND-STORE TO TS-STORE(WS-STATUS-SLOT).
070200     MOVE 0 TO TS-FIRST-SEEN(WS-STATUS-SLOT).
070300     MOVE 0 TO TS-LAST-SEEN(WS-STATUS-SLOT).
070400     MOVE 0 TO TS-QTY(WS-STATUS-SLOT).
070500     MOVE 0 TO TS-VALUE(WS-STATUS-SLOT).
070600     MOVE "N" TO TS-CONFIRM-FLAG(WS-STATUS-SLOT).
070700     MOVE 0 TO TS-CONFIRM-DATE(WS-STATUS-SLOT).
070800     MOVE "N" TO TS-TOUCHED-SWITCH(WS-STATUS-SLOT).
070900 3400-EXIT.
071000     EXIT.
071100*****************************************************************
071200**  3450-CHECK-ONE-ROW - ONE TABLE ROW OF THE SCAN ABOVE
071300*****************************************************************
071400 3450-CHECK-ONE-ROW SECTION.
071500     IF TS-RECALL-ID(ZW-S) EQUAL TO WS-FIND-RECALL-ID
071600        AND TS-STORE(ZW-S) EQUAL TO WS-FIND-STORE THEN
071700         MOVE ZW-S TO WS-STATUS-SLOT
071800     END-IF.
071900*****************************************************************
072000**  4000-APPLY-RECALL-STOCK - POSTS THE LAST PASS'S QUARANTINED
072100**                   LOTS TO THE STORE ROWS.  THE FIRST LOT OF A
072200**                   STORE TONIGHT REPLACES WHAT THE ROW CARRIED,
072300**                   LATER ONES ADD TO IT.  THE TRAILER MUST BE
072400**                   THERE AND AGREE WITH THE LOTS READ, OR THE
072500**                   PASS DID NOT FINISH - RC 8, AND NO RECALL
072600**                   CLOSES AS NO STOCK FOUND ON ITS FIGURES.
072700*****************************************************************
072800 4000-APPLY-RECALL-STOCK SECTION.
072900     IF WS-RCLSTOCK-STATUS NOT EQUAL TO "00" THEN
073000         GO TO 4000-EXIT
073100     END-IF.
073200     PERFORM 4100-READ-STOCK-RECORD.
073300     PERFORM 4200-POST-ONE-LOT
073400         UNTIL WS-STOCK-EOF-YES.
073500     CLOSE RECALL-STOCK-FILE.
073600     IF NOT WS-STOCK-CTL-YES
073700        OR WS-STOCK-CTL-COUNT NOT EQUAL TO WS-STOCK-COUNT THEN
073800         DISPLAY "RCLSTOCK OUT OF BALANCE - LOTS READ "
073900             WS-STOCK-COUNT " TRAILER " WS-STOCK-CTL-COUNT
074000         MOVE "N" TO WS-STOCK-CTL-SWITCH
074100         MOVE 8 TO WS-CANDIDATE-RC
074200         PERFORM 8000-SET-RETURN-CODE
074300         GO TO 4000-EXIT
074400     END-IF.
074500**  A ROW FOR A RECALL STILL OPEN THAT THE PASS NO LONGER SAW
074600**  MEANS THE STORE HAS NOTHING LEFT ON THE BOOK.
074700     PERFORM 4300-CLEAR-UNSEEN-ROW
074800         VARYING ZW-S FROM 1 BY 1
074900             UNTIL ZW-S > WS-STATUS-LOADED.
075000 4000-EXIT.
075100     EXIT.
075200*****************************************************************
075300**  4100-READ-STOCK-RECORD - READ-AHEAD FOR THE STOCK LOOP
075400*****************************************************************
075500 4100-READ-STOCK-RECORD SECTION.
075600     READ RECALL-STOCK-FILE
075700         AT END
075800             MOVE "Y" TO WS-STOCK-EOF-SWITCH
075900     END-READ.
076000*****************************************************************
076100**  4200-POST-ONE-LOT - ONE QUARANTINED LOT, OR THE TRAILER, THEN
076200**                   READS THE NEXT
076300*****************************************************************
076400 4200-POST-ONE-LOT SECTION.
076500     IF RS-NAME EQUAL TO "*CONTROL*" THEN
076600         MOVE "Y" TO WS-STOCK-CTL-SWITCH
076700         MOVE RS-BUSINESS-DATE TO WS-STOCK-DATE
076800         MOVE RS-QTY-ON-HAND TO WS-STOCK-CTL-COUNT
076900     ELSE
077000         ADD 1 TO WS-STOCK-COUNT
077100         PERFORM 4250-POST-LOT-TO-STORE
077200     END-IF.
077300     PERFORM 4100-READ-STOCK-RECORD.
077400*****************************************************************
077500**  4250-POST-LOT-TO-STORE - ADDS ONE LOT TO ITS STORE ROW.  A
077600**                   LOT FOR A RECALL NO LONGER ON FILE IS
077700**                   SKIPPED.
077800*****************************************************************
077900 4250-POST-LOT-TO-STORE SECTION.
078000     MOVE RS-RECALL-ID TO WS-FIND-RECALL-ID.
078100     PERFORM 3300-FIND-RECALL.
078200     IF WS-RECALL-SLOT EQUAL TO 0 THEN
078300         GO TO 4250-EXIT
078400     END-IF.
078500     MOVE RS-STORE TO WS-FIND-STORE.
078600     PERFORM 3400-FIND-STATUS-ROW.
078700     IF WS-STATUS-SLOT EQUAL TO 0 THEN
078800         GO TO 4250-EXIT
078900     END-IF.
079000     IF TS-TOUCHED-SWITCH(WS-STATUS-SLOT) NOT EQUAL TO "Y" THEN
079100         MOVE "Y" TO TS-TOUCHED-SWITCH(WS-STATUS-SLOT)
079200         MOVE 0 TO TS-QTY(WS-STATUS-SLOT)
079300         MOVE 0 TO TS-VALUE(WS-STATUS-SLOT)
079400     END-IF.
079500     IF TS-FIRST-SEEN(WS-STATUS-SLOT) EQUAL TO 0 THEN
079600         MOVE RS-BUSINESS-DATE TO TS-FIRST-SEEN(WS-STATUS-SLOT)
079700     END-IF.
079800     MOVE RS-BUSINESS-DATE TO TS-LAST-SEEN(WS-STATUS-SLOT).
079900     ADD RS-QTY-ON-HAND TO TS-QTY(WS-STATUS-SLOT).
080000     ADD RS-EXTENDED-COST TO TS-VALUE(WS-STATUS-SLOT).
080100 4250-EXIT.
080200     EXIT.
080300*****************************************************************
080400**  4300-CLEAR-UNSEEN-ROW - ZEROES THE BOOK FIGURES OF A ROW THE
080500**                   LAST PASS DID NOT TOUCH, FOR AN OPEN RECALL
080600*****************************************************************
080700 4300-CLEAR-UNSEEN-ROW SECTION.
080800     IF TS-TOUCHED-SWITCH(ZW-S) NOT EQUAL TO "Y" THEN
080900         MOVE TS-RECALL-ID(ZW-S) TO WS-FIND-RECALL-ID
081000         PERFORM 3300-FIND-RECALL
081100         IF WS-RECALL-SLOT GREATER THAN 0 THEN
081200             IF RT-STATUS(WS-RECALL-SLOT) NOT EQUAL TO "C" THEN
081300                 MOVE 0 TO TS-QTY(ZW-S)
081400                 MOVE 0 TO TS-VALUE(ZW-S)
081500             END-IF
081600         END-IF
081700     END-IF.
081800*****************************************************************
081900**  5000-APPLY-CONFIRMATIONS - RECORDS EACH STORE'S PULL
082000**                   CONFIRMATION.  A STORE THE PASS NEVER SAW
082100**                   STOCK AT MAY STILL CONFIRM - IT GETS A ROW
082200**                   OF ITS OWN.  A REJECT RAISES RC 4.
082300*****************************************************************
082400 5000-APPLY-CONFIRMATIONS SECTION.
082500     IF WS-RCLCONF-STATUS NOT EQUAL TO "00" THEN
082600         GO TO 5000-EXIT
082700     END-IF.
082800     PERFORM 5100-READ-CONFIRMATION.
082900     PERFORM 5200-APPLY-ONE-CONFIRMATION
083000         UNTIL WS-CONF-EOF-YES.
083100     CLOSE CONFIRMATION-FILE.
083200 5000-EXIT.
083300     EXIT.
083400*****************************************************************
083500**  5100-READ-CONFIRMATION - READ-AHEAD FOR THE CONFIRMATION LOOP
083600*****************************************************************
083700 5100-READ-CONFIRMATION SECTION.
083800     READ CONFIRMATION-FILE
083900         AT END
084000             MOVE "Y" TO WS-CONF-EOF-SWITCH
084100     END-READ.
084200*****************************************************************
084300**  5200-APPLY-ONE-CONFIRMATION - EDITS ONE CONFIRMATION, POSTS
084400**                   IT IF CLEAN, AND WRITES ITS REPORT LINE
084500*****************************************************************
084600 5200-APPLY-ONE-CONFIRMATION SECTION.
084700     ADD 1 TO WS-CONFIRM-COUNT.
084800     MOVE "N" TO WS-REJECT-SWITCH.
084900     MOVE SPACES TO WS-REJECT-REASON.
085000     PERFORM 5300-EDIT-CONFIRMATION.
085100     IF WS-REJECT-YES THEN
085200         ADD 1 TO WS-REJECT-COUNT
085300         MOVE 4 TO WS-CANDIDATE-RC
085400         PERFORM 8000-SET-RETURN-CODE
085500     ELSE
085600         ADD 1 TO WS-CONFIRM-ACCEPTED
085700         MOVE "Y" TO TS-CONFIRM-FLAG(WS-STATUS-SLOT)
085800         MOVE WS-CONFIRM-DATE TO TS-CONFIRM-DATE(WS-STATUS-SLOT)
085900     END-IF.
086000     MOVE SPACES TO WS-REPORT-DETAIL-LINE.
086100     MOVE "CONFIRM" TO RD-KIND.
086200     MOVE CF-RECALL-ID TO RD-RECALL-ID.
086300     MOVE CF-STORE-X TO RD-STORE.
086400     PERFORM 6500-WRITE-DISPOSITION.
086500     PERFORM 5100-READ-CONFIRMATION.
086600*****************************************************************
086700**  5300-EDIT-CONFIRMATION - THE RECALL MUST BE ON FILE AND
086800**                   OPEN, THE STORE NUMERIC, THE DATE BLANK OR A
086900**                   REAL DATE NO LATER THAN TODAY, AND THE STORE
087000**                   NOT ALREADY CONFIRMED.  A STORE THE LAST
087033**                   PASS STILL SHOWED QUARANTINED STOCK AT HAS
087066**                   NOT PULLED IT YET.
087100*****************************************************************
087200 5300-EDIT-CONFIRMATION SECTION.
087300     MOVE CF-RECALL-ID TO WS-FIND-RECALL-ID.
087400     PERFORM 3300-FIND-RECALL.
087500     IF WS-RECALL-SLOT EQUAL TO 0 THEN
087600         MOVE "RECALL NOT ON FILE" TO WS-REJECT-REASON
087700         MOVE "Y" TO WS-REJECT-SWITCH
087800         GO TO 5300-EXIT
087900     END-IF.
088000     IF RT-STATUS(WS-RECALL-SLOT) EQUAL TO "C" THEN
088100         MOVE "RECALL ALREADY CLOSED" TO WS-REJECT-REASON
088200         MOVE "Y" TO WS-REJECT-SWITCH
088300         GO TO 5300-EXIT
088400     END-IF.
088500     IF CF-STORE-X NOT NUMERIC THEN
088600         MOVE "STORE NOT NUMERIC" TO WS-REJECT-REASON
088700         MOVE "Y" TO WS-REJECT-SWITCH
088800         GO TO 5300-EXIT
088900     END-IF.
089000     IF CF-CONFIRM-DATE-X EQUAL TO SPACES THEN
089100         MOVE WS-RUN-DATE TO WS-CONFIRM-DATE
089200     ELSE
089300         IF CF-CONFIRM-DATE-X NOT NUMERIC THEN
089400             MOVE "CONFIRM DATE NOT NUMERIC" TO WS-REJECT-REASON
089500             MOVE "Y" TO WS-REJECT-SWITCH
089600             GO TO 5300-EXIT
089700         END-IF
089800         MOVE CF-CONFIRM-DATE-X TO WS-CONFIRM-DATE
089900         CALL "C2222W" USING WS-CONFIRM-DATE WS-DATE-SERIAL
090000         END-CALL
090100         IF WS-DATE-SERIAL EQUAL TO 0 THEN
090200             MOVE "CONFIRM DATE NOT A DATE" TO WS-REJECT-REASON
090300             MOVE "Y" TO WS-REJECT-SWITCH
090400             GO TO 5300-EXIT
090500         END-IF
090600         IF WS-CONFIRM-DATE GREATER THAN WS-RUN-DATE THEN
090700             MOVE "CONFIRM DATE IN THE FUTURE" TO WS-REJECT-REASON
090800             MOVE "Y" TO WS-REJECT-SWITCH
090900             GO TO 5300-EXIT
091000         END-IF
091100     END-IF.
091200     MOVE CF-STORE-X TO WS-FIND-STORE.
091300     PERFORM 3400-FIND-STATUS-ROW.
091400     IF WS-STATUS-SLOT EQUAL TO 0 THEN
091500         MOVE "STORE STATUS TABLE FULL" TO WS-REJECT-REASON
091600         MOVE "Y" TO WS-REJECT-SWITCH
091700         GO TO 5300-EXIT
091800     END-IF.
091900     IF TS-CONFIRM-FLAG(WS-STATUS-SLOT) EQUAL TO "Y" THEN
092000         MOVE "STORE ALREADY CONFIRMED" TO WS-REJECT-REASON
092100         MOVE "Y" TO WS-REJECT-SWITCH
092200         GO TO 5300-EXIT
092300     END-IF.
092316     IF TS-QTY(WS-STATUS-SLOT) GREATER THAN 0 THEN
092332         MOVE "STOCK STILL ON THE BOOK" TO WS-REJECT-REASON
092348         MOVE "Y" TO WS-REJECT-SWITCH
092364         GO TO 5300-EXIT
092380     END-IF.
092400 5300-EXIT.
092500     EXIT.
092600*****************************************************************
092700**  6000-DECIDE-CLOSURES - CLOSES ONE OPEN RECALL WHEN EVERY
092800**                   STORE THAT HELD THE STOCK HAS CONFIRMED AND
092825**                   NONE STILL HAS QUARANTINED STOCK ON THE
092850**                   BOOK - A CONFIRMED STORE STILL CARRYING IT
092875**                   HOLDS THE RECALL OPEN WITH RC 4.  A RECALL
092900**                   NO STORE EVER SHOWED STOCK FOR CLOSES ONCE A
093000**                   BALANCED PASS DATED ON OR AFTER THE NOTICE
093100**                   HAS LOOKED AND FOUND NONE.
093200*****************************************************************
093300 6000-DECIDE-CLOSURES SECTION.
093400     IF RT-STATUS(ZW-K) EQUAL TO "C" THEN
093500         GO TO 6000-EXIT
093600     END-IF.
093700     MOVE 0 TO WS-RECALL-ROWS.
093800     MOVE 0 TO WS-RECALL-OPEN-ROWS.
093850     MOVE 0 TO WS-RECALL-STOCK-ROWS.
093900     PERFORM 6100-COUNT-ONE-ROW
094000         VARYING ZW-S FROM 1 BY 1
094100             UNTIL ZW-S > WS-STATUS-LOADED.
094200     IF WS-RECALL-ROWS GREATER THAN 0
094300        AND WS-RECALL-OPEN-ROWS EQUAL TO 0 THEN
094350         IF WS-RECALL-STOCK-ROWS EQUAL TO 0 THEN
094400             PERFORM 6200-CLOSE-RECALL
094414         ELSE
094428             DISPLAY "RECALL " RT-RECALL-ID(ZW-K)
094442                 " NOT CLOSED - STOCK STILL ON THE BOOK"
094456             MOVE 4 TO WS-CANDIDATE-RC
094470             PERFORM 8000-SET-RETURN-CODE
094484         END-IF
094500         GO TO 6000-EXIT
094600     END-IF.
094700     IF WS-RECALL-ROWS EQUAL TO 0
094800        AND WS-STOCK-CTL-YES
094900        AND WS-STOCK-DATE NOT LESS THAN RT-NOTICE-DATE(ZW-K) THEN
095000         PERFORM 6200-CLOSE-RECALL
095100     END-IF.
095200 6000-EXIT.
095300     EXIT.
095400*****************************************************************
095500**  6100-COUNT-ONE-ROW - COUNTS ONE STORE ROW OF THE RECALL,
095600**                   WHETHER IT IS STILL UNCONFIRMED, AND
095650**                   WHETHER IT STILL HAS STOCK ON THE BOOK
095700*****************************************************************
095800 6100-COUNT-ONE-ROW SECTION.
095900     IF TS-RECALL-ID(ZW-S) EQUAL TO RT-RECALL-ID(ZW-K) THEN
096000         ADD 1 TO WS-RECALL-ROWS
096100         IF TS-CONFIRM-FLAG(ZW-S) NOT EQUAL TO "Y" THEN
096200             ADD 1 TO WS-RECALL-OPEN-ROWS
096300         END-IF
096325         IF TS-QTY(ZW-S) GREATER THAN 0 THEN
096350             ADD 1 TO WS-RECALL-STOCK-ROWS
096375         END-IF
096400     END-IF.
096500*****************************************************************
096600**  6200-CLOSE-RECALL - MARKS THE RECALL CLOSED AS OF TODAY
096700*****************************************************************
096800 6200-CLOSE-RECALL SECTION.
096900     MOVE "C" TO RT-STATUS(ZW-K).
097000     MOVE WS-RUN-DATE TO RT-CLOSE-DATE(ZW-K).
097100     MOVE "Y" TO WS-RT-CLOSED-SWITCH(ZW-K).
097200     ADD 1 TO WS-CLOSED-TONIGHT.
097300*****************************************************************
097400**  6500-WRITE-DISPOSITION - FINISHES AND WRITES ONE NOTICE OR
097500**                   CONFIRMATION LINE, WITH THE REASON ON A
097600**                   REJECT
097700*****************************************************************
097800 6500-WRITE-DISPOSITION SECTION.
097900     IF WS-REJECT-YES THEN
098000         MOVE "REJECTED" TO RD-DISPOSITION
098100         MOVE WS-REJECT-REASON TO RD-REASON
098200     ELSE
098300         MOVE "ACCEPTED" TO RD-DISPOSITION
098400     END-IF.
098500     WRITE RP-REPORT-LINE FROM WS-REPORT-DETAIL-LINE.
098600*****************************************************************
098700**  7000-WRITE-ONE-RECALL - WRITES ONE RECALL TO THE NEW
098800**                   GENERATION AND ITS STATUS SECTION TO THE
098900**                   REPORT, WITH EVERY STORE ROW UNDER IT
099000*****************************************************************
099100 7000-WRITE-ONE-RECALL SECTION.
099200     MOVE WS-RECALL-ENTRY(ZW-K) TO NR-RECALL-RECORD.
099300     WRITE NR-RECALL-RECORD.
099400     ADD 1 TO WS-RECALLS-WRITTEN.
099500     MOVE RT-RECALL-ID(ZW-K) TO RR-RECALL-ID.
099600     MOVE RT-NAME(ZW-K) TO RR-NAME.
099700     MOVE RT-VENDOR-CODE(ZW-K) TO RR-VENDOR-CODE.
099800     MOVE RT-NOTICE-DATE(ZW-K) TO RR-NOTICE-DATE.
099900     IF RT-STATUS(ZW-K) EQUAL TO "C" THEN
100000         MOVE "CLOSED" TO RR-STATUS
100100         MOVE RT-CLOSE-DATE(ZW-K) TO RR-CLOSE-DATE
100200     ELSE
100300         MOVE "OPEN" TO RR-STATUS
100400         MOVE SPACES TO RR-CLOSE-DATE
100500         ADD 1 TO WS-OPEN-COUNT
100600     END-IF.
100700     WRITE RP-REPORT-LINE FROM WS-RECALL-LINE.
100800     MOVE 0 TO WS-RECALL-ROWS.
100900     PERFORM 7100-WRITE-ONE-ROW
101000         VARYING ZW-S FROM 1 BY 1
101100             UNTIL ZW-S > WS-STATUS-LOADED.
101200     IF WS-RECALL-ROWS EQUAL TO 0 THEN
101300         WRITE RP-REPORT-LINE FROM WS-NO-STOCK-LINE
101400     END-IF.
101500*****************************************************************
101600**  7100-WRITE-ONE-ROW - ONE STORE ROW OF THE RECALL ABOVE, TO
101700**                   THE REPORT AND THE NEW STATUS GENERATION
101800*****************************************************************
101900 7100-WRITE-ONE-ROW SECTION.
102000     IF TS-RECALL-ID(ZW-S) NOT EQUAL TO RT-RECALL-ID(ZW-K) THEN
102100         GO TO 7100-EXIT
102200     END-IF.
102300     ADD 1 TO WS-RECALL-ROWS.
102400     MOVE WS-STATUS-ENTRY(ZW-S) TO NS-STATUS-RECORD.
102500     WRITE NS-STATUS-RECORD.
102600     ADD 1 TO WS-STATUS-WRITTEN.
102700     MOVE TS-STORE(ZW-S) TO RW-STORE.
102800     MOVE TS-FIRST-SEEN(ZW-S) TO RW-FIRST-SEEN.
102900     MOVE TS-LAST-SEEN(ZW-S) TO RW-LAST-SEEN.
103000     MOVE TS-QTY(ZW-S) TO RW-QTY.
103100     MOVE TS-VALUE(ZW-S) TO RW-VALUE.
103200     IF TS-CONFIRM-FLAG(ZW-S) EQUAL TO "Y" THEN
103300         MOVE "CONFIRMED" TO RW-CONFIRM
103400         MOVE TS-CONFIRM-DATE(ZW-S) TO RW-CONFIRM-DATE
103500     ELSE
103600         MOVE "OUTSTANDING" TO RW-CONFIRM
103700         MOVE SPACES TO RW-CONFIRM-DATE
103800         ADD 1 TO WS-OUTSTANDING-STORES
103900     END-IF.
104000     WRITE RP-REPORT-LINE FROM WS-STORE-LINE.
104100 7100-EXIT.
104200     EXIT.
104300*****************************************************************
104400**  9000-CLOSE-FILES - WRITES THE NEW GENERATIONS AND THE STATUS
104500**                   SECTION OF THE REPORT, THE TOTALS, AND CLOSES
104600**                   THE JOB
104700*****************************************************************
104800 9000-CLOSE-FILES SECTION.
104900     WRITE RP-REPORT-LINE FROM WS-REPORT-HEADING-3.
105000     PERFORM 7000-WRITE-ONE-RECALL
105100         VARYING ZW-K FROM 1 BY 1
105200             UNTIL ZW-K > WS-RECALLS-LOADED.
105300     MOVE WS-NOTICE-COUNT TO RT-NOTICE-COUNT.
105400     MOVE WS-NOTICE-ACCEPTED TO RT-NOTICE-ACCEPTED.
105500     MOVE WS-CONFIRM-COUNT TO RT-CONFIRM-COUNT.
105600     MOVE WS-CONFIRM-ACCEPTED TO RT-CONFIRM-ACCEPTED.
105700     MOVE WS-OPEN-COUNT TO RT-OPEN-COUNT.
105800     MOVE WS-CLOSED-TONIGHT TO RT-CLOSED-TONIGHT.
105900     MOVE WS-OUTSTANDING-STORES TO RT-OUTSTANDING-STORES.
106000     WRITE RP-REPORT-LINE FROM WS-REPORT-TRAILER-1.
106100     WRITE RP-REPORT-LINE FROM WS-REPORT-TRAILER-2.
106200     WRITE RP-REPORT-LINE FROM WS-REPORT-TRAILER-3.
106300     WRITE RP-REPORT-LINE FROM WS-REPORT-TRAILER-4.
106400     WRITE RP-REPORT-LINE FROM WS-REPORT-TRAILER-5.
106500     CLOSE NEW-RECALL-FILE.
106600     CLOSE NEW-STATUS-FILE.
106700     CLOSE RECALL-REPORT-FILE.
106800*****************************************************************
106900**  8000-SET-RETURN-CODE - RAISES VSP-RETURN-CODE, NEVER LOWERS
107000**                   IT, SO THE WORST CONDITION OF THE RUN WINS.
107100*****************************************************************
107200 8000-SET-RETURN-CODE SECTION.
107300     IF WS-CANDIDATE-RC GREATER THAN VSP-RETURN-CODE THEN
107400         MOVE WS-CANDIDATE-RC TO VSP-RETURN-CODE
107500     END-IF.
107600*****************************************************************
107700**  1700-LOAD-DATE-PARM - PICKS UP THE BUSINESS DATE FROM THE
107800**                   SAME DATEPARM THE NIGHTLY PASS READS.  A
107900**                   MISSING PARM FILE OR AN UNUSABLE DATE FALLS
108000**                   BACK TO TODAY.  THE DATE IS ALSO TAKEN AS A
108100**                   C2222W SERIAL FOR THE RETENTION CHECK.
108200*****************************************************************
108300 1700-LOAD-DATE-PARM SECTION.
108400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
108500     OPEN INPUT DATE-PARM-FILE.
108600     IF WS-DATEPARM-STATUS EQUAL TO "00" THEN
108700         READ DATE-PARM-FILE
108800             AT END
108900                 CONTINUE
109000         END-READ
109100         IF WS-DATEPARM-STATUS EQUAL TO "00" THEN
109200             IF DP-BUSINESS-DATE IS NUMERIC
109300                AND DP-BUSINESS-DATE GREATER THAN 0 THEN
109400                 MOVE DP-BUSINESS-DATE TO WS-RUN-DATE
109500             END-IF
109600         END-IF
109700         CLOSE DATE-PARM-FILE
109800     END-IF.
109900     CALL "C2222W" USING WS-RUN-DATE WS-RUN-DATE-SERIAL
110000     END-CALL.
110100*****************************************************************
110200**  9200-WRITE-RUN-LOG - APPENDS THIS RUN'S RUN-CONTROL RECORD
110300**                   TO THE SHARED RUNLOG, SAME AS THE NIGHTLY
110400**                   PASS.  RECORDS IN ARE THE QUARANTINED LOTS
110500**                   READ, RECORDS OUT THE STORE ROWS WRITTEN.  A
110600**                   LOG THAT CANNOT BE WRITTEN RAISES RC 4.
110700*****************************************************************
110800 9200-WRITE-RUN-LOG SECTION.
110900     OPEN EXTEND RUN-LOG-FILE.
111000     IF WS-RUNLOG-STATUS NOT EQUAL TO "00" THEN
111100         OPEN OUTPUT RUN-LOG-FILE
111200     END-IF.
111300     IF WS-RUNLOG-STATUS EQUAL TO "00" THEN
111400         MOVE "C2222K" TO C2222L-PROGRAM
111500         MOVE WS-RUN-DATE TO C2222L-BUSINESS-DATE
111600         MOVE WS-STOCK-COUNT TO C2222L-RECORDS-IN
111700         MOVE WS-STATUS-WRITTEN TO C2222L-RECORDS-OUT
111800         MOVE 0 TO C2222L-HASH-IN
111900         MOVE 0 TO C2222L-HASH-OUT
112000         MOVE VSP-RETURN-CODE TO C2222L-RETURN-CODE
112100         WRITE RL-RUN-LOG-RECORD
112200         CLOSE RUN-LOG-FILE
112300     ELSE
112400         MOVE 4 TO WS-CANDIDATE-RC
112500         PERFORM 8000-SET-RETURN-CODE
112600     END-IF.
112700 END PROGRAM C2222K.
