000100*****************************************************************
000200**  PROGRAM:     C2222E
000300**  DESCRIPTION: PRE-FLIGHT INTEGRITY SWEEP.  RUNS AHEAD OF THE
000400**               NIGHTLY PASS AND CROSS-CHECKS TONIGHT'S INVMAST
000500**               AGAINST THE CATEGORY AND VENDOR MASTERS, SO A BAD
000600**               RECORD IS REPORTED BEFORE THE PASS EITHER
000700**               DEFAULTS IT QUIETLY OR TRIPS OVER IT MID-RUN.
000800**               EACH FINDING PRINTS UNDER ITS STORE WITH A
000900**               SEVERITY.  ANY SEVERE FINDING ENDS THE RUN WITH
001000**               RC 8 SO THE SCHEDULER HOLDS THE CHAIN; WARNINGS
001100**               END IT WITH RC 4 AND THE CHAIN MAY RUN.
001200**
001300**               SEVERE   STORE NOT NUMERIC OR OUT OF SEQUENCE
001400**                        NUMERIC FIELD NOT NUMERIC
001500**                        DUPLICATE STORE/ITEM/LOT KEY
001600**                        CATEGORY CODE NOT ON CATMAST
001700**                        RECEIVED OR EXPIRY DATE NOT A USABLE
001800**                        CALENDAR DATE
001900**                        EXPIRY EARLIER THAN RECEIVED
002000**                        CONTROL TRAILER MISSING OR NOT AGREEING
002033**                        ON COUNT, QUALITY, SELL-IN, QUANTITY,
002066**                        OR UNIT-COST HASH
002100**               WARNING  BLANK CATEGORY (THE PASS DEFAULTS IT
002200**                        FROM THE ITEM NAME)
002300**                        VENDOR CODE BLANK OR NOT ON VENDMAST
002400**                        STOCK ON HAND WITH ZERO UNIT COST
002500**                        PRICED ITEM IN A CATEGORY WITH NO
002600**                        MARKDOWN LADDER
002700**
002800**               A ZERO RECEIVED OR EXPIRY DATE IS A LEGACY RECORD
002900**               THE PASS ALREADY HANDLES AND IS NOT A FINDING.
003000**
003100**  FILES:       INVMAST  - TONIGHT'S INVENTORY MASTER, IN STORE
003200**                          ORDER, WITH ITS *CONTROL* TRAILER.
003300**               CATMAST  - ITEM-CATEGORY MASTER, ONE C2222DC
003400**                          ENTRY PER CATEGORY.
003500**               VENDMAST - VENDOR MASTER, ONE C2222DV ENTRY PER
003600**                          SUPPLIER.
003700**               INTGRPT  - THE FINDINGS BY STORE, STORE TOTALS,
003800**                          AND THE VERDICT FOR THE CHAIN.
003814**               DATEPARM - BUSINESS DATE, FOR THE REPORT AND THE
003828**                          RUN LOG
003842**               RUNLOG   - SHARED RUN-CONTROL LOG (C2222DL).
003856**                          RECORDS AND QUALITY HASH IN ARE THE
003870**                          LOTS READ, RECORDS OUT THE FINDINGS
003884**                          WRITTEN; HASH OUT IS ZERO.
003900**
004000**  MODIFICATION HISTORY
004100**  -------------------------------------------------------------
004200**  DATE       INIT  DESCRIPTION
004300**  10/15/2026 JRH   ORIGINAL VERSION.
004320**  10/15/2026 JRH   THE SELL-IN, QUANTITY, AND UNIT-COST HASHES
004340**                   ON THE TRAILER ARE PROVED AS WELL AS THE
004360**                   COUNT AND QUALITY HASH, AS C2222B AND THE
004380**                   PASS PROVE THEM.
004400*****************************************************************
004500 IDENTIFICATION DIVISION.
004600 PROGRAM-ID.     C2222E.
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
005700     SELECT INVENTORY-MASTER-FILE ASSIGN TO "INVMAST"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-INVMAST-STATUS.
006000     SELECT CATEGORY-MASTER-FILE ASSIGN TO "CATMAST"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-CATMAST-STATUS.
006300     SELECT VENDOR-MASTER-FILE ASSIGN TO "VENDMAST"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-VENDMAST-STATUS.
006600     SELECT INTEGRITY-REPORT-FILE ASSIGN TO "INTGRPT"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-INTGRPT-STATUS.
006900     SELECT DATE-PARM-FILE ASSIGN TO "DATEPARM"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-DATEPARM-STATUS.
007200     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-RUNLOG-STATUS.
007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  INVENTORY-MASTER-FILE
007800     LABEL RECORDS ARE STANDARD
007900     RECORDING MODE IS F.
008000**  SAME LAYOUT THE NIGHTLY PASS READS
008100 01  IM-INVENTORY-RECORD.
008200     02  IM-NAME                 PIC X(50).
008300     02  IM-QUALITY               PIC 999.
008400     02  IM-SELLIN                PIC S999.
008500     02  IM-CATEGORY             PIC X(04).
008600     02  IM-STORE                PIC 9(03).
008700     02  IM-QTY-ON-HAND           PIC 9(05).
008800     02  IM-UNIT-COST             PIC 9(05)V99.
008900     02  IM-LOT-NUMBER           PIC X(06).
009000     02  IM-RECEIVED-DATE         PIC 9(08).
009100     02  IM-EXPIRY-DATE           PIC 9(08).
009200     02  IM-VENDOR-CODE          PIC X(05).
009300     02  IM-RETAIL-PRICE          PIC 9(03)V99.
009400**  CONTROL TRAILER VIEW OF THE SAME RECORD
009500 01  IM-CONTROL-RECORD.
009600     02  CT-CONTROL-ID           PIC X(10).
009700     02  CT-EXPECTED-COUNT        PIC 9(07).
009800     02  CT-QUALITY-HASH          PIC 9(09).
009900     02  CT-SELLIN-HASH           PIC S9(09).
010000     02  CT-QTY-HASH              PIC 9(09).
010100     02  CT-COST-HASH             PIC 9(09)V99.
010200     02  FILLER                  PIC X(52).
010300 FD  CATEGORY-MASTER-FILE
010400     LABEL RECORDS ARE STANDARD
010500     RECORDING MODE IS F.
010600**  ONE CATEGORY'S AGING RULE - SEE COPYBOOK FOR THE FIELDS
010700 01  CM-CATEGORY-RECORD.
010800     COPY C2222DC.
010900 FD  VENDOR-MASTER-FILE
011000     LABEL RECORDS ARE STANDARD
011100     RECORDING MODE IS F.
011200**  ONE VENDOR'S ORDERING TERMS - SEE COPYBOOK FOR THE FIELDS
011300 01  VM-VENDOR-RECORD.
011400     COPY C2222DV.
011500 FD  INTEGRITY-REPORT-FILE
011600     LABEL RECORDS ARE STANDARD
011700     RECORDING MODE IS F.
011800 01  RP-REPORT-LINE                PIC X(100).
011900 FD  DATE-PARM-FILE
012000     LABEL RECORDS ARE STANDARD
012100     RECORDING MODE IS F.
012200**  BUSINESS DATE (YYYYMMDD) - SAME PARM THE NIGHTLY PASS READS
012300 01  DP-PARM-RECORD.
012400     02  DP-BUSINESS-DATE         PIC 9(08).
012500     02  FILLER                  PIC X(01).
012600     02  DP-DAYS-TO-AGE           PIC 9(02).
012700     02  FILLER                  PIC X(01).
012800     02  DP-SUSPENSE-LIMIT        PIC 9(02).
012900 FD  RUN-LOG-FILE
013000     LABEL RECORDS ARE STANDARD
013100     RECORDING MODE IS F.
013200**  ONE RUN-CONTROL RECORD - SEE COPYBOOK FOR THE FIELDS
013300 01  RL-RUN-LOG-RECORD.
013400     COPY C2222DL.
013500 WORKING-STORAGE SECTION.
013600 01  VSP.
013700     02  VSP-RETURN-CODE           PIC 99 VALUE 0.
013800 77  WS-CANDIDATE-RC               PIC 99 VALUE 0.
013900 77  WS-INVMAST-STATUS             PIC X(02) VALUE "00".
014000 77  WS-CATMAST-STATUS             PIC X(02) VALUE "00".
014100 77  WS-VENDMAST-STATUS            PIC X(02) VALUE "00".
014200 77  WS-INTGRPT-STATUS             PIC X(02) VALUE "00".
014300 77  WS-DATEPARM-STATUS            PIC X(02) VALUE "00".
014400 77  WS-RUNLOG-STATUS              PIC X(02) VALUE "00".
014500 77  WS-RUN-DATE                   PIC 9(08) VALUE 0.
014600 77  WS-CATEGORIES-LOADED          PIC 999 VALUE 0.
014700 77  WS-VENDORS-LOADED             PIC 999 VALUE 0.
014800 77  WS-KEYS-LOADED                PIC 9(04) VALUE 0.
014900 77  WS-CATEGORY-SLOT              PIC 999 VALUE 0.
015000 77  WS-VENDOR-SLOT                PIC 999 VALUE 0.
015100 77  WS-KEY-SLOT                   PIC 9(04) VALUE 0.
015200 77  WS-CURRENT-STORE              PIC 9(03) VALUE 0.
015300 77  WS-RECEIVED-SERIAL            PIC S9(07) VALUE 0.
015400 77  WS-EXPIRY-SERIAL              PIC S9(07) VALUE 0.
015500 77  WS-RECORD-COUNT               PIC 9(07) VALUE 0.
015600 77  WS-QUALITY-HASH               PIC 9(09) VALUE 0.
015700 77  WS-CTL-COUNT                  PIC 9(07) VALUE 0.
015800 77  WS-CTL-QUALITY-HASH           PIC 9(09) VALUE 0.
015814 77  WS-SELLIN-HASH                PIC S9(09) VALUE 0.
015828 77  WS-QTY-HASH                   PIC 9(09) VALUE 0.
015842 77  WS-COST-HASH                  PIC 9(09)V99 VALUE 0.
015856 77  WS-CTL-SELLIN-HASH            PIC S9(09) VALUE 0.
015870 77  WS-CTL-QTY-HASH               PIC 9(09) VALUE 0.
015884 77  WS-CTL-COST-HASH              PIC 9(09)V99 VALUE 0.
015900 77  WS-FINDINGS-WRITTEN           PIC 9(07) VALUE 0.
016000 77  WS-STORE-LOTS                 PIC 9(05) VALUE 0.
016100 77  WS-STORE-SEVERE               PIC 9(05) VALUE 0.
016200 77  WS-STORE-WARNINGS             PIC 9(05) VALUE 0.
016300 77  WS-STORES-READ                PIC 9(05) VALUE 0.
016400 77  WS-TOTAL-SEVERE               PIC 9(07) VALUE 0.
016500 77  WS-TOTAL-WARNINGS             PIC 9(07) VALUE 0.
016600 77  WS-FINDING-SEVERITY           PIC X(07) VALUE SPACES.
016700 77  WS-FINDING-TEXT               PIC X(40) VALUE SPACES.
016800 01  ZW-C                          PIC 999.
016900 01  ZW-V                          PIC 999.
017000 01  ZW-K                          PIC 9(04).
017100 01  WS-SWITCHES.
017200     02  WS-MAST-EOF-SWITCH        PIC X(01) VALUE "N".
017300         88  WS-MAST-EOF-YES                 VALUE "Y".
017400     02  WS-CAT-EOF-SWITCH         PIC X(01) VALUE "N".
017500         88  WS-CAT-EOF-YES                  VALUE "Y".
017600     02  WS-VEND-EOF-SWITCH        PIC X(01) VALUE "N".
017700         88  WS-VEND-EOF-YES                 VALUE "Y".
017800     02  WS-FILES-OPEN-SWITCH      PIC X(01) VALUE "N".
017900         88  WS-FILES-OPEN-YES               VALUE "Y".
018000     02  WS-CTL-FOUND-SWITCH       PIC X(01) VALUE "N".
018100         88  WS-CTL-FOUND-YES                VALUE "Y".
018200     02  WS-STORE-OPEN-SWITCH      PIC X(01) VALUE "N".
018300         88  WS-STORE-OPEN-YES               VALUE "Y".
018400     02  WS-SEQUENCE-SWITCH        PIC X(01) VALUE "N".
018500         88  WS-OUT-OF-SEQUENCE-YES          VALUE "Y".
018600     02  WS-KEYS-FULL-SWITCH       PIC X(01) VALUE "N".
018700         88  WS-KEYS-FULL-YES                VALUE "Y".
018800     02  WS-NUMBERS-SWITCH         PIC X(01) VALUE "N".
018900         88  WS-NUMBERS-BAD-YES              VALUE "Y".
019000**  CATEGORY MASTER TABLE - ONE ENTRY PER CATEGORY
019100 01  WS-CATEGORY-TABLE.
019200     02  WS-CATEGORY-ENTRY OCCURS 50 TIMES.
019300         COPY C2222DC
019400             REPLACING C2222C-CODE           BY TB-CODE
019500                       C2222C-DESC           BY TB-DESC
019600                       C2222C-QUALITY-DELTA  BY TB-QUALITY-DELTA
019700                       C2222C-QUALITY-FLOOR  BY TB-QUALITY-FLOOR
019800                       C2222C-QUALITY-CAP    BY TB-QUALITY-CAP
019900                       C2222C-LEGENDARY-FLAG BY TB-LEGENDARY-FLAG
020000                       C2222C-BREAK-1-SELLIN BY TB-BREAK-1-SELLIN
020100                       C2222C-BREAK-1-DELTA  BY TB-BREAK-1-DELTA
020200                       C2222C-BREAK-2-SELLIN BY TB-BREAK-2-SELLIN
020300                       C2222C-BREAK-2-DELTA  BY TB-BREAK-2-DELTA
020400                       C2222C-MKDN-1-PCT     BY TB-MKDN-1-PCT
020500                       C2222C-MKDN-2-SELLIN  BY TB-MKDN-2-SELLIN
020600                       C2222C-MKDN-2-PCT     BY TB-MKDN-2-PCT.
020700**  VENDOR MASTER TABLE - ONE ENTRY PER SUPPLIER
020800 01  WS-VENDOR-TABLE.
020900     02  WS-VENDOR-ENTRY OCCURS 100 TIMES.
021000         COPY C2222DV
021100             REPLACING C2222V-CODE      BY TV-CODE
021200                       C2222V-NAME      BY TV-NAME
021300                       C2222V-LEAD-TIME BY TV-LEAD-TIME
021400                       C2222V-MIN-ORDER BY TV-MIN-ORDER.
021500**  ITEM AND LOT OF EVERY RECORD SEEN FOR THE CURRENT STORE.  THE
021600**  MASTER IS IN STORE ORDER, SO THE TABLE EMPTIES AT EACH STORE
021700**  BREAK AND ONLY HAS TO HOLD ONE STORE'S LOTS.
021800 01  WS-KEY-TABLE.
021900     02  WS-KEY-ENTRY OCCURS 2000 TIMES.
022000         03  WS-KY-NAME            PIC X(50).
022100         03  WS-KY-LOT             PIC X(06).
022200 01  WS-REPORT-HEADING-1.
022300     02  FILLER                    PIC X(40)
022400         VALUE "PRE-FLIGHT INTEGRITY SWEEP".
022500     02  FILLER                    PIC X(14)
022600         VALUE "BUSINESS DATE ".
022700     02  RH-BUSINESS-DATE          PIC 9(08).
022800 01  WS-REPORT-HEADING-2.
022900     02  FILLER                    PIC X(10) VALUE "  SEVERITY".
023000     02  FILLER                    PIC X(07) VALUE " LOT".
023100     02  FILLER                    PIC X(41) VALUE "ITEM".
023200     02  FILLER                    PIC X(40) VALUE "FINDING".
023300 01  WS-STORE-HEADING.
023400     02  FILLER                    PIC X(06) VALUE "STORE ".
023500     02  RS-STORE                  PIC 9(03).
023600 01  WS-FILE-HEADING.
023700     02  FILLER                    PIC X(40)
023800         VALUE "INVMAST CONTROL TRAILER".
023900 01  WS-FINDING-LINE.
024000     02  FILLER                    PIC X(02) VALUE SPACES.
024100     02  RF-SEVERITY               PIC X(07).
024200     02  FILLER                    PIC X(01) VALUE SPACES.
024300     02  RF-LOT                    PIC X(06).
024400     02  FILLER                    PIC X(01) VALUE SPACES.
024500     02  RF-NAME                   PIC X(40).
024600     02  FILLER                    PIC X(01) VALUE SPACES.
024700     02  RF-TEXT                   PIC X(40).
024800 01  WS-STORE-TOTAL-LINE.
024900     02  FILLER                    PIC X(08) VALUE "  STORE ".
025000     02  RT-STORE                  PIC 9(03).
025100     02  FILLER                    PIC X(06) VALUE " LOTS ".
025200     02  RT-STORE-LOTS             PIC ZZZZ9.
025300     02  FILLER                    PIC X(08) VALUE " SEVERE ".
025400     02  RT-STORE-SEVERE           PIC ZZZZ9.
025500     02  FILLER                    PIC X(10) VALUE " WARNINGS ".
025600     02  RT-STORE-WARNINGS         PIC ZZZZ9.
025700 01  WS-REPORT-TRAILER-1.
025800     02  FILLER                    PIC X(30)
025900         VALUE "STORES / LOTS READ            ".
026000     02  RT-STORES-READ            PIC ZZZZ9.
026100     02  FILLER                    PIC X(03) VALUE " / ".
026200     02  RT-RECORD-COUNT           PIC ZZZZZZ9.
026300 01  WS-REPORT-TRAILER-2.
026400     02  FILLER                    PIC X(30)
026500         VALUE "SEVERE FINDINGS               ".
026600     02  RT-TOTAL-SEVERE           PIC ZZZZZZ9.
026700 01  WS-REPORT-TRAILER-3.
026800     02  FILLER                    PIC X(30)
026900         VALUE "WARNINGS                      ".
027000     02  RT-TOTAL-WARNINGS         PIC ZZZZZZ9.
027100 01  WS-VERDICT-LINE               PIC X(60) VALUE SPACES.
027200 PROCEDURE DIVISION.
027300*****************************************************************
027400**  MAIN-PROCEDURE - LOADS THE TWO MASTERS, SWEEPS INVMAST, AND
027500**                   PRINTS THE VERDICT
027600*****************************************************************
027700 MAIN-PROCEDURE.
027800     PERFORM 1000-OPEN-FILES.
027900     IF WS-FILES-OPEN-YES THEN
028000         PERFORM 1200-LOAD-CATEGORY-MASTER
028100         PERFORM 1400-LOAD-VENDOR-MASTER
028200         PERFORM 2000-SWEEP-MASTER
028300         PERFORM 3000-FINISH-REPORT
028400         PERFORM 9000-CLOSE-FILES
028500     END-IF.
028600     PERFORM 9100-WRITE-RUN-LOG.
028700     MOVE VSP-RETURN-CODE TO RETURN-CODE.
028800     STOP RUN.
028900*****************************************************************
029000**  1000-OPEN-FILES - OPENS EVERYTHING AND WRITES THE HEADINGS.
029100**                   THE SWEEP CANNOT PROVE ANYTHING WITHOUT ALL
029200**                   THREE MASTERS, SO ANY OPEN FAILURE ABANDONS
029300**                   THE JOB WITH RC 12 AND THE CHAIN HOLDS.
029400*****************************************************************
029500 1000-OPEN-FILES SECTION.
029600     PERFORM 1700-LOAD-DATE-PARM.
029700     OPEN INPUT INVENTORY-MASTER-FILE.
029800     OPEN INPUT CATEGORY-MASTER-FILE.
029900     OPEN INPUT VENDOR-MASTER-FILE.
030000     OPEN OUTPUT INTEGRITY-REPORT-FILE.
030100     IF WS-INVMAST-STATUS EQUAL TO "00"
030200        AND WS-CATMAST-STATUS EQUAL TO "00"
030300        AND WS-VENDMAST-STATUS EQUAL TO "00"
030400        AND WS-INTGRPT-STATUS EQUAL TO "00" THEN
030500         MOVE "Y" TO WS-FILES-OPEN-SWITCH
030600         MOVE WS-RUN-DATE TO RH-BUSINESS-DATE
030700         WRITE RP-REPORT-LINE FROM WS-REPORT-HEADING-1
030800         WRITE RP-REPORT-LINE FROM WS-REPORT-HEADING-2
030900     ELSE
031000         DISPLAY "PRE-FLIGHT SWEEP CANNOT OPEN ITS FILES"
031100         MOVE 12 TO WS-CANDIDATE-RC
031200         PERFORM 8000-SET-RETURN-CODE
031300     END-IF.
031400*****************************************************************
031500**  1200-LOAD-CATEGORY-MASTER - LOADS THE ITEM-CATEGORY MASTER
031600**                   INTO THE CATEGORY TABLE.  A MASTER PAST THE
031700**                   TABLE LIMIT IS ONE THE PASS CANNOT LOAD
031800**                   EITHER, SO IT IS SEVERE.
031900*****************************************************************
032000 1200-LOAD-CATEGORY-MASTER SECTION.
032100     MOVE 0 TO WS-CATEGORIES-LOADED.
032200     PERFORM 1220-READ-CATEGORY-RECORD.
032300     PERFORM 1240-STORE-CATEGORY-RECORD
032400         UNTIL WS-CAT-EOF-YES
032500            OR WS-CATEGORIES-LOADED EQUAL TO 50.
032600     IF NOT WS-CAT-EOF-YES THEN
032700         DISPLAY "CATEGORY MASTER EXCEEDS 50 - REST IGNORED"
032800         MOVE 8 TO WS-CANDIDATE-RC
032900         PERFORM 8000-SET-RETURN-CODE
033000     END-IF.
033100     CLOSE CATEGORY-MASTER-FILE.
033200*****************************************************************
033300**  1220-READ-CATEGORY-RECORD - READ-AHEAD FOR THE LOAD LOOP
033400*****************************************************************
033500 1220-READ-CATEGORY-RECORD SECTION.
033600     READ CATEGORY-MASTER-FILE
033700         AT END
033800             MOVE "Y" TO WS-CAT-EOF-SWITCH
033900     END-READ.
034000*****************************************************************
034100**  1240-STORE-CATEGORY-RECORD - MOVES ONE CATEGORY ENTRY INTO
034200**                   THE NEXT TABLE SLOT AND READS THE NEXT
034300*****************************************************************
034400 1240-STORE-CATEGORY-RECORD SECTION.
034500     ADD 1 TO WS-CATEGORIES-LOADED.
034600     MOVE CM-CATEGORY-RECORD
034700         TO WS-CATEGORY-ENTRY(WS-CATEGORIES-LOADED).
034800     PERFORM 1220-READ-CATEGORY-RECORD.
034900*****************************************************************
035000**  1400-LOAD-VENDOR-MASTER - LOADS THE VENDOR MASTER INTO THE
035100**                   VENDOR TABLE.  A MASTER PAST THE TABLE LIMIT
035200**                   IS A DATA PROBLEM UPSTREAM AND RAISES RC 8.
035300*****************************************************************
035400 1400-LOAD-VENDOR-MASTER SECTION.
035500     MOVE 0 TO WS-VENDORS-LOADED.
035600     PERFORM 1420-READ-VENDOR-RECORD.
035700     PERFORM 1440-STORE-VENDOR-RECORD
035800         UNTIL WS-VEND-EOF-YES
035900            OR WS-VENDORS-LOADED EQUAL TO 100.
036000     IF NOT WS-VEND-EOF-YES THEN
036100         DISPLAY "VENDOR MASTER EXCEEDS 100 - REST IGNORED"
036200         MOVE 8 TO WS-CANDIDATE-RC
036300         PERFORM 8000-SET-RETURN-CODE
036400     END-IF.
036500     CLOSE VENDOR-MASTER-FILE.
036600*****************************************************************
036700**  1420-READ-VENDOR-RECORD - READ-AHEAD FOR THE LOAD LOOP
036800*****************************************************************
036900 1420-READ-VENDOR-RECORD SECTION.
037000     READ VENDOR-MASTER-FILE
037100         AT END
037200             MOVE "Y" TO WS-VEND-EOF-SWITCH
037300     END-READ.
037400*****************************************************************
037500**  1440-STORE-VENDOR-RECORD - MOVES ONE VENDOR ENTRY INTO THE
037600**                   NEXT TABLE SLOT AND READS THE NEXT
037700*****************************************************************
037800 1440-STORE-VENDOR-RECORD SECTION.
037900     ADD 1 TO WS-VENDORS-LOADED.
038000     MOVE VM-VENDOR-RECORD
038100         TO WS-VENDOR-ENTRY(WS-VENDORS-LOADED).
038200     PERFORM 1420-READ-VENDOR-RECORD.
038300*****************************************************************
038400**  1700-LOAD-DATE-PARM - SETS THE BUSINESS DATE FROM DATEPARM,
038500**                   FALLING BACK TO TODAY WHEN THE PARM IS
038600**                   MISSING OR UNUSABLE
038700*****************************************************************
038800 1700-LOAD-DATE-PARM SECTION.
038900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
039000     OPEN INPUT DATE-PARM-FILE.
039100     IF WS-DATEPARM-STATUS EQUAL TO "00" THEN
039200         READ DATE-PARM-FILE
039300             AT END
039400                 CONTINUE
039500         END-READ
039600         IF WS-DATEPARM-STATUS EQUAL TO "00" THEN
039700             IF DP-BUSINESS-DATE IS NUMERIC
039800                AND DP-BUSINESS-DATE GREATER THAN 0 THEN
039900                 MOVE DP-BUSINESS-DATE TO WS-RUN-DATE
040000             END-IF
040100         END-IF
040200         CLOSE DATE-PARM-FILE
040300     END-IF.
040400*****************************************************************
040500**  2000-SWEEP-MASTER - READS INVMAST THROUGH, CHECKING EVERY
040600**                   RECORD, THEN CLOSES OFF THE LAST STORE
040700*****************************************************************
040800 2000-SWEEP-MASTER SECTION.
040900     PERFORM 2100-READ-MASTER-RECORD.
041000     PERFORM 2200-CHECK-ONE-RECORD
041100         UNTIL WS-MAST-EOF-YES.
041200     IF WS-STORE-OPEN-YES THEN
041300         PERFORM 2350-CLOSE-STORE
041400     END-IF.
041500*****************************************************************
041600**  2100-READ-MASTER-RECORD - READ-AHEAD FOR THE SWEEP LOOP
041700*****************************************************************
041800 2100-READ-MASTER-RECORD SECTION.
041900     READ INVENTORY-MASTER-FILE
042000         AT END
042100             MOVE "Y" TO WS-MAST-EOF-SWITCH
042200     END-READ.
042300*****************************************************************
042400**  2200-CHECK-ONE-RECORD - HOLDS THE TRAILER, OR PUTS ONE LOT
042500**                   THROUGH EVERY CHECK, THEN READS THE NEXT.  A
042600**                   STORE THAT IS NOT A NUMBER CANNOT BE FILED
042700**                   UNDER A STORE AND GOES NO FURTHER.
042800*****************************************************************
042900 2200-CHECK-ONE-RECORD SECTION.
043000     IF CT-CONTROL-ID EQUAL TO "*CONTROL*" THEN
043100         MOVE "Y" TO WS-CTL-FOUND-SWITCH
043200         MOVE CT-EXPECTED-COUNT TO WS-CTL-COUNT
043300         MOVE CT-QUALITY-HASH TO WS-CTL-QUALITY-HASH
043312         MOVE CT-SELLIN-HASH TO WS-CTL-SELLIN-HASH
043324         IF CT-QTY-HASH IS NUMERIC THEN
043336             MOVE CT-QTY-HASH TO WS-CTL-QTY-HASH
043348         END-IF
043360         IF CT-COST-HASH IS NUMERIC THEN
043372             MOVE CT-COST-HASH TO WS-CTL-COST-HASH
043384         END-IF
043400         GO TO 2200-NEXT
043500     END-IF.
043600     ADD 1 TO WS-RECORD-COUNT.
043700     IF IM-QUALITY IS NUMERIC THEN
043800         ADD IM-QUALITY TO WS-QUALITY-HASH
043900     END-IF.
043910     IF IM-SELLIN IS NUMERIC THEN
043920         ADD IM-SELLIN TO WS-SELLIN-HASH
043930     END-IF.
043940     IF IM-QTY-ON-HAND IS NUMERIC THEN
043950         ADD IM-QTY-ON-HAND TO WS-QTY-HASH
043960     END-IF.
043970     IF IM-UNIT-COST IS NUMERIC THEN
043980         ADD IM-UNIT-COST TO WS-COST-HASH
043990     END-IF.
044000     IF IM-STORE IS NOT NUMERIC THEN
044100         MOVE "SEVERE" TO WS-FINDING-SEVERITY
044200         MOVE "STORE NUMBER NOT NUMERIC" TO WS-FINDING-TEXT
044300         PERFORM 5000-WRITE-FINDING
044400         GO TO 2200-NEXT
044500     END-IF.
044600     PERFORM 2300-CHECK-STORE-BREAK.
044700     ADD 1 TO WS-STORE-LOTS.
044800     PERFORM 2400-CHECK-NUMERIC-FIELDS.
044900     PERFORM 2500-CHECK-DUPLICATE-KEY.
045000     PERFORM 2600-CHECK-CATEGORY.
045100     PERFORM 2700-CHECK-VENDOR.
045200     PERFORM 2800-CHECK-DATES.
045300     PERFORM 2900-CHECK-COST-AND-PRICE.
045400 2200-NEXT.
045500     PERFORM 2100-READ-MASTER-RECORD.
045600*****************************************************************
045700**  2300-CHECK-STORE-BREAK - ON A NEW STORE, TOTALS THE LAST ONE,
045800**                   EMPTIES THE KEY TABLE, AND HEADS THE NEW
045900**                   ONE.  THE PASS HOLDS ON A STORE THAT STEPS
046000**                   BACKWARD, SO THAT IS SEVERE HERE TOO - AND
046100**                   A DUPLICATE SPLIT ACROSS THE TWO GROUPS
046200**                   CANNOT BE SEEN UNTIL THE ORDER IS FIXED.
046300*****************************************************************
046400 2300-CHECK-STORE-BREAK SECTION.
046500     IF WS-STORE-OPEN-YES
046600        AND IM-STORE EQUAL TO WS-CURRENT-STORE THEN
046700         GO TO 2300-EXIT
046800     END-IF.
046900     MOVE "N" TO WS-SEQUENCE-SWITCH.
047000     IF WS-STORE-OPEN-YES THEN
047100         PERFORM 2350-CLOSE-STORE
047200         IF IM-STORE LESS THAN WS-CURRENT-STORE THEN
047300             MOVE "Y" TO WS-SEQUENCE-SWITCH
047400         END-IF
047500     END-IF.
047600     MOVE IM-STORE TO WS-CURRENT-STORE.
047700     MOVE "Y" TO WS-STORE-OPEN-SWITCH.
047800     MOVE "N" TO WS-KEYS-FULL-SWITCH.
047900     MOVE 0 TO WS-KEYS-LOADED.
048000     MOVE 0 TO WS-STORE-LOTS.
048100     MOVE 0 TO WS-STORE-SEVERE.
048200     MOVE 0 TO WS-STORE-WARNINGS.
048300     ADD 1 TO WS-STORES-READ.
048400     MOVE SPACES TO RP-REPORT-LINE.
048500     WRITE RP-REPORT-LINE.
048600     MOVE IM-STORE TO RS-STORE.
048700     WRITE RP-REPORT-LINE FROM WS-STORE-HEADING.
048800     IF WS-OUT-OF-SEQUENCE-YES THEN
048900         MOVE "SEVERE" TO WS-FINDING-SEVERITY
049000         MOVE "STORE OUT OF SEQUENCE ON INVMAST"
049100             TO WS-FINDING-TEXT
049200         PERFORM 5000-WRITE-FINDING
049300     END-IF.
049400 2300-EXIT.
049500     EXIT.
049600*****************************************************************
049700**  2350-CLOSE-STORE - WRITES THE STORE'S TOTAL LINE
049800*****************************************************************
049900 2350-CLOSE-STORE SECTION.
050000     MOVE WS-CURRENT-STORE TO RT-STORE.
050100     MOVE WS-STORE-LOTS TO RT-STORE-LOTS.
050200     MOVE WS-STORE-SEVERE TO RT-STORE-SEVERE.
050300     MOVE WS-STORE-WARNINGS TO RT-STORE-WARNINGS.
050400     WRITE RP-REPORT-LINE FROM WS-STORE-TOTAL-LINE.
050500*****************************************************************
050600**  2400-CHECK-NUMERIC-FIELDS - THE PASS DOES ARITHMETIC ON
050700**                   QUALITY, SELL-IN, QUANTITY, COST, AND PRICE,
050800**                   SO ANY OF THEM NOT NUMERIC IS SEVERE AND THE
050900**                   COST AND PRICE CHECKS ARE SKIPPED
051000*****************************************************************
051100 2400-CHECK-NUMERIC-FIELDS SECTION.
051200     MOVE "N" TO WS-NUMBERS-SWITCH.
051300     IF IM-QUALITY IS NOT NUMERIC
051400        OR IM-SELLIN IS NOT NUMERIC
051500        OR IM-QTY-ON-HAND IS NOT NUMERIC
051600        OR IM-UNIT-COST IS NOT NUMERIC
051700        OR IM-RETAIL-PRICE IS NOT NUMERIC THEN
051800         MOVE "Y" TO WS-NUMBERS-SWITCH
051900         MOVE "SEVERE" TO WS-FINDING-SEVERITY
052000         MOVE "QTY, COST, PRICE OR AGING FIELD NOT NUMERIC"
052100             TO WS-FINDING-TEXT
052200         PERFORM 5000-WRITE-FINDING
052300     END-IF.
052400*****************************************************************
052500**  2500-CHECK-DUPLICATE-KEY - THE ITEM AND LOT AGAINST EVERY ONE
052600**                   ALREADY SEEN FOR THE STORE.  A STORE WITH
052700**                   MORE LOTS THAN THE TABLE HOLDS IS CHECKED AS
052800**                   FAR AS IT GOES AND WARNED ONCE.
052900*****************************************************************
053000 2500-CHECK-DUPLICATE-KEY SECTION.
053100     MOVE 0 TO WS-KEY-SLOT.
053200     PERFORM 2550-MATCH-ONE-KEY
053300         VARYING ZW-K FROM 1 BY 1
053400             UNTIL ZW-K > WS-KEYS-LOADED
053500                OR WS-KEY-SLOT GREATER THAN 0.
053600     IF WS-KEY-SLOT GREATER THAN 0 THEN
053700         MOVE "SEVERE" TO WS-FINDING-SEVERITY
053800         MOVE "DUPLICATE STORE/ITEM/LOT KEY"
053900             TO WS-FINDING-TEXT
054000         PERFORM 5000-WRITE-FINDING
054100         GO TO 2500-EXIT
054200     END-IF.
054300     IF WS-KEYS-LOADED EQUAL TO 2000 THEN
054400         IF NOT WS-KEYS-FULL-YES THEN
054500             MOVE "Y" TO WS-KEYS-FULL-SWITCH
054600             MOVE "WARNING" TO WS-FINDING-SEVERITY
054700             MOVE "OVER 2000 LOTS - REST NOT DUP-CHECKED"
054800                 TO WS-FINDING-TEXT
054900             PERFORM 5000-WRITE-FINDING
055000         END-IF
055100         GO TO 2500-EXIT
055200     END-IF.
055300     ADD 1 TO WS-KEYS-LOADED.
055400     MOVE IM-NAME TO WS-KY-NAME(WS-KEYS-LOADED).
055500     MOVE IM-LOT-NUMBER TO WS-KY-LOT(WS-KEYS-LOADED).
055600 2500-EXIT.
055700     EXIT.
055800*****************************************************************
055900**  2550-MATCH-ONE-KEY - ONE KEY TABLE ENTRY AGAINST THE RECORD
056000*****************************************************************
056100 2550-MATCH-ONE-KEY SECTION.
056200     IF WS-KY-NAME(ZW-K) EQUAL TO IM-NAME
056300        AND WS-KY-LOT(ZW-K) EQUAL TO IM-LOT-NUMBER THEN
056400         MOVE ZW-K TO WS-KEY-SLOT
056500     END-IF.
056600*****************************************************************
056700**  2600-CHECK-CATEGORY - A BLANK CATEGORY IS DEFAULTED BY THE
056800**                   PASS FROM THE ITEM NAME, SO IT IS A WARNING.
056900**                   A CODE THAT IS NOT ON CATMAST WOULD BE AGED
057000**                   AS NORMAL MERCHANDISE WHATEVER IT REALLY IS,
057100**                   SO IT IS SEVERE.
057200*****************************************************************
057300 2600-CHECK-CATEGORY SECTION.
057400     MOVE 0 TO WS-CATEGORY-SLOT.
057500     IF IM-CATEGORY EQUAL TO SPACES THEN
057600         MOVE "WARNING" TO WS-FINDING-SEVERITY
057700         MOVE "NO CATEGORY - PASS DEFAULTS FROM NAME"
057800             TO WS-FINDING-TEXT
057900         PERFORM 5000-WRITE-FINDING
058000         GO TO 2600-EXIT
058100     END-IF.
058200     PERFORM 2650-MATCH-ONE-CATEGORY
058300         VARYING ZW-C FROM 1 BY 1
058400             UNTIL ZW-C > WS-CATEGORIES-LOADED
058500                OR WS-CATEGORY-SLOT GREATER THAN 0.
058600     IF WS-CATEGORY-SLOT EQUAL TO 0 THEN
058700         MOVE "SEVERE" TO WS-FINDING-SEVERITY
058800         MOVE "CATEGORY NOT ON CATMAST"
058900             TO WS-FINDING-TEXT
059000         PERFORM 5000-WRITE-FINDING
059100     END-IF.
059200 2600-EXIT.
059300     EXIT.
059400*****************************************************************
059500**  2650-MATCH-ONE-CATEGORY - ONE CATMAST ENTRY AGAINST THE
059600**                   RECORD'S CATEGORY
059700*****************************************************************
059800 2650-MATCH-ONE-CATEGORY SECTION.
059900     IF TB-CODE(ZW-C) EQUAL TO IM-CATEGORY THEN
060000         MOVE ZW-C TO WS-CATEGORY-SLOT
060100     END-IF.
060200*****************************************************************
060300**  2700-CHECK-VENDOR - A LOT WITH NO VENDOR, OR ONE NOT ON
060400**                   VENDMAST, CANNOT BE REORDERED OR RECEIVED
060500**                   AGAINST AN ORDER, BUT IT AGES CORRECTLY, SO
060600**                   IT IS A WARNING
060700*****************************************************************
060800 2700-CHECK-VENDOR SECTION.
060900     MOVE 0 TO WS-VENDOR-SLOT.
061000     IF IM-VENDOR-CODE EQUAL TO SPACES THEN
061100         MOVE "WARNING" TO WS-FINDING-SEVERITY
061200         MOVE "NO VENDOR CODE" TO WS-FINDING-TEXT
061300         PERFORM 5000-WRITE-FINDING
061400         GO TO 2700-EXIT
061500     END-IF.
061600     PERFORM 2750-MATCH-ONE-VENDOR
061700         VARYING ZW-V FROM 1 BY 1
061800             UNTIL ZW-V > WS-VENDORS-LOADED
061900                OR WS-VENDOR-SLOT GREATER THAN 0.
062000     IF WS-VENDOR-SLOT EQUAL TO 0 THEN
062100         MOVE "WARNING" TO WS-FINDING-SEVERITY
062200         MOVE "VENDOR NOT ON VENDMAST" TO WS-FINDING-TEXT
062300         PERFORM 5000-WRITE-FINDING
062400     END-IF.
062500 2700-EXIT.
062600     EXIT.
062700*****************************************************************
062800**  2750-MATCH-ONE-VENDOR - ONE VENDMAST ENTRY AGAINST THE
062900**                   RECORD'S VENDOR
063000*****************************************************************
063100 2750-MATCH-ONE-VENDOR SECTION.
063200     IF TV-CODE(ZW-V) EQUAL TO IM-VENDOR-CODE THEN
063300         MOVE ZW-V TO WS-VENDOR-SLOT
063400     END-IF.
063500*****************************************************************
063600**  2800-CHECK-DATES - A NON-ZERO RECEIVED OR EXPIRY DATE MUST BE
063700**                   A CALENDAR DATE C2222W ACCEPTS, AND THE LOT
063800**                   CANNOT EXPIRE BEFORE IT WAS RECEIVED.  THE
063900**                   PASS DERIVES SELL-IN FROM THE EXPIRY, SO A
064000**                   BAD ONE IS SEVERE.  ZERO IS A LEGACY RECORD.
064100*****************************************************************
064200 2800-CHECK-DATES SECTION.
064300     MOVE 0 TO WS-RECEIVED-SERIAL.
064400     MOVE 0 TO WS-EXPIRY-SERIAL.
064500     IF IM-RECEIVED-DATE IS NOT NUMERIC THEN
064600         MOVE "SEVERE" TO WS-FINDING-SEVERITY
064700         MOVE "RECEIVED DATE NOT NUMERIC" TO WS-FINDING-TEXT
064800         PERFORM 5000-WRITE-FINDING
064900     ELSE
065000         IF IM-RECEIVED-DATE GREATER THAN 0 THEN
065100             CALL "C2222W" USING IM-RECEIVED-DATE
065200                 WS-RECEIVED-SERIAL
065300             END-CALL
065400             IF WS-RECEIVED-SERIAL EQUAL TO 0 THEN
065500                 MOVE "SEVERE" TO WS-FINDING-SEVERITY
065600                 MOVE "RECEIVED DATE NOT A CALENDAR DATE"
065700                     TO WS-FINDING-TEXT
065800                 PERFORM 5000-WRITE-FINDING
065900             END-IF
066000         END-IF
066100     END-IF.
066200     IF IM-EXPIRY-DATE IS NOT NUMERIC THEN
066300         MOVE "SEVERE" TO WS-FINDING-SEVERITY
066400         MOVE "EXPIRY DATE NOT NUMERIC" TO WS-FINDING-TEXT
066500         PERFORM 5000-WRITE-FINDING
066600         GO TO 2800-EXIT
066700     END-IF.
066800     IF IM-EXPIRY-DATE EQUAL TO 0 THEN
066900         GO TO 2800-EXIT
067000     END-IF.
067100     CALL "C2222W" USING IM-EXPIRY-DATE WS-EXPIRY-SERIAL
067200     END-CALL.
067300     IF WS-EXPIRY-SERIAL EQUAL TO 0 THEN
067400         MOVE "SEVERE" TO WS-FINDING-SEVERITY
067500         MOVE "EXPIRY DATE NOT A CALENDAR DATE"
067600             TO WS-FINDING-TEXT
067700         PERFORM 5000-WRITE-FINDING
067800         GO TO 2800-EXIT
067900     END-IF.
068000     IF WS-RECEIVED-SERIAL GREATER THAN 0
068100        AND WS-EXPIRY-SERIAL LESS THAN WS-RECEIVED-SERIAL THEN
068200         MOVE "SEVERE" TO WS-FINDING-SEVERITY
068300         MOVE "EXPIRY EARLIER THAN RECEIVED"
068400             TO WS-FINDING-TEXT
068500         PERFORM 5000-WRITE-FINDING
068600     END-IF.
068700 2800-EXIT.
068800     EXIT.
068900*****************************************************************
069000**  2900-CHECK-COST-AND-PRICE - STOCK ON HAND AT ZERO COST IS
069100**                   VALUED AT NOTHING ON THE LEDGER, AND A PRICED
069200**                   ITEM IN A CATEGORY WITH NO MARKDOWN LADDER IS
069300**                   NEVER MARKED DOWN.  BOTH ARE WARNINGS - THE
069400**                   PASS RUNS, BUT SOMEONE SHOULD LOOK.  A
069500**                   LEGENDARY ITEM IS NEVER SOLD OFF AND NEEDS NO
069600**                   LADDER.
069700*****************************************************************
069800 2900-CHECK-COST-AND-PRICE SECTION.
069900     IF WS-NUMBERS-BAD-YES THEN
070000         GO TO 2900-EXIT
070100     END-IF.
070200     IF IM-QTY-ON-HAND GREATER THAN 0
070300        AND IM-UNIT-COST EQUAL TO 0 THEN
070400         MOVE "WARNING" TO WS-FINDING-SEVERITY
070500         MOVE "STOCK ON HAND AT ZERO UNIT COST"
070600             TO WS-FINDING-TEXT
070700         PERFORM 5000-WRITE-FINDING
070800     END-IF.
070900     IF IM-RETAIL-PRICE EQUAL TO 0
071000        OR WS-CATEGORY-SLOT EQUAL TO 0 THEN
071100         GO TO 2900-EXIT
071200     END-IF.
071300     IF TB-LEGENDARY-FLAG(WS-CATEGORY-SLOT) EQUAL TO "Y" THEN
071400         GO TO 2900-EXIT
071500     END-IF.
071600     IF TB-MKDN-1-PCT(WS-CATEGORY-SLOT) IS NUMERIC THEN
071700         IF TB-MKDN-1-PCT(WS-CATEGORY-SLOT) GREATER THAN 0 THEN
071800             GO TO 2900-EXIT
071900         END-IF
072000     END-IF.
072100     IF TB-MKDN-2-SELLIN(WS-CATEGORY-SLOT) IS NUMERIC
072200        AND TB-MKDN-2-PCT(WS-CATEGORY-SLOT) IS NUMERIC THEN
072300         IF TB-MKDN-2-SELLIN(WS-CATEGORY-SLOT) NOT EQUAL TO 0
072400            AND TB-MKDN-2-PCT(WS-CATEGORY-SLOT)
072500                GREATER THAN 0 THEN
072600             GO TO 2900-EXIT
072700         END-IF
072800     END-IF.
072900     MOVE "WARNING" TO WS-FINDING-SEVERITY.
073000     MOVE "PRICED - CATEGORY HAS NO MARKDOWN LADDER"
073100         TO WS-FINDING-TEXT.
073200     PERFORM 5000-WRITE-FINDING.
073300 2900-EXIT.
073400     EXIT.
073500*****************************************************************
073600**  3000-FINISH-REPORT - PROVES THE MASTER AGAINST ITS TRAILER,
073700**                   WRITES THE TOTALS, AND GIVES THE VERDICT.  A
073800**                   MISSING OR DISAGREEING TRAILER IS SEVERE -
073900**                   THE PASS WOULD HOLD ON IT ANYWAY.
074000*****************************************************************
074100 3000-FINISH-REPORT SECTION.
074200     MOVE SPACES TO RP-REPORT-LINE.
074300     WRITE RP-REPORT-LINE.
074400     WRITE RP-REPORT-LINE FROM WS-FILE-HEADING.
074500     IF NOT WS-CTL-FOUND-YES THEN
074600         MOVE "SEVERE" TO WS-FINDING-SEVERITY
074700         MOVE "CONTROL TRAILER MISSING" TO WS-FINDING-TEXT
074800         PERFORM 5000-WRITE-FINDING
074900     ELSE
075000         IF WS-CTL-COUNT NOT EQUAL TO WS-RECORD-COUNT THEN
075100             MOVE "SEVERE" TO WS-FINDING-SEVERITY
075200             MOVE "RECORD COUNT DISAGREES WITH TRAILER"
075300                 TO WS-FINDING-TEXT
075400             PERFORM 5000-WRITE-FINDING
075500         END-IF
075600         IF WS-CTL-QUALITY-HASH NOT EQUAL TO WS-QUALITY-HASH THEN
075700             MOVE "SEVERE" TO WS-FINDING-SEVERITY
075800             MOVE "QUALITY HASH DISAGREES WITH TRAILER"
075900                 TO WS-FINDING-TEXT
076000             PERFORM 5000-WRITE-FINDING
076100         END-IF
076105         IF WS-CTL-SELLIN-HASH NOT EQUAL TO WS-SELLIN-HASH THEN
076110             MOVE "SEVERE" TO WS-FINDING-SEVERITY
076115             MOVE "SELL-IN HASH DISAGREES WITH TRAILER"
076120                 TO WS-FINDING-TEXT
076125             PERFORM 5000-WRITE-FINDING
076130         END-IF
076135         IF WS-CTL-QTY-HASH NOT EQUAL TO WS-QTY-HASH THEN
076140             MOVE "SEVERE" TO WS-FINDING-SEVERITY
076145             MOVE "QUANTITY HASH DISAGREES WITH TRAILER"
076150                 TO WS-FINDING-TEXT
076155             PERFORM 5000-WRITE-FINDING
076160         END-IF
076165         IF WS-CTL-COST-HASH NOT EQUAL TO WS-COST-HASH THEN
076170             MOVE "SEVERE" TO WS-FINDING-SEVERITY
076175             MOVE "UNIT-COST HASH DISAGREES WITH TRAILER"
076180                 TO WS-FINDING-TEXT
076185             PERFORM 5000-WRITE-FINDING
076190         END-IF
076200     END-IF.
076300     MOVE SPACES TO RP-REPORT-LINE.
076400     WRITE RP-REPORT-LINE.
076500     MOVE WS-STORES-READ TO RT-STORES-READ.
076600     MOVE WS-RECORD-COUNT TO RT-RECORD-COUNT.
076700     WRITE RP-REPORT-LINE FROM WS-REPORT-TRAILER-1.
076800     MOVE WS-TOTAL-SEVERE TO RT-TOTAL-SEVERE.
076900     WRITE RP-REPORT-LINE FROM WS-REPORT-TRAILER-2.
077000     MOVE WS-TOTAL-WARNINGS TO RT-TOTAL-WARNINGS.
077100     WRITE RP-REPORT-LINE FROM WS-REPORT-TRAILER-3.
077200     IF WS-TOTAL-SEVERE GREATER THAN 0 THEN
077300         MOVE "SEVERE FINDINGS - HOLD THE NIGHTLY CHAIN"
077400             TO WS-VERDICT-LINE
077500     ELSE
077600         MOVE "NO SEVERE FINDINGS - NIGHTLY CHAIN MAY RUN"
077700             TO WS-VERDICT-LINE
077800     END-IF.
077900     WRITE RP-REPORT-LINE FROM WS-VERDICT-LINE.
078000     DISPLAY WS-VERDICT-LINE.
078100*****************************************************************
078200**  5000-WRITE-FINDING - PRINTS ONE FINDING AGAINST THE CURRENT
078300**                   RECORD (NONE ONCE THE MASTER IS READ
078400**                   THROUGH), COUNTS IT FOR ITS STORE AND THE
078500**                   RUN, AND RAISES THE RETURN CODE BY SEVERITY
078600*****************************************************************
078700 5000-WRITE-FINDING SECTION.
078800     MOVE WS-FINDING-SEVERITY TO RF-SEVERITY.
078900     IF WS-MAST-EOF-YES THEN
079000         MOVE SPACES TO RF-LOT
079100         MOVE SPACES TO RF-NAME
079200     ELSE
079300         MOVE IM-LOT-NUMBER TO RF-LOT
079400         MOVE IM-NAME TO RF-NAME
079500     END-IF.
079600     MOVE WS-FINDING-TEXT TO RF-TEXT.
079700     WRITE RP-REPORT-LINE FROM WS-FINDING-LINE.
079800     ADD 1 TO WS-FINDINGS-WRITTEN.
079900     IF WS-FINDING-SEVERITY EQUAL TO "SEVERE" THEN
080000         ADD 1 TO WS-STORE-SEVERE
080100         ADD 1 TO WS-TOTAL-SEVERE
080200         MOVE 8 TO WS-CANDIDATE-RC
080300     ELSE
080400         ADD 1 TO WS-STORE-WARNINGS
080500         ADD 1 TO WS-TOTAL-WARNINGS
080600         MOVE 4 TO WS-CANDIDATE-RC
080700     END-IF.
080800     PERFORM 8000-SET-RETURN-CODE.
080900*****************************************************************
081000**  8000-SET-RETURN-CODE - RAISES VSP-RETURN-CODE, NEVER LOWERS
081100**                   IT, SO THE WORST CONDITION OF THE RUN WINS.
081200*****************************************************************
081300 8000-SET-RETURN-CODE SECTION.
081400     IF WS-CANDIDATE-RC GREATER THAN VSP-RETURN-CODE THEN
081500         MOVE WS-CANDIDATE-RC TO VSP-RETURN-CODE
081600     END-IF.
081700*****************************************************************
081800**  9000-CLOSE-FILES - CLOSES THE MASTER AND THE REPORT
081900*****************************************************************
082000 9000-CLOSE-FILES SECTION.
082100     CLOSE INVENTORY-MASTER-FILE.
082200     CLOSE INTEGRITY-REPORT-FILE.
082300*****************************************************************
082400**  9100-WRITE-RUN-LOG - APPENDS THIS RUN'S RUN-CONTROL RECORD TO
082500**                   THE SHARED RUNLOG - LOTS READ AND THEIR
082600**                   QUALITY HASH IN, FINDINGS WRITTEN OUT.  A LOG
082700**                   THAT CANNOT BE WRITTEN RAISES RC 4.
082800*****************************************************************
082900 9100-WRITE-RUN-LOG SECTION.
083000     OPEN EXTEND RUN-LOG-FILE.
083100     IF WS-RUNLOG-STATUS NOT EQUAL TO "00" THEN
083200         OPEN OUTPUT RUN-LOG-FILE
083300     END-IF.
083400     IF WS-RUNLOG-STATUS EQUAL TO "00" THEN
083500         MOVE "C2222E" TO C2222L-PROGRAM
083600         MOVE WS-RUN-DATE TO C2222L-BUSINESS-DATE
083700         MOVE WS-RECORD-COUNT TO C2222L-RECORDS-IN
083800         MOVE WS-FINDINGS-WRITTEN TO C2222L-RECORDS-OUT
083900         MOVE WS-QUALITY-HASH TO C2222L-HASH-IN
084000         MOVE 0 TO C2222L-HASH-OUT
084100         MOVE VSP-RETURN-CODE TO C2222L-RETURN-CODE
084200         WRITE RL-RUN-LOG-RECORD
084300         CLOSE RUN-LOG-FILE
084400     ELSE
084500         MOVE 4 TO WS-CANDIDATE-RC
084600         PERFORM 8000-SET-RETURN-CODE
084700     END-IF.
084800 END PROGRAM C2222E.
