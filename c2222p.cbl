000100*****************************************************************
000200**  PROGRAM:     C2222P
000300**  DESCRIPTION: NIGHTLY RECEIVING MATCH.  APPLIES EACH OF THE
000400**               NIGHT'S TYPE R RECEIPT MOVEMENTS TO THE OPEN
000500**               PURCHASE ORDER LINES FOR THAT ITEM AND STORE,
000600**               OLDEST ORDER FIRST, AND REPORTS BY VENDOR WHAT
000700**               DID NOT MATCH - SHORT SHIPMENTS, OVER-SHIPMENTS,
000800**               RECEIPTS NOBODY ORDERED, AND ORDERS PAST THEIR
000900**               DUE DATE.
001000**
001100**  FILES:       POFILE   - CURRENT OPEN PO FILE (SEE C2222DP).
001200**                          A MISSING FILE MEANS NOTHING IS ON
001300**                          ORDER.
001400**               MOVEFILE - TONIGHT'S MOVEMENTS, THE SAME FILE THE
001500**                          NIGHTLY PASS POSTS.  ONLY TYPE R
001600**                          RECEIPTS OF STOCK ARE LOOKED AT.
001700**               INVMAST  - CURRENT INVENTORY MASTER, FOR THE
001800**                          VENDOR OF A RECEIPT NOBODY ORDERED.
001900**               VENDMAST - VENDOR MASTER, ONE C2222DV ENTRY PER
002000**                          SUPPLIER, FOR THE REPORT GROUPING.
002100**               POFILEN  - NEW OPEN PO FILE GENERATION WITH
002200**                          TONIGHT'S RECEIPTS APPLIED.
002300**               RCVRPT   - RECEIVING EXCEPTIONS BY VENDOR.
002400**
002500**  MODIFICATION HISTORY
002600**  -------------------------------------------------------------
002700**  DATE       INIT  DESCRIPTION
002800**  10/15/2026 JRH   ORIGINAL VERSION.
002833**  10/15/2026 JRH   DATEPARM RECORD NOW CARRIES THE SUSPENSE
002866**                   LIMIT, AS THE NIGHTLY PASS'S DOES.
002900*****************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID.     C2222P.
003200 AUTHOR.         J R HENDRICKS.
003300 INSTALLATION.   SHELF INVENTORY CONTROL.
003400 DATE-WRITTEN.   10/15/2026.
003500 DATE-COMPILED.
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER. IBM-370.
003900 OBJECT-COMPUTER. IBM-370.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT PURCHASE-ORDER-FILE ASSIGN TO "POFILE"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-POFILE-STATUS.
004500     SELECT MOVEMENT-FILE ASSIGN TO "MOVEFILE"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-MOVEFILE-STATUS.
004800     SELECT INVENTORY-MASTER-FILE ASSIGN TO "INVMAST"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-INVMAST-STATUS.
005100     SELECT VENDOR-MASTER-FILE ASSIGN TO "VENDMAST"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-VENDMAST-STATUS.
005400     SELECT NEW-PURCHASE-ORDER-FILE ASSIGN TO "POFILEN"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-POFILEN-STATUS.
005700     SELECT RECEIVING-REPORT-FILE ASSIGN TO "RCVRPT"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-RCVRPT-STATUS.
006000     SELECT DATE-PARM-FILE ASSIGN TO "DATEPARM"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-DATEPARM-STATUS.
006300     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-RUNLOG-STATUS.
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  PURCHASE-ORDER-FILE
006900     LABEL RECORDS ARE STANDARD
007000     RECORDING MODE IS F.
007100**  ONE PURCHASE ORDER LINE - SEE COPYBOOK FOR THE FIELDS
007200 01  PO-ORDER-RECORD.
007300     COPY C2222DP.
007400 FD  MOVEMENT-FILE
007500     LABEL RECORDS ARE STANDARD
007600     RECORDING MODE IS F.
007700**  SAME RECORD THE NIGHTLY PASS READS FROM MOVEFILE.  STORE ZERO
007800**  IS A LEGACY SINGLE-STORE FEED AND MATCHES ANY STORE.
007900 01  MV-MOVEMENT-RECORD.
008000     02  MV-NAME                 PIC X(50).
008100     02  MV-TYPE                 PIC X(01).
008200     02  MV-QUALITY-ADJ           PIC S999.
008300     02  MV-SELLIN-ADJ            PIC S999.
008400     02  MV-QTY-ADJ               PIC S9(05).
008500     02  MV-STORE                PIC 9(03).
008600     02  MV-LOT-NUMBER           PIC X(06).
008700 FD  INVENTORY-MASTER-FILE
008800     LABEL RECORDS ARE STANDARD
008900     RECORDING MODE IS F.
009000 01  IM-INVENTORY-RECORD.
009100     02  IM-NAME                 PIC X(50).
009200     02  IM-QUALITY               PIC 999.
009300     02  IM-SELLIN                PIC S999.
009400     02  IM-CATEGORY             PIC X(04).
009500     02  IM-STORE                PIC 9(03).
009600     02  IM-QTY-ON-HAND           PIC 9(05).
009700     02  IM-UNIT-COST             PIC 9(05)V99.
009800     02  IM-LOT-NUMBER           PIC X(06).
009900     02  IM-RECEIVED-DATE         PIC 9(08).
010000     02  IM-EXPIRY-DATE           PIC 9(08).
010100     02  IM-VENDOR-CODE          PIC X(05).
010200     02  IM-RETAIL-PRICE          PIC 9(03)V99.
010300**  CONTROL TRAILER VIEW - A BALANCING RECORD, NOT SHELF STOCK
010400 01  IM-CONTROL-RECORD.
010500     02  CT-CONTROL-ID           PIC X(10).
010600     02  FILLER                  PIC X(97).
010700 FD  VENDOR-MASTER-FILE
010800     LABEL RECORDS ARE STANDARD
010900     RECORDING MODE IS F.
011000**  ONE VENDOR'S ORDERING TERMS - SEE COPYBOOK FOR THE FIELDS
011100 01  VM-VENDOR-RECORD.
011200     COPY C2222DV.
011300 FD  NEW-PURCHASE-ORDER-FILE
011400     LABEL RECORDS ARE STANDARD
011500     RECORDING MODE IS F.
011600**  SAME LAYOUT AS PO-ORDER-RECORD
011700 01  PN-ORDER-RECORD.
011800     COPY C2222DP
011900         REPLACING C2222P-PO-NUMBER     BY PN-PO-NUMBER
012000                   C2222P-LINE          BY PN-LINE
012100                   C2222P-VENDOR-CODE   BY PN-VENDOR-CODE
012200                   C2222P-STORE         BY PN-STORE
012300                   C2222P-NAME          BY PN-NAME
012400                   C2222P-ORDER-DATE    BY PN-ORDER-DATE
012500                   C2222P-DUE-DATE      BY PN-DUE-DATE
012600                   C2222P-ORDERED-QTY   BY PN-ORDERED-QTY
012700                   C2222P-RECEIVED-QTY  BY PN-RECEIVED-QTY
012800                   C2222P-LAST-RECEIVED BY PN-LAST-RECEIVED
012900                   C2222P-STATUS        BY PN-STATUS
013000                   C2222P-CLOSE-DATE    BY PN-CLOSE-DATE.
013100 FD  RECEIVING-REPORT-FILE
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
014233     02  FILLER                  PIC X(01).
014266     02  DP-SUSPENSE-LIMIT        PIC 9(02).
014300 FD  RUN-LOG-FILE
014400     LABEL RECORDS ARE STANDARD
014500     RECORDING MODE IS F.
014600**  ONE RUN-CONTROL RECORD - SEE COPYBOOK FOR THE FIELDS
014700 01  RL-RUN-LOG-RECORD.
014800     COPY C2222DL.
014900 WORKING-STORAGE SECTION.
015000 01  VSP.
015100     02  VSP-RETURN-CODE           PIC 99 VALUE 0.
015200 77  WS-CANDIDATE-RC               PIC 99 VALUE 0.
015300 77  WS-POFILE-STATUS              PIC X(02) VALUE "00".
015400 77  WS-MOVEFILE-STATUS            PIC X(02) VALUE "00".
015500 77  WS-INVMAST-STATUS             PIC X(02) VALUE "00".
015600 77  WS-VENDMAST-STATUS            PIC X(02) VALUE "00".
015700 77  WS-POFILEN-STATUS             PIC X(02) VALUE "00".
015800 77  WS-RCVRPT-STATUS              PIC X(02) VALUE "00".
015900 77  WS-DATEPARM-STATUS            PIC X(02) VALUE "00".
016000 77  WS-RUNLOG-STATUS              PIC X(02) VALUE "00".
016100 77  WS-RUN-DATE                   PIC 9(08) VALUE 0.
016200 77  WS-VENDORS-LOADED             PIC 999 VALUE 0.
016300 77  WS-LINES-LOADED               PIC 9(04) VALUE 0.
016400 77  WS-EXCEPTIONS-LOADED          PIC 9(04) VALUE 0.
016500 77  WS-LAST-PO-NUMBER             PIC 9(08) VALUE 0.
016600 77  WS-MOVEMENTS-READ             PIC 9(07) VALUE 0.
016700 77  WS-RECEIPTS-READ              PIC 9(05) VALUE 0.
016800 77  WS-UNITS-RECEIVED             PIC 9(07) VALUE 0.
016900 77  WS-UNITS-MATCHED              PIC 9(07) VALUE 0.
017000 77  WS-LINES-COMPLETED            PIC 9(05) VALUE 0.
017100 77  WS-SHORT-COUNT                PIC 9(05) VALUE 0.
017200 77  WS-PAST-DUE-COUNT             PIC 9(05) VALUE 0.
017300 77  WS-OVER-COUNT                 PIC 9(05) VALUE 0.
017400 77  WS-UNORDERED-COUNT            PIC 9(05) VALUE 0.
017500 77  WS-UNKNOWN-COUNT              PIC 9(05) VALUE 0.
017600 77  WS-LINES-WRITTEN              PIC 9(07) VALUE 0.
017700 77  WS-RECEIPT-STORE              PIC 9(03) VALUE 0.
017800 77  WS-REMAINING-QTY              PIC 9(05) VALUE 0.
017900 77  WS-OUTSTANDING-QTY            PIC 9(05) VALUE 0.
018000 77  WS-APPLY-QTY                  PIC 9(05) VALUE 0.
018100 77  WS-MATCHED-SLOT               PIC 9(04) VALUE 0.
018200 77  WS-FIND-VENDOR                PIC X(05) VALUE SPACES.
018300 77  WS-VENDOR-SLOT                PIC 999 VALUE 0.
018400 01  ZW-P                          PIC 9(04).
018500 01  ZW-E                          PIC 9(04).
018600 01  ZW-V                          PIC 999.
018700 01  WS-SWITCHES.
018800     02  WS-PO-EOF-SWITCH          PIC X(01) VALUE "N".
018900         88  WS-PO-EOF-YES                   VALUE "Y".
019000     02  WS-MOVE-EOF-SWITCH        PIC X(01) VALUE "N".
019100         88  WS-MOVE-EOF-YES                 VALUE "Y".
019200     02  WS-INV-EOF-SWITCH         PIC X(01) VALUE "N".
019300         88  WS-INV-EOF-YES                  VALUE "Y".
019400     02  WS-VEND-EOF-SWITCH        PIC X(01) VALUE "N".
019500         88  WS-VEND-EOF-YES                 VALUE "Y".
019600     02  WS-FILES-OPEN-SWITCH      PIC X(01) VALUE "N".
019700         88  WS-FILES-OPEN-YES               VALUE "Y".
019800     02  WS-HEADING-SWITCH         PIC X(01) VALUE "N".
019900         88  WS-HEADING-YES                  VALUE "Y".
020000**  VENDOR MASTER TABLE - ONE ENTRY PER SUPPLIER
020100 01  WS-VENDOR-TABLE.
020200     02  WS-VENDOR-ENTRY OCCURS 100 TIMES.
020300         COPY C2222DV
020400             REPLACING C2222V-CODE      BY TB-CODE
020500                       C2222V-NAME      BY TB-NAME
020600                       C2222V-LEAD-TIME BY TB-LEAD-TIME
020700                       C2222V-MIN-ORDER BY TB-MIN-ORDER.
020800**  THE PO LINES, IN FILE ORDER - OLDEST ORDER FIRST
020900 01  WS-PO-TABLE.
021000     02  WS-PO-ENTRY OCCURS 1000 TIMES.
021100         COPY C2222DP
021200             REPLACING C2222P-PO-NUMBER     BY TP-PO-NUMBER
021300                       C2222P-LINE          BY TP-LINE
021400                       C2222P-VENDOR-CODE   BY TP-VENDOR-CODE
021500                       C2222P-STORE         BY TP-STORE
021600                       C2222P-NAME          BY TP-NAME
021700                       C2222P-ORDER-DATE    BY TP-ORDER-DATE
021800                       C2222P-DUE-DATE      BY TP-DUE-DATE
021900                       C2222P-ORDERED-QTY   BY TP-ORDERED-QTY
022000                       C2222P-RECEIVED-QTY  BY TP-RECEIVED-QTY
022100                       C2222P-LAST-RECEIVED BY TP-LAST-RECEIVED
022200                       C2222P-STATUS        BY TP-STATUS
022300                       C2222P-CLOSE-DATE    BY TP-CLOSE-DATE.
022400**  ONE SWITCH PER PO LINE - A RECEIPT TOUCHED IT TONIGHT
022500 01  WS-TOUCHED-TABLE.
022600     02  WS-PO-TOUCHED-SWITCH OCCURS 1000 TIMES
022700                                   PIC X(01).
022800         88  WS-PO-TOUCHED-YES               VALUE "Y".
022900**  EVERY EXCEPTION FOUND, WITH THE VENDOR IT REPORTS UNDER
023000**  (VENDOR SLOT ZERO = NOT ON VENDMAST).  THE QUANTITY IS THE
023100**  UNITS STILL OUTSTANDING ON A SHORT OR PAST-DUE LINE, AND THE
023200**  UNITS NOBODY ORDERED ON AN OVER-SHIPMENT OR UNORDERED RECEIPT.
023300 01  WS-EXCEPTION-TABLE.
023400     02  WS-EXCEPTION-ENTRY OCCURS 1000 TIMES.
023500         03  WS-EX-VENDOR          PIC X(05).
023600         03  WS-EX-VENDOR-SLOT     PIC 999.
023700         03  WS-EX-KIND            PIC X(13).
023800         03  WS-EX-PO-NUMBER       PIC 9(08).
023900         03  WS-EX-STORE           PIC 9(03).
024000         03  WS-EX-NAME            PIC X(50).
024100         03  WS-EX-QTY             PIC 9(05).
024200         03  WS-EX-DUE-DATE        PIC 9(08).
024300 01  WS-REPORT-HEADING-1.
024400     02  FILLER                    PIC X(40)
024500         VALUE "RECEIVING EXCEPTIONS BY VENDOR".
024600     02  FILLER                    PIC X(14)
024700         VALUE "BUSINESS DATE ".
024800     02  RH-BUSINESS-DATE          PIC 9(08).
024900 01  WS-REPORT-HEADING-2.
025000     02  FILLER                    PIC X(02) VALUE SPACES.
025100     02  FILLER                    PIC X(51) VALUE "ITEM".
025200     02  FILLER                    PIC X(18)
025300         VALUE "STR EXCEPTION".
025400     02  FILLER                    PIC X(23)
025500         VALUE "      PO UNITS      DUE".
025600 01  WS-VENDOR-HEADING.
025700     02  FILLER                    PIC X(07) VALUE "VENDOR ".
025800     02  VH-CODE                   PIC X(05).
025900     02  FILLER                    PIC X(01) VALUE SPACES.
026000     02  VH-NAME                   PIC X(30).
026100 01  WS-UNKNOWN-HEADING.
026200     02  FILLER                    PIC X(40)
026300         VALUE "VENDOR UNKNOWN - NO VENDOR ON FILE".
026400 01  WS-EXCEPTION-LINE.
026500     02  FILLER                    PIC X(02) VALUE SPACES.
026600     02  RX-NAME                   PIC X(50).
026700     02  FILLER                    PIC X(01) VALUE SPACES.
026800     02  RX-STORE                  PIC 9(03).
026900     02  FILLER                    PIC X(01) VALUE SPACES.
027000     02  RX-KIND                   PIC X(13).
027100     02  FILLER                    PIC X(01) VALUE SPACES.
027200     02  RX-PO-NUMBER              PIC Z(08).
027300     02  FILLER                    PIC X(01) VALUE SPACES.
027400     02  RX-QTY                    PIC ZZZZ9.
027500     02  FILLER                    PIC X(01) VALUE SPACES.
027600     02  RX-DUE-DATE               PIC Z(08).
027700 01  WS-REPORT-TRAILER-1.
027800     02  FILLER                    PIC X(30)
027900         VALUE "RECEIPTS READ / UNITS         ".
028000     02  RT-RECEIPTS-READ          PIC ZZZZ9.
028100     02  FILLER                    PIC X(03) VALUE " / ".
028200     02  RT-UNITS-RECEIVED         PIC ZZZZZZ9.
028300 01  WS-REPORT-TRAILER-2.
028400     02  FILLER                    PIC X(30)
028500         VALUE "UNITS MATCHED TO ORDERS       ".
028600     02  RT-UNITS-MATCHED          PIC ZZZZZZ9.
028700 01  WS-REPORT-TRAILER-3.
028800     02  FILLER                    PIC X(30)
028900         VALUE "ORDER LINES COMPLETED         ".
029000     02  RT-LINES-COMPLETED        PIC ZZZZ9.
029100 01  WS-REPORT-TRAILER-4.
029200     02  FILLER                    PIC X(30)
029300         VALUE "SHORT / PAST DUE LINES        ".
029400     02  RT-SHORT-COUNT            PIC ZZZZ9.
029500     02  FILLER                    PIC X(03) VALUE " / ".
029600     02  RT-PAST-DUE-COUNT         PIC ZZZZ9.
029700 01  WS-REPORT-TRAILER-5.
029800     02  FILLER                    PIC X(30)
029900         VALUE "OVER-SHIPMENTS / UNORDERED    ".
030000     02  RT-OVER-COUNT             PIC ZZZZ9.
030100     02  FILLER                    PIC X(03) VALUE " / ".
030200     02  RT-UNORDERED-COUNT        PIC ZZZZ9.
030300 01  WS-REPORT-TRAILER-6.
030400     02  FILLER                    PIC X(30)
030500         VALUE "EXCEPTIONS WITH NO VENDOR     ".
030600     02  RT-UNKNOWN-COUNT          PIC ZZZZ9.
030700 PROCEDURE DIVISION.
030800*****************************************************************
030900**  MAIN-PROCEDURE - LOADS THE VENDORS AND THE ORDERS, APPLIES
031000**                   TONIGHT'S RECEIPTS, AND REPORTS WHAT DID NOT
031100**                   MATCH
031200*****************************************************************
031300 MAIN-PROCEDURE.
031400     PERFORM 1000-OPEN-FILES.
031500     IF WS-FILES-OPEN-YES THEN
031600         PERFORM 1200-LOAD-VENDOR-MASTER
031700         PERFORM 1400-LOAD-ORDER-LINES
031800     END-IF.
031900     IF WS-FILES-OPEN-YES THEN
032000         PERFORM 2000-MATCH-RECEIPTS
032100         PERFORM 3000-RESOLVE-UNORDERED
032200         PERFORM 4000-CHECK-ONE-LINE
032300             VARYING ZW-P FROM 1 BY 1
032400                 UNTIL ZW-P > WS-LINES-LOADED
032500         PERFORM 4500-SET-VENDOR-SLOT
032600             VARYING ZW-E FROM 1 BY 1
032700                 UNTIL ZW-E > WS-EXCEPTIONS-LOADED
032800         PERFORM 5000-REPORT-ONE-VENDOR
032900             VARYING ZW-V FROM 1 BY 1
033000                 UNTIL ZW-V > WS-VENDORS-LOADED
033100         PERFORM 5500-REPORT-UNKNOWN-VENDOR
033200         PERFORM 9000-CLOSE-FILES
033300     END-IF.
033400     PERFORM 9100-WRITE-RUN-LOG.
033500     MOVE VSP-RETURN-CODE TO RETURN-CODE.
033600     STOP RUN.
033700*****************************************************************
033800**  1000-OPEN-FILES - OPENS EVERYTHING AND WRITES THE HEADINGS.
033900**                   A MISSING POFILE MEANS NOTHING IS ON ORDER
034000**                   AND A MISSING MOVEFILE A NIGHT WITH NO
034100**                   MOVEMENTS - THE PAST-DUE CHECK STILL RUNS.
034200**                   ANY OTHER OPEN FAILURE ABANDONS THE JOB WITH
034300**                   RC 12.
034400*****************************************************************
034500 1000-OPEN-FILES SECTION.
034600     PERFORM 1700-LOAD-DATE-PARM.
034700     OPEN INPUT PURCHASE-ORDER-FILE.
034800     OPEN INPUT MOVEMENT-FILE.
034900     OPEN INPUT INVENTORY-MASTER-FILE.
035000     OPEN INPUT VENDOR-MASTER-FILE.
035100     OPEN OUTPUT NEW-PURCHASE-ORDER-FILE.
035200     OPEN OUTPUT RECEIVING-REPORT-FILE.
035300     IF (WS-POFILE-STATUS EQUAL TO "00"
035400         OR WS-POFILE-STATUS EQUAL TO "35")
035500        AND (WS-MOVEFILE-STATUS EQUAL TO "00"
035600             OR WS-MOVEFILE-STATUS EQUAL TO "35")
035700        AND WS-INVMAST-STATUS EQUAL TO "00"
035800        AND WS-VENDMAST-STATUS EQUAL TO "00"
035900        AND WS-POFILEN-STATUS EQUAL TO "00"
036000        AND WS-RCVRPT-STATUS EQUAL TO "00" THEN
036100         MOVE "Y" TO WS-FILES-OPEN-SWITCH
036200         MOVE WS-RUN-DATE TO RH-BUSINESS-DATE
036300         WRITE RP-REPORT-LINE FROM WS-REPORT-HEADING-1
036400         WRITE RP-REPORT-LINE FROM WS-REPORT-HEADING-2
036500     ELSE
036600         MOVE 12 TO WS-CANDIDATE-RC
036700         PERFORM 8000-SET-RETURN-CODE
036800     END-IF.
036900*****************************************************************
037000**  1200-LOAD-VENDOR-MASTER - LOADS THE VENDOR MASTER INTO THE
037100**                   VENDOR TABLE.  A MASTER PAST THE TABLE LIMIT
037200**                   IS A DATA PROBLEM UPSTREAM AND RAISES RC 8.
037300*****************************************************************
037400 1200-LOAD-VENDOR-MASTER SECTION.
037500     MOVE 0 TO WS-VENDORS-LOADED.
037600     PERFORM 1220-READ-VENDOR-RECORD.
037700     PERFORM 1240-STORE-VENDOR-RECORD
037800         UNTIL WS-VEND-EOF-YES
037900            OR WS-VENDORS-LOADED EQUAL TO 100.
038000     IF NOT WS-VEND-EOF-YES THEN
038100         DISPLAY "VENDOR MASTER EXCEEDS 100 - REST IGNORED"
038200         MOVE 8 TO WS-CANDIDATE-RC
038300         PERFORM 8000-SET-RETURN-CODE
038400     END-IF.
038500     CLOSE VENDOR-MASTER-FILE.
038600*****************************************************************
038700**  1220-READ-VENDOR-RECORD - READ-AHEAD FOR THE LOAD LOOP
038800*****************************************************************
038900 1220-READ-VENDOR-RECORD SECTION.
039000     READ VENDOR-MASTER-FILE
039100         AT END
039200             MOVE "Y" TO WS-VEND-EOF-SWITCH
039300     END-READ.
039400*****************************************************************
039500**  1240-STORE-VENDOR-RECORD - MOVES ONE VENDOR ENTRY INTO THE
039600**                   NEXT TABLE SLOT AND READS THE NEXT
039700*****************************************************************
039800 1240-STORE-VENDOR-RECORD SECTION.
039900     ADD 1 TO WS-VENDORS-LOADED.
040000     MOVE VM-VENDOR-RECORD
040100         TO WS-VENDOR-ENTRY(WS-VENDORS-LOADED).
040200     PERFORM 1220-READ-VENDOR-RECORD.
040300*****************************************************************
040400**  1400-LOAD-ORDER-LINES - LOADS THE PO LINES.  A LINE THAT
040500**                   COMPLETED ON AN EARLIER NIGHT HAS BEEN
040600**                   RECEIVED AND DROPS OFF HERE.  THE TRAILER
040700**                   GIVES THE LAST NUMBER ASSIGNED, WHICH IS
040800**                   CARRIED TO THE NEW GENERATION.  A FILE PAST
040900**                   THE TABLE LIMIT RAISES RC 8 AND STOPS THE
041000**                   RUN - THE REST WOULD BE LOST, SO NO NEW
041100**                   GENERATION IS WRITTEN.
041200*****************************************************************
041300 1400-LOAD-ORDER-LINES SECTION.
041400     MOVE 0 TO WS-LINES-LOADED.
041500     IF WS-POFILE-STATUS NOT EQUAL TO "00" THEN
041600         GO TO 1400-EXIT
041700     END-IF.
041800     PERFORM 1420-READ-ORDER-RECORD.
041900     PERFORM 1440-STORE-ORDER-RECORD
042000         UNTIL WS-PO-EOF-YES
042100            OR WS-LINES-LOADED EQUAL TO 1000.
042200     IF NOT WS-PO-EOF-YES THEN
042300         DISPLAY "PO LINES EXCEED 1000 - NOTHING MATCHED"
042400         MOVE 8 TO WS-CANDIDATE-RC
042500         PERFORM 8000-SET-RETURN-CODE
042600         MOVE "N" TO WS-FILES-OPEN-SWITCH
042700     END-IF.
042800     CLOSE PURCHASE-ORDER-FILE.
042900 1400-EXIT.
043000     EXIT.
043100*****************************************************************
043200**  1420-READ-ORDER-RECORD - READ-AHEAD FOR THE LOAD LOOP
043300*****************************************************************
043400 1420-READ-ORDER-RECORD SECTION.
043500     READ PURCHASE-ORDER-FILE
043600         AT END
043700             MOVE "Y" TO WS-PO-EOF-SWITCH
043800     END-READ.
043900*****************************************************************
044000**  1440-STORE-ORDER-RECORD - KEEPS ONE LINE, OR TAKES THE LAST
044100**                   NUMBER OFF THE TRAILER, AND READS THE NEXT
044200*****************************************************************
044300 1440-STORE-ORDER-RECORD SECTION.
044400     IF C2222P-NAME EQUAL TO "*CONTROL*" THEN
044500         IF C2222P-PO-NUMBER IS NUMERIC THEN
044600             MOVE C2222P-PO-NUMBER TO WS-LAST-PO-NUMBER
044700         END-IF
044800         GO TO 1440-NEXT
044900     END-IF.
045000     IF C2222P-STATUS EQUAL TO "C"
045100        AND C2222P-CLOSE-DATE LESS THAN WS-RUN-DATE THEN
045200         GO TO 1440-NEXT
045300     END-IF.
045400     ADD 1 TO WS-LINES-LOADED.
045500     MOVE PO-ORDER-RECORD TO WS-PO-ENTRY(WS-LINES-LOADED).
045600     MOVE "N" TO WS-PO-TOUCHED-SWITCH(WS-LINES-LOADED).
045700 1440-NEXT.
045800     PERFORM 1420-READ-ORDER-RECORD.
045900*****************************************************************
046000**  2000-MATCH-RECEIPTS - READS TONIGHT'S MOVEMENTS AND MATCHES
046100**                   EVERY RECEIPT OF STOCK
046200*****************************************************************
046300 2000-MATCH-RECEIPTS SECTION.
046400     IF WS-MOVEFILE-STATUS NOT EQUAL TO "00" THEN
046500         GO TO 2000-EXIT
046600     END-IF.
046700     PERFORM 2100-READ-MOVEMENT.
046800     PERFORM 2200-MATCH-ONE-MOVEMENT
046900         UNTIL WS-MOVE-EOF-YES.
047000     CLOSE MOVEMENT-FILE.
047100 2000-EXIT.
047200     EXIT.
047300*****************************************************************
047400**  2100-READ-MOVEMENT - READ-AHEAD FOR THE MATCH LOOP
047500*****************************************************************
047600 2100-READ-MOVEMENT SECTION.
047700     READ MOVEMENT-FILE
047800         AT END
047900             MOVE "Y" TO WS-MOVE-EOF-SWITCH
048000     END-READ.
048100*****************************************************************
048200**  2200-MATCH-ONE-MOVEMENT - SPREADS ONE RECEIPT OVER THE OPEN
048300**                   LINES FOR ITS ITEM AND STORE, OLDEST FIRST,
048400**                   AND READS THE NEXT MOVEMENT.  UNITS LEFT WHEN
048500**                   EVERY LINE IS FILLED ARE AN OVER-SHIPMENT
048600**                   AGAINST THE LAST ORDER MATCHED, OR, WHEN NO
048700**                   ORDER MATCHED AT ALL, AN UNORDERED RECEIPT.
048800**                   A NEGATIVE RECEIPT IS A CORRECTION TO STOCK,
048900**                   NOT A DELIVERY, AND IS LEFT ALONE.
049000*****************************************************************
049100 2200-MATCH-ONE-MOVEMENT SECTION.
049200     ADD 1 TO WS-MOVEMENTS-READ.
049300     IF MV-TYPE NOT EQUAL TO "R"
049400        OR MV-QTY-ADJ IS NOT NUMERIC THEN
049500         GO TO 2200-NEXT
049600     END-IF.
049700     IF MV-QTY-ADJ NOT GREATER THAN 0 THEN
049800         GO TO 2200-NEXT
049900     END-IF.
050000     ADD 1 TO WS-RECEIPTS-READ.
050100     MOVE MV-QTY-ADJ TO WS-REMAINING-QTY.
050200     ADD WS-REMAINING-QTY TO WS-UNITS-RECEIVED.
050300     IF MV-STORE IS NUMERIC THEN
050400         MOVE MV-STORE TO WS-RECEIPT-STORE
050500     ELSE
050600         MOVE 0 TO WS-RECEIPT-STORE
050700     END-IF.
050800     MOVE 0 TO WS-MATCHED-SLOT.
050900     PERFORM 2300-APPLY-TO-ONE-LINE
051000         VARYING ZW-P FROM 1 BY 1
051100             UNTIL ZW-P > WS-LINES-LOADED.
051200     IF WS-REMAINING-QTY EQUAL TO 0 THEN
051300         GO TO 2200-NEXT
051400     END-IF.
051500     IF WS-EXCEPTIONS-LOADED EQUAL TO 1000 THEN
051600         DISPLAY "RECEIVING EXCEPTIONS EXCEED 1000"
051700         MOVE 8 TO WS-CANDIDATE-RC
051800         PERFORM 8000-SET-RETURN-CODE
051900         GO TO 2200-NEXT
052000     END-IF.
052100     ADD 1 TO WS-EXCEPTIONS-LOADED.
052200     MOVE MV-NAME TO WS-EX-NAME(WS-EXCEPTIONS-LOADED).
052300     MOVE WS-RECEIPT-STORE TO WS-EX-STORE(WS-EXCEPTIONS-LOADED).
052400     MOVE WS-REMAINING-QTY TO WS-EX-QTY(WS-EXCEPTIONS-LOADED).
052500     MOVE 0 TO WS-EX-DUE-DATE(WS-EXCEPTIONS-LOADED).
052600     IF WS-MATCHED-SLOT GREATER THAN 0 THEN
052700         ADD 1 TO WS-OVER-COUNT
052800         MOVE "OVER-SHIPMENT"
052900             TO WS-EX-KIND(WS-EXCEPTIONS-LOADED)
053000         MOVE TP-VENDOR-CODE(WS-MATCHED-SLOT)
053100             TO WS-EX-VENDOR(WS-EXCEPTIONS-LOADED)
053200         MOVE TP-PO-NUMBER(WS-MATCHED-SLOT)
053300             TO WS-EX-PO-NUMBER(WS-EXCEPTIONS-LOADED)
053400     ELSE
053500         ADD 1 TO WS-UNORDERED-COUNT
053600         MOVE "UNORDERED"
053700             TO WS-EX-KIND(WS-EXCEPTIONS-LOADED)
053800         MOVE SPACES TO WS-EX-VENDOR(WS-EXCEPTIONS-LOADED)
053900         MOVE 0 TO WS-EX-PO-NUMBER(WS-EXCEPTIONS-LOADED)
054000     END-IF.
054100 2200-NEXT.
054200     PERFORM 2100-READ-MOVEMENT.
054300*****************************************************************
054400**  2300-APPLY-TO-ONE-LINE - A LINE FOR THE RECEIPT'S ITEM AND
054500**                   STORE TAKES AS MUCH OF THE RECEIPT AS IT
054600**                   STILL HAS OUTSTANDING.  A LINE COMPLETED
054700**                   EARLIER TONIGHT TAKES NOTHING MORE BUT STILL
054800**                   COUNTS AS THE ORDER THE STOCK CAME IN ON.
054900*****************************************************************
055000 2300-APPLY-TO-ONE-LINE SECTION.
055100     IF TP-NAME(ZW-P) NOT EQUAL TO MV-NAME THEN
055200         GO TO 2300-EXIT
055300     END-IF.
055400     IF WS-RECEIPT-STORE NOT EQUAL TO 0
055500        AND TP-STORE(ZW-P) NOT EQUAL TO WS-RECEIPT-STORE THEN
055600         GO TO 2300-EXIT
055700     END-IF.
055800     IF TP-STATUS(ZW-P) EQUAL TO "C"
055900        AND TP-CLOSE-DATE(ZW-P) NOT EQUAL TO WS-RUN-DATE THEN
056000         GO TO 2300-EXIT
056100     END-IF.
056200     MOVE ZW-P TO WS-MATCHED-SLOT.
056300     IF TP-STATUS(ZW-P) EQUAL TO "C"
056400        OR WS-REMAINING-QTY EQUAL TO 0 THEN
056500         GO TO 2300-EXIT
056600     END-IF.
056700     COMPUTE WS-OUTSTANDING-QTY =
056800         TP-ORDERED-QTY(ZW-P) - TP-RECEIVED-QTY(ZW-P).
056900     IF WS-REMAINING-QTY LESS THAN WS-OUTSTANDING-QTY THEN
057000         MOVE WS-REMAINING-QTY TO WS-APPLY-QTY
057100     ELSE
057200         MOVE WS-OUTSTANDING-QTY TO WS-APPLY-QTY
057300     END-IF.
057400     ADD WS-APPLY-QTY TO TP-RECEIVED-QTY(ZW-P).
057500     SUBTRACT WS-APPLY-QTY FROM WS-REMAINING-QTY.
057600     ADD WS-APPLY-QTY TO WS-UNITS-MATCHED.
057700     MOVE WS-RUN-DATE TO TP-LAST-RECEIVED(ZW-P).
057800     MOVE "Y" TO WS-PO-TOUCHED-SWITCH(ZW-P).
057900     IF TP-RECEIVED-QTY(ZW-P) NOT LESS THAN TP-ORDERED-QTY(ZW-P)
058000         MOVE "C" TO TP-STATUS(ZW-P)
058100         MOVE WS-RUN-DATE TO TP-CLOSE-DATE(ZW-P)
058200         ADD 1 TO WS-LINES-COMPLETED
058300     END-IF.
058400 2300-EXIT.
058500     EXIT.
058600*****************************************************************
058700**  3000-RESOLVE-UNORDERED - AN UNORDERED RECEIPT HAS NO ORDER TO
058800**                   NAME ITS VENDOR, SO THE INVENTORY MASTER IS
058900**                   READ ONCE FOR THE VENDOR OF THAT ITEM IN THAT
059000**                   STORE.  ONE THE MASTER DOES NOT KNOW EITHER
059100**                   REPORTS UNDER VENDOR UNKNOWN.
059200*****************************************************************
059300 3000-RESOLVE-UNORDERED SECTION.
059400     IF WS-UNORDERED-COUNT EQUAL TO 0 THEN
059500         CLOSE INVENTORY-MASTER-FILE
059600         GO TO 3000-EXIT
059700     END-IF.
059800     PERFORM 3100-READ-INVENTORY-RECORD.
059900     PERFORM 3200-CHECK-ONE-INVENTORY-RECORD
060000         UNTIL WS-INV-EOF-YES.
060100     CLOSE INVENTORY-MASTER-FILE.
060200 3000-EXIT.
060300     EXIT.
060400*****************************************************************
060500**  3100-READ-INVENTORY-RECORD - READ-AHEAD FOR THE MASTER LOOP
060600*****************************************************************
060700 3100-READ-INVENTORY-RECORD SECTION.
060800     READ INVENTORY-MASTER-FILE
060900         AT END
061000             MOVE "Y" TO WS-INV-EOF-SWITCH
061100     END-READ.
061200*****************************************************************
061300**  3200-CHECK-ONE-INVENTORY-RECORD - OFFERS ONE MASTER RECORD'S
061400**                   VENDOR TO THE UNORDERED RECEIPTS, AND READS
061500**                   THE NEXT.  THE TRAILER IS SKIPPED.
061600*****************************************************************
061700 3200-CHECK-ONE-INVENTORY-RECORD SECTION.
061800     IF CT-CONTROL-ID NOT EQUAL TO "*CONTROL*" THEN
061900         PERFORM 3300-TAKE-VENDOR
062000             VARYING ZW-E FROM 1 BY 1
062100                 UNTIL ZW-E > WS-EXCEPTIONS-LOADED
062200     END-IF.
062300     PERFORM 3100-READ-INVENTORY-RECORD.
062400*****************************************************************
062500**  3300-TAKE-VENDOR - AN UNORDERED RECEIPT STILL WITHOUT A
062600**                   VENDOR TAKES THIS RECORD'S IF THE ITEM AND
062700**                   STORE MATCH
062800*****************************************************************
062900 3300-TAKE-VENDOR SECTION.
063000     IF WS-EX-KIND(ZW-E) EQUAL TO "UNORDERED"
063100        AND WS-EX-VENDOR(ZW-E) EQUAL TO SPACES
063200        AND WS-EX-NAME(ZW-E) EQUAL TO IM-NAME
063300        AND (WS-EX-STORE(ZW-E) EQUAL TO 0
063400             OR WS-EX-STORE(ZW-E) EQUAL TO IM-STORE) THEN
063500         MOVE IM-VENDOR-CODE TO WS-EX-VENDOR(ZW-E)
063600     END-IF.
063700*****************************************************************
063800**  4000-CHECK-ONE-LINE - AN OPEN LINE PAST ITS DUE DATE WITH
063900**                   UNITS OUTSTANDING IS PAST DUE.  ONE NOT YET
064000**                   DUE THAT TOOK A RECEIPT TONIGHT AND IS STILL
064100**                   OPEN WAS SHIPPED SHORT.
064200*****************************************************************
064300 4000-CHECK-ONE-LINE SECTION.
064400     IF TP-STATUS(ZW-P) EQUAL TO "C" THEN
064500         GO TO 4000-EXIT
064600     END-IF.
064700     IF TP-DUE-DATE(ZW-P) NOT LESS THAN WS-RUN-DATE
064800        AND NOT WS-PO-TOUCHED-YES(ZW-P) THEN
064900         GO TO 4000-EXIT
065000     END-IF.
065100     IF WS-EXCEPTIONS-LOADED EQUAL TO 1000 THEN
065200         DISPLAY "RECEIVING EXCEPTIONS EXCEED 1000"
065300         MOVE 8 TO WS-CANDIDATE-RC
065400         PERFORM 8000-SET-RETURN-CODE
065500         GO TO 4000-EXIT
065600     END-IF.
065700     ADD 1 TO WS-EXCEPTIONS-LOADED.
065800     IF TP-DUE-DATE(ZW-P) LESS THAN WS-RUN-DATE THEN
065900         ADD 1 TO WS-PAST-DUE-COUNT
066000         MOVE "PAST DUE" TO WS-EX-KIND(WS-EXCEPTIONS-LOADED)
066100     ELSE
066200         ADD 1 TO WS-SHORT-COUNT
066300         MOVE "SHORT" TO WS-EX-KIND(WS-EXCEPTIONS-LOADED)
066400     END-IF.
066500     MOVE TP-VENDOR-CODE(ZW-P)
066600         TO WS-EX-VENDOR(WS-EXCEPTIONS-LOADED).
066700     MOVE TP-PO-NUMBER(ZW-P)
066800         TO WS-EX-PO-NUMBER(WS-EXCEPTIONS-LOADED).
066900     MOVE TP-STORE(ZW-P) TO WS-EX-STORE(WS-EXCEPTIONS-LOADED).
067000     MOVE TP-NAME(ZW-P) TO WS-EX-NAME(WS-EXCEPTIONS-LOADED).
067100     COMPUTE WS-EX-QTY(WS-EXCEPTIONS-LOADED) =
067200         TP-ORDERED-QTY(ZW-P) - TP-RECEIVED-QTY(ZW-P).
067300     MOVE TP-DUE-DATE(ZW-P)
067400         TO WS-EX-DUE-DATE(WS-EXCEPTIONS-LOADED).
067500 4000-EXIT.
067600     EXIT.
067700*****************************************************************
067800**  4500-SET-VENDOR-SLOT - POINTS ONE EXCEPTION AT ITS VENDOR'S
067900**                   TABLE ENTRY, ZERO WHEN IT HAS NONE ON FILE
068000*****************************************************************
068100 4500-SET-VENDOR-SLOT SECTION.
068200     MOVE WS-EX-VENDOR(ZW-E) TO WS-FIND-VENDOR.
068300     MOVE 0 TO WS-VENDOR-SLOT.
068400     PERFORM 4550-CHECK-ONE-VENDOR
068500         VARYING ZW-V FROM 1 BY 1
068600             UNTIL ZW-V > WS-VENDORS-LOADED
068700                OR WS-VENDOR-SLOT GREATER THAN 0.
068800     MOVE WS-VENDOR-SLOT TO WS-EX-VENDOR-SLOT(ZW-E).
068900     IF WS-VENDOR-SLOT EQUAL TO 0 THEN
069000         ADD 1 TO WS-UNKNOWN-COUNT
069100     END-IF.
069200*****************************************************************
069300**  4550-CHECK-ONE-VENDOR - ONE TABLE SLOT AGAINST THE CODE
069400*****************************************************************
069500 4550-CHECK-ONE-VENDOR SECTION.
069600     IF TB-CODE(ZW-V) EQUAL TO WS-FIND-VENDOR THEN
069700         MOVE ZW-V TO WS-VENDOR-SLOT
069800     END-IF.
069900*****************************************************************
070000**  5000-REPORT-ONE-VENDOR - LISTS ONE VENDOR'S EXCEPTIONS UNDER
070100**                   ITS HEADING.  A VENDOR WITH NONE IS LEFT OFF.
070200*****************************************************************
070300 5000-REPORT-ONE-VENDOR SECTION.
070400     MOVE "N" TO WS-HEADING-SWITCH.
070500     MOVE TB-CODE(ZW-V) TO VH-CODE.
070600     MOVE TB-NAME(ZW-V) TO VH-NAME.
070700     MOVE ZW-V TO WS-VENDOR-SLOT.
070800     PERFORM 5100-REPORT-ONE-EXCEPTION
070900         VARYING ZW-E FROM 1 BY 1
071000             UNTIL ZW-E > WS-EXCEPTIONS-LOADED.
071100*****************************************************************
071200**  5100-REPORT-ONE-EXCEPTION - PRINTS ONE EXCEPTION IF IT BELONGS
071300**                   TO THE VENDOR BEING LISTED, HEADING FIRST
071400*****************************************************************
071500 5100-REPORT-ONE-EXCEPTION SECTION.
071600     IF WS-EX-VENDOR-SLOT(ZW-E) NOT EQUAL TO WS-VENDOR-SLOT THEN
071700         GO TO 5100-EXIT
071800     END-IF.
071900     IF NOT WS-HEADING-YES THEN
072000         MOVE "Y" TO WS-HEADING-SWITCH
072100         IF WS-VENDOR-SLOT EQUAL TO 0 THEN
072200             WRITE RP-REPORT-LINE FROM WS-UNKNOWN-HEADING
072300         ELSE
072400             WRITE RP-REPORT-LINE FROM WS-VENDOR-HEADING
072500         END-IF
072600     END-IF.
072700     MOVE WS-EX-NAME(ZW-E) TO RX-NAME.
072800     MOVE WS-EX-STORE(ZW-E) TO RX-STORE.
072900     MOVE WS-EX-KIND(ZW-E) TO RX-KIND.
073000     MOVE WS-EX-PO-NUMBER(ZW-E) TO RX-PO-NUMBER.
073100     MOVE WS-EX-QTY(ZW-E) TO RX-QTY.
073200     MOVE WS-EX-DUE-DATE(ZW-E) TO RX-DUE-DATE.
073300     WRITE RP-REPORT-LINE FROM WS-EXCEPTION-LINE.
073400 5100-EXIT.
073500     EXIT.
073600*****************************************************************
073700**  5500-REPORT-UNKNOWN-VENDOR - LISTS THE EXCEPTIONS WITH NO
073800**                   VENDOR ON FILE LAST, UNDER THEIR OWN
073900**                   HEADING.  ANY AT ALL RAISES RC 4 - SOMEBODY
074000**                   HAS TO CHASE THEM BY HAND.
074100*****************************************************************
074200 5500-REPORT-UNKNOWN-VENDOR SECTION.
074300     IF WS-UNKNOWN-COUNT EQUAL TO 0 THEN
074400         GO TO 5500-EXIT
074500     END-IF.
074600     MOVE "N" TO WS-HEADING-SWITCH.
074700     MOVE 0 TO WS-VENDOR-SLOT.
074800     PERFORM 5100-REPORT-ONE-EXCEPTION
074900         VARYING ZW-E FROM 1 BY 1
075000             UNTIL ZW-E > WS-EXCEPTIONS-LOADED.
075100     MOVE 4 TO WS-CANDIDATE-RC.
075200     PERFORM 8000-SET-RETURN-CODE.
075300 5500-EXIT.
075400     EXIT.
075500*****************************************************************
075600**  9000-CLOSE-FILES - WRITES THE NEW GENERATION - EVERY LINE
075700**                   WITH TONIGHT'S RECEIPTS APPLIED, THEN THE
075800**                   TRAILER - AND THE REPORT TOTALS, AND CLOSES
075900**                   THE JOB
076000*****************************************************************
076100 9000-CLOSE-FILES SECTION.
076200     PERFORM 9050-WRITE-ONE-LINE
076300         VARYING ZW-P FROM 1 BY 1
076400             UNTIL ZW-P > WS-LINES-LOADED.
076500     MOVE SPACES TO PN-ORDER-RECORD.
076600     MOVE WS-LAST-PO-NUMBER TO PN-PO-NUMBER.
076700     MOVE 0 TO PN-LINE.
076800     MOVE "*CONTROL*" TO PN-NAME.
076900     MOVE WS-RUN-DATE TO PN-ORDER-DATE.
077000     MOVE 0 TO PN-DUE-DATE.
077100     MOVE 0 TO PN-ORDERED-QTY.
077200     MOVE 0 TO PN-RECEIVED-QTY.
077300     MOVE 0 TO PN-LAST-RECEIVED.
077400     MOVE 0 TO PN-CLOSE-DATE.
077500     WRITE PN-ORDER-RECORD.
077600     MOVE WS-RECEIPTS-READ TO RT-RECEIPTS-READ.
077700     MOVE WS-UNITS-RECEIVED TO RT-UNITS-RECEIVED.
077800     MOVE WS-UNITS-MATCHED TO RT-UNITS-MATCHED.
077900     MOVE WS-LINES-COMPLETED TO RT-LINES-COMPLETED.
078000     MOVE WS-SHORT-COUNT TO RT-SHORT-COUNT.
078100     MOVE WS-PAST-DUE-COUNT TO RT-PAST-DUE-COUNT.
078200     MOVE WS-OVER-COUNT TO RT-OVER-COUNT.
078300     MOVE WS-UNORDERED-COUNT TO RT-UNORDERED-COUNT.
078400     MOVE WS-UNKNOWN-COUNT TO RT-UNKNOWN-COUNT.
078500     WRITE RP-REPORT-LINE FROM WS-REPORT-TRAILER-1.
078600     WRITE RP-REPORT-LINE FROM WS-REPORT-TRAILER-2.
078700     WRITE RP-REPORT-LINE FROM WS-REPORT-TRAILER-3.
078800     WRITE RP-REPORT-LINE FROM WS-REPORT-TRAILER-4.
078900     WRITE RP-REPORT-LINE FROM WS-REPORT-TRAILER-5.
079000     WRITE RP-REPORT-LINE FROM WS-REPORT-TRAILER-6.
079100     CLOSE NEW-PURCHASE-ORDER-FILE.
079200     CLOSE RECEIVING-REPORT-FILE.
079300*****************************************************************
079400**  9050-WRITE-ONE-LINE - COPIES ONE PO LINE TO THE NEW
079500**                   GENERATION
079600*****************************************************************
079700 9050-WRITE-ONE-LINE SECTION.
079800     MOVE WS-PO-ENTRY(ZW-P) TO PN-ORDER-RECORD.
079900     WRITE PN-ORDER-RECORD.
080000     ADD 1 TO WS-LINES-WRITTEN.
080100*****************************************************************
080200**  8000-SET-RETURN-CODE - RAISES VSP-RETURN-CODE, NEVER LOWERS
080300**                   IT, SO THE WORST CONDITION OF THE RUN WINS.
080400*****************************************************************
080500 8000-SET-RETURN-CODE SECTION.
080600     IF WS-CANDIDATE-RC GREATER THAN VSP-RETURN-CODE THEN
080700         MOVE WS-CANDIDATE-RC TO VSP-RETURN-CODE
080800     END-IF.
080900*****************************************************************
081000**  1700-LOAD-DATE-PARM - PICKS UP THE BUSINESS DATE FROM THE
081100**                   SAME DATEPARM THE NIGHTLY PASS READS.  A
081200**                   MISSING PARM FILE OR AN UNUSABLE DATE FALLS
081300**                   BACK TO TODAY.
081400*****************************************************************
081500 1700-LOAD-DATE-PARM SECTION.
081600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
081700     OPEN INPUT DATE-PARM-FILE.
081800     IF WS-DATEPARM-STATUS EQUAL TO "00" THEN
081900         READ DATE-PARM-FILE
082000             AT END
082100                 CONTINUE
082200         END-READ
082300         IF WS-DATEPARM-STATUS EQUAL TO "00" THEN
082400             IF DP-BUSINESS-DATE IS NUMERIC
082500                AND DP-BUSINESS-DATE GREATER THAN 0 THEN
082600                 MOVE DP-BUSINESS-DATE TO WS-RUN-DATE
082700             END-IF
082800         END-IF
082900         CLOSE DATE-PARM-FILE
083000     END-IF.
083100*****************************************************************
083200**  9100-WRITE-RUN-LOG - APPENDS THIS RUN'S RUN-CONTROL RECORD
083300**                   TO THE SHARED RUNLOG, SAME AS THE NIGHTLY
083400**                   PASS.  RECORDS IN ARE THE MOVEMENTS READ,
083500**                   RECORDS OUT THE PO LINES WRITTEN.  A LOG THAT
083600**                   CANNOT BE WRITTEN RAISES RC 4.
083700*****************************************************************
083800 9100-WRITE-RUN-LOG SECTION.
083900     OPEN EXTEND RUN-LOG-FILE.
084000     IF WS-RUNLOG-STATUS NOT EQUAL TO "00" THEN
084100         OPEN OUTPUT RUN-LOG-FILE
084200     END-IF.
084300     IF WS-RUNLOG-STATUS EQUAL TO "00" THEN
084400         MOVE "C2222P" TO C2222L-PROGRAM
084500         MOVE WS-RUN-DATE TO C2222L-BUSINESS-DATE
084600         MOVE WS-MOVEMENTS-READ TO C2222L-RECORDS-IN
084700         MOVE WS-LINES-WRITTEN TO C2222L-RECORDS-OUT
084800         MOVE 0 TO C2222L-HASH-IN
084900         MOVE 0 TO C2222L-HASH-OUT
085000         MOVE VSP-RETURN-CODE TO C2222L-RETURN-CODE
085100         WRITE RL-RUN-LOG-RECORD
085200         CLOSE RUN-LOG-FILE
085300     ELSE
085400         MOVE 4 TO WS-CANDIDATE-RC
085500         PERFORM 8000-SET-RETURN-CODE
085600     END-IF.
085700 END PROGRAM C2222P.
