000100*****************************************************************
000200**  PROGRAM:     C2222O
000300**  DESCRIPTION: PURCHASE ORDER BUILD.  TAKES THE BUYERS'
000400**               APPROVALS OF THE C2222V ORDER SUGGESTIONS ON
000500**               VORDFIL AND RAISES THEM AS PURCHASE ORDER LINES
000600**               ON THE OPEN PO FILE - ONE ORDER PER VENDOR AND
000700**               STORE, NUMBERED ON FROM THE LAST ORDER RAISED,
000800**               DUE THE VENDOR'S LEAD TIME FROM TODAY - SO EVERY
000900**               ORDER SENT IS TRACKED UNTIL C2222P RECEIVES IT
001000**               IN FULL.
001100**
001200**  FILES:       VORDFIL  - C2222V ORDER SUGGESTIONS GROUPED BY
001300**                          VENDOR.  ONLY THE DETAIL LINES UNDER A
001400**                          VENDOR HEADING CAN BE ORDERED.
001500**               POAPPR   - BUYER APPROVALS - STORE, ITEM NAME,
001600**                          AND THE QUANTITY TO ORDER, KEYED AS
001700**                          CHARACTERS.  OPTIONAL.
001800**               VENDMAST - VENDOR MASTER, ONE C2222DV ENTRY PER
001900**                          SUPPLIER, FOR THE LEAD TIME AND THE
002000**                          MINIMUM ORDER.
002100**               POFILE   - CURRENT OPEN PO FILE (SEE C2222DP).  A
002200**                          MISSING FILE IS A FIRST-EVER RUN.
002300**               POFILEN  - NEW OPEN PO FILE GENERATION - THE OPEN
002400**                          LINES CARRIED, THE NEW LINES RAISED,
002500**                          AND THE *CONTROL* TRAILER.
002600**               PORPT    - APPROVAL EXCEPTIONS AND THE ORDERS
002700**                          RAISED.
002800**
002900**  MODIFICATION HISTORY
003000**  -------------------------------------------------------------
003100**  DATE       INIT  DESCRIPTION
003200**  10/15/2026 JRH   ORIGINAL VERSION.
003233**  10/15/2026 JRH   DATEPARM RECORD NOW CARRIES THE SUSPENSE
003266**                   LIMIT, AS THE NIGHTLY PASS'S DOES.
003300*****************************************************************
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID.     C2222O.
003600 AUTHOR.         J R HENDRICKS.
003700 INSTALLATION.   SHELF INVENTORY CONTROL.
003800 DATE-WRITTEN.   10/15/2026.
003900 DATE-COMPILED.
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER. IBM-370.
004300 OBJECT-COMPUTER. IBM-370.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT VENDOR-ORDER-FILE ASSIGN TO "VORDFIL"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-VORDFIL-STATUS.
004900     SELECT APPROVAL-FILE ASSIGN TO "POAPPR"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-POAPPR-STATUS.
005200     SELECT VENDOR-MASTER-FILE ASSIGN TO "VENDMAST"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-VENDMAST-STATUS.
005500     SELECT PURCHASE-ORDER-FILE ASSIGN TO "POFILE"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-POFILE-STATUS.
005800     SELECT NEW-PURCHASE-ORDER-FILE ASSIGN TO "POFILEN"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-POFILEN-STATUS.
006100     SELECT ORDER-REPORT-FILE ASSIGN TO "PORPT"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-PORPT-STATUS.
006400     SELECT DATE-PARM-FILE ASSIGN TO "DATEPARM"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-DATEPARM-STATUS.
006700     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-RUNLOG-STATUS.
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  VENDOR-ORDER-FILE
007300     LABEL RECORDS ARE STANDARD
007400     RECORDING MODE IS F.
007500**  THE SUGGESTION FILE AS C2222V LAYS IT OUT - A VENDOR HEADING,
007600**  THE VENDOR UNKNOWN HEADING, OR AN ITEM DETAIL LINE.  HEADINGS
007700**  AND TRAILERS ARE TOLD APART BY THEIR LITERALS.
007800 01  VO-ORDER-LINE                 PIC X(100).
007900 01  VO-VENDOR-HEADING.
008000     02  VO-HEADING-LITERAL      PIC X(07).
008100     02  VO-VENDOR-CODE          PIC X(05).
008200     02  FILLER                  PIC X(88).
008300 01  VO-UNKNOWN-HEADING.
008400     02  VO-UNKNOWN-LITERAL      PIC X(14).
008500     02  FILLER                  PIC X(86).
008600 01  VO-DETAIL-LINE.
008700     02  VO-INDENT               PIC X(02).
008800     02  VO-NAME                 PIC X(50).
008900     02  VO-STORE-LITERAL        PIC X(07).
009000     02  VO-STORE-X              PIC X(03).
009100     02  FILLER                  PIC X(38).
009200 FD  APPROVAL-FILE
009300     LABEL RECORDS ARE STANDARD
009400     RECORDING MODE IS F.
009500**  ONE BUYER APPROVAL, KEYED AS CHARACTERS
009600 01  AA-APPROVAL-RECORD.
009700     02  AA-STORE-X              PIC X(03).
009800     02  FILLER                  PIC X(01).
009900     02  AA-NAME                 PIC X(50).
010000     02  FILLER                  PIC X(01).
010100     02  AA-QTY-X                PIC X(05).
010200 FD  VENDOR-MASTER-FILE
010300     LABEL RECORDS ARE STANDARD
010400     RECORDING MODE IS F.
010500**  ONE VENDOR'S ORDERING TERMS - SEE COPYBOOK FOR THE FIELDS
010600 01  VM-VENDOR-RECORD.
010700     COPY C2222DV.
010800 FD  PURCHASE-ORDER-FILE
010900     LABEL RECORDS ARE STANDARD
011000     RECORDING MODE IS F.
011100**  ONE PURCHASE ORDER LINE - SEE COPYBOOK FOR THE FIELDS
011200 01  PO-ORDER-RECORD.
011300     COPY C2222DP.
011400 FD  NEW-PURCHASE-ORDER-FILE
011500     LABEL RECORDS ARE STANDARD
011600     RECORDING MODE IS F.
011700**  SAME LAYOUT AS PO-ORDER-RECORD
011800 01  PN-ORDER-RECORD.
011900     COPY C2222DP
012000         REPLACING C2222P-PO-NUMBER     BY PN-PO-NUMBER
012100                   C2222P-LINE          BY PN-LINE
012200                   C2222P-VENDOR-CODE   BY PN-VENDOR-CODE
012300                   C2222P-STORE         BY PN-STORE
012400                   C2222P-NAME          BY PN-NAME
012500                   C2222P-ORDER-DATE    BY PN-ORDER-DATE
012600                   C2222P-DUE-DATE      BY PN-DUE-DATE
012700                   C2222P-ORDERED-QTY   BY PN-ORDERED-QTY
012800                   C2222P-RECEIVED-QTY  BY PN-RECEIVED-QTY
012900                   C2222P-LAST-RECEIVED BY PN-LAST-RECEIVED
013000                   C2222P-STATUS        BY PN-STATUS
013100                   C2222P-CLOSE-DATE    BY PN-CLOSE-DATE.
013200 FD  ORDER-REPORT-FILE
013300     LABEL RECORDS ARE STANDARD
013400     RECORDING MODE IS F.
013500 01  RP-REPORT-LINE                PIC X(100).
013600 FD  DATE-PARM-FILE
013700     LABEL RECORDS ARE STANDARD
013800     RECORDING MODE IS F.
013900**  BUSINESS DATE (YYYYMMDD) - SAME PARM THE NIGHTLY PASS READS
014000 01  DP-PARM-RECORD.
014100     02  DP-BUSINESS-DATE         PIC 9(08).
014200     02  FILLER                  PIC X(01).
014300     02  DP-DAYS-TO-AGE           PIC 9(02).
014333     02  FILLER                  PIC X(01).
014366     02  DP-SUSPENSE-LIMIT        PIC 9(02).
014400 FD  RUN-LOG-FILE
014500     LABEL RECORDS ARE STANDARD
014600     RECORDING MODE IS F.
014700**  ONE RUN-CONTROL RECORD - SEE COPYBOOK FOR THE FIELDS
014800 01  RL-RUN-LOG-RECORD.
014900     COPY C2222DL.
015000 WORKING-STORAGE SECTION.
015100 01  VSP.
015200     02  VSP-RETURN-CODE           PIC 99 VALUE 0.
015300 77  WS-CANDIDATE-RC               PIC 99 VALUE 0.
015400 77  WS-VORDFIL-STATUS             PIC X(02) VALUE "00".
015500 77  WS-POAPPR-STATUS              PIC X(02) VALUE "00".
015600 77  WS-VENDMAST-STATUS            PIC X(02) VALUE "00".
015700 77  WS-POFILE-STATUS              PIC X(02) VALUE "00".
015800 77  WS-POFILEN-STATUS             PIC X(02) VALUE "00".
015900 77  WS-PORPT-STATUS               PIC X(02) VALUE "00".
016000 77  WS-DATEPARM-STATUS            PIC X(02) VALUE "00".
016100 77  WS-RUNLOG-STATUS              PIC X(02) VALUE "00".
016200 77  WS-RUN-DATE                   PIC 9(08) VALUE 0.
016300 77  WS-DATE-SERIAL                PIC S9(07) VALUE 0.
016400 77  WS-VENDORS-LOADED             PIC 999 VALUE 0.
016500 77  WS-SUGGESTIONS-LOADED         PIC 999 VALUE 0.
016600 77  WS-OPEN-LOADED                PIC 9(04) VALUE 0.
016700 77  WS-LAST-PO-NUMBER             PIC 9(08) VALUE 0.
016800 77  WS-LINE-NUMBER                PIC 9(03) VALUE 0.
016900 77  WS-APPROVAL-COUNT             PIC 9(05) VALUE 0.
017000 77  WS-APPROVAL-REJECTS           PIC 9(05) VALUE 0.
017100 77  WS-ORDERS-RAISED              PIC 9(05) VALUE 0.
017200 77  WS-LINES-RAISED               PIC 9(05) VALUE 0.
017300 77  WS-UNITS-RAISED               PIC 9(07) VALUE 0.
017400 77  WS-RAISED-TO-MIN              PIC 9(05) VALUE 0.
017500 77  WS-LINES-CARRIED              PIC 9(05) VALUE 0.
017600 77  WS-LINES-WRITTEN              PIC 9(07) VALUE 0.
017700 77  WS-CURRENT-VENDOR             PIC X(05) VALUE SPACES.
017800 77  WS-FIND-VENDOR                PIC X(05) VALUE SPACES.
017900 77  WS-VENDOR-SLOT                PIC 999 VALUE 0.
018000 77  WS-SUGGESTION-SLOT            PIC 999 VALUE 0.
018100 77  WS-FIND-STORE                 PIC 9(03) VALUE 0.
018200 77  WS-FIND-NAME                  PIC X(50) VALUE SPACES.
018300 77  WS-ORDER-QTY                  PIC 9(05) VALUE 0.
018400 01  WS-DUE-DATE                   PIC 9(08) VALUE 0.
018500 01  WS-DUE-DATE-PARTS REDEFINES WS-DUE-DATE.
018600     02  WS-DUE-YEAR               PIC 9(04).
018700     02  WS-DUE-MONTH              PIC 9(02).
018800     02  WS-DUE-DAY                PIC 9(02).
018900 01  ZW-S                          PIC 999.
019000 01  ZW-T                          PIC 999.
019100 01  ZW-V                          PIC 999.
019200 01  ZW-P                          PIC 9(04).
019300 01  WS-SWITCHES.
019400     02  WS-VORD-EOF-SWITCH        PIC X(01) VALUE "N".
019500         88  WS-VORD-EOF-YES                 VALUE "Y".
019600     02  WS-APPR-EOF-SWITCH        PIC X(01) VALUE "N".
019700         88  WS-APPR-EOF-YES                 VALUE "Y".
019800     02  WS-VEND-EOF-SWITCH        PIC X(01) VALUE "N".
019900         88  WS-VEND-EOF-YES                 VALUE "Y".
020000     02  WS-PO-EOF-SWITCH          PIC X(01) VALUE "N".
020100         88  WS-PO-EOF-YES                   VALUE "Y".
020200     02  WS-FILES-OPEN-SWITCH      PIC X(01) VALUE "N".
020300         88  WS-FILES-OPEN-YES               VALUE "Y".
020400     02  WS-REJECT-SWITCH          PIC X(01) VALUE "N".
020500         88  WS-REJECT-YES                   VALUE "Y".
020600     02  WS-ON-ORDER-SWITCH        PIC X(01) VALUE "N".
020700         88  WS-ON-ORDER-YES                 VALUE "Y".
020800 01  WS-REJECT-REASON              PIC X(30) VALUE SPACES.
020900**  VENDOR MASTER TABLE - ONE ENTRY PER SUPPLIER
021000 01  WS-VENDOR-TABLE.
021100     02  WS-VENDOR-ENTRY OCCURS 100 TIMES.
021200         COPY C2222DV
021300             REPLACING C2222V-CODE      BY TB-CODE
021400                       C2222V-NAME      BY TB-NAME
021500                       C2222V-LEAD-TIME BY TB-LEAD-TIME
021600                       C2222V-MIN-ORDER BY TB-MIN-ORDER.
021700**  THE SUGGESTIONS OFF VORDFIL, EACH STAMPED WITH THE VENDOR
021800**  HEADING IT SAT UNDER (SPACES = VENDOR UNKNOWN), THE QUANTITY
021900**  THE BUYER APPROVED (ZERO = NOT APPROVED), AND THE ORDER AND
022000**  LINE IT WAS RAISED ON.
022100 01  WS-SUGGESTION-TABLE.
022200     02  WS-SUGGESTION-ENTRY OCCURS 500 TIMES.
022300         03  WS-SG-VENDOR          PIC X(05).
022400         03  WS-SG-NAME            PIC X(50).
022500         03  WS-SG-STORE           PIC 9(03).
022600         03  WS-SG-QTY             PIC 9(05).
022700         03  WS-SG-PO-NUMBER       PIC 9(08).
022800         03  WS-SG-LINE            PIC 9(03).
022900         03  WS-SG-MIN-SWITCH      PIC X(01).
023000             88  WS-SG-MIN-YES               VALUE "Y".
023100**  OPEN PO LINES CARRIED FROM THE CURRENT GENERATION
023200 01  WS-OPEN-PO-TABLE.
023300     02  WS-OPEN-PO-ENTRY OCCURS 1000 TIMES.
023400         COPY C2222DP
023500             REPLACING C2222P-PO-NUMBER     BY TP-PO-NUMBER
023600                       C2222P-LINE          BY TP-LINE
023700                       C2222P-VENDOR-CODE   BY TP-VENDOR-CODE
023800                       C2222P-STORE         BY TP-STORE
023900                       C2222P-NAME          BY TP-NAME
024000                       C2222P-ORDER-DATE    BY TP-ORDER-DATE
024100                       C2222P-DUE-DATE      BY TP-DUE-DATE
024200                       C2222P-ORDERED-QTY   BY TP-ORDERED-QTY
024300                       C2222P-RECEIVED-QTY  BY TP-RECEIVED-QTY
024400                       C2222P-LAST-RECEIVED BY TP-LAST-RECEIVED
024500                       C2222P-STATUS        BY TP-STATUS
024600                       C2222P-CLOSE-DATE    BY TP-CLOSE-DATE.
024700 01  WS-REPORT-HEADING-1.
024800     02  FILLER                    PIC X(40)
024900         VALUE "PURCHASE ORDER BUILD".
025000     02  FILLER                    PIC X(14)
025100         VALUE "BUSINESS DATE ".
025200     02  RH-BUSINESS-DATE          PIC 9(08).
025300 01  WS-REPORT-HEADING-2.
025400     02  FILLER                    PIC X(40)
025500         VALUE "APPROVAL EXCEPTIONS".
025600 01  WS-REPORT-HEADING-3.
025700     02  FILLER                    PIC X(40)
025800         VALUE "ORDERS RAISED".
025900 01  WS-EXCEPTION-LINE.
026000     02  RE-STORE                  PIC X(03).
026100     02  FILLER                    PIC X(01) VALUE SPACES.
026200     02  RE-NAME                   PIC X(50).
026300     02  FILLER                    PIC X(01) VALUE SPACES.
026400     02  RE-QTY                    PIC X(05).
026500     02  FILLER                    PIC X(01) VALUE SPACES.
026600     02  RE-REASON                 PIC X(30).
026700 01  WS-ORDER-LINE.
026800     02  FILLER                    PIC X(03) VALUE "PO ".
026900     02  RO-PO-NUMBER              PIC 9(08).
027000     02  FILLER                    PIC X(08) VALUE " VENDOR ".
027100     02  RO-VENDOR-CODE            PIC X(05).
027200     02  FILLER                    PIC X(01) VALUE SPACES.
027300     02  RO-VENDOR-NAME            PIC X(30).
027400     02  FILLER                    PIC X(07) VALUE " STORE ".
027500     02  RO-STORE                  PIC 9(03).
027600     02  FILLER                    PIC X(05) VALUE " DUE ".
027700     02  RO-DUE-DATE               PIC 9(08).
027800 01  WS-ORDER-DETAIL-LINE.
027900     02  FILLER                    PIC X(02) VALUE SPACES.
028000     02  RD-LINE                   PIC ZZ9.
028100     02  FILLER                    PIC X(01) VALUE SPACES.
028200     02  RD-NAME                   PIC X(50).
028300     02  FILLER                    PIC X(05) VALUE " QTY ".
028400     02  RD-QTY                    PIC ZZZZ9.
028500     02  FILLER                    PIC X(01) VALUE SPACES.
028600     02  RD-MIN-FLAG               PIC X(13).
028700 01  WS-REPORT-TRAILER-1.
028800     02  FILLER                    PIC X(30)
028900         VALUE "APPROVALS READ / REJECTED     ".
029000     02  RT-APPROVAL-COUNT         PIC ZZZZ9.
029100     02  FILLER                    PIC X(03) VALUE " / ".
029200     02  RT-APPROVAL-REJECTS       PIC ZZZZ9.
029300 01  WS-REPORT-TRAILER-2.
029400     02  FILLER                    PIC X(30)
029500         VALUE "ORDERS / LINES RAISED         ".
029600     02  RT-ORDERS-RAISED          PIC ZZZZ9.
029700     02  FILLER                    PIC X(03) VALUE " / ".
029800     02  RT-LINES-RAISED           PIC ZZZZ9.
029900 01  WS-REPORT-TRAILER-3.
030000     02  FILLER                    PIC X(30)
030100         VALUE "UNITS ORDERED                 ".
030200     02  RT-UNITS-RAISED           PIC ZZZZZZ9.
030300 01  WS-REPORT-TRAILER-4.
030400     02  FILLER                    PIC X(30)
030500         VALUE "LINES RAISED TO VENDOR MINIMUM".
030600     02  RT-RAISED-TO-MIN          PIC ZZZZ9.
030700 01  WS-REPORT-TRAILER-5.
030800     02  FILLER                    PIC X(30)
030900         VALUE "OPEN LINES CARRIED FORWARD    ".
031000     02  RT-LINES-CARRIED          PIC ZZZZ9.
031100 PROCEDURE DIVISION.
031200*****************************************************************
031300**  MAIN-PROCEDURE - LOADS THE VENDORS, THE OPEN ORDERS AND THE
031400**                   SUGGESTIONS, APPLIES THE BUYERS' APPROVALS,
031500**                   AND RAISES THE NEW ORDERS
031600*****************************************************************
031700 MAIN-PROCEDURE.
031800     PERFORM 1000-OPEN-FILES.
031900     IF WS-FILES-OPEN-YES THEN
032000         PERFORM 1200-LOAD-VENDOR-MASTER
032100         PERFORM 1400-LOAD-OPEN-ORDERS
032200     END-IF.
032300     IF WS-FILES-OPEN-YES THEN
032400         PERFORM 1600-LOAD-SUGGESTIONS
032500         PERFORM 2000-APPLY-APPROVALS
032600         PERFORM 2800-CARRY-ONE-OPEN-LINE
032700             VARYING ZW-P FROM 1 BY 1
032800                 UNTIL ZW-P > WS-OPEN-LOADED
032900         WRITE RP-REPORT-LINE FROM WS-REPORT-HEADING-3
033000         PERFORM 3000-RAISE-ONE-ORDER
033100             VARYING ZW-S FROM 1 BY 1
033200                 UNTIL ZW-S > WS-SUGGESTIONS-LOADED
033300         PERFORM 9000-CLOSE-FILES
033400     END-IF.
033500     PERFORM 9100-WRITE-RUN-LOG.
033600     MOVE VSP-RETURN-CODE TO RETURN-CODE.
033700     STOP RUN.
033800*****************************************************************
033900**  1000-OPEN-FILES - OPENS EVERYTHING AND WRITES THE HEADINGS.
034000**                   A MISSING POFILE IS A FIRST-EVER RUN AND A
034100**                   MISSING POAPPR A DAY WITH NOTHING APPROVED -
034200**                   THE OPEN LINES STILL CARRY FORWARD.  ANY
034300**                   OTHER OPEN FAILURE ABANDONS THE JOB WITH
034400**                   RC 12.
034500*****************************************************************
034600 1000-OPEN-FILES SECTION.
034700     PERFORM 1700-LOAD-DATE-PARM.
034800     OPEN INPUT VENDOR-ORDER-FILE.
034900     OPEN INPUT APPROVAL-FILE.
035000     OPEN INPUT VENDOR-MASTER-FILE.
035100     OPEN INPUT PURCHASE-ORDER-FILE.
035200     OPEN OUTPUT NEW-PURCHASE-ORDER-FILE.
035300     OPEN OUTPUT ORDER-REPORT-FILE.
035400     IF WS-VORDFIL-STATUS EQUAL TO "00"
035500        AND (WS-POAPPR-STATUS EQUAL TO "00"
035600             OR WS-POAPPR-STATUS EQUAL TO "35")
035700        AND WS-VENDMAST-STATUS EQUAL TO "00"
035800        AND (WS-POFILE-STATUS EQUAL TO "00"
035900             OR WS-POFILE-STATUS EQUAL TO "35")
036000        AND WS-POFILEN-STATUS EQUAL TO "00"
036100        AND WS-PORPT-STATUS EQUAL TO "00" THEN
036200         MOVE "Y" TO WS-FILES-OPEN-SWITCH
036300         MOVE WS-RUN-DATE TO RH-BUSINESS-DATE
036400         WRITE RP-REPORT-LINE FROM WS-REPORT-HEADING-1
036500         WRITE RP-REPORT-LINE FROM WS-REPORT-HEADING-2
036600     ELSE
036700         MOVE 12 TO WS-CANDIDATE-RC
036800         PERFORM 8000-SET-RETURN-CODE
036900     END-IF.
037000*****************************************************************
037100**  1200-LOAD-VENDOR-MASTER - LOADS THE VENDOR MASTER INTO THE
037200**                   VENDOR TABLE.  A MASTER PAST THE TABLE LIMIT
037300**                   IS A DATA PROBLEM UPSTREAM AND RAISES RC 8.
037400*****************************************************************
037500 1200-LOAD-VENDOR-MASTER SECTION.
037600     MOVE 0 TO WS-VENDORS-LOADED.
037700     PERFORM 1220-READ-VENDOR-RECORD.
037800     PERFORM 1240-STORE-VENDOR-RECORD
037900         UNTIL WS-VEND-EOF-YES
038000            OR WS-VENDORS-LOADED EQUAL TO 100.
038100     IF NOT WS-VEND-EOF-YES THEN
038200         DISPLAY "VENDOR MASTER EXCEEDS 100 - REST IGNORED"
038300         MOVE 8 TO WS-CANDIDATE-RC
038400         PERFORM 8000-SET-RETURN-CODE
038500     END-IF.
038600     CLOSE VENDOR-MASTER-FILE.
038700*****************************************************************
038800**  1220-READ-VENDOR-RECORD - READ-AHEAD FOR THE LOAD LOOP
038900*****************************************************************
039000 1220-READ-VENDOR-RECORD SECTION.
039100     READ VENDOR-MASTER-FILE
039200         AT END
039300             MOVE "Y" TO WS-VEND-EOF-SWITCH
039400     END-READ.
039500*****************************************************************
039600**  1240-STORE-VENDOR-RECORD - MOVES ONE VENDOR ENTRY INTO THE
039700**                   NEXT TABLE SLOT AND READS THE NEXT
039800*****************************************************************
039900 1240-STORE-VENDOR-RECORD SECTION.
040000     ADD 1 TO WS-VENDORS-LOADED.
040100     MOVE VM-VENDOR-RECORD
040200         TO WS-VENDOR-ENTRY(WS-VENDORS-LOADED).
040300     PERFORM 1220-READ-VENDOR-RECORD.
040400*****************************************************************
040500**  1400-LOAD-OPEN-ORDERS - LOADS THE OPEN LINES OF THE CURRENT
040600**                   PO FILE.  A LINE THAT COMPLETED ON AN EARLIER
040700**                   RUN HAS BEEN REPORTED AND DROPS OFF HERE.
040800**                   THE TRAILER GIVES THE LAST NUMBER ASSIGNED.
040900**                   A FILE PAST THE TABLE LIMIT RAISES RC 8 -
041000**                   THE REST WOULD BE LOST, SO NOTHING IS RAISED
041100**                   UNTIL IT IS FIXED.
041200*****************************************************************
041300 1400-LOAD-OPEN-ORDERS SECTION.
041400     MOVE 0 TO WS-OPEN-LOADED.
041500     IF WS-POFILE-STATUS NOT EQUAL TO "00" THEN
041600         GO TO 1400-EXIT
041700     END-IF.
041800     PERFORM 1420-READ-ORDER-RECORD.
041900     PERFORM 1440-STORE-ORDER-RECORD
042000         UNTIL WS-PO-EOF-YES
042100            OR WS-OPEN-LOADED EQUAL TO 1000.
042200     IF NOT WS-PO-EOF-YES THEN
042300         DISPLAY "OPEN PO LINES EXCEED 1000 - NOTHING RAISED"
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
044000**  1440-STORE-ORDER-RECORD - KEEPS ONE OPEN LINE, OR TAKES THE
044100**                   LAST NUMBER OFF THE TRAILER, AND READS THE
044200**                   NEXT
044300*****************************************************************
044400 1440-STORE-ORDER-RECORD SECTION.
044500     IF C2222P-PO-NUMBER IS NUMERIC
044600        AND C2222P-PO-NUMBER GREATER THAN WS-LAST-PO-NUMBER THEN
044700         MOVE C2222P-PO-NUMBER TO WS-LAST-PO-NUMBER
044800     END-IF.
044900     IF C2222P-NAME NOT EQUAL TO "*CONTROL*"
045000        AND C2222P-STATUS NOT EQUAL TO "C" THEN
045100         ADD 1 TO WS-OPEN-LOADED
045200         MOVE PO-ORDER-RECORD
045300             TO WS-OPEN-PO-ENTRY(WS-OPEN-LOADED)
045400     END-IF.
045500     PERFORM 1420-READ-ORDER-RECORD.
045600*****************************************************************
045700**  1600-LOAD-SUGGESTIONS - LOADS THE DETAIL LINES OF VORDFIL,
045800**                   EACH UNDER THE VENDOR HEADING ABOVE IT.  A
045900**                   FILE PAST THE TABLE LIMIT RAISES RC 8.
046000*****************************************************************
046100 1600-LOAD-SUGGESTIONS SECTION.
046200     MOVE 0 TO WS-SUGGESTIONS-LOADED.
046300     MOVE SPACES TO WS-CURRENT-VENDOR.
046400     PERFORM 1620-READ-SUGGESTION.
046500     PERFORM 1640-STORE-SUGGESTION
046600         UNTIL WS-VORD-EOF-YES
046700            OR WS-SUGGESTIONS-LOADED EQUAL TO 500.
046800     IF NOT WS-VORD-EOF-YES THEN
046900         DISPLAY "ORDER SUGGESTIONS EXCEED 500 - REST IGNORED"
047000         MOVE 8 TO WS-CANDIDATE-RC
047100         PERFORM 8000-SET-RETURN-CODE
047200     END-IF.
047300     CLOSE VENDOR-ORDER-FILE.
047400*****************************************************************
047500**  1620-READ-SUGGESTION - READ-AHEAD FOR THE LOAD LOOP
047600*****************************************************************
047700 1620-READ-SUGGESTION SECTION.
047800     READ VENDOR-ORDER-FILE
047900         AT END
048000             MOVE "Y" TO WS-VORD-EOF-SWITCH
048100     END-READ.
048200*****************************************************************
048300**  1640-STORE-SUGGESTION - A HEADING SETS THE CURRENT VENDOR; A
048400**                   DETAIL LINE GOES INTO THE NEXT TABLE SLOT
048500**                   UNDER IT.  THE REPORT HEADING AND TRAILERS
048600**                   PASS BY.
048700*****************************************************************
048800 1640-STORE-SUGGESTION SECTION.
048900     IF VO-UNKNOWN-LITERAL EQUAL TO "VENDOR UNKNOWN" THEN
049000         MOVE SPACES TO WS-CURRENT-VENDOR
049100         GO TO 1640-NEXT
049200     END-IF.
049300     IF VO-HEADING-LITERAL EQUAL TO "VENDOR " THEN
049400         MOVE VO-VENDOR-CODE TO WS-CURRENT-VENDOR
049500         GO TO 1640-NEXT
049600     END-IF.
049700     IF VO-INDENT NOT EQUAL TO SPACES
049800        OR VO-STORE-LITERAL NOT EQUAL TO " STORE "
049900        OR VO-STORE-X IS NOT NUMERIC THEN
050000         GO TO 1640-NEXT
050100     END-IF.
050200     ADD 1 TO WS-SUGGESTIONS-LOADED.
050300     MOVE WS-CURRENT-VENDOR
050400         TO WS-SG-VENDOR(WS-SUGGESTIONS-LOADED).
050500     MOVE VO-NAME TO WS-SG-NAME(WS-SUGGESTIONS-LOADED).
050600     MOVE VO-STORE-X TO WS-SG-STORE(WS-SUGGESTIONS-LOADED).
050700     MOVE 0 TO WS-SG-QTY(WS-SUGGESTIONS-LOADED).
050800     MOVE 0 TO WS-SG-PO-NUMBER(WS-SUGGESTIONS-LOADED).
050900     MOVE 0 TO WS-SG-LINE(WS-SUGGESTIONS-LOADED).
051000     MOVE "N" TO WS-SG-MIN-SWITCH(WS-SUGGESTIONS-LOADED).
051100 1640-NEXT.
051200     PERFORM 1620-READ-SUGGESTION.
051300*****************************************************************
051400**  2000-APPLY-APPROVALS - EDITS EACH BUYER APPROVAL AND MARKS
051500**                   THE SUGGESTION IT NAMES WITH THE QUANTITY.  A
051600**                   REJECT IS LISTED AND RAISES RC 4.
051700*****************************************************************
051800 2000-APPLY-APPROVALS SECTION.
051900     IF WS-POAPPR-STATUS NOT EQUAL TO "00" THEN
052000         GO TO 2000-EXIT
052100     END-IF.
052200     PERFORM 2100-READ-APPROVAL.
052300     PERFORM 2200-APPLY-ONE-APPROVAL
052400         UNTIL WS-APPR-EOF-YES.
052500     CLOSE APPROVAL-FILE.
052600 2000-EXIT.
052700     EXIT.
052800*****************************************************************
052900**  2100-READ-APPROVAL - READ-AHEAD FOR THE APPROVAL LOOP
053000*****************************************************************
053100 2100-READ-APPROVAL SECTION.
053200     READ APPROVAL-FILE
053300         AT END
053400             MOVE "Y" TO WS-APPR-EOF-SWITCH
053500     END-READ.
053600*****************************************************************
053700**  2200-APPLY-ONE-APPROVAL - EDITS ONE APPROVAL, MARKS ITS
053800**                   SUGGESTION IF CLEAN, LISTS IT IF NOT, AND
053900**                   READS THE NEXT.  A QUANTITY BELOW THE
054000**                   VENDOR'S MINIMUM ORDER IS RAISED TO IT - THE
054100**                   VENDOR WILL NOT SHIP LESS.
054200*****************************************************************
054300 2200-APPLY-ONE-APPROVAL SECTION.
054400     ADD 1 TO WS-APPROVAL-COUNT.
054500     MOVE "N" TO WS-REJECT-SWITCH.
054600     MOVE SPACES TO WS-REJECT-REASON.
054700     PERFORM 2300-EDIT-APPROVAL.
054800     IF WS-REJECT-YES THEN
054900         ADD 1 TO WS-APPROVAL-REJECTS
055000         MOVE AA-STORE-X TO RE-STORE
055100         MOVE AA-NAME TO RE-NAME
055200         MOVE AA-QTY-X TO RE-QTY
055300         MOVE WS-REJECT-REASON TO RE-REASON
055400         WRITE RP-REPORT-LINE FROM WS-EXCEPTION-LINE
055500         MOVE 4 TO WS-CANDIDATE-RC
055600         PERFORM 8000-SET-RETURN-CODE
055700         GO TO 2200-NEXT
055800     END-IF.
055900     MOVE AA-QTY-X TO WS-ORDER-QTY.
056000     MOVE WS-SG-VENDOR(WS-SUGGESTION-SLOT) TO WS-FIND-VENDOR.
056100     PERFORM 3300-FIND-VENDOR.
056200     IF WS-VENDOR-SLOT GREATER THAN 0 THEN
056300         IF WS-ORDER-QTY LESS THAN TB-MIN-ORDER(WS-VENDOR-SLOT)
056400             MOVE TB-MIN-ORDER(WS-VENDOR-SLOT) TO WS-ORDER-QTY
056500             MOVE "Y" TO WS-SG-MIN-SWITCH(WS-SUGGESTION-SLOT)
056600             ADD 1 TO WS-RAISED-TO-MIN
056700         END-IF
056800     END-IF.
056900     MOVE WS-ORDER-QTY TO WS-SG-QTY(WS-SUGGESTION-SLOT).
057000 2200-NEXT.
057100     PERFORM 2100-READ-APPROVAL.
057200*****************************************************************
057300**  2300-EDIT-APPROVAL - THE STORE AND QUANTITY MUST BE NUMERIC
057400**                   AND THE QUANTITY ABOVE ZERO.  THE ITEM MUST
057500**                   BE A SUGGESTION FOR THAT STORE UNDER A KNOWN
057600**                   VENDOR, NOT APPROVED ALREADY, AND NOT STILL
057700**                   ON AN OPEN ORDER - A SECOND ORDER FOR STOCK
057800**                   ALREADY COMING IS HOW SHELVES OVERFLOW.
057900*****************************************************************
058000 2300-EDIT-APPROVAL SECTION.
058100     IF AA-STORE-X IS NOT NUMERIC THEN
058200         MOVE "Y" TO WS-REJECT-SWITCH
058300         MOVE "STORE NOT NUMERIC" TO WS-REJECT-REASON
058400         GO TO 2300-EXIT
058500     END-IF.
058600     IF AA-QTY-X IS NOT NUMERIC THEN
058700         MOVE "Y" TO WS-REJECT-SWITCH
058800         MOVE "QUANTITY NOT NUMERIC" TO WS-REJECT-REASON
058900         GO TO 2300-EXIT
059000     END-IF.
059100     IF AA-QTY-X EQUAL TO "00000" THEN
059200         MOVE "Y" TO WS-REJECT-SWITCH
059300         MOVE "QUANTITY ZERO" TO WS-REJECT-REASON
059400         GO TO 2300-EXIT
059500     END-IF.
059600     MOVE AA-STORE-X TO WS-FIND-STORE.
059700     MOVE AA-NAME TO WS-FIND-NAME.
059800     MOVE 0 TO WS-SUGGESTION-SLOT.
059900     PERFORM 2350-CHECK-ONE-SUGGESTION
060000         VARYING ZW-S FROM 1 BY 1
060100             UNTIL ZW-S > WS-SUGGESTIONS-LOADED
060200                OR WS-SUGGESTION-SLOT GREATER THAN 0.
060300     IF WS-SUGGESTION-SLOT EQUAL TO 0 THEN
060400         MOVE "Y" TO WS-REJECT-SWITCH
060500         MOVE "NOT SUGGESTED ON VORDFIL" TO WS-REJECT-REASON
060600         GO TO 2300-EXIT
060700     END-IF.
060800     IF WS-SG-VENDOR(WS-SUGGESTION-SLOT) EQUAL TO SPACES THEN
060900         MOVE "Y" TO WS-REJECT-SWITCH
061000         MOVE "NO VENDOR ON FILE" TO WS-REJECT-REASON
061100         GO TO 2300-EXIT
061200     END-IF.
061300     IF WS-SG-QTY(WS-SUGGESTION-SLOT) GREATER THAN 0 THEN
061400         MOVE "Y" TO WS-REJECT-SWITCH
061500         MOVE "APPROVED TWICE" TO WS-REJECT-REASON
061600         GO TO 2300-EXIT
061700     END-IF.
061800     MOVE "N" TO WS-ON-ORDER-SWITCH.
061900     PERFORM 2400-CHECK-ONE-OPEN-LINE
062000         VARYING ZW-P FROM 1 BY 1
062100             UNTIL ZW-P > WS-OPEN-LOADED
062200                OR WS-ON-ORDER-YES.
062300     IF WS-ON-ORDER-YES THEN
062400         MOVE "Y" TO WS-REJECT-SWITCH
062500         MOVE "ALREADY ON AN OPEN ORDER" TO WS-REJECT-REASON
062600     END-IF.
062700 2300-EXIT.
062800     EXIT.
062900*****************************************************************
063000**  2350-CHECK-ONE-SUGGESTION - ONE SUGGESTION AGAINST THE CARD
063100*****************************************************************
063200 2350-CHECK-ONE-SUGGESTION SECTION.
063300     IF WS-SG-STORE(ZW-S) EQUAL TO WS-FIND-STORE
063400        AND WS-SG-NAME(ZW-S) EQUAL TO WS-FIND-NAME THEN
063500         MOVE ZW-S TO WS-SUGGESTION-SLOT
063600     END-IF.
063700*****************************************************************
063800**  2400-CHECK-ONE-OPEN-LINE - ONE OPEN PO LINE AGAINST THE CARD
063900*****************************************************************
064000 2400-CHECK-ONE-OPEN-LINE SECTION.
064100     IF TP-STORE(ZW-P) EQUAL TO WS-FIND-STORE
064200        AND TP-NAME(ZW-P) EQUAL TO WS-FIND-NAME THEN
064300         MOVE "Y" TO WS-ON-ORDER-SWITCH
064400     END-IF.
064500*****************************************************************
064600**  2800-CARRY-ONE-OPEN-LINE - COPIES ONE OPEN LINE TO THE NEW
064700**                   GENERATION UNCHANGED
064800*****************************************************************
064900 2800-CARRY-ONE-OPEN-LINE SECTION.
065000     MOVE WS-OPEN-PO-ENTRY(ZW-P) TO PN-ORDER-RECORD.
065100     WRITE PN-ORDER-RECORD.
065200     ADD 1 TO WS-LINES-CARRIED.
065300     ADD 1 TO WS-LINES-WRITTEN.
065400*****************************************************************
065500**  3000-RAISE-ONE-ORDER - THE FIRST APPROVED SUGGESTION NOT YET
065600**                   ON AN ORDER STARTS A NEW ONE, NUMBERED ON
065700**                   FROM THE LAST, DUE THE VENDOR'S LEAD TIME
065800**                   FROM TODAY, AND GATHERS EVERY OTHER APPROVED
065900**                   SUGGESTION FOR THE SAME VENDOR AND STORE
066000*****************************************************************
066100 3000-RAISE-ONE-ORDER SECTION.
066200     IF WS-SG-QTY(ZW-S) EQUAL TO 0
066300        OR WS-SG-PO-NUMBER(ZW-S) GREATER THAN 0 THEN
066400         GO TO 3000-EXIT
066500     END-IF.
066600     ADD 1 TO WS-LAST-PO-NUMBER.
066700     ADD 1 TO WS-ORDERS-RAISED.
066800     MOVE 0 TO WS-LINE-NUMBER.
066900     MOVE WS-SG-VENDOR(ZW-S) TO WS-FIND-VENDOR.
067000     PERFORM 3300-FIND-VENDOR.
067100     MOVE WS-RUN-DATE TO WS-DUE-DATE.
067200     MOVE WS-LAST-PO-NUMBER TO RO-PO-NUMBER.
067300     MOVE WS-SG-VENDOR(ZW-S) TO RO-VENDOR-CODE.
067400     IF WS-VENDOR-SLOT GREATER THAN 0 THEN
067500         PERFORM 3400-ADD-ONE-DAY
067600             TB-LEAD-TIME(WS-VENDOR-SLOT) TIMES
067700         MOVE TB-NAME(WS-VENDOR-SLOT) TO RO-VENDOR-NAME
067800     ELSE
067900         MOVE SPACES TO RO-VENDOR-NAME
068000     END-IF.
068100     MOVE WS-SG-STORE(ZW-S) TO RO-STORE.
068200     MOVE WS-DUE-DATE TO RO-DUE-DATE.
068300     WRITE RP-REPORT-LINE FROM WS-ORDER-LINE.
068400     PERFORM 3100-ADD-ONE-LINE
068500         VARYING ZW-T FROM ZW-S BY 1
068600             UNTIL ZW-T > WS-SUGGESTIONS-LOADED.
068700 3000-EXIT.
068800     EXIT.
068900*****************************************************************
069000**  3100-ADD-ONE-LINE - PUTS ONE APPROVED SUGGESTION FOR THE
069100**                   ORDER'S VENDOR AND STORE ON THE ORDER, TO
069200**                   THE NEW GENERATION AND THE REPORT
069300*****************************************************************
069400 3100-ADD-ONE-LINE SECTION.
069500     IF WS-SG-QTY(ZW-T) EQUAL TO 0
069600        OR WS-SG-PO-NUMBER(ZW-T) GREATER THAN 0
069700        OR WS-SG-VENDOR(ZW-T) NOT EQUAL TO WS-SG-VENDOR(ZW-S)
069800        OR WS-SG-STORE(ZW-T) NOT EQUAL TO WS-SG-STORE(ZW-S) THEN
069900         GO TO 3100-EXIT
070000     END-IF.
070100     ADD 1 TO WS-LINE-NUMBER.
070200     MOVE WS-LAST-PO-NUMBER TO WS-SG-PO-NUMBER(ZW-T).
070300     MOVE WS-LINE-NUMBER TO WS-SG-LINE(ZW-T).
070400     MOVE WS-LAST-PO-NUMBER TO PN-PO-NUMBER.
070500     MOVE WS-LINE-NUMBER TO PN-LINE.
070600     MOVE WS-SG-VENDOR(ZW-T) TO PN-VENDOR-CODE.
070700     MOVE WS-SG-STORE(ZW-T) TO PN-STORE.
070800     MOVE WS-SG-NAME(ZW-T) TO PN-NAME.
070900     MOVE WS-RUN-DATE TO PN-ORDER-DATE.
071000     MOVE WS-DUE-DATE TO PN-DUE-DATE.
071100     MOVE WS-SG-QTY(ZW-T) TO PN-ORDERED-QTY.
071200     MOVE 0 TO PN-RECEIVED-QTY.
071300     MOVE 0 TO PN-LAST-RECEIVED.
071400     MOVE "O" TO PN-STATUS.
071500     MOVE 0 TO PN-CLOSE-DATE.
071600     WRITE PN-ORDER-RECORD.
071700     ADD 1 TO WS-LINES-WRITTEN.
071800     ADD 1 TO WS-LINES-RAISED.
071900     ADD WS-SG-QTY(ZW-T) TO WS-UNITS-RAISED.
072000     MOVE WS-LINE-NUMBER TO RD-LINE.
072100     MOVE WS-SG-NAME(ZW-T) TO RD-NAME.
072200     MOVE WS-SG-QTY(ZW-T) TO RD-QTY.
072300     IF WS-SG-MIN-YES(ZW-T) THEN
072400         MOVE "RAISED TO MIN" TO RD-MIN-FLAG
072500     ELSE
072600         MOVE SPACES TO RD-MIN-FLAG
072700     END-IF.
072800     WRITE RP-REPORT-LINE FROM WS-ORDER-DETAIL-LINE.
072900 3100-EXIT.
073000     EXIT.
073100*****************************************************************
073200**  3300-FIND-VENDOR - SETS WS-VENDOR-SLOT TO THE VENDOR TABLE
073300**                   ENTRY FOR WS-FIND-VENDOR, OR ZERO
073400*****************************************************************
073500 3300-FIND-VENDOR SECTION.
073600     MOVE 0 TO WS-VENDOR-SLOT.
073700     PERFORM 3350-CHECK-ONE-VENDOR
073800         VARYING ZW-V FROM 1 BY 1
073900             UNTIL ZW-V > WS-VENDORS-LOADED
074000                OR WS-VENDOR-SLOT GREATER THAN 0.
074100*****************************************************************
074200**  3350-CHECK-ONE-VENDOR - ONE TABLE SLOT AGAINST THE CODE
074300*****************************************************************
074400 3350-CHECK-ONE-VENDOR SECTION.
074500     IF TB-CODE(ZW-V) EQUAL TO WS-FIND-VENDOR THEN
074600         MOVE ZW-V TO WS-VENDOR-SLOT
074700     END-IF.
074800*****************************************************************
074900**  3400-ADD-ONE-DAY - MOVES WS-DUE-DATE ON ONE CALENDAR DAY.  THE
075000**                   NEXT DAY OF THE MONTH IS TRIED FIRST; WHEN
075100**                   C2222W REJECTS IT THE MONTH HAS ENDED, SO THE
075200**                   DATE ROLLS TO THE FIRST OF THE NEXT MONTH,
075300**                   AND YEAR.  THE MONTH LENGTHS STAY IN C2222W.
075400*****************************************************************
075500 3400-ADD-ONE-DAY SECTION.
075600     ADD 1 TO WS-DUE-DAY.
075700     CALL "C2222W" USING WS-DUE-DATE WS-DATE-SERIAL
075800     END-CALL.
075900     IF WS-DATE-SERIAL EQUAL TO 0 THEN
076000         MOVE 1 TO WS-DUE-DAY
076100         ADD 1 TO WS-DUE-MONTH
076200         IF WS-DUE-MONTH GREATER THAN 12 THEN
076300             MOVE 1 TO WS-DUE-MONTH
076400             ADD 1 TO WS-DUE-YEAR
076500         END-IF
076600     END-IF.
076700*****************************************************************
076800**  9000-CLOSE-FILES - WRITES THE TRAILER OF THE NEW GENERATION
076900**                   AND THE REPORT TOTALS, AND CLOSES THE JOB
077000*****************************************************************
077100 9000-CLOSE-FILES SECTION.
077200     MOVE SPACES TO PN-ORDER-RECORD.
077300     MOVE WS-LAST-PO-NUMBER TO PN-PO-NUMBER.
077400     MOVE 0 TO PN-LINE.
077500     MOVE "*CONTROL*" TO PN-NAME.
077600     MOVE WS-RUN-DATE TO PN-ORDER-DATE.
077700     MOVE 0 TO PN-DUE-DATE.
077800     MOVE 0 TO PN-ORDERED-QTY.
077900     MOVE 0 TO PN-RECEIVED-QTY.
078000     MOVE 0 TO PN-LAST-RECEIVED.
078100     MOVE 0 TO PN-CLOSE-DATE.
078200     WRITE PN-ORDER-RECORD.
078300     MOVE WS-APPROVAL-COUNT TO RT-APPROVAL-COUNT.
078400     MOVE WS-APPROVAL-REJECTS TO RT-APPROVAL-REJECTS.
078500     MOVE WS-ORDERS-RAISED TO RT-ORDERS-RAISED.
078600     MOVE WS-LINES-RAISED TO RT-LINES-RAISED.
078700     MOVE WS-UNITS-RAISED TO RT-UNITS-RAISED.
078800     MOVE WS-RAISED-TO-MIN TO RT-RAISED-TO-MIN.
078900     MOVE WS-LINES-CARRIED TO RT-LINES-CARRIED.
079000     WRITE RP-REPORT-LINE FROM WS-REPORT-TRAILER-1.
079100     WRITE RP-REPORT-LINE FROM WS-REPORT-TRAILER-2.
079200     WRITE RP-REPORT-LINE FROM WS-REPORT-TRAILER-3.
079300     WRITE RP-REPORT-LINE FROM WS-REPORT-TRAILER-4.
079400     WRITE RP-REPORT-LINE FROM WS-REPORT-TRAILER-5.
079500     CLOSE NEW-PURCHASE-ORDER-FILE.
079600     CLOSE ORDER-REPORT-FILE.
079700*****************************************************************
079800**  8000-SET-RETURN-CODE - RAISES VSP-RETURN-CODE, NEVER LOWERS
079900**                   IT, SO THE WORST CONDITION OF THE RUN WINS.
080000*****************************************************************
080100 8000-SET-RETURN-CODE SECTION.
080200     IF WS-CANDIDATE-RC GREATER THAN VSP-RETURN-CODE THEN
080300         MOVE WS-CANDIDATE-RC TO VSP-RETURN-CODE
080400     END-IF.
080500*****************************************************************
080600**  1700-LOAD-DATE-PARM - PICKS UP THE BUSINESS DATE FROM THE
080700**                   SAME DATEPARM THE NIGHTLY PASS READS.  A
080800**                   MISSING PARM FILE OR AN UNUSABLE DATE FALLS
080900**                   BACK TO TODAY.
081000*****************************************************************
081100 1700-LOAD-DATE-PARM SECTION.
081200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
081300     OPEN INPUT DATE-PARM-FILE.
081400     IF WS-DATEPARM-STATUS EQUAL TO "00" THEN
081500         READ DATE-PARM-FILE
081600             AT END
081700                 CONTINUE
081800         END-READ
081900         IF WS-DATEPARM-STATUS EQUAL TO "00" THEN
082000             IF DP-BUSINESS-DATE IS NUMERIC
082100                AND DP-BUSINESS-DATE GREATER THAN 0 THEN
082200                 MOVE DP-BUSINESS-DATE TO WS-RUN-DATE
082300             END-IF
082400         END-IF
082500         CLOSE DATE-PARM-FILE
082600     END-IF.
082700*****************************************************************
082800**  9100-WRITE-RUN-LOG - APPENDS THIS RUN'S RUN-CONTROL RECORD
082900**                   TO THE SHARED RUNLOG, SAME AS THE NIGHTLY
083000**                   PASS.  RECORDS IN ARE THE APPROVALS READ,
083100**                   RECORDS OUT THE PO LINES WRITTEN.  A LOG THAT
083200**                   CANNOT BE WRITTEN RAISES RC 4.
083300*****************************************************************
083400 9100-WRITE-RUN-LOG SECTION.
083500     OPEN EXTEND RUN-LOG-FILE.
083600     IF WS-RUNLOG-STATUS NOT EQUAL TO "00" THEN
083700         OPEN OUTPUT RUN-LOG-FILE
083800     END-IF.
083900     IF WS-RUNLOG-STATUS EQUAL TO "00" THEN
084000         MOVE "C2222O" TO C2222L-PROGRAM
084100         MOVE WS-RUN-DATE TO C2222L-BUSINESS-DATE
084200         MOVE WS-APPROVAL-COUNT TO C2222L-RECORDS-IN
084300         MOVE WS-LINES-WRITTEN TO C2222L-RECORDS-OUT
084400         MOVE 0 TO C2222L-HASH-IN
084500         MOVE 0 TO C2222L-HASH-OUT
084600         MOVE VSP-RETURN-CODE TO C2222L-RETURN-CODE
084700         WRITE RL-RUN-LOG-RECORD
084800         CLOSE RUN-LOG-FILE
084900     ELSE
085000         MOVE 4 TO WS-CANDIDATE-RC
085100         PERFORM 8000-SET-RETURN-CODE
085200     END-IF.
085300 END PROGRAM C2222O.
