000100*****************************************************************
000200**  PROGRAM:     C2222T
000300**  DESCRIPTION: INTER-STORE REBALANCING.  MATCHES STORES SITTING
000400**               ON LOTS ABOUT TO PASS SELL-IN AGAINST STORES THE
000500**               C2222F FORECAST FLAGGED FOR REORDER OF THE SAME
000600**               ITEM, AND SUGGESTS TRANSFERS FOR THE DISTRICT
000700**               MANAGER, SO STOCK MOVES TO WHERE IT WILL SELL
000800**               INSTEAD OF BEING MARKED DOWN AT ONE STORE WHILE
000900**               ANOTHER REORDERS IT FROM THE VENDOR.  EACH
001000**               APPROVED SUGGESTION IS WRITTEN AS THE MATCHED
001100**               TYPE O / TYPE I MOVEMENT PAIR THE NIGHTLY PASS
001200**               VALIDATES BEFORE EITHER LEG POSTS.
001300**
001400**               A SURPLUS LOT IS A SELLABLE LOT WHOSE SELL-IN
001500**               FALLS INSIDE THE FORECAST LOOKAHEAD, LESS WHAT
001600**               ITS OWN STORE WILL SELL BEFORE THEN AT ITS 28-DAY
001700**               SALES RATE.  A SHORT STORE TAKES NO MORE THAN
001800**               THE FORECAST'S SUGGESTED ORDER QUANTITY, NOR MORE
001900**               THAN IT CAN SELL BEFORE THE LOT'S SELL-IN AT ITS
002000**               OWN RATE.  THE INBOUND LEG POSTS TO THE SAME LOT
002100**               NUMBER AT THE SHORT STORE IF IT HOLDS IT
002200**               SELLABLE, OTHERWISE TO ITS OLDEST SELLABLE LOT OF
002300**               THE ITEM - A STORE WITH NONE CANNOT RECEIVE A
002400**               TRANSFER.
002500**
002600**  FILES:       INVMAST  - INVENTORY MASTER, THE SAME GENERATION
002700**                          THE FORECAST READ
002800**               RECOMFIL - THE FORECAST'S RECOMMENDATION REPORT.
002900**                          ONLY THE REORDER DETAIL LINES ARE
003000**                          TAKEN; EVERYTHING ELSE PASSES BY.
003100**               FCSTPARM - LOOKAHEAD DAYS (2 DIGITS), THE SAME
003200**                          PARM THE FORECAST READ.  MISSING OR
003300**                          UNUSABLE FALLS BACK TO 7 DAYS.
003400**               SALESHST - ROLLING DAILY SALES HISTORY FROM THE
003500**                          NIGHTLY PASS.  MISSING MEANS NO STORE
003600**                          HAS A RATE.
003616**               RECALLS  - PRODUCT RECALL NOTICES (SEE C2222DK).
003632**                          A LOT UNDER AN OPEN RECALL IS FROZEN,
003648**                          SO IT IS NEVER SHIPPED OR RECEIVED
003664**                          INTO.  MISSING MEANS NO RECALL HAS
003680**                          EVER BEEN TAKEN.
003700**               REBALAPR - DISTRICT MANAGER APPROVALS - FROM
003800**                          STORE, TO STORE, LOT, ITEM NAME, AND
003900**                          QUANTITY, KEYED AS CHARACTERS.
004000**                          OPTIONAL.
004100**               REBALRPT - SUGGESTED TRANSFERS AND THE APPROVALS
004200**                          TAKEN.
004300**               TRNMOVE  - TRANSFER MOVEMENT PAIRS, SAME LAYOUT
004400**                          AS MOVEFILE, CONCATENATED AHEAD OF THE
004500**                          NEXT NIGHT'S MOVEFILE.
004600**
004700**  MODIFICATION HISTORY
004800**  -------------------------------------------------------------
004900**  DATE       INIT  DESCRIPTION
005000**  10/15/2026 JRH   ORIGINAL VERSION.
005033**  10/15/2026 JRH   LOTS UNDER AN OPEN RECALL ARE NEITHER
005066**                   OFFERED AS SURPLUS NOR RECEIVED INTO.
005100*****************************************************************
005200 IDENTIFICATION DIVISION.
005300 PROGRAM-ID.     C2222T.
005400 AUTHOR.         J R HENDRICKS.
005500 INSTALLATION.   SHELF INVENTORY CONTROL.
005600 DATE-WRITTEN.   10/15/2026.
005700 DATE-COMPILED.
005800 ENVIRONMENT DIVISION.
005900 CONFIGURATION SECTION.
006000 SOURCE-COMPUTER. IBM-370.
006100 OBJECT-COMPUTER. IBM-370.
006200 INPUT-OUTPUT SECTION.
006300 FILE-CONTROL.
006400     SELECT INVENTORY-MASTER-FILE ASSIGN TO "INVMAST"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-INVMAST-STATUS.
006700     SELECT RECOMMENDATION-FILE ASSIGN TO "RECOMFIL"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-RECOMFIL-STATUS.
007000     SELECT FORECAST-PARM-FILE ASSIGN TO "FCSTPARM"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-FCSTPARM-STATUS.
007300     SELECT SALES-HISTORY-FILE ASSIGN TO "SALESHST"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-SALESHST-STATUS.
007525     SELECT RECALL-FILE ASSIGN TO "RECALLS"
007550         ORGANIZATION IS LINE SEQUENTIAL
007575         FILE STATUS IS WS-RECALLS-STATUS.
007600     SELECT APPROVAL-FILE ASSIGN TO "REBALAPR"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-REBALAPR-STATUS.
007900     SELECT REBALANCE-REPORT-FILE ASSIGN TO "REBALRPT"
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS WS-REBALRPT-STATUS.
008200     SELECT TRANSFER-MOVEMENT-FILE ASSIGN TO "TRNMOVE"
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS WS-TRNMOVE-STATUS.
008500     SELECT DATE-PARM-FILE ASSIGN TO "DATEPARM"
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         FILE STATUS IS WS-DATEPARM-STATUS.
008800     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
008900         ORGANIZATION IS LINE SEQUENTIAL
009000         FILE STATUS IS WS-RUNLOG-STATUS.
009100 DATA DIVISION.
009200 FILE SECTION.
009300 FD  INVENTORY-MASTER-FILE
009400     LABEL RECORDS ARE STANDARD
009500     RECORDING MODE IS F.
009600**  SAME LAYOUT THE NIGHTLY PASS READS
009700 01  IM-INVENTORY-RECORD.
009800     02  IM-NAME                 PIC X(50).
009900     02  IM-QUALITY               PIC 999.
010000     02  IM-SELLIN                PIC S999.
010100     02  IM-CATEGORY             PIC X(04).
010200     02  IM-STORE                PIC 9(03).
010300     02  IM-QTY-ON-HAND           PIC 9(05).
010400     02  IM-UNIT-COST             PIC 9(05)V99.
010500     02  IM-LOT-NUMBER           PIC X(06).
010600     02  IM-RECEIVED-DATE         PIC 9(08).
010700     02  IM-EXPIRY-DATE           PIC 9(08).
010800     02  IM-VENDOR-CODE          PIC X(05).
010900     02  IM-RETAIL-PRICE          PIC 9(03)V99.
011000**  CONTROL TRAILER VIEW - A BALANCING RECORD, NOT SHELF STOCK
011100 01  IM-CONTROL-RECORD.
011200     02  CT-CONTROL-ID           PIC X(10).
011300     02  FILLER                  PIC X(97).
011400 FD  RECOMMENDATION-FILE
011500     LABEL RECORDS ARE STANDARD
011600     RECORDING MODE IS F.
011700**  THE FORECAST DETAIL LINE AS C2222F LAYS IT OUT.  THE EDITED
011800**  FIGURES ARE READ BACK AS CHARACTERS AND TESTED, SO HEADING
011900**  AND TRAILER LINES FALL OUT ON THE EDITS INSTEAD OF ABENDING
012000**  A MOVE.
012100 01  RF-RECOMMENDATION-LINE.
012200     02  RF-NAME                 PIC X(50).
012300     02  RF-ACTION               PIC X(08).
012400     02  FILLER                  PIC X(02).
012500     02  RF-DAY-X                PIC X(02).
012600     02  FILLER                  PIC X(04).
012700     02  RF-SELLIN-X             PIC X(04).
012800     02  FILLER                  PIC X(04).
012900     02  RF-QUALITY-X            PIC X(03).
013000     02  FILLER                  PIC X(02).
013100     02  RF-STORE-X              PIC X(03).
013200     02  FILLER                  PIC X(03).
013300     02  RF-ORDER-QTY-X          PIC X(05).
013400 FD  FORECAST-PARM-FILE
013500     LABEL RECORDS ARE STANDARD
013600     RECORDING MODE IS F.
013700 01  PR-PARM-RECORD.
013800     02  PR-LOOKAHEAD-DAYS        PIC 9(02).
013900     02  FILLER                  PIC X(01).
014000     02  PR-COVER-DAYS            PIC 9(02).
014100 FD  SALES-HISTORY-FILE
014200     LABEL RECORDS ARE STANDARD
014300     RECORDING MODE IS F.
014400**  ONE STORE'S DAILY SALES OF ONE ITEM - SEE COPYBOOK FOR THE
014500**  FIELDS
014600 01  SH-SALES-HISTORY-RECORD.
014700     COPY C2222DS.
014714 FD  RECALL-FILE
014728     LABEL RECORDS ARE STANDARD
014742     RECORDING MODE IS F.
014756**  ONE RECALL NOTICE - SEE COPYBOOK FOR THE FIELDS
014770 01  RC-RECALL-RECORD.
014784     COPY C2222DK.
014800 FD  APPROVAL-FILE
014900     LABEL RECORDS ARE STANDARD
015000     RECORDING MODE IS F.
015100**  ONE DISTRICT MANAGER APPROVAL, KEYED AS CHARACTERS
015200 01  AA-APPROVAL-RECORD.
015300     02  AA-FROM-STORE-X         PIC X(03).
015400     02  FILLER                  PIC X(01).
015500     02  AA-TO-STORE-X           PIC X(03).
015600     02  FILLER                  PIC X(01).
015700     02  AA-LOT-NUMBER           PIC X(06).
015800     02  FILLER                  PIC X(01).
015900     02  AA-NAME                 PIC X(50).
016000     02  FILLER                  PIC X(01).
016100     02  AA-QTY-X                PIC X(05).
016200 FD  REBALANCE-REPORT-FILE
016300     LABEL RECORDS ARE STANDARD
016400     RECORDING MODE IS F.
016500 01  RP-REPORT-LINE                PIC X(100).
016600 FD  TRANSFER-MOVEMENT-FILE
016700     LABEL RECORDS ARE STANDARD
016800     RECORDING MODE IS F.
016900**  SAME RECORD THE NIGHTLY PASS READS FROM MOVEFILE - SEE
017000**  EXAMPLE-TEST-CASE
017100 01  MV-MOVEMENT-RECORD.
017200     02  MV-NAME                 PIC X(50).
017300     02  MV-TYPE                 PIC X(01).
017400     02  MV-QUALITY-ADJ           PIC S999.
017500     02  MV-SELLIN-ADJ            PIC S999.
017600     02  MV-QTY-ADJ               PIC S9(05).
017700     02  MV-STORE                PIC 9(03).
017800     02  MV-LOT-NUMBER           PIC X(06).
017900 FD  DATE-PARM-FILE
018000     LABEL RECORDS ARE STANDARD
018100     RECORDING MODE IS F.
018200**  BUSINESS DATE (YYYYMMDD) - SAME PARM THE NIGHTLY PASS READS
018300 01  DP-PARM-RECORD.
018400     02  DP-BUSINESS-DATE         PIC 9(08).
018500     02  FILLER                  PIC X(01).
018600     02  DP-DAYS-TO-AGE           PIC 9(02).
018700     02  FILLER                  PIC X(01).
018800     02  DP-SUSPENSE-LIMIT        PIC 9(02).
018900 FD  RUN-LOG-FILE
019000     LABEL RECORDS ARE STANDARD
019100     RECORDING MODE IS F.
019200**  ONE RUN-CONTROL RECORD - SEE COPYBOOK FOR THE FIELDS
019300 01  RL-RUN-LOG-RECORD.
019400     COPY C2222DL.
019500 WORKING-STORAGE SECTION.
019600 01  VSP.
019700     02  VSP-RETURN-CODE           PIC 99 VALUE 0.
019800 77  WS-CANDIDATE-RC               PIC 99 VALUE 0.
019900 77  WS-INVMAST-STATUS             PIC X(02) VALUE "00".
020000 77  WS-RECOMFIL-STATUS            PIC X(02) VALUE "00".
020100 77  WS-FCSTPARM-STATUS            PIC X(02) VALUE "00".
020200 77  WS-SALESHST-STATUS            PIC X(02) VALUE "00".
020250 77  WS-RECALLS-STATUS             PIC X(02) VALUE "00".
020300 77  WS-REBALAPR-STATUS            PIC X(02) VALUE "00".
020400 77  WS-REBALRPT-STATUS            PIC X(02) VALUE "00".
020500 77  WS-TRNMOVE-STATUS             PIC X(02) VALUE "00".
020600 77  WS-DATEPARM-STATUS            PIC X(02) VALUE "00".
020700 77  WS-RUNLOG-STATUS              PIC X(02) VALUE "00".
020800 77  WS-RUN-DATE                   PIC 9(08) VALUE 0.
020900 77  WS-RUN-DATE-SERIAL            PIC S9(07) VALUE 0.
021000 77  WS-EXPIRY-SERIAL              PIC S9(07) VALUE 0.
021100 77  WS-SELLIN-WORK                PIC S9(05) VALUE 0.
021200 77  WS-LOOKAHEAD-DAYS             PIC 9(02) VALUE 7.
021300 77  WS-RECORD-COUNT               PIC 9(07) VALUE 0.
021400 77  WS-IN-QUALITY-HASH            PIC 9(09) VALUE 0.
021500 77  WS-SHORTFALLS-LOADED          PIC 999 VALUE 0.
021600 77  WS-SURPLUS-LOADED             PIC 999 VALUE 0.
021700 77  WS-RECEIVING-LOADED           PIC 9(04) VALUE 0.
021800 77  WS-RATES-LOADED               PIC 999 VALUE 0.
021850 77  WS-RECALLS-LOADED             PIC 999 VALUE 0.
021900 77  WS-SUGGESTIONS-LOADED         PIC 999 VALUE 0.
022000 77  WS-SHORTFALL-SLOT             PIC 999 VALUE 0.
022100 77  WS-SUGGESTION-SLOT            PIC 999 VALUE 0.
022200 77  WS-FIND-STORE                 PIC 9(03) VALUE 0.
022300 77  WS-FIND-NAME                  PIC X(50) VALUE SPACES.
022400 77  WS-RATE-UNITS                 PIC 9(07) VALUE 0.
022500 77  WS-DAILY-RATE                 PIC 9(05)V99 VALUE 0.
022600 77  WS-RECEIVER-RATE              PIC 9(05)V99 VALUE 0.
022700 77  WS-SELL-BEFORE                PIC 9(07) VALUE 0.
022800 77  WS-SURPLUS-QTY                PIC S9(07) VALUE 0.
022900 77  WS-TRANSFER-QTY               PIC 9(05) VALUE 0.
023000 77  WS-TO-LOT                     PIC X(06) VALUE SPACES.
023100 77  WS-DAY-WORK                   PIC X(02) VALUE SPACES.
023200 77  WS-QTY-WORK                   PIC X(05) VALUE SPACES.
023300 77  WS-SUGGESTED-UNITS            PIC 9(07) VALUE 0.
023400 77  WS-APPROVAL-COUNT             PIC 9(05) VALUE 0.
023500 77  WS-APPROVAL-REJECTS           PIC 9(05) VALUE 0.
023600 77  WS-PAIRS-WRITTEN              PIC 9(05) VALUE 0.
023700 77  WS-PAIRED-UNITS               PIC 9(07) VALUE 0.
023800 77  WS-MOVES-WRITTEN              PIC 9(07) VALUE 0.
023900 01  ZW-F                          PIC 999.
024000 01  ZW-P                          PIC 999.
024100 01  ZW-S                          PIC 999.
024200 01  ZW-G                          PIC 999.
024300 01  ZW-L                          PIC 9(04).
024350 01  ZW-K                          PIC 999.
024400 01  WS-SWITCHES.
024500     02  WS-MAST-EOF-SWITCH        PIC X(01) VALUE "N".
024600         88  WS-MAST-EOF-YES                 VALUE "Y".
024700     02  WS-RECOM-EOF-SWITCH       PIC X(01) VALUE "N".
024800         88  WS-RECOM-EOF-YES                VALUE "Y".
024900     02  WS-HIST-EOF-SWITCH        PIC X(01) VALUE "N".
025000         88  WS-HIST-EOF-YES                 VALUE "Y".
025100     02  WS-APPR-EOF-SWITCH        PIC X(01) VALUE "N".
025200         88  WS-APPR-EOF-YES                 VALUE "Y".
025300     02  WS-FILES-OPEN-SWITCH      PIC X(01) VALUE "N".
025400         88  WS-FILES-OPEN-YES               VALUE "Y".
025500     02  WS-RATE-FOUND-SWITCH      PIC X(01) VALUE "N".
025600         88  WS-RATE-FOUND-YES               VALUE "Y".
025700     02  WS-REJECT-SWITCH          PIC X(01) VALUE "N".
025800         88  WS-REJECT-YES                   VALUE "Y".
025900     02  WS-SAME-LOT-SWITCH        PIC X(01) VALUE "N".
026000         88  WS-SAME-LOT-YES                 VALUE "Y".
026100     02  WS-TABLE-FULL-SWITCH      PIC X(01) VALUE "N".
026200         88  WS-TABLE-FULL-YES               VALUE "Y".
026220     02  WS-RECALL-EOF-SWITCH      PIC X(01) VALUE "N".
026240         88  WS-RECALL-EOF-YES               VALUE "Y".
026260     02  WS-RECALL-MATCH-SWITCH    PIC X(01) VALUE "N".
026280         88  WS-RECALL-MATCH-YES             VALUE "Y".
026300 01  WS-REJECT-REASON              PIC X(30) VALUE SPACES.
026400**  THE SHORT STORES - ONE ENTRY PER STORE AND ITEM FLAGGED FOR
026500**  REORDER, WITH THE SOONEST DAY IT RUNS OUT, THE FORECAST'S
026600**  SUGGESTED ORDER QUANTITY (ZERO = NONE GIVEN, SO NO LIMIT),
026700**  WHAT IS STILL WANTED AFTER THE TRANSFERS SUGGESTED SO FAR,
026800**  AND THE OLDEST SELLABLE LOT THE INBOUND LEG CAN POST TO.
026900 01  WS-SHORTFALL-TABLE.
027000     02  WS-SHORTFALL-ENTRY OCCURS 500 TIMES.
027100         03  WS-SF-STORE           PIC 9(03).
027200         03  WS-SF-NAME            PIC X(50).
027300         03  WS-SF-DAY             PIC 9(02).
027400         03  WS-SF-NEED            PIC 9(05).
027500         03  WS-SF-LEFT            PIC 9(05).
027600         03  WS-SF-LOT             PIC X(06).
027700**  THE SURPLUS LOTS, WITH THEIR SELL-IN AND THE UNITS NOT YET
027800**  SUGGESTED FOR TRANSFER
027900 01  WS-SURPLUS-TABLE.
028000     02  WS-SURPLUS-ENTRY OCCURS 500 TIMES.
028100         03  WS-SP-STORE           PIC 9(03).
028200         03  WS-SP-NAME            PIC X(50).
028300         03  WS-SP-LOT             PIC X(06).
028400         03  WS-SP-SELLIN          PIC S999.
028500         03  WS-SP-LEFT            PIC 9(05).
028600**  EVERY SELLABLE LOT A SHORT STORE HOLDS OF ITS SHORT ITEM,
028700**  BY SHORTFALL SLOT, SO AN INBOUND LEG CAN GO TO THE SAME LOT
028800 01  WS-RECEIVING-TABLE.
028900     02  WS-RECEIVING-ENTRY OCCURS 1000 TIMES.
029000         03  WS-RL-SLOT            PIC 999.
029100         03  WS-RL-LOT             PIC X(06).
029200**  UNITS SOLD IN THE LAST 28 DAYS BY STORE AND ITEM.  A QUIET
029300**  ITEM IS NOT LOADED.
029400 01  WS-SALES-RATE-TABLE.
029500     02  WS-SALES-RATE-ENTRY OCCURS 500 TIMES.
029600         03  WS-SR-STORE           PIC 9(03).
029700         03  WS-SR-NAME            PIC X(50).
029800         03  WS-SR-UNITS           PIC 9(07).
029806**  OPEN RECALL NOTICES, LOADED UP FRONT.  EVERY LOT IS CHECKED
029812**  AGAINST THE WHOLE TABLE AS THE MASTER IS SCANNED.
029818 01  WS-RECALL-TABLE.
029824     02  WS-RECALL-ENTRY OCCURS 100 TIMES.
029830         COPY C2222DK
029836             REPLACING C2222K-RECALL-ID     BY RT-RECALL-ID
029842                       C2222K-VENDOR-CODE   BY RT-VENDOR-CODE
029848                       C2222K-NAME          BY RT-NAME
029854                       C2222K-LOT-FROM      BY RT-LOT-FROM
029860                       C2222K-LOT-TO        BY RT-LOT-TO
029866                       C2222K-RECEIVED-FROM BY RT-RECEIVED-FROM
029872                       C2222K-RECEIVED-TO   BY RT-RECEIVED-TO
029878                       C2222K-NOTICE-DATE   BY RT-NOTICE-DATE
029884                       C2222K-STATUS        BY RT-STATUS
029890                       C2222K-CLOSE-DATE    BY RT-CLOSE-DATE.
029900**  THE TRANSFERS SUGGESTED THIS RUN, EACH MARKED ONCE APPROVED
030000 01  WS-SUGGESTION-TABLE.
030100     02  WS-SUGGESTION-ENTRY OCCURS 500 TIMES.
030200         03  WS-SG-FROM-STORE      PIC 9(03).
030300         03  WS-SG-TO-STORE        PIC 9(03).
030400         03  WS-SG-NAME            PIC X(50).
030500         03  WS-SG-LOT             PIC X(06).
030600         03  WS-SG-TO-LOT          PIC X(06).
030700         03  WS-SG-QTY             PIC 9(05).
030800         03  WS-SG-APPROVED-SWITCH PIC X(01).
030900             88  WS-SG-APPROVED-YES          VALUE "Y".
031000 01  WS-REPORT-HEADING-1.
031100     02  FILLER                    PIC X(40)
031200         VALUE "INTER-STORE REBALANCING".
031300     02  FILLER                    PIC X(14)
031400         VALUE "BUSINESS DATE ".
031500     02  RH-BUSINESS-DATE          PIC 9(08).
031600 01  WS-REPORT-HEADING-2.
031700     02  FILLER                    PIC X(37)
031800         VALUE "SUGGESTED TRANSFERS - SELL-IN WITHIN".
031900     02  RH-LOOKAHEAD-DAYS         PIC Z9.
032000     02  FILLER                    PIC X(05) VALUE " DAYS".
032100 01  WS-REPORT-HEADING-3.
032200     02  FILLER                    PIC X(51) VALUE "ITEM NAME".
032300     02  FILLER                    PIC X(07) VALUE "LOT".
032400     02  FILLER                    PIC X(05) VALUE "FROM".
032500     02  FILLER                    PIC X(04) VALUE "TO".
032600     02  FILLER                    PIC X(07) VALUE "INTO".
032700     02  FILLER                    PIC X(07) VALUE "  QTY".
032800     02  FILLER                    PIC X(09) VALUE "SELL-IN".
032900     02  FILLER                    PIC X(03) VALUE "DAY".
033000 01  WS-REPORT-HEADING-4.
033100     02  FILLER                    PIC X(40)
033200         VALUE "APPROVALS".
033300 01  WS-SUGGESTION-LINE.
033400     02  RS-NAME                   PIC X(50).
033500     02  FILLER                    PIC X(01) VALUE SPACES.
033600     02  RS-LOT                    PIC X(06).
033700     02  FILLER                    PIC X(01) VALUE SPACES.
033800     02  RS-FROM-STORE             PIC 9(03).
033900     02  FILLER                    PIC X(02) VALUE SPACES.
034000     02  RS-TO-STORE               PIC 9(03).
034100     02  FILLER                    PIC X(01) VALUE SPACES.
034200     02  RS-TO-LOT                 PIC X(06).
034300     02  FILLER                    PIC X(01) VALUE SPACES.
034400     02  RS-QTY                    PIC ZZZZ9.
034500     02  FILLER                    PIC X(02) VALUE SPACES.
034600     02  RS-SELLIN                 PIC ---9.
034700     02  FILLER                    PIC X(05) VALUE SPACES.
034800     02  RS-DAY                    PIC Z9.
034900 01  WS-APPROVAL-LINE.
035000     02  RA-FROM-STORE             PIC X(03).
035100     02  FILLER                    PIC X(01) VALUE SPACES.
035200     02  RA-TO-STORE               PIC X(03).
035300     02  FILLER                    PIC X(01) VALUE SPACES.
035400     02  RA-LOT                    PIC X(06).
035500     02  FILLER                    PIC X(01) VALUE SPACES.
035600     02  RA-NAME                   PIC X(50).
035700     02  FILLER                    PIC X(01) VALUE SPACES.
035800     02  RA-QTY                    PIC X(05).
035900     02  FILLER                    PIC X(01) VALUE SPACES.
036000     02  RA-RESULT                 PIC X(28).
036100 01  WS-REPORT-TRAILER-1.
036200     02  FILLER                    PIC X(30)
036300         VALUE "SHORT STORE ITEMS / SURPLUS   ".
036400     02  RT-SHORTFALLS             PIC ZZZZ9.
036500     02  FILLER                    PIC X(03) VALUE " / ".
036600     02  RT-SURPLUS                PIC ZZZZ9.
036700 01  WS-REPORT-TRAILER-2.
036800     02  FILLER                    PIC X(30)
036900         VALUE "TRANSFERS SUGGESTED / UNITS   ".
037000     02  RT-SUGGESTIONS            PIC ZZZZ9.
037100     02  FILLER                    PIC X(03) VALUE " / ".
037200     02  RT-SUGGESTED-UNITS        PIC ZZZZZZ9.
037300 01  WS-REPORT-TRAILER-3.
037400     02  FILLER                    PIC X(30)
037500         VALUE "APPROVALS READ / REJECTED     ".
037600     02  RT-APPROVAL-COUNT         PIC ZZZZ9.
037700     02  FILLER                    PIC X(03) VALUE " / ".
037800     02  RT-APPROVAL-REJECTS       PIC ZZZZ9.
037900 01  WS-REPORT-TRAILER-4.
038000     02  FILLER                    PIC X(30)
038100         VALUE "TRANSFER PAIRS WRITTEN / UNITS".
038200     02  RT-PAIRS-WRITTEN          PIC ZZZZ9.
038300     02  FILLER                    PIC X(03) VALUE " / ".
038400     02  RT-PAIRED-UNITS           PIC ZZZZZZ9.
038500 PROCEDURE DIVISION.
038600*****************************************************************
038700**  MAIN-PROCEDURE - LOADS THE SHORT STORES AND THE SALES RATES,
038800**                   FINDS THE SURPLUS LOTS, MATCHES THEM, AND
038900**                   WRITES THE PAIRS THE MANAGER APPROVED
039000*****************************************************************
039100 MAIN-PROCEDURE.
039200     PERFORM 1000-OPEN-FILES.
039300     IF WS-FILES-OPEN-YES THEN
039400         PERFORM 1200-LOAD-SHORTFALLS
039500         PERFORM 1400-LOAD-SALES-RATES
039600         PERFORM 2000-SCAN-MASTER
039700         WRITE RP-REPORT-LINE FROM WS-REPORT-HEADING-2
039800         WRITE RP-REPORT-LINE FROM WS-REPORT-HEADING-3
039900         PERFORM 3000-MATCH-ONE-SHORTFALL
040000             VARYING ZW-F FROM 1 BY 1
040100                 UNTIL ZW-F > WS-SHORTFALLS-LOADED
040200         MOVE SPACES TO RP-REPORT-LINE
040300         WRITE RP-REPORT-LINE
040400         WRITE RP-REPORT-LINE FROM WS-REPORT-HEADING-4
040500         PERFORM 4000-APPLY-APPROVALS
040600         PERFORM 5000-WRITE-TRAILER
040700         PERFORM 9000-CLOSE-FILES
040800     END-IF.
040900     PERFORM 9100-WRITE-RUN-LOG.
041000     MOVE VSP-RETURN-CODE TO RETURN-CODE.
041100     STOP RUN.
041200*****************************************************************
041300**  1000-OPEN-FILES - PICKS UP THE PARMS AND OPENS EVERYTHING.
041400**                   NO SALES HISTORY MEANS NO RATES, AND NO
041500**                   REBALAPR A DAY WITH NOTHING APPROVED - THE
041600**                   SUGGESTIONS STILL PRINT.  NO RECALLS
041650**                   MEANS NO RECALL HAS EVER BEEN TAKEN.  ANY
041700**                   OTHER OPEN FAILURE ABANDONS THE JOB WITH
041750**                   RC 12.
041800*****************************************************************
041900 1000-OPEN-FILES SECTION.
042000     PERFORM 1700-LOAD-DATE-PARM.
042100     PERFORM 1500-LOAD-LOOKAHEAD-PARM.
042150     PERFORM 1900-LOAD-RECALL-FILE.
042200     OPEN INPUT INVENTORY-MASTER-FILE.
042300     OPEN INPUT RECOMMENDATION-FILE.
042400     OPEN INPUT SALES-HISTORY-FILE.
042500     OPEN INPUT APPROVAL-FILE.
042600     OPEN OUTPUT REBALANCE-REPORT-FILE.
042700     OPEN OUTPUT TRANSFER-MOVEMENT-FILE.
042800     IF WS-INVMAST-STATUS EQUAL TO "00"
042900        AND WS-RECOMFIL-STATUS EQUAL TO "00"
043000        AND (WS-SALESHST-STATUS EQUAL TO "00"
043100             OR WS-SALESHST-STATUS EQUAL TO "35")
043200        AND (WS-REBALAPR-STATUS EQUAL TO "00"
043300             OR WS-REBALAPR-STATUS EQUAL TO "35")
043333        AND (WS-RECALLS-STATUS EQUAL TO "00"
043366             OR WS-RECALLS-STATUS EQUAL TO "35")
043400        AND WS-REBALRPT-STATUS EQUAL TO "00"
043500        AND WS-TRNMOVE-STATUS EQUAL TO "00" THEN
043600         MOVE "Y" TO WS-FILES-OPEN-SWITCH
043700         MOVE WS-RUN-DATE TO RH-BUSINESS-DATE
043800         MOVE WS-LOOKAHEAD-DAYS TO RH-LOOKAHEAD-DAYS
043900         WRITE RP-REPORT-LINE FROM WS-REPORT-HEADING-1
044000     ELSE
044100         MOVE 12 TO WS-CANDIDATE-RC
044200         PERFORM 8000-SET-RETURN-CODE
044300     END-IF.
044400*****************************************************************
044500**  1200-LOAD-SHORTFALLS - TAKES THE FORECAST'S REORDER LINES
044600**                   INTO THE SHORTFALL TABLE, ONE ENTRY PER STORE
044700**                   AND ITEM.  MORE THAN THE TABLE HOLDS ARE LEFT
044800**                   UNMATCHED WITH RC 4.
044900*****************************************************************
045000 1200-LOAD-SHORTFALLS SECTION.
045100     MOVE 0 TO WS-SHORTFALLS-LOADED.
045200     MOVE "N" TO WS-TABLE-FULL-SWITCH.
045300     PERFORM 1220-READ-RECOMMENDATION.
045400     PERFORM 1240-TAKE-ONE-RECOMMENDATION
045500         UNTIL WS-RECOM-EOF-YES.
045600     CLOSE RECOMMENDATION-FILE.
045700*****************************************************************
045800**  1220-READ-RECOMMENDATION - READ-AHEAD FOR THE LOAD LOOP
045900*****************************************************************
046000 1220-READ-RECOMMENDATION SECTION.
046100     READ RECOMMENDATION-FILE
046200         AT END
046300             MOVE "Y" TO WS-RECOM-EOF-SWITCH
046400     END-READ.
046500*****************************************************************
046600**  1240-TAKE-ONE-RECOMMENDATION - A REORDER LINE STARTS OR ADDS
046700**                   TO ITS STORE AND ITEM'S ENTRY - THE SOONEST
046800**                   DAY WINS, AND THE ORDER QUANTITY IS ON ONE
046900**                   LINE ONLY.  THE EDITED FIGURES COME BACK AS
047000**                   CHARACTERS - LEADING SPACES FROM THE REPORT
047100**                   EDIT ARE REFILLED WITH ZEROS BEFORE THE
047200**                   NUMERIC TEST.
047300*****************************************************************
047400 1240-TAKE-ONE-RECOMMENDATION SECTION.
047500     IF RF-ACTION NOT EQUAL TO "REORDER"
047600        OR RF-STORE-X IS NOT NUMERIC THEN
047700         GO TO 1240-NEXT
047800     END-IF.
047900     MOVE RF-STORE-X TO WS-FIND-STORE.
048000     MOVE RF-NAME TO WS-FIND-NAME.
048100     PERFORM 2250-FIND-SHORTFALL.
048200     IF WS-SHORTFALL-SLOT EQUAL TO 0 THEN
048300         IF WS-SHORTFALLS-LOADED EQUAL TO 500 THEN
048400             IF NOT WS-TABLE-FULL-YES THEN
048500                 MOVE "Y" TO WS-TABLE-FULL-SWITCH
048600                 DISPLAY "REORDER LINES OVER 500 - "
048700                         "REST NOT MATCHED"
048800                 MOVE 4 TO WS-CANDIDATE-RC
048900                 PERFORM 8000-SET-RETURN-CODE
049000             END-IF
049100             GO TO 1240-NEXT
049200         END-IF
049300         ADD 1 TO WS-SHORTFALLS-LOADED
049400         MOVE WS-SHORTFALLS-LOADED TO WS-SHORTFALL-SLOT
049500         MOVE WS-FIND-STORE TO WS-SF-STORE(WS-SHORTFALL-SLOT)
049600         MOVE WS-FIND-NAME TO WS-SF-NAME(WS-SHORTFALL-SLOT)
049700         MOVE 99 TO WS-SF-DAY(WS-SHORTFALL-SLOT)
049800         MOVE 0 TO WS-SF-NEED(WS-SHORTFALL-SLOT)
049900         MOVE 0 TO WS-SF-LEFT(WS-SHORTFALL-SLOT)
050000         MOVE SPACES TO WS-SF-LOT(WS-SHORTFALL-SLOT)
050100     END-IF.
050200     MOVE RF-DAY-X TO WS-DAY-WORK.
050300     INSPECT WS-DAY-WORK REPLACING LEADING SPACE BY "0".
050400     IF WS-DAY-WORK IS NUMERIC THEN
050500         IF WS-DAY-WORK LESS THAN WS-SF-DAY(WS-SHORTFALL-SLOT)
050600             MOVE WS-DAY-WORK TO WS-SF-DAY(WS-SHORTFALL-SLOT)
050700         END-IF
050800     END-IF.
050900     MOVE RF-ORDER-QTY-X TO WS-QTY-WORK.
051000     INSPECT WS-QTY-WORK REPLACING LEADING SPACE BY "0".
051100     IF WS-QTY-WORK IS NUMERIC THEN
051200         IF WS-QTY-WORK GREATER THAN "00000" THEN
051300             MOVE WS-QTY-WORK TO WS-SF-NEED(WS-SHORTFALL-SLOT)
051400             MOVE WS-QTY-WORK TO WS-SF-LEFT(WS-SHORTFALL-SLOT)
051500         END-IF
051600     END-IF.
051700 1240-NEXT.
051800     PERFORM 1220-READ-RECOMMENDATION.
051900*****************************************************************
052000**  1400-LOAD-SALES-RATES - TOTALS EACH STORE'S ITEM'S NEWEST 28
052100**                   DAYS OF SALES INTO THE RATE TABLE, AS THE
052200**                   FORECAST DOES.  NO HISTORY LEAVES EVERY STORE
052300**                   UNRATED.  MORE ITEMS THAN THE TABLE HOLDS ARE
052400**                   LEFT UNRATED WITH RC 4.
052500*****************************************************************
052600 1400-LOAD-SALES-RATES SECTION.
052700     MOVE 0 TO WS-RATES-LOADED.
052800     IF WS-SALESHST-STATUS NOT EQUAL TO "00" THEN
052900         GO TO 1400-EXIT
053000     END-IF.
053100     PERFORM 1420-READ-HISTORY-RECORD.
053200     PERFORM 1440-STORE-SALES-RATE
053300         UNTIL WS-HIST-EOF-YES
053400            OR WS-RATES-LOADED EQUAL TO 500.
053500     IF NOT WS-HIST-EOF-YES THEN
053600         DISPLAY "SALES HISTORY OVER 500 ITEMS - REST NOT RATED"
053700         MOVE 4 TO WS-CANDIDATE-RC
053800         PERFORM 8000-SET-RETURN-CODE
053900     END-IF.
054000     CLOSE SALES-HISTORY-FILE.
054100 1400-EXIT.
054200     EXIT.
054300*****************************************************************
054400**  1420-READ-HISTORY-RECORD - READ-AHEAD FOR THE LOAD LOOP
054500*****************************************************************
054600 1420-READ-HISTORY-RECORD SECTION.
054700     READ SALES-HISTORY-FILE
054800         AT END
054900             MOVE "Y" TO WS-HIST-EOF-SWITCH
055000     END-READ.
055100*****************************************************************
055200**  1440-STORE-SALES-RATE - TOTALS ONE HISTORY RECORD'S NEWEST 28
055300**                   DAYS INTO THE NEXT TABLE SLOT AND READS THE
055400**                   NEXT.  THE TRAILER AND ITEMS WITH NO SALES IN
055500**                   THE 28 DAYS ARE SKIPPED.
055600*****************************************************************
055700 1440-STORE-SALES-RATE SECTION.
055800     IF C2222S-NAME EQUAL TO "*CONTROL*" THEN
055900         GO TO 1440-NEXT
056000     END-IF.
056100     MOVE 0 TO WS-RATE-UNITS.
056200     PERFORM 1460-ADD-ONE-DAY
056300         VARYING ZW-S FROM 1 BY 1
056400             UNTIL ZW-S > 28.
056500     IF WS-RATE-UNITS GREATER THAN 0 THEN
056600         ADD 1 TO WS-RATES-LOADED
056700         MOVE C2222S-STORE TO WS-SR-STORE(WS-RATES-LOADED)
056800         MOVE C2222S-NAME TO WS-SR-NAME(WS-RATES-LOADED)
056900         MOVE WS-RATE-UNITS TO WS-SR-UNITS(WS-RATES-LOADED)
057000     END-IF.
057100 1440-NEXT.
057200     PERFORM 1420-READ-HISTORY-RECORD.
057300*****************************************************************
057400**  1460-ADD-ONE-DAY - ADDS ONE DAY'S UNITS INTO THE RATE TOTAL
057500*****************************************************************
057600 1460-ADD-ONE-DAY SECTION.
057700     IF C2222S-DAY-UNITS(ZW-S) IS NUMERIC THEN
057800         ADD C2222S-DAY-UNITS(ZW-S) TO WS-RATE-UNITS
057900     END-IF.
058000*****************************************************************
058100**  1500-LOAD-LOOKAHEAD-PARM - THE FORECAST'S LOOKAHEAD, SO A LOT
058200**                   IS SURPLUS OVER THE SAME WINDOW THE FORECAST
058300**                   FLAGGED THE SHORT STORES IN.  A MISSING OR
058400**                   UNUSABLE PARM FALLS BACK TO 7 DAYS, AS THERE.
058500*****************************************************************
058600 1500-LOAD-LOOKAHEAD-PARM SECTION.
058700     MOVE 7 TO WS-LOOKAHEAD-DAYS.
058800     OPEN INPUT FORECAST-PARM-FILE.
058900     IF WS-FCSTPARM-STATUS EQUAL TO "00" THEN
059000         READ FORECAST-PARM-FILE
059100             AT END
059200                 CONTINUE
059300         END-READ
059400         IF WS-FCSTPARM-STATUS EQUAL TO "00"
059500            AND PR-LOOKAHEAD-DAYS IS NUMERIC
059600            AND PR-LOOKAHEAD-DAYS GREATER THAN 0 THEN
059700             MOVE PR-LOOKAHEAD-DAYS TO WS-LOOKAHEAD-DAYS
059800         END-IF
059900         CLOSE FORECAST-PARM-FILE
060000     END-IF.
060100*****************************************************************
060200**  1700-LOAD-DATE-PARM - SETS THE BUSINESS DATE FROM DATEPARM,
060300**                   FALLING BACK TO TODAY WHEN THE PARM IS
060400**                   MISSING OR UNUSABLE, AND TAKES ITS SERIAL DAY
060500**                   NUMBER FOR THE SELL-IN ARITHMETIC
060600*****************************************************************
060700 1700-LOAD-DATE-PARM SECTION.
060800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
060900     OPEN INPUT DATE-PARM-FILE.
061000     IF WS-DATEPARM-STATUS EQUAL TO "00" THEN
061100         READ DATE-PARM-FILE
061200             AT END
061300                 CONTINUE
061400         END-READ
061500         IF WS-DATEPARM-STATUS EQUAL TO "00" THEN
061600             IF DP-BUSINESS-DATE IS NUMERIC
061700                AND DP-BUSINESS-DATE GREATER THAN 0 THEN
061800                 MOVE DP-BUSINESS-DATE TO WS-RUN-DATE
061900             END-IF
062000         END-IF
062100         CLOSE DATE-PARM-FILE
062200     END-IF.
062300     CALL "C2222W" USING WS-RUN-DATE WS-RUN-DATE-SERIAL
062400     END-CALL.
062401*****************************************************************
062402**  1900-LOAD-RECALL-FILE - LOADS THE OPEN RECALL NOTICES INTO
062403**                   THE RECALL TABLE, AS THE NIGHTLY PASS DOES.
062404**                   ONE THAT IS THERE BUT UNREADABLE LEAVES ITS
062405**                   STATUS FOR 1000 TO REFUSE THE RUN ON.  A
062406**                   CLOSED NOTICE FREEZES NOTHING.
062407*****************************************************************
062408 1900-LOAD-RECALL-FILE SECTION.
062409     MOVE 0 TO WS-RECALLS-LOADED.
062410     MOVE "N" TO WS-RECALL-EOF-SWITCH.
062411     OPEN INPUT RECALL-FILE.
062412     IF WS-RECALLS-STATUS NOT EQUAL TO "00" THEN
062413         IF WS-RECALLS-STATUS NOT EQUAL TO "35" THEN
062414             DISPLAY "RECALL FILE UNREADABLE - STATUS "
062415                 WS-RECALLS-STATUS
062416         END-IF
062417         GO TO 1900-EXIT
062418     END-IF.
062419     PERFORM 1920-READ-RECALL-RECORD.
062420     PERFORM 1940-STORE-RECALL-RECORD
062421         UNTIL WS-RECALL-EOF-YES
062422            OR WS-RECALLS-LOADED EQUAL TO 100.
062423     IF NOT WS-RECALL-EOF-YES THEN
062424         DISPLAY "OPEN RECALLS EXCEED 100 - REST IGNORED"
062425         MOVE 8 TO WS-CANDIDATE-RC
062426         PERFORM 8000-SET-RETURN-CODE
062427     END-IF.
062428     CLOSE RECALL-FILE.
062429 1900-EXIT.
062430     EXIT.
062431*****************************************************************
062432**  1920-READ-RECALL-RECORD - READ-AHEAD FOR THE LOAD LOOP
062433*****************************************************************
062434 1920-READ-RECALL-RECORD SECTION.
062435     READ RECALL-FILE
062436         AT END
062437             MOVE "Y" TO WS-RECALL-EOF-SWITCH
062438     END-READ.
062439*****************************************************************
062440**  1940-STORE-RECALL-RECORD - MOVES ONE OPEN NOTICE INTO THE
062441**                   NEXT TABLE SLOT AND READS THE NEXT.  A DATE
062442**                   RANGE THAT IS NOT NUMERIC RUNS AS NO RANGE.
062443*****************************************************************
062444 1940-STORE-RECALL-RECORD SECTION.
062445     IF C2222K-STATUS OF RC-RECALL-RECORD NOT EQUAL TO "C" THEN
062446         ADD 1 TO WS-RECALLS-LOADED
062447         MOVE RC-RECALL-RECORD
062448             TO WS-RECALL-ENTRY(WS-RECALLS-LOADED)
062449         IF RT-RECEIVED-FROM(WS-RECALLS-LOADED) IS NOT NUMERIC
062450         THEN
062451             MOVE 0 TO RT-RECEIVED-FROM(WS-RECALLS-LOADED)
062452         END-IF
062453         IF RT-RECEIVED-TO(WS-RECALLS-LOADED) IS NOT NUMERIC THEN
062454             MOVE 0 TO RT-RECEIVED-TO(WS-RECALLS-LOADED)
062455         END-IF
062456     END-IF.
062457     PERFORM 1920-READ-RECALL-RECORD.
062500*****************************************************************
062600**  2000-SCAN-MASTER - READS THE MASTER THROUGH ONCE, HOLDING THE
062700**                   SHORT STORES' LOTS AND THE SURPLUS LOTS
062800*****************************************************************
062900 2000-SCAN-MASTER SECTION.
063000     MOVE "N" TO WS-TABLE-FULL-SWITCH.
063100     PERFORM 2100-READ-MASTER-RECORD.
063200     PERFORM 2200-TAKE-ONE-LOT
063300         UNTIL WS-MAST-EOF-YES.
063400*****************************************************************
063500**  2100-READ-MASTER-RECORD - READ-AHEAD FOR THE SCAN LOOP
063600*****************************************************************
063700 2100-READ-MASTER-RECORD SECTION.
063800     READ INVENTORY-MASTER-FILE
063900         AT END
064000             MOVE "Y" TO WS-MAST-EOF-SWITCH
064100     END-READ.
064200*****************************************************************
064300**  2200-TAKE-ONE-LOT - A SHORT STORE'S LOT OF ITS SHORT ITEM IS
064400**                   HELD AS SOMEWHERE TO RECEIVE INTO, AND IS
064500**                   NEVER SURPLUS.  ANY OTHER SELLABLE LOT WHOSE
064600**                   SELL-IN FALLS INSIDE THE LOOKAHEAD IS SURPLUS
064700**                   BY WHAT ITS STORE WILL NOT SELL BEFORE THEN.
064800**                   A LOT WITH A FIELD NOT NUMERIC IS LEFT ALONE
064900**                   - C2222E REPORTS IT.  A LOT UNDER AN OPEN
064933**                   RECALL IS FROZEN, SO IT IS NEITHER HELD TO
064966**                   RECEIVE INTO NOR SURPLUS.
065000*****************************************************************
065100 2200-TAKE-ONE-LOT SECTION.
065200     IF CT-CONTROL-ID EQUAL TO "*CONTROL*" THEN
065300         GO TO 2200-NEXT
065400     END-IF.
065500     ADD 1 TO WS-RECORD-COUNT.
065600     IF IM-QUALITY IS NUMERIC THEN
065700         ADD IM-QUALITY TO WS-IN-QUALITY-HASH
065800     END-IF.
065900     IF IM-STORE IS NOT NUMERIC
066000        OR IM-QUALITY IS NOT NUMERIC
066100        OR IM-SELLIN IS NOT NUMERIC
066200        OR IM-QTY-ON-HAND IS NOT NUMERIC
066300        OR IM-EXPIRY-DATE IS NOT NUMERIC THEN
066400         GO TO 2200-NEXT
066500     END-IF.
066520     PERFORM 2350-CHECK-RECALL.
066540     IF WS-RECALL-MATCH-YES THEN
066560         GO TO 2200-NEXT
066580     END-IF.
066600     MOVE IM-STORE TO WS-FIND-STORE.
066700     MOVE IM-NAME TO WS-FIND-NAME.
066800     PERFORM 2250-FIND-SHORTFALL.
066900     IF WS-SHORTFALL-SLOT GREATER THAN 0 THEN
067000         IF IM-QUALITY GREATER THAN 0 THEN
067100             PERFORM 2300-HOLD-RECEIVING-LOT
067200         END-IF
067300         GO TO 2200-NEXT
067400     END-IF.
067500     IF IM-QUALITY EQUAL TO 0
067600        OR IM-QTY-ON-HAND EQUAL TO 0 THEN
067700         GO TO 2200-NEXT
067800     END-IF.
067900     PERFORM 2450-DERIVE-LOT-SELLIN.
068000     IF WS-SELLIN-WORK LESS THAN 1
068100        OR WS-SELLIN-WORK GREATER THAN WS-LOOKAHEAD-DAYS THEN
068200         GO TO 2200-NEXT
068300     END-IF.
068400     PERFORM 2500-FIND-SALES-RATE.
068500     COMPUTE WS-SELL-BEFORE = WS-DAILY-RATE * WS-SELLIN-WORK.
068600     COMPUTE WS-SURPLUS-QTY = IM-QTY-ON-HAND - WS-SELL-BEFORE.
068700     IF WS-SURPLUS-QTY NOT GREATER THAN 0 THEN
068800         GO TO 2200-NEXT
068900     END-IF.
069000     IF WS-SURPLUS-LOADED EQUAL TO 500 THEN
069100         IF NOT WS-TABLE-FULL-YES THEN
069200             MOVE "Y" TO WS-TABLE-FULL-SWITCH
069300             DISPLAY "SURPLUS LOTS OVER 500 - REST NOT MATCHED"
069400             MOVE 4 TO WS-CANDIDATE-RC
069500             PERFORM 8000-SET-RETURN-CODE
069600         END-IF
069700         GO TO 2200-NEXT
069800     END-IF.
069900     ADD 1 TO WS-SURPLUS-LOADED.
070000     MOVE IM-STORE TO WS-SP-STORE(WS-SURPLUS-LOADED).
070100     MOVE IM-NAME TO WS-SP-NAME(WS-SURPLUS-LOADED).
070200     MOVE IM-LOT-NUMBER TO WS-SP-LOT(WS-SURPLUS-LOADED).
070300     MOVE WS-SELLIN-WORK TO WS-SP-SELLIN(WS-SURPLUS-LOADED).
070400     MOVE WS-SURPLUS-QTY TO WS-SP-LEFT(WS-SURPLUS-LOADED).
070500 2200-NEXT.
070600     PERFORM 2100-READ-MASTER-RECORD.
070700*****************************************************************
070800**  2250-FIND-SHORTFALL - THE SHORTFALL ENTRY FOR WS-FIND-STORE
070900**                   AND WS-FIND-NAME, OR ZERO
071000*****************************************************************
071100 2250-FIND-SHORTFALL SECTION.
071200     MOVE 0 TO WS-SHORTFALL-SLOT.
071300     PERFORM 2260-MATCH-ONE-SHORTFALL
071400         VARYING ZW-F FROM 1 BY 1
071500             UNTIL ZW-F > WS-SHORTFALLS-LOADED
071600                OR WS-SHORTFALL-SLOT GREATER THAN 0.
071700*****************************************************************
071800**  2260-MATCH-ONE-SHORTFALL - ONE SHORTFALL ENTRY AGAINST THE
071900**                   STORE AND ITEM SOUGHT
072000*****************************************************************
072100 2260-MATCH-ONE-SHORTFALL SECTION.
072200     IF WS-SF-STORE(ZW-F) EQUAL TO WS-FIND-STORE
072300        AND WS-SF-NAME(ZW-F) EQUAL TO WS-FIND-NAME THEN
072400         MOVE ZW-F TO WS-SHORTFALL-SLOT
072500     END-IF.
072600*****************************************************************
072700**  2300-HOLD-RECEIVING-LOT - HOLDS ONE SELLABLE LOT OF A SHORT
072800**                   STORE'S ITEM.  THE MASTER ARRIVES IN RECEIVED
072900**                   ORDER WITHIN THE ITEM, SO THE FIRST ONE HELD
073000**                   IS THE OLDEST.
073100*****************************************************************
073200 2300-HOLD-RECEIVING-LOT SECTION.
073300     IF WS-SF-LOT(WS-SHORTFALL-SLOT) EQUAL TO SPACES THEN
073400         MOVE IM-LOT-NUMBER TO WS-SF-LOT(WS-SHORTFALL-SLOT)
073500     END-IF.
073600     IF WS-RECEIVING-LOADED LESS THAN 1000 THEN
073700         ADD 1 TO WS-RECEIVING-LOADED
073800         MOVE WS-SHORTFALL-SLOT TO WS-RL-SLOT(WS-RECEIVING-LOADED)
073900         MOVE IM-LOT-NUMBER TO WS-RL-LOT(WS-RECEIVING-LOADED)
074000     END-IF.
074001*****************************************************************
074002**  2350-CHECK-RECALL - SETS WS-RECALL-MATCH-SWITCH WHEN THE LOT
074003**                   FALLS UNDER ANY OPEN RECALL NOTICE
074004*****************************************************************
074005 2350-CHECK-RECALL SECTION.
074006     MOVE "N" TO WS-RECALL-MATCH-SWITCH.
074007     PERFORM 2360-MATCH-ONE-RECALL
074008         VARYING ZW-K FROM 1 BY 1
074009             UNTIL ZW-K > WS-RECALLS-LOADED
074010                OR WS-RECALL-MATCH-YES.
074011*****************************************************************
074012**  2360-MATCH-ONE-RECALL - TESTS THE LOT AGAINST ONE NOTICE,
074013**                   BY THE NIGHTLY PASS'S RULES.  THE NAME MUST
074014**                   MATCH, AND THE VENDOR UNLESS THE NOTICE
074015**                   NAMES NONE.  A LOT RANGE WINS OVER A
074016**                   RECEIVED-DATE RANGE; A NOTICE WITH NEITHER
074017**                   RECALLS EVERY LOT.
074018*****************************************************************
074019 2360-MATCH-ONE-RECALL SECTION.
074020     IF RT-NAME(ZW-K) NOT EQUAL TO IM-NAME THEN
074021         GO TO 2360-EXIT
074022     END-IF.
074023     IF RT-VENDOR-CODE(ZW-K) NOT EQUAL TO SPACES
074024        AND RT-VENDOR-CODE(ZW-K) NOT EQUAL TO IM-VENDOR-CODE
074025     THEN
074026         GO TO 2360-EXIT
074027     END-IF.
074028     IF RT-LOT-FROM(ZW-K) NOT EQUAL TO SPACES THEN
074029         IF IM-LOT-NUMBER LESS THAN RT-LOT-FROM(ZW-K) THEN
074030             GO TO 2360-EXIT
074031         END-IF
074032         IF RT-LOT-TO(ZW-K) EQUAL TO SPACES
074033            AND IM-LOT-NUMBER GREATER THAN RT-LOT-FROM(ZW-K)
074034         THEN
074035             GO TO 2360-EXIT
074036         END-IF
074037         IF RT-LOT-TO(ZW-K) NOT EQUAL TO SPACES
074038            AND IM-LOT-NUMBER GREATER THAN RT-LOT-TO(ZW-K)
074039         THEN
074040             GO TO 2360-EXIT
074041         END-IF
074042     ELSE
074043         IF RT-RECEIVED-FROM(ZW-K) GREATER THAN 0 THEN
074044             IF IM-RECEIVED-DATE LESS THAN
074045                RT-RECEIVED-FROM(ZW-K) THEN
074046                 GO TO 2360-EXIT
074047             END-IF
074048             IF RT-RECEIVED-TO(ZW-K) GREATER THAN 0
074049                AND IM-RECEIVED-DATE GREATER THAN
074050                    RT-RECEIVED-TO(ZW-K) THEN
074051                 GO TO 2360-EXIT
074052             END-IF
074053         END-IF
074054     END-IF.
074055     MOVE "Y" TO WS-RECALL-MATCH-SWITCH.
074056 2360-EXIT.
074057     EXIT.
074100*****************************************************************
074200**  2450-DERIVE-LOT-SELLIN - THE LOT'S SELL-IN FROM ITS EXPIRY
074300**                   AND THE BUSINESS DATE, SAME AS THE NIGHTLY
074400**                   PASS.  A ZERO OR UNUSABLE EXPIRY IS A LEGACY
074500**                   RECORD AND KEEPS THE SELL-IN IT CARRIES.
074600*****************************************************************
074700 2450-DERIVE-LOT-SELLIN SECTION.
074800     MOVE IM-SELLIN TO WS-SELLIN-WORK.
074900     IF IM-EXPIRY-DATE EQUAL TO 0 THEN
075000         GO TO 2450-EXIT
075100     END-IF.
075200     CALL "C2222W" USING IM-EXPIRY-DATE WS-EXPIRY-SERIAL
075300     END-CALL.
075400     IF WS-EXPIRY-SERIAL EQUAL TO 0
075500        OR WS-RUN-DATE-SERIAL EQUAL TO 0 THEN
075600         GO TO 2450-EXIT
075700     END-IF.
075800     COMPUTE WS-SELLIN-WORK =
075900         WS-EXPIRY-SERIAL - WS-RUN-DATE-SERIAL.
076000     IF WS-SELLIN-WORK LESS THAN -999 THEN
076100         MOVE -999 TO WS-SELLIN-WORK
076200     END-IF.
076300     IF WS-SELLIN-WORK GREATER THAN 999 THEN
076400         MOVE 999 TO WS-SELLIN-WORK
076500     END-IF.
076600 2450-EXIT.
076700     EXIT.
076800*****************************************************************
076900**  2500-FIND-SALES-RATE - THE DAILY SALES RATE OF WS-FIND-STORE
077000**                   AND WS-FIND-NAME OVER THE LAST 28 DAYS, ZERO
077100**                   FOR A STORE THAT HAS NOT SOLD IT
077200*****************************************************************
077300 2500-FIND-SALES-RATE SECTION.
077400     MOVE "N" TO WS-RATE-FOUND-SWITCH.
077500     MOVE 0 TO WS-RATE-UNITS.
077600     PERFORM 2550-MATCH-ONE-RATE
077700         VARYING ZW-S FROM 1 BY 1
077800             UNTIL ZW-S > WS-RATES-LOADED
077900                OR WS-RATE-FOUND-YES.
078000     COMPUTE WS-DAILY-RATE ROUNDED = WS-RATE-UNITS / 28.
078100*****************************************************************
078200**  2550-MATCH-ONE-RATE - ONE SALES-RATE ENTRY AGAINST THE STORE
078300**                   AND ITEM SOUGHT
078400*****************************************************************
078500 2550-MATCH-ONE-RATE SECTION.
078600     IF WS-SR-STORE(ZW-S) EQUAL TO WS-FIND-STORE
078700        AND WS-SR-NAME(ZW-S) EQUAL TO WS-FIND-NAME THEN
078800         MOVE "Y" TO WS-RATE-FOUND-SWITCH
078900         MOVE WS-SR-UNITS(ZW-S) TO WS-RATE-UNITS
079000     END-IF.
079100*****************************************************************
079200**  3000-MATCH-ONE-SHORTFALL - OFFERS A SHORT STORE'S ITEM EVERY
079300**                   SURPLUS LOT OF IT AT ANOTHER STORE, IN MASTER
079400**                   ORDER, UNTIL ITS ORDER QUANTITY IS MET.  A
079500**                   STORE WITH NO SELLABLE LOT TO POST INTO IS
079600**                   PASSED OVER.
079700*****************************************************************
079800 3000-MATCH-ONE-SHORTFALL SECTION.
079900     IF WS-SF-LOT(ZW-F) EQUAL TO SPACES THEN
080000         GO TO 3000-EXIT
080100     END-IF.
080200     MOVE WS-SF-STORE(ZW-F) TO WS-FIND-STORE.
080300     MOVE WS-SF-NAME(ZW-F) TO WS-FIND-NAME.
080400     PERFORM 2500-FIND-SALES-RATE.
080500     MOVE WS-DAILY-RATE TO WS-RECEIVER-RATE.
080600     PERFORM 3100-TRY-ONE-SURPLUS-LOT
080700         VARYING ZW-P FROM 1 BY 1
080800             UNTIL ZW-P > WS-SURPLUS-LOADED.
080900 3000-EXIT.
081000     EXIT.
081100*****************************************************************
081200**  3100-TRY-ONE-SURPLUS-LOT - SUGGESTS WHAT OF ONE SURPLUS LOT
081300**                   THE SHORT STORE CAN TAKE - NO MORE THAN IS
081400**                   LEFT OF ITS ORDER QUANTITY, AND NO MORE THAN
081500**                   IT CAN SELL BEFORE THE LOT'S SELL-IN AT ITS
081600**                   OWN RATE WHERE IT HAS ONE
081700*****************************************************************
081800 3100-TRY-ONE-SURPLUS-LOT SECTION.
081900     IF WS-SP-NAME(ZW-P) NOT EQUAL TO WS-SF-NAME(ZW-F)
082000        OR WS-SP-STORE(ZW-P) EQUAL TO WS-SF-STORE(ZW-F)
082100        OR WS-SP-LEFT(ZW-P) EQUAL TO 0 THEN
082200         GO TO 3100-EXIT
082300     END-IF.
082400     IF WS-SF-NEED(ZW-F) GREATER THAN 0
082500        AND WS-SF-LEFT(ZW-F) EQUAL TO 0 THEN
082600         GO TO 3100-EXIT
082700     END-IF.
082800     MOVE WS-SP-LEFT(ZW-P) TO WS-TRANSFER-QTY.
082900     IF WS-SF-NEED(ZW-F) GREATER THAN 0
083000        AND WS-SF-LEFT(ZW-F) LESS THAN WS-TRANSFER-QTY THEN
083100         MOVE WS-SF-LEFT(ZW-F) TO WS-TRANSFER-QTY
083200     END-IF.
083300     IF WS-RECEIVER-RATE GREATER THAN 0 THEN
083400         COMPUTE WS-SELL-BEFORE =
083500             WS-RECEIVER-RATE * WS-SP-SELLIN(ZW-P)
083600         IF WS-SELL-BEFORE LESS THAN WS-TRANSFER-QTY THEN
083700             MOVE WS-SELL-BEFORE TO WS-TRANSFER-QTY
083800         END-IF
083900     END-IF.
084000     IF WS-TRANSFER-QTY EQUAL TO 0 THEN
084100         GO TO 3100-EXIT
084200     END-IF.
084300     IF WS-SUGGESTIONS-LOADED EQUAL TO 500 THEN
084400         DISPLAY "TRANSFER SUGGESTIONS OVER 500 - REST DROPPED"
084500         MOVE 4 TO WS-CANDIDATE-RC
084600         PERFORM 8000-SET-RETURN-CODE
084700         MOVE WS-SURPLUS-LOADED TO ZW-P
084800         GO TO 3100-EXIT
084900     END-IF.
085000     PERFORM 3200-PICK-RECEIVING-LOT.
085100     ADD 1 TO WS-SUGGESTIONS-LOADED.
085200     MOVE WS-SP-STORE(ZW-P)
085300         TO WS-SG-FROM-STORE(WS-SUGGESTIONS-LOADED).
085400     MOVE WS-SF-STORE(ZW-F)
085500         TO WS-SG-TO-STORE(WS-SUGGESTIONS-LOADED).
085600     MOVE WS-SP-NAME(ZW-P) TO WS-SG-NAME(WS-SUGGESTIONS-LOADED).
085700     MOVE WS-SP-LOT(ZW-P) TO WS-SG-LOT(WS-SUGGESTIONS-LOADED).
085800     MOVE WS-TO-LOT TO WS-SG-TO-LOT(WS-SUGGESTIONS-LOADED).
085900     MOVE WS-TRANSFER-QTY TO WS-SG-QTY(WS-SUGGESTIONS-LOADED).
086000     MOVE "N" TO WS-SG-APPROVED-SWITCH(WS-SUGGESTIONS-LOADED).
086100     SUBTRACT WS-TRANSFER-QTY FROM WS-SP-LEFT(ZW-P).
086200     IF WS-SF-NEED(ZW-F) GREATER THAN 0 THEN
086300         SUBTRACT WS-TRANSFER-QTY FROM WS-SF-LEFT(ZW-F)
086400     END-IF.
086500     ADD WS-TRANSFER-QTY TO WS-SUGGESTED-UNITS.
086600     MOVE WS-SP-NAME(ZW-P) TO RS-NAME.
086700     MOVE WS-SP-LOT(ZW-P) TO RS-LOT.
086800     MOVE WS-SP-STORE(ZW-P) TO RS-FROM-STORE.
086900     MOVE WS-SF-STORE(ZW-F) TO RS-TO-STORE.
087000     MOVE WS-TO-LOT TO RS-TO-LOT.
087100     MOVE WS-TRANSFER-QTY TO RS-QTY.
087200     MOVE WS-SP-SELLIN(ZW-P) TO RS-SELLIN.
087300     MOVE WS-SF-DAY(ZW-F) TO RS-DAY.
087400     WRITE RP-REPORT-LINE FROM WS-SUGGESTION-LINE.
087500 3100-EXIT.
087600     EXIT.
087700*****************************************************************
087800**  3200-PICK-RECEIVING-LOT - THE SHORT STORE'S OWN LOT OF THE
087900**                   SAME NUMBER IF IT HOLDS ONE SELLABLE, ELSE
088000**                   ITS OLDEST SELLABLE LOT OF THE ITEM
088100*****************************************************************
088200 3200-PICK-RECEIVING-LOT SECTION.
088300     MOVE WS-SF-LOT(ZW-F) TO WS-TO-LOT.
088400     MOVE "N" TO WS-SAME-LOT-SWITCH.
088500     PERFORM 3250-MATCH-ONE-RECEIVING-LOT
088600         VARYING ZW-L FROM 1 BY 1
088700             UNTIL ZW-L > WS-RECEIVING-LOADED
088800                OR WS-SAME-LOT-YES.
088900     IF WS-SAME-LOT-YES THEN
089000         MOVE WS-SP-LOT(ZW-P) TO WS-TO-LOT
089100     END-IF.
089200*****************************************************************
089300**  3250-MATCH-ONE-RECEIVING-LOT - ONE HELD LOT AGAINST THE
089400**                   SURPLUS LOT'S NUMBER
089500*****************************************************************
089600 3250-MATCH-ONE-RECEIVING-LOT SECTION.
089700     IF WS-RL-SLOT(ZW-L) EQUAL TO ZW-F
089800        AND WS-RL-LOT(ZW-L) EQUAL TO WS-SP-LOT(ZW-P) THEN
089900         MOVE "Y" TO WS-SAME-LOT-SWITCH
090000     END-IF.
090100*****************************************************************
090200**  4000-APPLY-APPROVALS - TAKES EACH APPROVAL CARD IN TURN.  NO
090300**                   CARDS MEANS NOTHING IS APPROVED YET.
090400*****************************************************************
090500 4000-APPLY-APPROVALS SECTION.
090600     IF WS-REBALAPR-STATUS NOT EQUAL TO "00" THEN
090700         GO TO 4000-EXIT
090800     END-IF.
090900     PERFORM 4100-READ-APPROVAL.
091000     PERFORM 4200-APPLY-ONE-APPROVAL
091100         UNTIL WS-APPR-EOF-YES.
091200     CLOSE APPROVAL-FILE.
091300 4000-EXIT.
091400     EXIT.
091500*****************************************************************
091600**  4100-READ-APPROVAL - READ-AHEAD FOR THE APPROVAL LOOP
091700*****************************************************************
091800 4100-READ-APPROVAL SECTION.
091900     READ APPROVAL-FILE
092000         AT END
092100             MOVE "Y" TO WS-APPR-EOF-SWITCH
092200     END-READ.
092300*****************************************************************
092400**  4200-APPLY-ONE-APPROVAL - EDITS ONE APPROVAL AND WRITES ITS
092500**                   TRANSFER PAIR IF CLEAN, LISTS IT EITHER WAY,
092600**                   AND READS THE NEXT.  A REJECTED CARD RAISES
092700**                   RC 4.
092800*****************************************************************
092900 4200-APPLY-ONE-APPROVAL SECTION.
093000     ADD 1 TO WS-APPROVAL-COUNT.
093100     MOVE "N" TO WS-REJECT-SWITCH.
093200     MOVE SPACES TO WS-REJECT-REASON.
093300     PERFORM 4300-EDIT-APPROVAL.
093400     MOVE AA-FROM-STORE-X TO RA-FROM-STORE.
093500     MOVE AA-TO-STORE-X TO RA-TO-STORE.
093600     MOVE AA-LOT-NUMBER TO RA-LOT.
093700     MOVE AA-NAME TO RA-NAME.
093800     MOVE AA-QTY-X TO RA-QTY.
093900     IF WS-REJECT-YES THEN
094000         ADD 1 TO WS-APPROVAL-REJECTS
094100         MOVE WS-REJECT-REASON TO RA-RESULT
094200         WRITE RP-REPORT-LINE FROM WS-APPROVAL-LINE
094300         MOVE 4 TO WS-CANDIDATE-RC
094400         PERFORM 8000-SET-RETURN-CODE
094500         GO TO 4200-NEXT
094600     END-IF.
094700     MOVE AA-QTY-X TO WS-TRANSFER-QTY.
094800     PERFORM 4500-WRITE-TRANSFER-PAIR.
094900     MOVE "Y" TO WS-SG-APPROVED-SWITCH(WS-SUGGESTION-SLOT).
095000     MOVE "TRANSFER PAIR WRITTEN" TO RA-RESULT.
095100     WRITE RP-REPORT-LINE FROM WS-APPROVAL-LINE.
095200 4200-NEXT.
095300     PERFORM 4100-READ-APPROVAL.
095400*****************************************************************
095500**  4300-EDIT-APPROVAL - BOTH STORES AND THE QUANTITY MUST BE
095600**                   NUMERIC AND THE QUANTITY ABOVE ZERO.  THE
095700**                   CARD MUST NAME A TRANSFER SUGGESTED THIS RUN,
095800**                   NOT APPROVED ALREADY, AND ASK FOR NO MORE
095900**                   THAN WAS SUGGESTED - THE SURPLUS IS ONLY
096000**                   WHAT THE SENDING STORE WILL NOT SELL ITSELF.
096100*****************************************************************
096200 4300-EDIT-APPROVAL SECTION.
096300     IF AA-FROM-STORE-X IS NOT NUMERIC
096400        OR AA-TO-STORE-X IS NOT NUMERIC THEN
096500         MOVE "Y" TO WS-REJECT-SWITCH
096600         MOVE "STORE NOT NUMERIC" TO WS-REJECT-REASON
096700         GO TO 4300-EXIT
096800     END-IF.
096900     IF AA-QTY-X IS NOT NUMERIC THEN
097000         MOVE "Y" TO WS-REJECT-SWITCH
097100         MOVE "QUANTITY NOT NUMERIC" TO WS-REJECT-REASON
097200         GO TO 4300-EXIT
097300     END-IF.
097400     IF AA-QTY-X EQUAL TO "00000" THEN
097500         MOVE "Y" TO WS-REJECT-SWITCH
097600         MOVE "QUANTITY ZERO" TO WS-REJECT-REASON
097700         GO TO 4300-EXIT
097800     END-IF.
097900     MOVE 0 TO WS-SUGGESTION-SLOT.
098000     PERFORM 4350-CHECK-ONE-SUGGESTION
098100         VARYING ZW-G FROM 1 BY 1
098200             UNTIL ZW-G > WS-SUGGESTIONS-LOADED
098300                OR WS-SUGGESTION-SLOT GREATER THAN 0.
098400     IF WS-SUGGESTION-SLOT EQUAL TO 0 THEN
098500         MOVE "Y" TO WS-REJECT-SWITCH
098600         MOVE "NOT A SUGGESTED TRANSFER" TO WS-REJECT-REASON
098700         GO TO 4300-EXIT
098800     END-IF.
098900     IF WS-SG-APPROVED-YES(WS-SUGGESTION-SLOT) THEN
099000         MOVE "Y" TO WS-REJECT-SWITCH
099100         MOVE "APPROVED TWICE" TO WS-REJECT-REASON
099200         GO TO 4300-EXIT
099300     END-IF.
099400     MOVE AA-QTY-X TO WS-TRANSFER-QTY.
099500     IF WS-TRANSFER-QTY GREATER THAN
099600        WS-SG-QTY(WS-SUGGESTION-SLOT) THEN
099700         MOVE "Y" TO WS-REJECT-SWITCH
099800         MOVE "MORE THAN SUGGESTED" TO WS-REJECT-REASON
099900     END-IF.
100000 4300-EXIT.
100100     EXIT.
100200*****************************************************************
100300**  4350-CHECK-ONE-SUGGESTION - ONE SUGGESTION AGAINST THE CARD
100400*****************************************************************
100500 4350-CHECK-ONE-SUGGESTION SECTION.
100600     IF WS-SG-FROM-STORE(ZW-G) EQUAL TO AA-FROM-STORE-X
100700        AND WS-SG-TO-STORE(ZW-G) EQUAL TO AA-TO-STORE-X
100800        AND WS-SG-LOT(ZW-G) EQUAL TO AA-LOT-NUMBER
100900        AND WS-SG-NAME(ZW-G) EQUAL TO AA-NAME THEN
101000         MOVE ZW-G TO WS-SUGGESTION-SLOT
101100     END-IF.
101200*****************************************************************
101300**  4500-WRITE-TRANSFER-PAIR - THE OUT LEG FROM THE SURPLUS LOT
101400**                   AND THE EQUAL AND OPPOSITE IN LEG TO THE
101500**                   RECEIVING LOT, WRITTEN TOGETHER SO THE PASS
101600**                   PAIRS THEM THE SAME NIGHT.  NEITHER LEG
101700**                   TOUCHES QUALITY OR SELL-IN.
101800*****************************************************************
101900 4500-WRITE-TRANSFER-PAIR SECTION.
102000     MOVE SPACES TO MV-MOVEMENT-RECORD.
102100     MOVE WS-SG-NAME(WS-SUGGESTION-SLOT) TO MV-NAME.
102200     MOVE "O" TO MV-TYPE.
102300     MOVE 0 TO MV-QUALITY-ADJ.
102400     MOVE 0 TO MV-SELLIN-ADJ.
102500     COMPUTE MV-QTY-ADJ = 0 - WS-TRANSFER-QTY.
102600     MOVE WS-SG-FROM-STORE(WS-SUGGESTION-SLOT) TO MV-STORE.
102700     MOVE WS-SG-LOT(WS-SUGGESTION-SLOT) TO MV-LOT-NUMBER.
102800     WRITE MV-MOVEMENT-RECORD.
102900     MOVE SPACES TO MV-MOVEMENT-RECORD.
103000     MOVE WS-SG-NAME(WS-SUGGESTION-SLOT) TO MV-NAME.
103100     MOVE "I" TO MV-TYPE.
103200     MOVE 0 TO MV-QUALITY-ADJ.
103300     MOVE 0 TO MV-SELLIN-ADJ.
103400     MOVE WS-TRANSFER-QTY TO MV-QTY-ADJ.
103500     MOVE WS-SG-TO-STORE(WS-SUGGESTION-SLOT) TO MV-STORE.
103600     MOVE WS-SG-TO-LOT(WS-SUGGESTION-SLOT) TO MV-LOT-NUMBER.
103700     WRITE MV-MOVEMENT-RECORD.
103800     ADD 2 TO WS-MOVES-WRITTEN.
103900     ADD 1 TO WS-PAIRS-WRITTEN.
104000     ADD WS-TRANSFER-QTY TO WS-PAIRED-UNITS.
104100*****************************************************************
104200**  5000-WRITE-TRAILER - THE RUN'S COUNTS
104300*****************************************************************
104400 5000-WRITE-TRAILER SECTION.
104500     MOVE SPACES TO RP-REPORT-LINE.
104600     WRITE RP-REPORT-LINE.
104700     MOVE WS-SHORTFALLS-LOADED TO RT-SHORTFALLS.
104800     MOVE WS-SURPLUS-LOADED TO RT-SURPLUS.
104900     WRITE RP-REPORT-LINE FROM WS-REPORT-TRAILER-1.
105000     MOVE WS-SUGGESTIONS-LOADED TO RT-SUGGESTIONS.
105100     MOVE WS-SUGGESTED-UNITS TO RT-SUGGESTED-UNITS.
105200     WRITE RP-REPORT-LINE FROM WS-REPORT-TRAILER-2.
105300     MOVE WS-APPROVAL-COUNT TO RT-APPROVAL-COUNT.
105400     MOVE WS-APPROVAL-REJECTS TO RT-APPROVAL-REJECTS.
105500     WRITE RP-REPORT-LINE FROM WS-REPORT-TRAILER-3.
105600     MOVE WS-PAIRS-WRITTEN TO RT-PAIRS-WRITTEN.
105700     MOVE WS-PAIRED-UNITS TO RT-PAIRED-UNITS.
105800     WRITE RP-REPORT-LINE FROM WS-REPORT-TRAILER-4.
105900*****************************************************************
106000**  8000-SET-RETURN-CODE - RAISES VSP-RETURN-CODE, NEVER LOWERS
106100**                   IT, SO THE WORST CONDITION OF THE RUN WINS.
106200*****************************************************************
106300 8000-SET-RETURN-CODE SECTION.
106400     IF WS-CANDIDATE-RC GREATER THAN VSP-RETURN-CODE THEN
106500         MOVE WS-CANDIDATE-RC TO VSP-RETURN-CODE
106600     END-IF.
106700*****************************************************************
106800**  9000-CLOSE-FILES - CLOSES THE MASTER, THE REPORT, AND THE
106900**                   MOVEMENTS
107000*****************************************************************
107100 9000-CLOSE-FILES SECTION.
107200     CLOSE INVENTORY-MASTER-FILE.
107300     CLOSE REBALANCE-REPORT-FILE.
107400     CLOSE TRANSFER-MOVEMENT-FILE.
107500*****************************************************************
107600**  9100-WRITE-RUN-LOG - APPENDS THIS RUN'S RUN-CONTROL RECORD TO
107700**                   THE SHARED RUNLOG - LOTS READ AND THEIR
107800**                   QUALITY HASH IN, MOVEMENTS WRITTEN OUT.  A
107900**                   LOG THAT CANNOT BE WRITTEN RAISES RC 4.
108000*****************************************************************
108100 9100-WRITE-RUN-LOG SECTION.
108200     OPEN EXTEND RUN-LOG-FILE.
108300     IF WS-RUNLOG-STATUS NOT EQUAL TO "00" THEN
108400         OPEN OUTPUT RUN-LOG-FILE
108500     END-IF.
108600     IF WS-RUNLOG-STATUS EQUAL TO "00" THEN
108700         MOVE "C2222T" TO C2222L-PROGRAM
108800         MOVE WS-RUN-DATE TO C2222L-BUSINESS-DATE
108900         MOVE WS-RECORD-COUNT TO C2222L-RECORDS-IN
109000         MOVE WS-MOVES-WRITTEN TO C2222L-RECORDS-OUT
109100         MOVE WS-IN-QUALITY-HASH TO C2222L-HASH-IN
109200         MOVE 0 TO C2222L-HASH-OUT
109300         MOVE VSP-RETURN-CODE TO C2222L-RETURN-CODE
109400         WRITE RL-RUN-LOG-RECORD
109500         CLOSE RUN-LOG-FILE
109600     ELSE
109700         MOVE 4 TO WS-CANDIDATE-RC
109800         PERFORM 8000-SET-RETURN-CODE
109900     END-IF.
110000 END PROGRAM C2222T.
