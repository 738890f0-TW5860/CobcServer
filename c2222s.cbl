000100*****************************************************************
000200**  PROGRAM:     C2222S
000300**  DESCRIPTION: WEEKLY SALES VELOCITY REPORT.  READS THE ROLLING
000400**               DAILY SALES HISTORY THE NIGHTLY PASS KEEPS AND
000500**               THE INVENTORY MASTER, AND RANKS EVERY STORE'S
000600**               ITEMS IN ONE CHAIN-WIDE LIST, EACH LINE CARRYING
000650**               ITS STORE, TWO WAYS - BY UNITS SOLD IN THE LAST 7
000700**               DAYS, FASTEST SELLER FIRST, AND BY DAYS OF
000800**               SUPPLY ON HAND AT THE LAST 28 DAYS' RATE,
000900**               FIRST TO RUN OUT FIRST - SO THE BUYERS SEE WHAT
001000**               IS MOVING AND WHAT IS ABOUT TO BE GONE.
001100**
001200**  FILES:       SALESHST - ROLLING DAILY SALES HISTORY, ONE
001300**                          C2222DS RECORD PER STORE AND ITEM,
001400**                          NEWEST DAY FIRST
001500**               INVMAST  - INVENTORY MASTER, FOR THE ON-HAND OF
001600**                          EACH STORE'S SELLABLE LOTS
001620**               RECALLS  - PRODUCT RECALL NOTICES (SEE C2222DK).
001640**                          A LOT UNDER AN OPEN RECALL IS FROZEN
001660**                          AND IS NOT SUPPLY.  MISSING MEANS NO
001680**                          RECALL HAS EVER BEEN TAKEN.
001700**               DATEPARM - BUSINESS DATE FOR THE RUN-CONTROL
001800**                          RECORD
001900**               VELRPT   - THE VELOCITY REPORT
002000**               RUNLOG   - SHARED RUN-CONTROL LOG (C2222DL)
002100**
002200**  MODIFICATION HISTORY
002300**  -------------------------------------------------------------
002400**  DATE       INIT  DESCRIPTION
002500**  10/15/2026 JRH   ORIGINAL VERSION.
002533**  10/15/2026 JRH   LOTS UNDER AN OPEN RECALL ARE LEFT OUT OF
002566**                   ON-HAND, AS IN THE C2222F FORECAST.
002600*****************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID.     C2222S.
002900 AUTHOR.         J R HENDRICKS.
003000 INSTALLATION.   SHELF INVENTORY CONTROL.
003100 DATE-WRITTEN.   10/15/2026.
003200 DATE-COMPILED.
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER. IBM-370.
003600 OBJECT-COMPUTER. IBM-370.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT SALES-HISTORY-FILE ASSIGN TO "SALESHST"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-SALESHST-STATUS.
004200     SELECT INVENTORY-MASTER-FILE ASSIGN TO "INVMAST"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-INVMAST-STATUS.
004500     SELECT VELOCITY-REPORT-FILE ASSIGN TO "VELRPT"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-VELRPT-STATUS.
004725     SELECT RECALL-FILE ASSIGN TO "RECALLS"
004750         ORGANIZATION IS LINE SEQUENTIAL
004775         FILE STATUS IS WS-RECALLS-STATUS.
004800     SELECT DATE-PARM-FILE ASSIGN TO "DATEPARM"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-DATEPARM-STATUS.
005100     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-RUNLOG-STATUS.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  SALES-HISTORY-FILE
005700     LABEL RECORDS ARE STANDARD
005800     RECORDING MODE IS F.
005900**  ONE STORE'S DAILY SALES OF ONE ITEM - SEE COPYBOOK FOR THE
006000**  FIELDS
006100 01  SH-SALES-HISTORY-RECORD.
006200     COPY C2222DS.
006300 FD  INVENTORY-MASTER-FILE
006400     LABEL RECORDS ARE STANDARD
006500     RECORDING MODE IS F.
006600 01  IM-INVENTORY-RECORD.
006700     02  IM-NAME                 PIC X(50).
006800     02  IM-QUALITY               PIC 999.
006900     02  IM-SELLIN                PIC S999.
007000     02  IM-CATEGORY             PIC X(04).
007100     02  IM-STORE                PIC 9(03).
007200     02  IM-QTY-ON-HAND           PIC 9(05).
007300     02  IM-UNIT-COST             PIC 9(05)V99.
007400     02  IM-LOT-NUMBER           PIC X(06).
007500     02  IM-RECEIVED-DATE         PIC 9(08).
007600     02  IM-EXPIRY-DATE           PIC 9(08).
007700     02  IM-VENDOR-CODE          PIC X(05).
007800     02  IM-RETAIL-PRICE          PIC 9(03)V99.
007900**  CONTROL TRAILER VIEW - A BALANCING RECORD, NOT SHELF STOCK
008000 01  IM-CONTROL-RECORD.
008100     02  CT-CONTROL-ID           PIC X(10).
008200     02  FILLER                  PIC X(97).
008300 FD  VELOCITY-REPORT-FILE
008400     LABEL RECORDS ARE STANDARD
008500     RECORDING MODE IS F.
008600 01  VR-REPORT-LINE                PIC X(100).
008614 FD  RECALL-FILE
008628     LABEL RECORDS ARE STANDARD
008642     RECORDING MODE IS F.
008656**  ONE RECALL NOTICE - SEE COPYBOOK FOR THE FIELDS
008670 01  RC-RECALL-RECORD.
008684     COPY C2222DK.
008700 FD  DATE-PARM-FILE
008800     LABEL RECORDS ARE STANDARD
008900     RECORDING MODE IS F.
009000**  BUSINESS DATE (YYYYMMDD) - SAME PARM THE NIGHTLY PASS READS
009100 01  DP-PARM-RECORD.
009200     02  DP-BUSINESS-DATE         PIC 9(08).
009300     02  FILLER                  PIC X(01).
009400     02  DP-DAYS-TO-AGE           PIC 9(02).
009449     02  FILLER                  PIC X(01).
009498     02  DP-SUSPENSE-LIMIT        PIC 9(02).
009500 FD  RUN-LOG-FILE
009600     LABEL RECORDS ARE STANDARD
009700     RECORDING MODE IS F.
009800**  ONE RUN-CONTROL RECORD - SEE COPYBOOK FOR THE FIELDS
009900 01  RL-RUN-LOG-RECORD.
010000     COPY C2222DL.
010100 WORKING-STORAGE SECTION.
010200 01  VSP.
010300     02  VSP-RETURN-CODE           PIC 99 VALUE 0.
010400 77  WS-CANDIDATE-RC               PIC 99 VALUE 0.
010500 77  WS-SALESHST-STATUS            PIC X(02) VALUE "00".
010600 77  WS-INVMAST-STATUS             PIC X(02) VALUE "00".
010700 77  WS-VELRPT-STATUS              PIC X(02) VALUE "00".
010750 77  WS-RECALLS-STATUS             PIC X(02) VALUE "00".
010800 77  WS-DATEPARM-STATUS            PIC X(02) VALUE "00".
010900 77  WS-RUNLOG-STATUS              PIC X(02) VALUE "00".
011000 77  WS-RUN-DATE                   PIC 9(08) VALUE 0.
011100 77  WS-HISTORY-DATE               PIC 9(08) VALUE 0.
011200 77  WS-HISTORY-READ               PIC 9(07) VALUE 0.
011300 77  WS-ITEMS-LOADED               PIC 999 VALUE 0.
011350 77  WS-RECALLS-LOADED             PIC 999 VALUE 0.
011400 77  WS-RANK                       PIC 999 VALUE 0.
011500 77  WS-BEST-SLOT                  PIC 999 VALUE 0.
011600 77  WS-LISTED-COUNT               PIC 9(05) VALUE 0.
011700 77  WS-QUIET-COUNT                PIC 9(05) VALUE 0.
011800 01  ZW-I                          PIC 999.
011900 01  ZW-D                          PIC 999.
011950 01  ZW-K                          PIC 999.
012000 01  WS-SWITCHES.
012100     02  WS-HIST-EOF-SWITCH        PIC X(01) VALUE "N".
012200         88  WS-HIST-EOF-YES                 VALUE "Y".
012300     02  WS-MAST-EOF-SWITCH        PIC X(01) VALUE "N".
012400         88  WS-MAST-EOF-YES                 VALUE "Y".
012500     02  WS-FILES-OPEN-SWITCH      PIC X(01) VALUE "N".
012600         88  WS-FILES-OPEN-YES               VALUE "Y".
012620     02  WS-RECALL-EOF-SWITCH      PIC X(01) VALUE "N".
012640         88  WS-RECALL-EOF-YES               VALUE "Y".
012660     02  WS-RECALL-MATCH-SWITCH    PIC X(01) VALUE "N".
012680         88  WS-RECALL-MATCH-YES             VALUE "Y".
012700**  ONE ENTRY PER STORE'S ITEM ON THE SALES HISTORY, WITH ITS 7
012800**  AND 28-DAY UNITS, ITS ON-HAND FROM THE MASTER, AND ITS DAYS
012900**  OF SUPPLY AT THE 28-DAY RATE.
013000 01  WS-ITEM-TABLE.
013100     02  WS-ITEM-ENTRY OCCURS 500 TIMES.
013200         03  WS-IT-STORE           PIC 9(03).
013300         03  WS-IT-NAME            PIC X(50).
013400         03  WS-IT-UNITS-7         PIC 9(07).
013500         03  WS-IT-UNITS-28        PIC 9(07).
013600         03  WS-IT-ON-HAND         PIC 9(07).
013700         03  WS-IT-SUPPLY          PIC 9(05)V9.
013800         03  WS-IT-LISTED-SWITCH   PIC X(01).
013900             88  WS-IT-LISTED-YES            VALUE "Y".
013906**  OPEN RECALL NOTICES, LOADED UP FRONT.  EVERY LOT IS CHECKED
013912**  AGAINST THE WHOLE TABLE AS THE MASTER IS STREAMED.
013918 01  WS-RECALL-TABLE.
013924     02  WS-RECALL-ENTRY OCCURS 100 TIMES.
013930         COPY C2222DK
013936             REPLACING C2222K-RECALL-ID     BY RT-RECALL-ID
013942                       C2222K-VENDOR-CODE   BY RT-VENDOR-CODE
013948                       C2222K-NAME          BY RT-NAME
013954                       C2222K-LOT-FROM      BY RT-LOT-FROM
013960                       C2222K-LOT-TO        BY RT-LOT-TO
013966                       C2222K-RECEIVED-FROM BY RT-RECEIVED-FROM
013972                       C2222K-RECEIVED-TO   BY RT-RECEIVED-TO
013978                       C2222K-NOTICE-DATE   BY RT-NOTICE-DATE
013984                       C2222K-STATUS        BY RT-STATUS
013990                       C2222K-CLOSE-DATE    BY RT-CLOSE-DATE.
014000 01  WS-REPORT-HEADING-1.
014100     02  FILLER                    PIC X(34)
014200         VALUE "SALES VELOCITY - HISTORY THROUGH ".
014300     02  RH-HISTORY-DATE           PIC 9(08).
014400     02  FILLER                    PIC X(10) VALUE "  RUN DATE".
014500     02  FILLER                    PIC X(01) VALUE SPACES.
014600     02  RH-RUN-DATE               PIC 9(08).
014700 01  WS-UNITS-HEADING-1.
014800     02  FILLER                    PIC X(40)
014900         VALUE "TOP SELLERS - UNITS SOLD LAST 7 DAYS".
015000 01  WS-SUPPLY-HEADING-1.
015100     02  FILLER                    PIC X(48)
015200         VALUE "DAYS OF SUPPLY ON HAND AT THE LAST 28 DAYS' RATE".
015300 01  WS-REPORT-HEADING-2.
015400     02  FILLER                    PIC X(05) VALUE "RANK ".
015500     02  FILLER                    PIC X(04) VALUE "STR ".
015600     02  FILLER                    PIC X(50) VALUE "ITEM".
015700     02  FILLER                    PIC X(41)
015800         VALUE "  7-DAY   28-DAY  ON-HAND   DAYS SUPPLY".
015900 01  WS-VELOCITY-DETAIL-LINE.
016000     02  VD-RANK                   PIC ZZ9.
016100     02  FILLER                    PIC X(02) VALUE SPACES.
016200     02  VD-STORE                  PIC 9(03).
016300     02  FILLER                    PIC X(01) VALUE SPACES.
016400     02  VD-NAME                   PIC X(50).
016500     02  VD-UNITS-7                PIC ZZZZZZ9.
016600     02  FILLER                    PIC X(02) VALUE SPACES.
016700     02  VD-UNITS-28               PIC ZZZZZZ9.
016800     02  FILLER                    PIC X(02) VALUE SPACES.
016900     02  VD-ON-HAND                PIC ZZZZZZ9.
017000     02  FILLER                    PIC X(07) VALUE SPACES.
017100     02  VD-SUPPLY                 PIC ZZZZ9.9.
017200 01  WS-REPORT-TRAILER-1.
017300     02  FILLER                    PIC X(26)
017400         VALUE "ITEMS WITH SALES ON FILE  ".
017500     02  RT-ITEMS-LOADED           PIC ZZZZ9.
017600 01  WS-REPORT-TRAILER-2.
017700     02  FILLER                    PIC X(26)
017800         VALUE "NO SALES IN LAST 28 DAYS  ".
017900     02  RT-QUIET-COUNT            PIC ZZZZ9.
018000 PROCEDURE DIVISION.
018100*****************************************************************
018200**  MAIN-PROCEDURE - LOADS THE SALES HISTORY AND THE ON-HAND,
018300**                   THEN WRITES BOTH RANKINGS
018400*****************************************************************
018500 MAIN-PROCEDURE.
018600     PERFORM 1000-OPEN-FILES.
018700     IF WS-FILES-OPEN-YES THEN
018800         PERFORM 1200-LOAD-SALES-HISTORY
018900         PERFORM 1400-LOAD-ON-HAND
019000         PERFORM 1600-FIGURE-DAYS-OF-SUPPLY
019100         PERFORM 6000-WRITE-UNITS-RANKING
019200         PERFORM 6500-WRITE-SUPPLY-RANKING
019300         PERFORM 9000-CLOSE-FILES
019400     END-IF.
019500     PERFORM 9100-WRITE-RUN-LOG.
019600     MOVE VSP-RETURN-CODE TO RETURN-CODE.
019700     STOP RUN.
019800*****************************************************************
019900**  1000-OPEN-FILES - OPENS EVERYTHING.  NO RECALLS MEANS NO
019975**                   RECALL HAS EVER BEEN TAKEN.  ANY OTHER OPEN
020050**                   FAILURE - INCLUDING NO SALES HISTORY, WHEN
020125**                   THERE IS NOTHING TO RANK - ABANDONS THE
020200**                   REPORT WITH RC 12 BEFORE A RECORD IS READ.
020300*****************************************************************
020400 1000-OPEN-FILES SECTION.
020500     PERFORM 1700-LOAD-DATE-PARM.
020550     PERFORM 1900-LOAD-RECALL-FILE.
020600     OPEN INPUT SALES-HISTORY-FILE.
020700     OPEN INPUT INVENTORY-MASTER-FILE.
020800     OPEN OUTPUT VELOCITY-REPORT-FILE.
020900     IF WS-SALESHST-STATUS EQUAL TO "00"
021000        AND WS-INVMAST-STATUS EQUAL TO "00"
021100        AND WS-VELRPT-STATUS EQUAL TO "00"
021133        AND (WS-RECALLS-STATUS EQUAL TO "00"
021166             OR WS-RECALLS-STATUS EQUAL TO "35") THEN
021200         MOVE "Y" TO WS-FILES-OPEN-SWITCH
021300     ELSE
021400         MOVE 12 TO WS-CANDIDATE-RC
021500         PERFORM 8000-SET-RETURN-CODE
021600     END-IF.
021700*****************************************************************
021800**  1200-LOAD-SALES-HISTORY - LOADS EVERY STORE'S ITEM ON THE
021900**                   HISTORY WITH ITS 7 AND 28-DAY UNITS.  THE
022000**                   TRAILER GIVES THE DATE THE HISTORY RUNS
022100**                   THROUGH.  MORE ITEMS THAN THE TABLE HOLDS
022200**                   ARE LEFT OFF THE REPORT WITH RC 4.
022300*****************************************************************
022400 1200-LOAD-SALES-HISTORY SECTION.
022500     MOVE 0 TO WS-ITEMS-LOADED.
022600     PERFORM 1220-READ-HISTORY-RECORD.
022700     PERFORM 1240-STORE-HISTORY-RECORD
022800         UNTIL WS-HIST-EOF-YES
022900            OR WS-ITEMS-LOADED EQUAL TO 500.
023000     IF NOT WS-HIST-EOF-YES THEN
023100         DISPLAY "SALES HISTORY OVER 500 ITEMS - REST NOT RANKED"
023200         MOVE 4 TO WS-CANDIDATE-RC
023300         PERFORM 8000-SET-RETURN-CODE
023400     END-IF.
023500*****************************************************************
023600**  1220-READ-HISTORY-RECORD - READ-AHEAD FOR THE LOAD LOOP
023700*****************************************************************
023800 1220-READ-HISTORY-RECORD SECTION.
023900     READ SALES-HISTORY-FILE
024000         AT END
024100             MOVE "Y" TO WS-HIST-EOF-SWITCH
024200     END-READ.
024300*****************************************************************
024400**  1240-STORE-HISTORY-RECORD - TOTALS ONE HISTORY RECORD INTO THE
024500**                   NEXT TABLE SLOT AND READS THE NEXT
024600*****************************************************************
024700 1240-STORE-HISTORY-RECORD SECTION.
024800     IF C2222S-NAME EQUAL TO "*CONTROL*" THEN
024900         IF C2222S-LAST-DATE IS NUMERIC THEN
025000             MOVE C2222S-LAST-DATE TO WS-HISTORY-DATE
025100         END-IF
025200         GO TO 1240-NEXT
025300     END-IF.
025400     ADD 1 TO WS-HISTORY-READ.
025500     ADD 1 TO WS-ITEMS-LOADED.
025600     MOVE C2222S-STORE TO WS-IT-STORE(WS-ITEMS-LOADED).
025700     MOVE C2222S-NAME TO WS-IT-NAME(WS-ITEMS-LOADED).
025800     MOVE 0 TO WS-IT-UNITS-7(WS-ITEMS-LOADED).
025900     MOVE 0 TO WS-IT-UNITS-28(WS-ITEMS-LOADED).
026000     MOVE 0 TO WS-IT-ON-HAND(WS-ITEMS-LOADED).
026100     MOVE 0 TO WS-IT-SUPPLY(WS-ITEMS-LOADED).
026200     MOVE "N" TO WS-IT-LISTED-SWITCH(WS-ITEMS-LOADED).
026300     PERFORM 1260-ADD-ONE-DAY
026400         VARYING ZW-D FROM 1 BY 1
026500             UNTIL ZW-D > 28.
026600 1240-NEXT.
026700     PERFORM 1220-READ-HISTORY-RECORD.
026800*****************************************************************
026900**  1260-ADD-ONE-DAY - ADDS ONE DAY'S UNITS INTO THE 28-DAY TOTAL,
027000**                   AND THE 7-DAY TOTAL FOR THE NEWEST WEEK
027100*****************************************************************
027200 1260-ADD-ONE-DAY SECTION.
027300     IF C2222S-DAY-UNITS(ZW-D) IS NUMERIC THEN
027400         ADD C2222S-DAY-UNITS(ZW-D)
027500             TO WS-IT-UNITS-28(WS-ITEMS-LOADED)
027600         IF ZW-D NOT GREATER THAN 7 THEN
027700             ADD C2222S-DAY-UNITS(ZW-D)
027800                 TO WS-IT-UNITS-7(WS-ITEMS-LOADED)
027900         END-IF
028000     END-IF.
028100*****************************************************************
028200**  1400-LOAD-ON-HAND - STREAMS THE MASTER AND ADDS EACH SELLABLE
028300**                   LOT'S ON-HAND TO ITS STORE'S ITEM.  A LOT AT
028400**                   QUALITY ZERO, OR FROZEN UNDER AN OPEN RECALL,
028450**                   WILL NOT SELL AND IS NOT SUPPLY, SAME AS THE
028500**                   C2222F FORECAST.
028600*****************************************************************
028700 1400-LOAD-ON-HAND SECTION.
028800     PERFORM 1420-READ-MASTER-RECORD.
028900     PERFORM 1440-ADD-ONE-LOT
029000         UNTIL WS-MAST-EOF-YES.
029100*****************************************************************
029200**  1420-READ-MASTER-RECORD - READ-AHEAD FOR THE ON-HAND LOOP
029300*****************************************************************
029400 1420-READ-MASTER-RECORD SECTION.
029500     READ INVENTORY-MASTER-FILE
029600         AT END
029700             MOVE "Y" TO WS-MAST-EOF-SWITCH
029800     END-READ.
029900*****************************************************************
030000**  1440-ADD-ONE-LOT - ONE MASTER LOT AGAINST THE ITEM TABLE
030100*****************************************************************
030200 1440-ADD-ONE-LOT SECTION.
030300     IF CT-CONTROL-ID EQUAL TO "*CONTROL*"
030400        OR IM-STORE NOT NUMERIC
030500        OR IM-QTY-ON-HAND NOT NUMERIC
030600        OR IM-QUALITY NOT NUMERIC THEN
030700         GO TO 1440-NEXT
030800     END-IF.
030900     IF IM-QUALITY EQUAL TO 0 THEN
031000         GO TO 1440-NEXT
031100     END-IF.
031120     PERFORM 1480-CHECK-RECALL.
031140     IF WS-RECALL-MATCH-YES THEN
031160         GO TO 1440-NEXT
031180     END-IF.
031200     PERFORM 1460-MATCH-ONE-ITEM
031300         VARYING ZW-I FROM 1 BY 1
031400             UNTIL ZW-I > WS-ITEMS-LOADED.
031500 1440-NEXT.
031600     PERFORM 1420-READ-MASTER-RECORD.
031700*****************************************************************
031800**  1460-MATCH-ONE-ITEM - ADDS THE LOT TO ITS STORE'S ITEM
031900*****************************************************************
032000 1460-MATCH-ONE-ITEM SECTION.
032100     IF WS-IT-STORE(ZW-I) EQUAL TO IM-STORE
032200        AND WS-IT-NAME(ZW-I) EQUAL TO IM-NAME THEN
032300         ADD IM-QTY-ON-HAND TO WS-IT-ON-HAND(ZW-I)
032400     END-IF.
032401*****************************************************************
032402**  1480-CHECK-RECALL - SETS WS-RECALL-MATCH-SWITCH WHEN THE LOT
032403**                   FALLS UNDER ANY OPEN RECALL NOTICE
032404*****************************************************************
032405 1480-CHECK-RECALL SECTION.
032406     MOVE "N" TO WS-RECALL-MATCH-SWITCH.
032407     PERFORM 1490-MATCH-ONE-RECALL
032408         VARYING ZW-K FROM 1 BY 1
032409             UNTIL ZW-K > WS-RECALLS-LOADED
032410                OR WS-RECALL-MATCH-YES.
032411*****************************************************************
032412**  1490-MATCH-ONE-RECALL - TESTS THE LOT AGAINST ONE NOTICE,
032413**                   BY THE NIGHTLY PASS'S RULES.  THE NAME MUST
032414**                   MATCH, AND THE VENDOR UNLESS THE NOTICE
032415**                   NAMES NONE.  A LOT RANGE WINS OVER A
032416**                   RECEIVED-DATE RANGE; A NOTICE WITH NEITHER
032417**                   RECALLS EVERY LOT.
032418*****************************************************************
032419 1490-MATCH-ONE-RECALL SECTION.
032420     IF RT-NAME(ZW-K) NOT EQUAL TO IM-NAME THEN
032421         GO TO 1490-EXIT
032422     END-IF.
032423     IF RT-VENDOR-CODE(ZW-K) NOT EQUAL TO SPACES
032424        AND RT-VENDOR-CODE(ZW-K) NOT EQUAL TO IM-VENDOR-CODE
032425     THEN
032426         GO TO 1490-EXIT
032427     END-IF.
032428     IF RT-LOT-FROM(ZW-K) NOT EQUAL TO SPACES THEN
032429         IF IM-LOT-NUMBER LESS THAN RT-LOT-FROM(ZW-K) THEN
032430             GO TO 1490-EXIT
032431         END-IF
032432         IF RT-LOT-TO(ZW-K) EQUAL TO SPACES
032433            AND IM-LOT-NUMBER GREATER THAN RT-LOT-FROM(ZW-K)
032434         THEN
032435             GO TO 1490-EXIT
032436         END-IF
032437         IF RT-LOT-TO(ZW-K) NOT EQUAL TO SPACES
032438            AND IM-LOT-NUMBER GREATER THAN RT-LOT-TO(ZW-K)
032439         THEN
032440             GO TO 1490-EXIT
032441         END-IF
032442     ELSE
032443         IF RT-RECEIVED-FROM(ZW-K) GREATER THAN 0 THEN
032444             IF IM-RECEIVED-DATE LESS THAN
032445                RT-RECEIVED-FROM(ZW-K) THEN
032446                 GO TO 1490-EXIT
032447             END-IF
032448             IF RT-RECEIVED-TO(ZW-K) GREATER THAN 0
032449                AND IM-RECEIVED-DATE GREATER THAN
032450                    RT-RECEIVED-TO(ZW-K) THEN
032451                 GO TO 1490-EXIT
032452             END-IF
032453         END-IF
032454     END-IF.
032455     MOVE "Y" TO WS-RECALL-MATCH-SWITCH.
032456 1490-EXIT.
032457     EXIT.
032500*****************************************************************
032600**  1600-FIGURE-DAYS-OF-SUPPLY - ON-HAND OVER THE AVERAGE DAILY
032700**                   UNITS OF THE LAST 28 DAYS.  AN ITEM WITH NO
032800**                   SALES IN THE 28 DAYS HAS NO RATE AND IS
032900**                   COUNTED INSTEAD OF RANKED.
033000*****************************************************************
033100 1600-FIGURE-DAYS-OF-SUPPLY SECTION.
033200     MOVE 0 TO WS-QUIET-COUNT.
033300     PERFORM 1620-FIGURE-ONE-ITEM
033400         VARYING ZW-I FROM 1 BY 1
033500             UNTIL ZW-I > WS-ITEMS-LOADED.
033600*****************************************************************
033700**  1620-FIGURE-ONE-ITEM - ONE ITEM'S DAYS OF SUPPLY
033800*****************************************************************
033900 1620-FIGURE-ONE-ITEM SECTION.
034000     IF WS-IT-UNITS-28(ZW-I) EQUAL TO 0 THEN
034100         ADD 1 TO WS-QUIET-COUNT
034200     ELSE
034300         COMPUTE WS-IT-SUPPLY(ZW-I) ROUNDED =
034400             WS-IT-ON-HAND(ZW-I) * 28 / WS-IT-UNITS-28(ZW-I)
034500             ON SIZE ERROR
034600                 MOVE 99999.9 TO WS-IT-SUPPLY(ZW-I)
034700         END-COMPUTE
034800     END-IF.
034900*****************************************************************
035000**  6000-WRITE-UNITS-RANKING - LISTS EVERY ITEM THAT SOLD IN THE
035100**                   LAST 7 DAYS, MOST UNITS FIRST.  EACH PASS
035200**                   PICKS THE BEST ITEM NOT YET LISTED; A TIE
035300**                   GOES TO THE ONE FIRST ON THE HISTORY.
035400*****************************************************************
035500 6000-WRITE-UNITS-RANKING SECTION.
035600     MOVE WS-HISTORY-DATE TO RH-HISTORY-DATE.
035700     MOVE WS-RUN-DATE TO RH-RUN-DATE.
035800     WRITE VR-REPORT-LINE FROM WS-REPORT-HEADING-1.
035900     WRITE VR-REPORT-LINE FROM WS-UNITS-HEADING-1.
036000     WRITE VR-REPORT-LINE FROM WS-REPORT-HEADING-2.
036100     MOVE 0 TO WS-RANK.
036200     MOVE 1 TO WS-BEST-SLOT.
036300     PERFORM 6100-LIST-NEXT-SELLER
036400         UNTIL WS-BEST-SLOT EQUAL TO 0.
036500*****************************************************************
036600**  6100-LIST-NEXT-SELLER - FINDS AND LISTS THE NEXT BEST SELLER
036700*****************************************************************
036800 6100-LIST-NEXT-SELLER SECTION.
036900     MOVE 0 TO WS-BEST-SLOT.
037000     PERFORM 6150-TRY-ONE-SELLER
037100         VARYING ZW-I FROM 1 BY 1
037200             UNTIL ZW-I > WS-ITEMS-LOADED.
037300     IF WS-BEST-SLOT GREATER THAN 0 THEN
037400         PERFORM 6800-WRITE-ONE-ITEM
037500     END-IF.
037600*****************************************************************
037700**  6150-TRY-ONE-SELLER - KEEPS THE ITEM IF IT OUTSOLD THE BEST
037800**                   SO FAR
037900*****************************************************************
038000 6150-TRY-ONE-SELLER SECTION.
038100     IF WS-IT-LISTED-YES(ZW-I)
038200        OR WS-IT-UNITS-7(ZW-I) EQUAL TO 0 THEN
038300         GO TO 6150-EXIT
038400     END-IF.
038500     IF WS-BEST-SLOT EQUAL TO 0 THEN
038600         MOVE ZW-I TO WS-BEST-SLOT
038700     ELSE
038800         IF WS-IT-UNITS-7(ZW-I)
038900                GREATER THAN WS-IT-UNITS-7(WS-BEST-SLOT) THEN
039000             MOVE ZW-I TO WS-BEST-SLOT
039100         END-IF
039200     END-IF.
039300 6150-EXIT.
039400     EXIT.
039500*****************************************************************
039600**  6500-WRITE-SUPPLY-RANKING - LISTS EVERY ITEM WITH A 28-DAY
039700**                   RATE, FEWEST DAYS OF SUPPLY FIRST, SAME
039800**                   PICKING AS THE UNITS RANKING
039900*****************************************************************
040000 6500-WRITE-SUPPLY-RANKING SECTION.
040100     PERFORM 6550-CLEAR-ONE-LISTED
040200         VARYING ZW-I FROM 1 BY 1
040300             UNTIL ZW-I > WS-ITEMS-LOADED.
040400     MOVE SPACES TO VR-REPORT-LINE.
040500     WRITE VR-REPORT-LINE.
040600     WRITE VR-REPORT-LINE FROM WS-SUPPLY-HEADING-1.
040700     WRITE VR-REPORT-LINE FROM WS-REPORT-HEADING-2.
040800     MOVE 0 TO WS-RANK.
040900     MOVE 1 TO WS-BEST-SLOT.
041000     PERFORM 6600-LIST-NEXT-SHORTEST
041100         UNTIL WS-BEST-SLOT EQUAL TO 0.
041200*****************************************************************
041300**  6550-CLEAR-ONE-LISTED - RESETS ONE ITEM FOR THE NEXT RANKING
041400*****************************************************************
041500 6550-CLEAR-ONE-LISTED SECTION.
041600     MOVE "N" TO WS-IT-LISTED-SWITCH(ZW-I).
041700*****************************************************************
041800**  6600-LIST-NEXT-SHORTEST - FINDS AND LISTS THE ITEM WITH THE
041900**                   FEWEST DAYS OF SUPPLY LEFT
042000*****************************************************************
042100 6600-LIST-NEXT-SHORTEST SECTION.
042200     MOVE 0 TO WS-BEST-SLOT.
042300     PERFORM 6650-TRY-ONE-SUPPLY
042400         VARYING ZW-I FROM 1 BY 1
042500             UNTIL ZW-I > WS-ITEMS-LOADED.
042600     IF WS-BEST-SLOT GREATER THAN 0 THEN
042700         PERFORM 6800-WRITE-ONE-ITEM
042800     END-IF.
042900*****************************************************************
043000**  6650-TRY-ONE-SUPPLY - KEEPS THE ITEM IF IT RUNS OUT SOONER
043100**                   THAN THE BEST SO FAR
043200*****************************************************************
043300 6650-TRY-ONE-SUPPLY SECTION.
043400     IF WS-IT-LISTED-YES(ZW-I)
043500        OR WS-IT-UNITS-28(ZW-I) EQUAL TO 0 THEN
043600         GO TO 6650-EXIT
043700     END-IF.
043800     IF WS-BEST-SLOT EQUAL TO 0 THEN
043900         MOVE ZW-I TO WS-BEST-SLOT
044000     ELSE
044100         IF WS-IT-SUPPLY(ZW-I)
044200                LESS THAN WS-IT-SUPPLY(WS-BEST-SLOT) THEN
044300             MOVE ZW-I TO WS-BEST-SLOT
044400         END-IF
044500     END-IF.
044600 6650-EXIT.
044700     EXIT.
044800*****************************************************************
044900**  6800-WRITE-ONE-ITEM - LISTS THE ITEM AT WS-BEST-SLOT WITH THE
045000**                   NEXT RANK.  DAYS OF SUPPLY IS LEFT BLANK FOR
045100**                   AN ITEM WITH NO 28-DAY RATE.
045200*****************************************************************
045300 6800-WRITE-ONE-ITEM SECTION.
045400     MOVE "Y" TO WS-IT-LISTED-SWITCH(WS-BEST-SLOT).
045500     ADD 1 TO WS-RANK.
045600     ADD 1 TO WS-LISTED-COUNT.
045700     MOVE SPACES TO WS-VELOCITY-DETAIL-LINE.
045800     MOVE WS-RANK TO VD-RANK.
045900     MOVE WS-IT-STORE(WS-BEST-SLOT) TO VD-STORE.
046000     MOVE WS-IT-NAME(WS-BEST-SLOT) TO VD-NAME.
046100     MOVE WS-IT-UNITS-7(WS-BEST-SLOT) TO VD-UNITS-7.
046200     MOVE WS-IT-UNITS-28(WS-BEST-SLOT) TO VD-UNITS-28.
046300     MOVE WS-IT-ON-HAND(WS-BEST-SLOT) TO VD-ON-HAND.
046400     IF WS-IT-UNITS-28(WS-BEST-SLOT) GREATER THAN 0 THEN
046500         MOVE WS-IT-SUPPLY(WS-BEST-SLOT) TO VD-SUPPLY
046600     END-IF.
046700     WRITE VR-REPORT-LINE FROM WS-VELOCITY-DETAIL-LINE.
046800*****************************************************************
046900**  8000-SET-RETURN-CODE - RAISES VSP-RETURN-CODE, NEVER LOWERS
047000**                   IT, SO THE WORST CONDITION OF THE RUN WINS.
047100*****************************************************************
047200 8000-SET-RETURN-CODE SECTION.
047300     IF WS-CANDIDATE-RC GREATER THAN VSP-RETURN-CODE THEN
047400         MOVE WS-CANDIDATE-RC TO VSP-RETURN-CODE
047500     END-IF.
047600*****************************************************************
047700**  1700-LOAD-DATE-PARM - PICKS UP THE BUSINESS DATE FROM THE
047800**                   SAME DATEPARM THE NIGHTLY PASS READS, FOR
047900**                   THE HEADING AND THE RUN-CONTROL RECORD.  A
048000**                   MISSING PARM FILE OR AN UNUSABLE DATE FALLS
048100**                   BACK TO TODAY.
048200*****************************************************************
048300 1700-LOAD-DATE-PARM SECTION.
048400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
048500     OPEN INPUT DATE-PARM-FILE.
048600     IF WS-DATEPARM-STATUS EQUAL TO "00" THEN
048700         READ DATE-PARM-FILE
048800             AT END
048900                 CONTINUE
049000         END-READ
049100         IF WS-DATEPARM-STATUS EQUAL TO "00" THEN
049200             IF DP-BUSINESS-DATE IS NUMERIC
049300                AND DP-BUSINESS-DATE GREATER THAN 0 THEN
049400                 MOVE DP-BUSINESS-DATE TO WS-RUN-DATE
049500             END-IF
049600         END-IF
049700         CLOSE DATE-PARM-FILE
049800     END-IF.
049801*****************************************************************
049802**  1900-LOAD-RECALL-FILE - LOADS THE OPEN RECALL NOTICES INTO
049803**                   THE RECALL TABLE, AS THE NIGHTLY PASS DOES.
049804**                   ONE THAT IS THERE BUT UNREADABLE LEAVES ITS
049805**                   STATUS FOR 1000 TO REFUSE THE RUN ON.  A
049806**                   CLOSED NOTICE FREEZES NOTHING.
049807*****************************************************************
049808 1900-LOAD-RECALL-FILE SECTION.
049809     MOVE 0 TO WS-RECALLS-LOADED.
049810     MOVE "N" TO WS-RECALL-EOF-SWITCH.
049811     OPEN INPUT RECALL-FILE.
049812     IF WS-RECALLS-STATUS NOT EQUAL TO "00" THEN
049813         IF WS-RECALLS-STATUS NOT EQUAL TO "35" THEN
049814             DISPLAY "RECALL FILE UNREADABLE - STATUS "
049815                 WS-RECALLS-STATUS
049816         END-IF
049817         GO TO 1900-EXIT
049818     END-IF.
049819     PERFORM 1920-READ-RECALL-RECORD.
049820     PERFORM 1940-STORE-RECALL-RECORD
049821         UNTIL WS-RECALL-EOF-YES
049822            OR WS-RECALLS-LOADED EQUAL TO 100.
049823     IF NOT WS-RECALL-EOF-YES THEN
049824         DISPLAY "OPEN RECALLS EXCEED 100 - REST IGNORED"
049825         MOVE 8 TO WS-CANDIDATE-RC
049826         PERFORM 8000-SET-RETURN-CODE
049827     END-IF.
049828     CLOSE RECALL-FILE.
049829 1900-EXIT.
049830     EXIT.
049831*****************************************************************
049832**  1920-READ-RECALL-RECORD - READ-AHEAD FOR THE LOAD LOOP
049833*****************************************************************
049834 1920-READ-RECALL-RECORD SECTION.
049835     READ RECALL-FILE
049836         AT END
049837             MOVE "Y" TO WS-RECALL-EOF-SWITCH
049838     END-READ.
049839*****************************************************************
049840**  1940-STORE-RECALL-RECORD - MOVES ONE OPEN NOTICE INTO THE
049841**                   NEXT TABLE SLOT AND READS THE NEXT.  A DATE
049842**                   RANGE THAT IS NOT NUMERIC RUNS AS NO RANGE.
049843*****************************************************************
049844 1940-STORE-RECALL-RECORD SECTION.
049845     IF C2222K-STATUS OF RC-RECALL-RECORD NOT EQUAL TO "C" THEN
049846         ADD 1 TO WS-RECALLS-LOADED
049847         MOVE RC-RECALL-RECORD
049848             TO WS-RECALL-ENTRY(WS-RECALLS-LOADED)
049849         IF RT-RECEIVED-FROM(WS-RECALLS-LOADED) IS NOT NUMERIC
049850         THEN
049851             MOVE 0 TO RT-RECEIVED-FROM(WS-RECALLS-LOADED)
049852         END-IF
049853         IF RT-RECEIVED-TO(WS-RECALLS-LOADED) IS NOT NUMERIC THEN
049854             MOVE 0 TO RT-RECEIVED-TO(WS-RECALLS-LOADED)
049855         END-IF
049856     END-IF.
049857     PERFORM 1920-READ-RECALL-RECORD.
049900*****************************************************************
050000**  9000-CLOSE-FILES - WRITES THE TOTALS AND CLOSES THE REPORT
050100*****************************************************************
050200 9000-CLOSE-FILES SECTION.
050300     MOVE SPACES TO VR-REPORT-LINE.
050400     WRITE VR-REPORT-LINE.
050500     MOVE WS-ITEMS-LOADED TO RT-ITEMS-LOADED.
050600     MOVE WS-QUIET-COUNT TO RT-QUIET-COUNT.
050700     WRITE VR-REPORT-LINE FROM WS-REPORT-TRAILER-1.
050800     WRITE VR-REPORT-LINE FROM WS-REPORT-TRAILER-2.
050900     CLOSE SALES-HISTORY-FILE.
051000     CLOSE INVENTORY-MASTER-FILE.
051100     CLOSE VELOCITY-REPORT-FILE.
051200*****************************************************************
051300**  9100-WRITE-RUN-LOG - APPENDS THIS RUN'S RUN-CONTROL RECORD
051400**                   TO THE SHARED RUNLOG, SAME AS THE NIGHTLY
051500**                   PASS.  RECORDS OUT COUNTS THE LINES RANKED
051600**                   IN BOTH SECTIONS.  A LOG THAT CANNOT BE
051700**                   WRITTEN RAISES RC 4.
051800*****************************************************************
051900 9100-WRITE-RUN-LOG SECTION.
052000     OPEN EXTEND RUN-LOG-FILE.
052100     IF WS-RUNLOG-STATUS NOT EQUAL TO "00" THEN
052200         OPEN OUTPUT RUN-LOG-FILE
052300     END-IF.
052400     IF WS-RUNLOG-STATUS EQUAL TO "00" THEN
052500         MOVE "C2222S" TO C2222L-PROGRAM
052600         MOVE WS-RUN-DATE TO C2222L-BUSINESS-DATE
052700         MOVE WS-HISTORY-READ TO C2222L-RECORDS-IN
052800         MOVE WS-LISTED-COUNT TO C2222L-RECORDS-OUT
052900         MOVE 0 TO C2222L-HASH-IN
053000         MOVE 0 TO C2222L-HASH-OUT
053100         MOVE VSP-RETURN-CODE TO C2222L-RETURN-CODE
053200         WRITE RL-RUN-LOG-RECORD
053300         CLOSE RUN-LOG-FILE
053400     ELSE
053500         MOVE 4 TO WS-CANDIDATE-RC
053600         PERFORM 8000-SET-RETURN-CODE
053700     END-IF.
053800 END PROGRAM C2222S.
