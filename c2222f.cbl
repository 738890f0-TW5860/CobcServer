001700**                          NIGHTLY AGING PASS READS
001800**               FCSTPARM - LOOKAHEAD DAYS (2 DIGITS).  A MISSING
001900**                          OR UNUSABLE PARM FALLS BACK TO 7 DAYS
001916**                          COVER DAYS (2 DIGITS, POSITIONS 4-5)
001932**                          AN ORDER SHOULD LAST.  BLANK OR
001948**                          UNUSABLE FALLS BACK TO 14 DAYS
001964**               SALESHST - ROLLING DAILY SALES HISTORY FROM THE
001980**                          NIGHTLY PASS.  MISSING MEANS NO
001983**                          SALES-RATE REORDERS
001986**               RECALLS  - PRODUCT RECALL NOTICES (SEE C2222DK).
001989**                          A LOT UNDER AN OPEN RECALL IS NOT
001992**                          SUPPLY.  MISSING MEANS NO RECALL HAS
001995**                          EVER BEEN TAKEN.
002000**               RECOMFIL - RECOMMENDATION REPORT FOR THE BUYERS
002100**
002200**  MODIFICATION HISTORY
002880**                   LAYOUTS AS THE NIGHTLY PASS.  THE FORECAST
002886**                   DOES NOT PRICE - IT ONLY READS THE SAME
002892**                   RECORDS.
002893**  10/15/2026 JRH   SALES-RATE REORDER.  EACH STORE'S ITEM IS
002894**                   RATED FROM ITS LAST 28 DAYS ON SALESHST;
002895**                   WHEN THE ON-HAND OF ITS SELLABLE LOTS WILL
002896**                   SELL OUT INSIDE THE LOOKAHEAD IT IS FLAGGED
002897**                   FOR REORDER EVEN IF NO LOT GOES BAD, AND
002899**                   THE ITEM'S FIRST REORDER LINE CARRIES A
002901**                   SUGGESTED ORDER QUANTITY FOR THE FCSTPARM
002902**                   COVER DAYS.  THE NEW COLUMN IS PAST THE
002903**                   STORE, SO C2222V READS THE LINE AS BEFORE.
002915**  10/15/2026 JRH   LOTS UNDER AN OPEN RECALL ARE LEFT OUT OF
002927**                   THE ON-HAND SUPPLY, SO A RECALLED ITEM CAN
002939**                   STILL EARN A SALES-RATE REORDER.  DATEPARM
002951**                   READ IN FULL, SUSPENSE LIMIT INCLUDED - THE
002963**                   SHORT RECORD FELL BACK TO TODAY'S DATE.
002975*****************************************************************
002987 IDENTIFICATION DIVISION.
003000 PROGRAM-ID.     C2222F.
003100 AUTHOR.         J R HENDRICKS.
003200 INSTALLATION.   SHELF INVENTORY CONTROL.
004970     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
004980         ORGANIZATION IS LINE SEQUENTIAL
004990         FILE STATUS IS WS-RUNLOG-STATUS.
004993     SELECT SALES-HISTORY-FILE ASSIGN TO "SALESHST"
004996         ORGANIZATION IS LINE SEQUENTIAL
004999         FILE STATUS IS WS-SALESHST-STATUS.
005019     SELECT RECALL-FILE ASSIGN TO "RECALLS"
005039         ORGANIZATION IS LINE SEQUENTIAL
005059         FILE STATUS IS WS-RECALLS-STATUS.
005079 DATA DIVISION.
005100 FILE SECTION.
005200 FD  INVENTORY-MASTER-FILE
005300     LABEL RECORDS ARE STANDARD
006100     RECORDING MODE IS F.
006200 01  PR-PARM-RECORD.
006300     02  PR-LOOKAHEAD-DAYS        PIC 9(02).
006349     02  FILLER                  PIC X(01).
006398     02  PR-COVER-DAYS            PIC 9(02).
006400 FD  RECOMMENDATION-FILE
006500     LABEL RECORDS ARE STANDARD
006600     RECORDING MODE IS F.
006772 01  DP-PARM-RECORD.
006774     02  DP-BUSINESS-DATE         PIC 9(08).
006776     02  FILLER                  PIC X(01).
006777     02  DP-DAYS-TO-AGE           PIC 9(02).
006778     02  FILLER                  PIC X(01).
006779     02  DP-SUSPENSE-LIMIT        PIC 9(02).
006780 FD  RUN-LOG-FILE
006782     LABEL RECORDS ARE STANDARD
006784     RECORDING MODE IS F.
006786**  ONE RUN-CONTROL RECORD - SEE COPYBOOK FOR THE FIELDS
006788 01  RL-RUN-LOG-RECORD.
006790     COPY C2222DL.
006791 FD  SALES-HISTORY-FILE
006792     LABEL RECORDS ARE STANDARD
006793     RECORDING MODE IS F.
006794**  ONE STORE'S DAILY SALES OF ONE ITEM - SEE COPYBOOK FOR THE
006795**  FIELDS
006796 01  SH-SALES-HISTORY-RECORD.
006797     COPY C2222DS.
006809 FD  RECALL-FILE
006821     LABEL RECORDS ARE STANDARD
006833     RECORDING MODE IS F.
006845**  ONE RECALL NOTICE - SEE COPYBOOK FOR THE FIELDS
006857 01  RC-RECALL-RECORD.
006869     COPY C2222DK.
006881 WORKING-STORAGE SECTION.
006900**  THE ONE SHELF ITEM CURRENTLY BEING PROJECTED - SAME FIELD
007000**  LAYOUT AS EVERY OTHER PROGRAM IN THE SUITE, VIA THE SHARED
007100**  COPYBOOK.  C2222U AGES IT IN PLACE, ONE CALL PER PROJECTED
008497**  NIGHTLY PASS HASHES, SO THE C2222R BALANCE CAN PROVE BOTH
008498**  PROGRAMS READ THE SAME GENERATION.
008499 77  WS-IN-QUALITY-HASH            PIC 9(09) VALUE 0.
008501 77  WS-SALESHST-STATUS            PIC X(02) VALUE "00".
008502 77  WS-COVER-DAYS                 PIC 9(02) VALUE 14.
008503 77  WS-RATES-LOADED               PIC 999 VALUE 0.
008504 77  WS-RATE-UNITS                 PIC 9(07) VALUE 0.
008505 77  WS-DAILY-RATE                 PIC 9(05)V99 VALUE 0.
008506 77  WS-DAYS-OF-SUPPLY             PIC 9(07) VALUE 0.
008507 77  WS-ORDER-QTY                  PIC S9(07) VALUE 0.
008508 77  WS-DEMAND-FLAGGED             PIC 9(05) VALUE 0.
008509 77  WS-GROUP-STORE                PIC 9(03) VALUE 0.
008510 77  WS-GROUP-NAME                 PIC X(50) VALUE SPACES.
008511 77  WS-GROUP-ON-HAND              PIC 9(07) VALUE 0.
008512 77  WS-GROUP-LINES                PIC 99 VALUE 0.
008513 01  ZW-S                          PIC 999.
008514 01  ZW-B                          PIC 999.
008531 77  WS-RECALLS-STATUS             PIC X(02) VALUE "00".
008548 77  WS-RECALLS-LOADED             PIC 999 VALUE 0.
008565 01  ZW-K                          PIC 999.
008582 01  WS-SWITCHES.
008600     02  WS-EOF-SWITCH             PIC X(01) VALUE "N".
008700         88  WS-EOF-YES                      VALUE "Y".
008800     02  WS-FILES-OPEN-SWITCH      PIC X(01) VALUE "N".
009120         88  WS-CAT-EOF-YES                  VALUE "Y".
009130     02  WS-CAT-FOUND-SWITCH       PIC X(01) VALUE "N".
009140         88  WS-CAT-FOUND-YES                VALUE "Y".
009141     02  WS-HIST-EOF-SWITCH        PIC X(01) VALUE "N".
009142         88  WS-HIST-EOF-YES                 VALUE "Y".
009143     02  WS-GROUP-OPEN-SWITCH      PIC X(01) VALUE "N".
009144         88  WS-GROUP-OPEN-YES               VALUE "Y".
009145     02  WS-GROUP-REORDER-SWITCH   PIC X(01) VALUE "N".
009146         88  WS-GROUP-REORDER-YES            VALUE "Y".
009147     02  WS-RATE-FOUND-SWITCH      PIC X(01) VALUE "N".
009148         88  WS-RATE-FOUND-YES               VALUE "Y".
009150     02  WS-RECALL-EOF-SWITCH      PIC X(01) VALUE "N".
009152         88  WS-RECALL-EOF-YES               VALUE "Y".
009154     02  WS-RECALL-MATCH-SWITCH    PIC X(01) VALUE "N".
009156         88  WS-RECALL-MATCH-YES             VALUE "Y".
009158**  RULE BRANCH REPORTED BACK BY EACH C2222U CALL - NOT USED BY
009160**  THE FORECAST, BUT THE ENGINE REPORTS IT TO EVERY CALLER.
009170 01  WS-RULE-BRANCH                PIC X(10) VALUE SPACES.
009171**  CATEGORY MASTER TABLE AND THE ACTIVE ENTRY HANDED TO C2222U -
009288                   C2222C-MKDN-2-PCT     BY CA-MKDN-2-PCT.
009292 01  WS-HIT-ACTION                 PIC X(08) VALUE SPACES.
009300 01  WS-HIT-DAY                    PIC 99 VALUE 0.
009308**  UNITS SOLD IN THE LAST 28 DAYS BY STORE AND ITEM, LOADED UP
009316**  FRONT FROM THE SALES HISTORY.  A QUIET ITEM IS NOT LOADED.
009324 01  WS-SALES-RATE-TABLE.
009332     02  WS-SALES-RATE-ENTRY OCCURS 500 TIMES.
009340         03  WS-SR-STORE           PIC 9(03).
009341         03  WS-SR-NAME            PIC X(50).
009342         03  WS-SR-UNITS           PIC 9(07).
009343**  OPEN RECALL NOTICES, LOADED UP FRONT - SAME ARRANGEMENT AS
009344**  THE NIGHTLY AGING PASS.
009345 01  WS-RECALL-TABLE.
009346     02  WS-RECALL-ENTRY OCCURS 100 TIMES.
009347         COPY C2222DK
009348             REPLACING C2222K-RECALL-ID     BY RT-RECALL-ID
009349                       C2222K-VENDOR-CODE   BY RT-VENDOR-CODE
009350                       C2222K-NAME          BY RT-NAME
009351                       C2222K-LOT-FROM      BY RT-LOT-FROM
009352                       C2222K-LOT-TO        BY RT-LOT-TO
009353                       C2222K-RECEIVED-FROM BY RT-RECEIVED-FROM
009354                       C2222K-RECEIVED-TO   BY RT-RECEIVED-TO
009355                       C2222K-NOTICE-DATE   BY RT-NOTICE-DATE
009356                       C2222K-STATUS        BY RT-STATUS
009357                       C2222K-CLOSE-DATE    BY RT-CLOSE-DATE.
009364**  ONE STORE'S ITEM'S RECOMMENDATION LINES, HELD UNTIL ALL ITS
009372**  LOTS ARE SEEN SO THE ORDER QUANTITY CAN GO ON THE FIRST
009380**  REORDER LINE.  A LONGER RUN OF LOTS IS WRITTEN EARLY.
009388 01  WS-GROUP-LINE-TABLE.
009396     02  WS-GROUP-LINE OCCURS 20 TIMES PIC X(90).
009400 01  WS-FORECAST-HEADING-1.
009500     02  FILLER                    PIC X(37)
009600         VALUE "REORDER/MARKDOWN FORECAST - LOOKAHEAD".
010400     02  FILLER                    PIC X(08) VALUE "SELL-IN".
010500     02  FILLER                    PIC X(07) VALUE "QUALITY".
010510     02  FILLER                    PIC X(06) VALUE " STORE".
010598     02  FILLER                    PIC X(04) VALUE " QTY".
010600 01  WS-FORECAST-DETAIL-LINE.
010700     02  FD-NAME                   PIC X(50).
010800     02  FD-ACTION                 PIC X(08).
011400     02  FD-QUALITY                PIC ZZ9.
011410     02  FILLER                    PIC X(02) VALUE SPACES.
011420     02  FD-STORE                  PIC 9(03).
011459     02  FILLER                    PIC X(03) VALUE SPACES.
011498     02  FD-ORDER-QTY              PIC ZZZZ9.
011500 01  WS-FORECAST-TRAILER.
011600     02  FILLER                    PIC X(14)
011650         VALUE "ITEMS FLAGGED ".
011700     02  FT-FLAGGED-COUNT          PIC ZZZZ9.
011733     02  FILLER                    PIC X(17)
011766         VALUE "  BY SALES RATE  ".
011799     02  FT-DEMAND-FLAGGED         PIC ZZZZ9.
011800 PROCEDURE DIVISION.
011900*****************************************************************
012000**  MAIN-PROCEDURE - OPENS THE FORECAST, STREAMS THE MASTER,
012410     IF WS-FILES-OPEN-YES THEN
012420         PERFORM 1800-LOAD-CATEGORY-MASTER
012430     END-IF.
012453     IF WS-FILES-OPEN-YES THEN
012476         PERFORM 1900-LOAD-SALES-RATES
012480     END-IF.
012484     IF WS-FILES-OPEN-YES THEN
012488         PERFORM 1600-LOAD-RECALL-FILE
012492     END-IF.
012500     IF WS-FILES-OPEN-YES THEN
012600         PERFORM 1100-READ-MASTER-RECORD
012700         PERFORM 3000-FORECAST-ONE-RECORD
016200**  1500-LOAD-LOOKAHEAD-PARM - PICKS UP THE LOOKAHEAD WINDOW.  A
016300**                   MISSING PARM FILE OR A PARM THAT IS NOT A
016400**                   POSITIVE NUMBER FALLS BACK TO THE STANDARD
016499**                   7-DAY BUYING WINDOW.  THE COVER DAYS FALL
016598**                   BACK THE SAME WAY TO TWO WEEKS.
016600*****************************************************************
016700 1500-LOAD-LOOKAHEAD-PARM SECTION.
016800     MOVE 7 TO WS-LOOKAHEAD-DAYS.
017700            AND PR-LOOKAHEAD-DAYS GREATER THAN 0 THEN
017800             MOVE PR-LOOKAHEAD-DAYS TO WS-LOOKAHEAD-DAYS
017900         END-IF
017919         IF WS-FCSTPARM-STATUS EQUAL TO "00"
017938            AND PR-COVER-DAYS IS NUMERIC
017957            AND PR-COVER-DAYS GREATER THAN 0 THEN
017976             MOVE PR-COVER-DAYS TO WS-COVER-DAYS
017995         END-IF
018000         CLOSE FORECAST-PARM-FILE
018100     END-IF.
018110*****************************************************************
019340     END-IF.
019400     ADD 1 TO WS-RECORD-COUNT.
019450     ADD IM-QUALITY TO WS-IN-QUALITY-HASH.
019474**  A NEW STORE OR ITEM CLOSES OUT THE ONE BEFORE - THE MASTER
019498**  IS IN STORE AND ITEM ORDER, SO ITS LOTS ARRIVE TOGETHER.
019500     MOVE IM-NAME TO C2222D-NAME.
019600     MOVE IM-QUALITY TO C2222D-QUALITY.
019700     MOVE IM-SELLIN TO C2222D-SELLIN.
019727     ELSE
019728         MOVE 0 TO C2222D-UNIT-COST
019729     END-IF.
019731     IF WS-GROUP-OPEN-YES
019732        AND (C2222D-STORE NOT EQUAL TO WS-GROUP-STORE
019733             OR IM-NAME NOT EQUAL TO WS-GROUP-NAME) THEN
019734         PERFORM 5000-CLOSE-ITEM-GROUP
019735     END-IF.
019736     IF NOT WS-GROUP-OPEN-YES THEN
019737         MOVE "Y" TO WS-GROUP-OPEN-SWITCH
019738         MOVE C2222D-STORE TO WS-GROUP-STORE
019739         MOVE IM-NAME TO WS-GROUP-NAME
019740         MOVE 0 TO WS-GROUP-ON-HAND
019741         MOVE 0 TO WS-GROUP-LINES
019742         MOVE "N" TO WS-GROUP-REORDER-SWITCH
019743     END-IF.
019744     MOVE IM-LOT-NUMBER TO C2222D-LOT-NUMBER.
019745     MOVE IM-VENDOR-CODE TO C2222D-VENDOR-CODE.
019746     IF IM-RETAIL-PRICE IS NUMERIC THEN
019747         MOVE IM-RETAIL-PRICE TO C2222D-RETAIL-PRICE
019748     ELSE
019749         MOVE 0 TO C2222D-RETAIL-PRICE
019750     END-IF.
019752     IF IM-RECEIVED-DATE IS NUMERIC THEN
019756         MOVE IM-RECEIVED-DATE TO C2222D-RECEIVED-DATE
019760     ELSE
019772     IF IM-EXPIRY-DATE IS NUMERIC THEN
019776         MOVE IM-EXPIRY-DATE TO C2222D-EXPIRY-DATE
019780     ELSE
019781         MOVE 0 TO C2222D-EXPIRY-DATE
019782     END-IF.
019783**  A LOT ALREADY AT QUALITY ZERO, OR FROZEN UNDER AN OPEN RECALL,
019784**  IS NOT STOCK THAT WILL SELL.
019785     PERFORM 3550-CHECK-RECALL.
019786     IF IM-QUALITY IS NUMERIC
019787        AND IM-QUALITY GREATER THAN 0
019788        AND NOT WS-RECALL-MATCH-YES THEN
019789         ADD C2222D-QTY-ON-HAND TO WS-GROUP-ON-HAND
019790     END-IF.
019792     PERFORM 3450-DERIVE-LOT-SELLIN.
019796     PERFORM 3700-LOOK-UP-CATEGORY.
019800     MOVE "N" TO WS-HIT-SWITCH.
023999*****************************************************************
024000**  6100-WRITE-RECOMMENDATION - ONE LINE PER FLAGGED ITEM,
024100**                   SHOWING TODAY'S MASTER VALUES AND THE DAY
024199**                   THE ITEM GOES BAD.  HELD WITH THE REST OF
024298**                   THE STORE'S ITEM UNTIL ITS LAST LOT.
024300*****************************************************************
024400 6100-WRITE-RECOMMENDATION SECTION.
024500     ADD 1 TO WS-FLAGGED-COUNT.
025000     MOVE IM-SELLIN TO FD-SELLIN.
025100     MOVE IM-QUALITY TO FD-QUALITY.
025150     MOVE C2222D-STORE TO FD-STORE.
025250     PERFORM 6200-HOLD-GROUP-LINE.
025300*****************************************************************
025400**  8000-SET-RETURN-CODE - RAISES VSP-RETURN-CODE, NEVER LOWERS
025500**                   IT, SO THE WORST CONDITION OF THE RUN WINS.
026036     END-IF.
026100*****************************************************************
026200**  9000-CLOSE-FILES - WRITES THE FLAGGED-ITEM TRAILER AND
026299**                   CLOSES THE FORECAST, AFTER THE LAST
026398**                   STORE'S ITEM IS CLOSED OUT
026400*****************************************************************
026500 9000-CLOSE-FILES SECTION.
026533     IF WS-GROUP-OPEN-YES THEN
026566         PERFORM 5000-CLOSE-ITEM-GROUP
026599     END-IF.
026600     MOVE WS-FLAGGED-COUNT TO FT-FLAGGED-COUNT.
026699     MOVE WS-DEMAND-FLAGGED TO FT-DEMAND-FLAGGED.
026700     WRITE RC-RECOMMENDATION-LINE FROM WS-FORECAST-TRAILER.
026800     CLOSE INVENTORY-MASTER-FILE.
026900     CLOSE RECOMMENDATION-FILE.
027005         MOVE "Y" TO WS-CAT-FOUND-SWITCH
027006         MOVE WS-CATEGORY-ENTRY(ZW-C) TO WS-ACTIVE-CATEGORY
027007     END-IF.
027009*****************************************************************
027010**  1900-LOAD-SALES-RATES - LOADS EACH STORE'S ITEM'S UNITS SOLD
027011**                   IN THE LAST 28 DAYS OF THE SALES HISTORY.  A
027012**                   MISSING SALESHST - NO PASS HAS ROLLED ONE YET
027013**                   - LEAVES THE FORECAST ON QUALITY ALONE.  MORE
027014**                   ITEMS THAN THE TABLE HOLDS ARE LEFT UNRATED
027015**                   WITH RC 4.
027016*****************************************************************
027017 1900-LOAD-SALES-RATES SECTION.
027018     MOVE 0 TO WS-RATES-LOADED.
027019     MOVE "N" TO WS-HIST-EOF-SWITCH.
027020     OPEN INPUT SALES-HISTORY-FILE.
027021     IF WS-SALESHST-STATUS NOT EQUAL TO "00" THEN
027022         GO TO 1900-EXIT
027023     END-IF.
027024     PERFORM 1920-READ-HISTORY-RECORD.
027025     PERFORM 1940-STORE-SALES-RATE
027026         UNTIL WS-HIST-EOF-YES
027027            OR WS-RATES-LOADED EQUAL TO 500.
027028     IF NOT WS-HIST-EOF-YES THEN
027029         DISPLAY "SALES HISTORY OVER 500 ITEMS - REST NOT RATED"
027030         MOVE 4 TO WS-CANDIDATE-RC
027031         PERFORM 8000-SET-RETURN-CODE
027032     END-IF.
027033     CLOSE SALES-HISTORY-FILE.
027034 1900-EXIT.
027035     EXIT.
027036*****************************************************************
027037**  1920-READ-HISTORY-RECORD - READ-AHEAD FOR THE LOAD LOOP
027038*****************************************************************
027039 1920-READ-HISTORY-RECORD SECTION.
027040     READ SALES-HISTORY-FILE
027041         AT END
027042             MOVE "Y" TO WS-HIST-EOF-SWITCH
027043     END-READ.
027044*****************************************************************
027045**  1940-STORE-SALES-RATE - TOTALS ONE HISTORY RECORD'S NEWEST 28
027046**                   DAYS INTO THE NEXT TABLE SLOT AND READS THE
027047**                   NEXT.  THE TRAILER AND ITEMS WITH NO SALES IN
027048**                   THE 28 DAYS ARE SKIPPED.
027049*****************************************************************
027050 1940-STORE-SALES-RATE SECTION.
027051     IF C2222S-NAME EQUAL TO "*CONTROL*" THEN
027052         GO TO 1940-NEXT
027053     END-IF.
027054     MOVE 0 TO WS-RATE-UNITS.
027055     PERFORM 1960-ADD-ONE-DAY
027056         VARYING ZW-S FROM 1 BY 1
027057             UNTIL ZW-S > 28.
027058     IF WS-RATE-UNITS GREATER THAN 0 THEN
027059         ADD 1 TO WS-RATES-LOADED
027060         MOVE C2222S-STORE TO WS-SR-STORE(WS-RATES-LOADED)
027061         MOVE C2222S-NAME TO WS-SR-NAME(WS-RATES-LOADED)
027062         MOVE WS-RATE-UNITS TO WS-SR-UNITS(WS-RATES-LOADED)
027063     END-IF.
027064 1940-NEXT.
027065     PERFORM 1920-READ-HISTORY-RECORD.
027066*****************************************************************
027067**  1960-ADD-ONE-DAY - ADDS ONE DAY'S UNITS INTO THE RATE TOTAL
027068*****************************************************************
027069 1960-ADD-ONE-DAY SECTION.
027070     IF C2222S-DAY-UNITS(ZW-S) IS NUMERIC THEN
027071         ADD C2222S-DAY-UNITS(ZW-S) TO WS-RATE-UNITS
027072     END-IF.
027073*****************************************************************
027074**  5000-CLOSE-ITEM-GROUP - CLOSES OUT ONE STORE'S ITEM ONCE ALL
027075**                   ITS LOTS ARE PROJECTED.  THE 28-DAY SALES
027076**                   RATE SAYS HOW MANY DAYS THE SELLABLE ON-HAND
027077**                   WILL LAST; IF IT SELLS OUT INSIDE THE
027078**                   LOOKAHEAD AND NO LOT WAS ALREADY FLAGGED FOR
027079**                   REORDER, A SALES-RATE REORDER IS ADDED WITH
027080**                   THE DAY IT RUNS OUT.  THE FIRST REORDER LINE
027081**                   THEN CARRIES THE QUANTITY THAT BRINGS ON-HAND
027082**                   UP TO THE COVER DAYS AT THAT RATE.  AN ITEM
027083**                   WITH NO SALES HISTORY IS FORECAST ON QUALITY
027084**                   ALONE, AS BEFORE.
027085*****************************************************************
027086 5000-CLOSE-ITEM-GROUP SECTION.
027087     MOVE "N" TO WS-RATE-FOUND-SWITCH.
027088     MOVE 0 TO WS-RATE-UNITS.
027089     PERFORM 5100-MATCH-ONE-RATE
027090         VARYING ZW-S FROM 1 BY 1
027091             UNTIL ZW-S > WS-RATES-LOADED
027092                OR WS-RATE-FOUND-YES.
027093     IF NOT WS-RATE-FOUND-YES THEN
027094         GO TO 5000-FLUSH
027095     END-IF.
027096     COMPUTE WS-DAILY-RATE ROUNDED = WS-RATE-UNITS / 28.
027097     IF WS-DAILY-RATE EQUAL TO 0 THEN
027098         GO TO 5000-FLUSH
027099     END-IF.
027100     COMPUTE WS-DAYS-OF-SUPPLY = WS-GROUP-ON-HAND / WS-DAILY-RATE.
027101     IF WS-DAYS-OF-SUPPLY NOT GREATER THAN WS-LOOKAHEAD-DAYS
027102        AND NOT WS-GROUP-REORDER-YES THEN
027103         PERFORM 6150-WRITE-SALES-REORDER
027104     END-IF.
027105     COMPUTE WS-ORDER-QTY ROUNDED =
027106         WS-DAILY-RATE * WS-COVER-DAYS - WS-GROUP-ON-HAND.
027107     IF WS-ORDER-QTY GREATER THAN 99999 THEN
027108         MOVE 99999 TO WS-ORDER-QTY
027109     END-IF.
027110     IF WS-ORDER-QTY GREATER THAN 0 THEN
027111         MOVE "N" TO WS-RATE-FOUND-SWITCH
027112         PERFORM 5200-STAMP-ORDER-QTY
027113             VARYING ZW-B FROM 1 BY 1
027114                 UNTIL ZW-B > WS-GROUP-LINES
027115                    OR WS-RATE-FOUND-YES
027116     END-IF.
027117 5000-FLUSH.
027118     PERFORM 6300-FLUSH-GROUP-LINES.
027119     MOVE "N" TO WS-GROUP-OPEN-SWITCH.
027120*****************************************************************
027121**  5100-MATCH-ONE-RATE - ONE SALES-RATE ENTRY AGAINST THE STORE'S
027122**                   ITEM BEING CLOSED OUT
027123*****************************************************************
027124 5100-MATCH-ONE-RATE SECTION.
027125     IF WS-SR-STORE(ZW-S) EQUAL TO WS-GROUP-STORE
027126        AND WS-SR-NAME(ZW-S) EQUAL TO WS-GROUP-NAME THEN
027127         MOVE "Y" TO WS-RATE-FOUND-SWITCH
027128         MOVE WS-SR-UNITS(ZW-S) TO WS-RATE-UNITS
027129     END-IF.
027130*****************************************************************
027131**  5200-STAMP-ORDER-QTY - PUTS THE SUGGESTED ORDER QUANTITY ON
027132**                   THE FIRST HELD REORDER LINE
027133*****************************************************************
027134 5200-STAMP-ORDER-QTY SECTION.
027135     MOVE WS-GROUP-LINE(ZW-B) TO WS-FORECAST-DETAIL-LINE.
027136     IF FD-ACTION EQUAL TO "REORDER" THEN
027137         MOVE "Y" TO WS-RATE-FOUND-SWITCH
027138         MOVE WS-ORDER-QTY TO FD-ORDER-QTY
027139         MOVE WS-FORECAST-DETAIL-LINE TO WS-GROUP-LINE(ZW-B)
027140     END-IF.
027141*****************************************************************
027142**  6150-WRITE-SALES-REORDER - ONE REORDER LINE FOR A STORE'S
027143**                   ITEM THAT WILL SELL OUT BEFORE ANY LOT GOES
027144**                   BAD.  THE DAY IS THE DAY IT RUNS OUT; THERE
027145**                   IS NO ONE LOT'S SELL-IN OR QUALITY TO SHOW.
027146*****************************************************************
027147 6150-WRITE-SALES-REORDER SECTION.
027148     ADD 1 TO WS-FLAGGED-COUNT.
027149     ADD 1 TO WS-DEMAND-FLAGGED.
027150     MOVE SPACES TO WS-FORECAST-DETAIL-LINE.
027151     MOVE WS-GROUP-NAME TO FD-NAME.
027152     MOVE "REORDER" TO FD-ACTION.
027153     MOVE WS-DAYS-OF-SUPPLY TO FD-DAY.
027154     MOVE WS-GROUP-STORE TO FD-STORE.
027155     PERFORM 6200-HOLD-GROUP-LINE.
027156*****************************************************************
027157**  6200-HOLD-GROUP-LINE - HOLDS THE DETAIL LINE WITH THE REST OF
027158**                   THE STORE'S ITEM.  A FULL HOLD IS WRITTEN
027159**                   FIRST, SO A VERY LONG RUN OF LOTS LOSES ONLY
027160**                   THE PLACE FOR THE ORDER QUANTITY, NOT A LINE.
027161*****************************************************************
027162 6200-HOLD-GROUP-LINE SECTION.
027163     IF WS-GROUP-LINES EQUAL TO 20 THEN
027164         PERFORM 6300-FLUSH-GROUP-LINES
027165     END-IF.
027166     IF FD-ACTION EQUAL TO "REORDER" THEN
027167         MOVE "Y" TO WS-GROUP-REORDER-SWITCH
027168     END-IF.
027169     ADD 1 TO WS-GROUP-LINES.
027170     MOVE WS-FORECAST-DETAIL-LINE
027171         TO WS-GROUP-LINE(WS-GROUP-LINES).
027172*****************************************************************
027173**  6300-FLUSH-GROUP-LINES - WRITES THE HELD LINES IN ORDER
027174*****************************************************************
027175 6300-FLUSH-GROUP-LINES SECTION.
027176     PERFORM 6350-WRITE-ONE-GROUP-LINE
027177         VARYING ZW-B FROM 1 BY 1
027178             UNTIL ZW-B > WS-GROUP-LINES.
027179     MOVE 0 TO WS-GROUP-LINES.
027180*****************************************************************
027181**  6350-WRITE-ONE-GROUP-LINE - ONE HELD LINE TO THE REPORT
027182*****************************************************************
027183 6350-WRITE-ONE-GROUP-LINE SECTION.
027184     WRITE RC-RECOMMENDATION-LINE FROM WS-GROUP-LINE(ZW-B).
027284*****************************************************************
027384**  1600-LOAD-RECALL-FILE - LOADS THE OPEN RECALL NOTICES INTO
027484**                   THE RECALL TABLE, SAME AS THE NIGHTLY PASS.
027584**                   NO RECALLS FILE MEANS NO RECALL HAS EVER
027684**                   BEEN TAKEN.  ONE THAT IS THERE BUT
027784**                   UNREADABLE ABANDONS THE RUN WITH RC 12.  A
027884**                   CLOSED NOTICE FREEZES NOTHING.
027984*****************************************************************
028084 1600-LOAD-RECALL-FILE SECTION.
028184     MOVE 0 TO WS-RECALLS-LOADED.
028284     MOVE "N" TO WS-RECALL-EOF-SWITCH.
028384     OPEN INPUT RECALL-FILE.
028484     IF WS-RECALLS-STATUS EQUAL TO "35" THEN
028584         GO TO 1600-EXIT
028684     END-IF.
028784     IF WS-RECALLS-STATUS NOT EQUAL TO "00" THEN
028884         DISPLAY "RECALL FILE UNREADABLE - STATUS "
028984             WS-RECALLS-STATUS
029084         MOVE "N" TO WS-FILES-OPEN-SWITCH
029184         MOVE 12 TO WS-CANDIDATE-RC
029284         PERFORM 8000-SET-RETURN-CODE
029384         GO TO 1600-EXIT
029484     END-IF.
029584     PERFORM 1620-READ-RECALL-RECORD.
029684     PERFORM 1640-STORE-RECALL-RECORD
029784         UNTIL WS-RECALL-EOF-YES
029884            OR WS-RECALLS-LOADED EQUAL TO 100.
029984     IF NOT WS-RECALL-EOF-YES THEN
030084         DISPLAY "OPEN RECALLS EXCEED 100 - REST IGNORED"
030184         MOVE 8 TO WS-CANDIDATE-RC
030284         PERFORM 8000-SET-RETURN-CODE
030384     END-IF.
030484     CLOSE RECALL-FILE.
030584 1600-EXIT.
030684     EXIT.
030784*****************************************************************
030884**  1620-READ-RECALL-RECORD - READ-AHEAD FOR THE LOAD LOOP
030984*****************************************************************
031084 1620-READ-RECALL-RECORD SECTION.
031184     READ RECALL-FILE
031284         AT END
031384             MOVE "Y" TO WS-RECALL-EOF-SWITCH
031484     END-READ.
031584*****************************************************************
031684**  1640-STORE-RECALL-RECORD - MOVES ONE OPEN NOTICE INTO THE
031784**                   NEXT TABLE SLOT AND READS THE NEXT.  A DATE
031884**                   RANGE THAT IS NOT NUMERIC RUNS AS NO RANGE.
031984*****************************************************************
032084 1640-STORE-RECALL-RECORD SECTION.
032184     IF C2222K-STATUS OF RC-RECALL-RECORD NOT EQUAL TO "C" THEN
032284         ADD 1 TO WS-RECALLS-LOADED
032384         MOVE RC-RECALL-RECORD
032484             TO WS-RECALL-ENTRY(WS-RECALLS-LOADED)
032584         IF RT-RECEIVED-FROM(WS-RECALLS-LOADED) IS NOT NUMERIC
032684         THEN
032784             MOVE 0 TO RT-RECEIVED-FROM(WS-RECALLS-LOADED)
032884         END-IF
032984         IF RT-RECEIVED-TO(WS-RECALLS-LOADED) IS NOT NUMERIC THEN
033084             MOVE 0 TO RT-RECEIVED-TO(WS-RECALLS-LOADED)
033184         END-IF
033284     END-IF.
033384     PERFORM 1620-READ-RECALL-RECORD.
033484*****************************************************************
033584**  3550-CHECK-RECALL - SETS WS-RECALL-MATCH-SWITCH WHEN THE
033684**                   PROJECTED LOT FALLS UNDER ANY OPEN RECALL
033784*****************************************************************
033884 3550-CHECK-RECALL SECTION.
033984     MOVE "N" TO WS-RECALL-MATCH-SWITCH.
034084     PERFORM 3560-MATCH-ONE-RECALL
034184         VARYING ZW-K FROM 1 BY 1
034284             UNTIL ZW-K > WS-RECALLS-LOADED
034384                OR WS-RECALL-MATCH-YES.
034484*****************************************************************
034584**  3560-MATCH-ONE-RECALL - TESTS THE PROJECTED LOT AGAINST ONE
034684**                   NOTICE, BY THE NIGHTLY PASS'S RULES.  THE
034784**                   NAME MUST MATCH, AND THE VENDOR UNLESS THE
034884**                   NOTICE NAMES NONE.  A LOT RANGE WINS OVER A
034984**                   RECEIVED-DATE RANGE; A NOTICE WITH NEITHER
035084**                   RECALLS EVERY LOT.
035184*****************************************************************
035284 3560-MATCH-ONE-RECALL SECTION.
035384     IF RT-NAME(ZW-K) NOT EQUAL TO C2222D-NAME THEN
035484         GO TO 3560-EXIT
035584     END-IF.
035684     IF RT-VENDOR-CODE(ZW-K) NOT EQUAL TO SPACES
035784        AND RT-VENDOR-CODE(ZW-K) NOT EQUAL TO C2222D-VENDOR-CODE
035884     THEN
035984         GO TO 3560-EXIT
036084     END-IF.
036184     IF RT-LOT-FROM(ZW-K) NOT EQUAL TO SPACES THEN
036284         IF C2222D-LOT-NUMBER LESS THAN RT-LOT-FROM(ZW-K) THEN
036384             GO TO 3560-EXIT
036484         END-IF
036584         IF RT-LOT-TO(ZW-K) EQUAL TO SPACES
036684            AND C2222D-LOT-NUMBER GREATER THAN RT-LOT-FROM(ZW-K)
036784         THEN
036884             GO TO 3560-EXIT
036984         END-IF
037084         IF RT-LOT-TO(ZW-K) NOT EQUAL TO SPACES
037184            AND C2222D-LOT-NUMBER GREATER THAN RT-LOT-TO(ZW-K)
037284         THEN
037384             GO TO 3560-EXIT
037484         END-IF
037584     ELSE
037684         IF RT-RECEIVED-FROM(ZW-K) GREATER THAN 0 THEN
037784             IF C2222D-RECEIVED-DATE LESS THAN
037884                RT-RECEIVED-FROM(ZW-K) THEN
037984                 GO TO 3560-EXIT
038084             END-IF
038184             IF RT-RECEIVED-TO(ZW-K) GREATER THAN 0
038284                AND C2222D-RECEIVED-DATE GREATER THAN
038384                    RT-RECEIVED-TO(ZW-K) THEN
038484                 GO TO 3560-EXIT
038584             END-IF
038684         END-IF
038784     END-IF.
038884     MOVE "Y" TO WS-RECALL-MATCH-SWITCH.
038984 3560-EXIT.
039084     EXIT.
039184 END PROGRAM C2222F.
