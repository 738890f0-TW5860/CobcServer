005610**                   THE BASE SHELF PRICE - SO A DISCOUNT
005611**                   DISPOSITION IS AN EXECUTED PRICE CHANGE
005612**                   INSTEAD OF A SUGGESTION.
005618**  10/15/2026 JRH   PRODUCT RECALL QUARANTINE.  OPEN NOTICES ON
005624**                   RECALLS (SEE C2222DK) ARE LOADED UP FRONT
005630**                   AND EVERY LOT MATCHING ONE - ITEM, VENDOR,
005636**                   AND LOT NUMBER OR RECEIVED DATE RANGE - IS
005642**                   FROZEN IN EVERY STORE.  A QUARANTINED LOT
005648**                   DOES NOT AGE, DERIVE SELL-IN, OR MARK DOWN,
005654**                   TAKES NO SALE OR TRANSFER MOVEMENT, AND
005660**                   LISTS ON ITS OWN RECALL PULL LIST (RCLPULL)
005666**                   BY STORE WITH QUANTITY AND EXTENDED COST
005672**                   INSTEAD OF THE MORNING PULL LIST.  THE SAME
005678**                   LOTS GO TO RCLSTOCK FOR C2222K, WHICH KEEPS
005684**                   THE RECALL OPEN UNTIL EVERY STORE CONFIRMS.
005685**  10/15/2026 JRH   CYCLE-COUNT ADJUSTMENTS.  NEW MOVEMENT TYPE
005686**                   C (COUNT ADJUSTMENT) FROM THE C2222N COUNT
005687**                   RECONCILIATION POSTS THE BOOK-TO-SHELF
005688**                   QUANTITY VARIANCE.  THE MOVEMENT AND
005689**                   SUSPENSE RECORDS NOW CARRY A LOT NUMBER -
005691**                   A MOVEMENT NAMING A LOT POSTS ONLY TO THAT
005692**                   LOT; SPACES POST TO EVERY LOT AS BEFORE.
005693**  10/15/2026 JRH   ROLLING SALES HISTORY.  EVERY TYPE S SALE
005694**                   POSTED TONIGHT IS GATHERED BY STORE AND ITEM
005695**                   AND ROLLED INTO THE 13-WEEK DAILY HISTORY
005697**                   (SALESHST IN, SALESHSN OUT - SEE C2222DS) AT
005698**                   END OF PASS, FOR THE C2222S VELOCITY REPORT
005699**                   AND THE C2222F SALES-RATE REORDER.
005701**  10/15/2026 JRH   GENERAL-LEDGER EXTRACT.  EACH STORE'S NIGHT
005702**                   IS SUMMED BY CATEGORY - OPENING AND CLOSING
005703**                   VALUE AT COST, SHRINK, AND THE MARKDOWN
005704**                   DOLLARS NEWLY TAKEN ON THE PRICECHG LOTS - TO
005705**                   GLEXTR (SEE C2222DX) FOR THE C2222G JOURNAL.
005706**  10/15/2026 JRH   THE GL EXTRACT NOW ALSO CARRIES THE NIGHT'S
005707**                   POSTED MOVEMENTS AT COST - RECEIPTS AND
005708**                   RETURNS, TRANSFERS IN AND OUT, SALES, AND
005709**                   COUNT ADJUSTMENTS - SO THE C2222Y PERIOD
005710**                   CLOSE CAN ROLL EACH STORE AND CATEGORY
005711**                   FORWARD FROM OPENING TO CLOSING VALUE.
005712**  10/15/2026 JRH   THE SUSPENSE THE NIGHT STARTED WITH IS
005713**                   COPIED AS READ TO SUSPSAVE BEFORE SUSPFILE
005714**                   IS REBUILT, SO THE C2222Z REVERSAL CAN PUT
005715**                   BACK WHAT A BAD NIGHT CONSUMED.
005725**  10/15/2026 JRH   A TRANSFER PAIR EITHER OF WHOSE LEGS COULD
005735**                   TOUCH A RECALLED LOT IS HELD WHOLE.  A
005745**                   MOVEMENT COUNTS AS BLOCKED BY RECALL ONLY
005755**                   WHEN IT POSTED NOWHERE ELSE.
005757**  10/15/2026 JRH   A SALES HISTORY ALREADY DATED TONIGHT OR
005759**                   LATER IS NOT ROLLED AGAIN - RC 8 AND NO NEW
005761**                   GENERATION, SO A RERUN CANNOT COUNT A
005763**                   NIGHT'S SALES TWICE.
005764**  10/15/2026 JRH   A BUSINESS DATE ON OR BEFORE THE END OF THE
005765**                   LAST PERIOD C2222Y CLOSED (PERDHST) IS
005766**                   LOCKED - RC 8 BEFORE ANY OUTPUT IS OPENED.
005767**                   TYPE C IS THE ONLY COUNT ADJUSTMENT VALUED
005768**                   FOR THE LEDGER; AN UNKNOWN TYPE VALUES
005769**                   NOTHING.
005770*****************************************************************
005775 IDENTIFICATION DIVISION.
005785 PROGRAM-ID.     EXAMPLE-TEST-CASE.
005800 AUTHOR.         J R HENDRICKS.
005900 INSTALLATION.   SHELF INVENTORY CONTROL.
006000 DATE-WRITTEN.   01/15/1998.
008304     SELECT SUSPENSE-REJECT-FILE ASSIGN TO "SUSPREJ"
008305         ORGANIZATION IS LINE SEQUENTIAL
008306         FILE STATUS IS WS-SUSPREJ-STATUS.
008310     SELECT SUSPENSE-SAVE-FILE ASSIGN TO "SUSPSAVE"
008314         ORGANIZATION IS LINE SEQUENTIAL
008315         FILE STATUS IS WS-SUSPSAVE-STATUS.
008316     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
008317         ORGANIZATION IS LINE SEQUENTIAL
008318         FILE STATUS IS WS-RUNLOG-STATUS.
008319     SELECT PRICE-CHANGE-FILE ASSIGN TO "PRICECHG"
008320         ORGANIZATION IS LINE SEQUENTIAL
008321         FILE STATUS IS WS-PRICECHG-STATUS.
008322     SELECT RECALL-FILE ASSIGN TO "RECALLS"
008331         ORGANIZATION IS LINE SEQUENTIAL
008340         FILE STATUS IS WS-RECALLS-STATUS.
008349     SELECT RECALL-PULL-FILE ASSIGN TO "RCLPULL"
008358         ORGANIZATION IS LINE SEQUENTIAL
008367         FILE STATUS IS WS-RCLPULL-STATUS.
008376     SELECT RECALL-STOCK-FILE ASSIGN TO "RCLSTOCK"
008385         ORGANIZATION IS LINE SEQUENTIAL
008394         FILE STATUS IS WS-RCLSTOCK-STATUS.
008395     SELECT SALES-HISTORY-FILE ASSIGN TO "SALESHST"
008396         ORGANIZATION IS LINE SEQUENTIAL
008397         FILE STATUS IS WS-SALESHST-STATUS.
008398     SELECT NEW-SALES-HISTORY-FILE ASSIGN TO "SALESHSN"
008401         ORGANIZATION IS LINE SEQUENTIAL
008402         FILE STATUS IS WS-SALESHSN-STATUS.
008403     SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTR"
008404         ORGANIZATION IS LINE SEQUENTIAL
008405         FILE STATUS IS WS-GLEXTR-STATUS.
008412     SELECT PERIOD-HISTORY-FILE ASSIGN TO "PERDHST"
008419         ORGANIZATION IS LINE SEQUENTIAL
008426         FILE STATUS IS WS-PERDHST-STATUS.
008436 DATA DIVISION.
008467 FILE SECTION.
008500 FD  INVENTORY-MASTER-FILE
008600     LABEL RECORDS ARE STANDARD
008700     RECORDING MODE IS F.
012041     LABEL RECORDS ARE STANDARD
012042     RECORDING MODE IS F.
012043**  ONE DAY'S SHELF MOVEMENT - RECEIPT (R), SALE (S), RETURN
012050**  (T), TRANSFER OUT (O), TRANSFER IN (I), OR COUNT ADJUSTMENT
012055**  (C) - CARRYING THE SIGNED QUALITY, SELL-IN, AND ON-HAND
012060**  QUANTITY ADJUSTMENTS THE MOVEMENT MADE TO THE NAMED ITEM
012062**  DURING THE DAY, THE STORE IT HAPPENED AT, AND THE LOT IT
012063**  TOUCHED.  STORE ZERO IS A LEGACY SINGLE-STORE FEED AND POSTS
012064**  AGAINST ANY STORE; A BLANK LOT POSTS AGAINST EVERY LOT.
012070 01  MV-MOVEMENT-RECORD.
012080     02  MV-NAME                 PIC X(50).
012090     02  MV-TYPE                 PIC X(01).
012098     02  MV-SELLIN-ADJ            PIC S999.
012099     02  MV-QTY-ADJ               PIC S9(05).
012101     02  MV-STORE                PIC 9(03).
012102     02  MV-LOT-NUMBER           PIC X(06).
012110 FD  PULL-LIST-FILE
012120     LABEL RECORDS ARE STANDARD
012130     RECORDING MODE IS F.
012269**  MATE POSTED - IT RE-INJECTS POSTABLE, NO NEW MATE NEEDED.
012275**  SPACES ON A LEGACY SUSPENSE FILE MEANS NOT PAIRED.
012281     02  SU-PAIRED-FLAG           PIC X(01).
012282     02  SU-LOT-NUMBER           PIC X(06).
012287 FD  SUSPENSE-REJECT-FILE
012293     LABEL RECORDS ARE STANDARD
012299     RECORDING MODE IS F.
012305 01  SJ-REJECT-LINE                PIC X(90).
012306 FD  SUSPENSE-SAVE-FILE
012307     LABEL RECORDS ARE STANDARD
012308     RECORDING MODE IS F.
012309**  ONE SUSPENSE RECORD EXACTLY AS THE NIGHT READ IT
012310 01  SV-SUSPENSE-RECORD            PIC X(74).
012311 FD  RUN-LOG-FILE
012317     LABEL RECORDS ARE STANDARD
012323     RECORDING MODE IS F.
012329**  ONE RUN-CONTROL RECORD - SEE COPYBOOK FOR THE FIELDS
012335 01  RL-RUN-LOG-RECORD.
012336     COPY C2222DL.
012337 FD  PERIOD-HISTORY-FILE
012338     LABEL RECORDS ARE STANDARD
012339     RECORDING MODE IS F.
012340**  ONE CLOSING BALANCE OR CLOSE - SEE COPYBOOK FOR THE FIELDS
012341 01  PH-PERIOD-HISTORY-RECORD.
012342     COPY C2222DY.
012347 FD  PRICE-CHANGE-FILE
012353     LABEL RECORDS ARE STANDARD
012359     RECORDING MODE IS F.
012443**  ONE CATEGORY'S AGING BEHAVIOR - SEE COPYBOOK FOR THE FIELDS
012449 01  CM-CATEGORY-RECORD.
012455     COPY C2222DC.
012456 FD  RECALL-FILE
012457     LABEL RECORDS ARE STANDARD
012458     RECORDING MODE IS F.
012459**  ONE RECALL NOTICE - SEE COPYBOOK FOR THE FIELDS
012460 01  RC-RECALL-RECORD.
012461     COPY C2222DK.
012462 FD  RECALL-PULL-FILE
012463     LABEL RECORDS ARE STANDARD
012464     RECORDING MODE IS F.
012465 01  RX-RECALL-LINE                PIC X(100).
012466 FD  RECALL-STOCK-FILE
012468     LABEL RECORDS ARE STANDARD
012469     RECORDING MODE IS F.
012470**  ONE QUARANTINED LOT AS THE PASS FROZE IT TONIGHT - THE STORE
012471**  EXPOSURE C2222K HOLDS THE RECALL OPEN AGAINST.  THE LAST
012472**  RECORD IS A *CONTROL* TRAILER CARRYING THE BUSINESS DATE AND
012474**  THE LOT COUNT, SO AN EMPTY NIGHT STILL PROVES THE PASS RAN.
012475 01  RS-RECALL-STOCK-RECORD.
012476     02  RS-RECALL-ID            PIC X(08).
012477     02  RS-STORE                PIC 9(03).
012478     02  RS-NAME                 PIC X(50).
012480     02  RS-LOT                  PIC X(06).
012481     02  RS-QTY-ON-HAND          PIC 9(05).
012482     02  RS-EXTENDED-COST        PIC 9(09)V99.
012483     02  RS-BUSINESS-DATE        PIC 9(08).
012485 FD  SALES-HISTORY-FILE
012486     LABEL RECORDS ARE STANDARD
012487     RECORDING MODE IS F.
012488**  ONE STORE'S DAILY SALES OF ONE ITEM - SEE COPYBOOK FOR THE
012489**  FIELDS.  LAST NIGHT'S GENERATION, ROLLED FORWARD AT END OF
012490**  PASS.
012491 01  SH-SALES-HISTORY-RECORD.
012492     COPY C2222DS.
012493 FD  NEW-SALES-HISTORY-FILE
012494     LABEL RECORDS ARE STANDARD
012495     RECORDING MODE IS F.
012496**  SAME LAYOUT AS SH-SALES-HISTORY-RECORD
012497 01  SN-SALES-HISTORY-RECORD.
012498     COPY C2222DS
012499         REPLACING C2222S-STORE     BY SN-STORE
012501                   C2222S-NAME      BY SN-NAME
012502                   C2222S-LAST-DATE BY SN-LAST-DATE
012503                   C2222S-DAY-UNITS BY SN-DAY-UNITS.
012504 FD  GL-EXTRACT-FILE
012505     LABEL RECORDS ARE STANDARD
012506     RECORDING MODE IS F.
012507**  ONE STORE'S NIGHT FOR ONE CATEGORY IN DOLLARS - SEE COPYBOOK
012508**  FOR THE FIELDS
012509 01  GX-GL-EXTRACT-RECORD.
012510     COPY C2222DX.
012525 WORKING-STORAGE SECTION.
012540**  THE ONE SHELF ITEM CURRENTLY STREAMING THROUGH THE PASS -
012555**  SAME FIELD LAYOUT AS EVERY OTHER PROGRAM IN THE SUITE, VIA
012570**  THE SHARED COPYBOOK.
012585 01  WS-SHELF-ITEM.
012600     COPY C2222DI.
012700 01  VSP.
012800     02  VSP-RETURN-CODE           PIC 99 VALUE 0.
013200 77  WS-SHELFRPT-STATUS            PIC X(02) VALUE "00".
013300 77  WS-SULFEXC-STATUS             PIC X(02) VALUE "00".
013400 77  WS-CKPT-FILE-STATUS           PIC X(02) VALUE "00".
013410 77  WS-AGEDMAST-STATUS            PIC X(02) VALUE "00".
013420 77  WS-CTL-EXPECTED-COUNT         PIC 9(07) VALUE 0.
013422 77  WS-CTL-QUALITY-HASH           PIC 9(09) VALUE 0.
013424 77  WS-CTL-SELLIN-HASH            PIC S9(09) VALUE 0.
013523 77  WS-STORE-ITEM-COUNT           PIC 9(07) VALUE 0.
013525 77  WS-STORE-EXC-COUNT            PIC 9(05) VALUE 0.
013526 77  WS-CHAIN-EXC-COUNT            PIC 9(05) VALUE 0.
013528 77  WS-BEFORE-QUALITY             PIC 999 VALUE 0.
013530 77  WS-BEFORE-SELLIN              PIC S999 VALUE 0.
013532 01  WS-RULE-BRANCH                PIC X(10) VALUE SPACES.
013534 77  WS-MOVEFILE-STATUS            PIC X(02) VALUE "00".
013536 77  WS-MOVEMENTS-LOADED           PIC 999 VALUE 0.
013538 77  WS-UNMATCHED-MOVEMENTS        PIC 9(05) VALUE 0.
013540 77  WS-QUALITY-WORK               PIC S9(05) VALUE 0.
013541 77  WS-SELLIN-WORK                PIC S9(05) VALUE 0.
013542 01  ZW-M                          PIC 999.
013543 77  WS-SUSPFILE-STATUS            PIC X(02) VALUE "00".
013544 77  WS-SUSPREJ-STATUS             PIC X(02) VALUE "00".
013545 77  WS-SUSPSAVE-STATUS            PIC X(02) VALUE "00".
013546 77  WS-SUSPENSE-LIMIT             PIC 9(02) VALUE 3.
013547 77  WS-SUSP-NIGHTS                PIC 9(02) VALUE 0.
013548 77  WS-ORPHAN-LEGS                PIC 9(05) VALUE 0.
013549 01  ZW-N                          PIC 999.
013550**  THE MATE 1380 FOUND FOR THE LEG AT ZW-M.
013551 01  ZW-P                          PIC 999.
013552 77  WS-SUSPENSE-REJECTED          PIC 9(05) VALUE 0.
013553 77  WS-SUSPENSE-WRITTEN           PIC 9(05) VALUE 0.
013554 77  WS-RUNLOG-STATUS              PIC X(02) VALUE "00".
013555 77  WS-PRICECHG-STATUS            PIC X(02) VALUE "00".
013556 77  WS-MARKDOWN-PCT               PIC 9(02) VALUE 0.
013557 77  WS-NEW-PRICE                  PIC 9(03)V99 VALUE 0.
013558 77  WS-PRICE-CHANGES              PIC 9(05) VALUE 0.
013559 77  WS-RECALLS-STATUS             PIC X(02) VALUE "00".
013560 77  WS-RCLPULL-STATUS             PIC X(02) VALUE "00".
013561 77  WS-RCLSTOCK-STATUS            PIC X(02) VALUE "00".
013562 77  WS-RECALLS-LOADED             PIC 999 VALUE 0.
013563 01  ZW-K                          PIC 999.
013564**  THE RECALL NOTICE THAT FROZE THE LOT STREAMING PAST, AND THE
013565**  RECALL PULL LIST'S OWN STORE BREAK AND TOTALS.
013566 77  WS-QUARANTINE-RECALL-ID       PIC X(08) VALUE SPACES.
013567 77  WS-RECALL-STORE               PIC 9(03) VALUE 0.
013568 77  WS-RECALL-ITEM-VALUE          PIC 9(09)V99 VALUE 0.
013569 77  WS-RECALL-STORE-QTY           PIC 9(07) VALUE 0.
013570 77  WS-RECALL-STORE-VALUE         PIC 9(11)V99 VALUE 0.
013571 77  WS-RECALL-LOTS                PIC 9(05) VALUE 0.
013572 77  WS-RECALL-QTY                 PIC 9(09) VALUE 0.
013573 77  WS-RECALL-VALUE               PIC 9(13)V99 VALUE 0.
013574 77  WS-RECALL-BLOCKED             PIC 9(05) VALUE 0.
013575**  WHAT 3560 TESTS A NOTICE AGAINST - THE LOT STREAMING PAST, OR
013576**  A TRANSFER LEG.  A LEG CARRIES NO VENDOR OR RECEIVED DATE,
013577**  AND A LEG WITH NO LOT MAY POST TO ANY LOT OF ITS ITEM, SO
013578**  WHAT THE LEG DOES NOT SAY IS TAKEN TO MATCH.
013579 01  WS-RECALL-CANDIDATE.
013580     02  WS-RK-NAME                PIC X(50).
013581     02  WS-RK-VENDOR-CODE         PIC X(05).
013582     02  WS-RK-LOT-NUMBER          PIC X(06).
013583     02  WS-RK-RECEIVED-DATE       PIC 9(08).
013584     02  WS-RK-LEG-SWITCH          PIC X(01).
013585         88  WS-RK-LEG-YES                   VALUE "Y".
013586 77  WS-SALESHST-STATUS            PIC X(02) VALUE "00".
013587 77  WS-SALESHSN-STATUS            PIC X(02) VALUE "00".
013588 77  WS-SALES-LOADED               PIC 999 VALUE 0.
013589 77  WS-SALES-SLOT                 PIC 999 VALUE 0.
013590 77  WS-HISTORY-WRITTEN            PIC 9(07) VALUE 0.
013591 77  WS-HISTORY-DROPPED            PIC 9(07) VALUE 0.
013592 77  WS-HISTORY-SERIAL             PIC S9(07) VALUE 0.
013593 77  WS-HISTORY-SHIFT              PIC S9(07) VALUE 0.
013594 77  WS-HISTORY-AHEAD-DATE         PIC 9(08) VALUE 0.
013595 77  WS-PERDHST-STATUS             PIC X(02) VALUE "00".
013596 77  WS-LAST-CLOSED-END            PIC 9(08) VALUE 0.
013599 77  WS-HISTORY-TOTAL              PIC 9(09) VALUE 0.
013600 77  WS-SALE-UNITS                 PIC S9(07) VALUE 0.
013601 01  ZW-H                          PIC 999.
013602 01  ZW-S                          PIC 999.
013603 77  WS-GLEXTR-STATUS              PIC X(02) VALUE "00".
013604 77  WS-GL-LOADED                  PIC 999 VALUE 0.
013605 77  WS-GL-SLOT                    PIC 999 VALUE 0.
013606 77  WS-GL-WRITTEN                 PIC 9(07) VALUE 0.
013607 77  WS-OPENING-ITEM-VALUE         PIC 9(10)V99 VALUE 0.
013608 77  WS-SHRINK-ITEM-VALUE          PIC 9(10)V99 VALUE 0.
013609 77  WS-MARKDOWN-ITEM-VALUE        PIC 9(10)V99 VALUE 0.
013610 77  WS-CHAIN-OPENING              PIC 9(13)V99 VALUE 0.
013611 77  WS-CHAIN-MARKDOWN             PIC 9(13)V99 VALUE 0.
013615**  THE SLOT'S POSTED MOVEMENTS AT COST BY KIND, AND THE CHAIN'S,
013616**  FOR THE PERIOD ROLL-FORWARD.  SALES AND TRANSFERS OUT ARE
013617**  KEPT AS THE VALUE THAT LEFT, SO A VOIDED SALE NETS THEM DOWN.
013618 77  WS-MOVE-VALUE                 PIC S9(10)V99 VALUE 0.
013619 77  WS-RECEIPT-ITEM-VALUE         PIC S9(10)V99 VALUE 0.
013620 77  WS-XFER-IN-ITEM-VALUE         PIC S9(10)V99 VALUE 0.
013621 77  WS-SALES-ITEM-VALUE           PIC S9(10)V99 VALUE 0.
013622 77  WS-XFER-OUT-ITEM-VALUE        PIC S9(10)V99 VALUE 0.
013623 77  WS-COUNT-ITEM-VALUE           PIC S9(10)V99 VALUE 0.
013624 77  WS-CHAIN-RECEIPTS             PIC S9(13)V99 VALUE 0.
013625 77  WS-CHAIN-XFER-IN              PIC S9(13)V99 VALUE 0.
013626 77  WS-CHAIN-SALES                PIC S9(13)V99 VALUE 0.
013627 77  WS-CHAIN-XFER-OUT             PIC S9(13)V99 VALUE 0.
013628 77  WS-CHAIN-COUNT-ADJ            PIC S9(13)V99 VALUE 0.
013642 77  WS-LAST-PCT                   PIC 9(02) VALUE 0.
013656 77  WS-LAST-PRICE                 PIC 9(03)V99 VALUE 0.
013670 01  ZW-G                          PIC 999.
013684 01  WS-SWITCHES.
013700     02  WS-EOF-SWITCH             PIC X(01) VALUE "N".
013800         88  WS-EOF-YES                      VALUE "Y".
013900     02  WS-CKPT-EOF-SWITCH        PIC X(01) VALUE "N".
015000         88  WS-CKPT-WRITTEN-YES             VALUE "Y".
015100     02  WS-FILES-OPEN-SWITCH      PIC X(01) VALUE "N".
015200         88  WS-FILES-OPEN-YES               VALUE "Y".
015201**  THE BUSINESS DATE FALLS IN A PERIOD ALREADY CLOSED
015202     02  WS-PERIOD-LOCKED-SWITCH   PIC X(01) VALUE "N".
015203         88  WS-PERIOD-LOCKED-YES            VALUE "Y".
015204     02  WS-PERIOD-EOF-SWITCH      PIC X(01) VALUE "N".
015205         88  WS-PERIOD-EOF-YES               VALUE "Y".
015210     02  WS-MOVE-EOF-SWITCH        PIC X(01) VALUE "N".
015220         88  WS-MOVE-EOF-YES                 VALUE "Y".
015221     02  WS-SUSP-EOF-SWITCH        PIC X(01) VALUE "N".
015230**  MOVEMENTS ARE POSTED TO A FRESHLY AGED RECORD BUT ONLY MARKED
015240**  MATCHED FOR A CHECKPOINT-RESTORED ONE - THE ABENDED RUN HAD
015250**  ALREADY POSTED THEM BEFORE IT CHECKPOINTED.
015251     02  WS-APPLY-MOVE-SWITCH      PIC X(01) VALUE "Y".
015252         88  WS-APPLY-MOVE-YES               VALUE "Y".
015253**  THE RECORD STREAMING PAST IS A LOT UNDER AN OPEN RECALL.
015254     02  WS-QUARANTINE-SWITCH      PIC X(01) VALUE "N".
015255         88  WS-QUARANTINE-YES               VALUE "Y".
015256     02  WS-RECALL-EOF-SWITCH      PIC X(01) VALUE "N".
015257         88  WS-RECALL-EOF-YES               VALUE "Y".
015258     02  WS-RECALL-MATCH-SWITCH    PIC X(01) VALUE "N".
015259         88  WS-RECALL-MATCH-YES             VALUE "Y".
015260**  A LEG OF THE TRANSFER PAIR BEING CHECKED MET AN OPEN RECALL.
015261     02  WS-LEG-RECALL-SWITCH      PIC X(01) VALUE "N".
015262         88  WS-LEG-RECALL-YES               VALUE "Y".
015263     02  WS-HIST-EOF-SWITCH        PIC X(01) VALUE "N".
015264         88  WS-HIST-EOF-YES                 VALUE "Y".
015272**  CATEGORY MASTER TABLE - ONE ENTRY PER MERCHANDISE CLASS,
015274**  LOADED UP FRONT.  THE ACTIVE ENTRY FOR THE RECORD STREAMING
015276**  PAST IS COPIED TO WS-ACTIVE-CATEGORY AND HANDED TO C2222U.
015360         03  WS-MV-NAME            PIC X(50).
015370         03  WS-MV-TYPE            PIC X(01).
015380         03  WS-MV-QUALITY-ADJ     PIC S999.
015381         03  WS-MV-SELLIN-ADJ      PIC S999.
015382         03  WS-MV-QTY-ADJ         PIC S9(05).
015383**  NIGHTS THIS MOVEMENT HAS ALREADY SAT IN SUSPENSE - ZERO FOR
015384**  A MOVEMENT ARRIVING FRESH ON TONIGHT'S MOVEFILE.
015385         03  WS-MV-NIGHTS          PIC 9(02).
015386         03  WS-MV-STORE           PIC 9(03).
015387         03  WS-MV-LOT             PIC X(06).
015388         03  WS-MV-MATCHED-SWITCH  PIC X(01).
015389             88  WS-MV-MATCHED-YES           VALUE "Y".
015390**  A TRANSFER LEG IS PAIRED WHEN ITS MATE IS IN THE TABLE, AND
015391**  HELD - NEVER POSTED, CARRIED TO SUSPENSE - WHEN IT IS NOT.
015392         03  WS-MV-PAIRED-SWITCH   PIC X(01).
015393             88  WS-MV-PAIRED-YES            VALUE "Y".
015394         03  WS-MV-HELD-SWITCH     PIC X(01).
015395             88  WS-MV-HELD-YES              VALUE "Y".
015396**  A MOVEMENT TURNED AWAY FROM A FROZEN LOT.  IT COUNTS AS
015397**  BLOCKED BY THE RECALL ONLY IF IT POSTED NOWHERE ELSE.
015398         03  WS-MV-BLOCKED-SWITCH  PIC X(01).
015399             88  WS-MV-BLOCKED-YES           VALUE "Y".
015407**  OPEN RECALL NOTICES, LOADED UP FRONT.  EVERY MASTER RECORD IS
015408**  CHECKED AGAINST THE WHOLE TABLE AS IT STREAMS PAST.
015409 01  WS-RECALL-TABLE.
015410     02  WS-RECALL-ENTRY OCCURS 100 TIMES.
015411         COPY C2222DK
015412             REPLACING C2222K-RECALL-ID     BY RT-RECALL-ID
015413                       C2222K-VENDOR-CODE   BY RT-VENDOR-CODE
015414                       C2222K-NAME          BY RT-NAME
015415                       C2222K-LOT-FROM      BY RT-LOT-FROM
015416                       C2222K-LOT-TO        BY RT-LOT-TO
015417                       C2222K-RECEIVED-FROM BY RT-RECEIVED-FROM
015418                       C2222K-RECEIVED-TO   BY RT-RECEIVED-TO
015419                       C2222K-NOTICE-DATE   BY RT-NOTICE-DATE
015420                       C2222K-STATUS        BY RT-STATUS
015421                       C2222K-CLOSE-DATE    BY RT-CLOSE-DATE.
015429**  TONIGHT'S SALES BY STORE AND ITEM, GATHERED AS EACH SALE
015436**  POSTS AND ROLLED INTO THE SALES HISTORY AT END OF PASS.  NO
015443**  BIGGER THAN THE MOVEMENT TABLE IT IS GATHERED FROM.
015450 01  WS-SALES-TABLE.
015457     02  WS-SALES-ENTRY OCCURS 500 TIMES.
015464         03  WS-SL-STORE           PIC 9(03).
015471         03  WS-SL-NAME            PIC X(50).
015478         03  WS-SL-UNITS           PIC S9(07).
015485         03  WS-SL-ROLLED-SWITCH   PIC X(01).
015492             88  WS-SL-ROLLED-YES            VALUE "Y".
015493**  THE CURRENT STORE'S DOLLARS BY CATEGORY FOR THE GENERAL-
015494**  LEDGER EXTRACT, WRITTEN AND CLEARED AT EACH STORE BREAK.  NO
015495**  BIGGER THAN THE CATEGORY TABLE - AN UNKNOWN CODE VALUES AS
015496**  NORM.
015497 01  WS-GL-TABLE.
015498     02  WS-GL-ENTRY OCCURS 50 TIMES.
015501         03  WS-GL-CATEGORY        PIC X(04).
015502         03  WS-GL-OPENING         PIC 9(11)V99.
015503         03  WS-GL-CLOSING         PIC 9(11)V99.
015504         03  WS-GL-SHRINK          PIC 9(11)V99.
015505         03  WS-GL-MARKDOWN        PIC 9(11)V99.
015506         03  WS-GL-LOTS            PIC 9(07).
015507         03  WS-GL-RECEIPTS        PIC S9(11)V99.
015508         03  WS-GL-XFER-IN         PIC S9(11)V99.
015509         03  WS-GL-SALES           PIC S9(11)V99.
015510         03  WS-GL-XFER-OUT        PIC S9(11)V99.
015511         03  WS-GL-COUNT-ADJ       PIC S9(11)V99.
015540 01  WS-REPORT-HEADING-1.
015569     02  FILLER                    PIC X(40)
015600         VALUE "NIGHTLY SHELF AGING REPORT".
015610     02  FILLER                    PIC X(14)
015620         VALUE "BUSINESS DATE ".
016200     02  RD-NAME                   PIC X(50).
016300     02  RD-SELLIN                 PIC ---9.
016400     02  FILLER                    PIC X(06) VALUE SPACES.
016405     02  RD-QUALITY                PIC ZZ9.
016410 01  WS-STORE-HEADING.
016412     02  FILLER                    PIC X(06) VALUE "STORE ".
016414     02  SH-STORE                  PIC 9(03).
016596     02  SJ-TYPE                   PIC X(01).
016597     02  FILLER                    PIC X(08) VALUE " NIGHTS ".
016598     02  SJ-NIGHTS                 PIC Z9.
016599 01  WS-RECALL-HEADING-1.
016601     02  FILLER                    PIC X(40)
016602         VALUE "RECALL PULL LIST - QUARANTINED LOTS".
016603     02  FILLER                    PIC X(14)
016604         VALUE "BUSINESS DATE ".
016605     02  RR-BUSINESS-DATE          PIC 9(08).
016606 01  WS-RECALL-HEADING-2.
016607     02  FILLER                    PIC X(09) VALUE "RECALL".
016608     02  FILLER                    PIC X(42) VALUE "ITEM NAME".
016609     02  FILLER                    PIC X(07) VALUE "LOT".
016610     02  FILLER                    PIC X(09) VALUE "QUANTITY".
016611     02  FILLER                    PIC X(11) VALUE "UNIT COST".
016612     02  FILLER                    PIC X(13)
016613         VALUE "EXTENDED COST".
016614 01  WS-RECALL-DETAIL-LINE.
016615     02  RL-RECALL-ID              PIC X(08).
016616     02  FILLER                    PIC X(01) VALUE SPACES.
016617     02  RL-NAME                   PIC X(40).
016618     02  FILLER                    PIC X(02) VALUE SPACES.
016619     02  RL-LOT                    PIC X(06).
016620     02  FILLER                    PIC X(01) VALUE SPACES.
016621     02  RL-QTY                    PIC ZZZZ9.
016622     02  FILLER                    PIC X(02) VALUE SPACES.
016623     02  RL-UNIT-COST              PIC ZZZ,ZZ9.99.
016624     02  FILLER                    PIC X(02) VALUE SPACES.
016625     02  RL-EXTENDED-COST          PIC ZZ,ZZZ,ZZ9.99.
016626 01  WS-RECALL-STORE-LINE.
016627     02  FILLER                    PIC X(06) VALUE "STORE ".
016628     02  RW-STORE                  PIC 9(03).
016629     02  FILLER                    PIC X(10)
016630         VALUE " QUANTITY ".
016631     02  RW-QTY                    PIC ZZZZZZ9.
016632     02  FILLER                    PIC X(15)
016633         VALUE " EXTENDED COST ".
016634     02  RW-VALUE                  PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
016635 01  WS-RECALL-TRAILER.
016636     02  FILLER                    PIC X(19)
016637         VALUE "CHAIN QUARANTINED  ".
016638     02  RZ-LOTS                   PIC ZZZZ9.
016639     02  FILLER                    PIC X(06) VALUE " LOTS ".
016640     02  RZ-QTY                    PIC ZZZZZZZZ9.
016641     02  FILLER                    PIC X(15)
016642         VALUE " EXTENDED COST ".
016643     02  RZ-VALUE                  PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
016671 01  WS-EXCEPTION-LINE.
016700     02  FILLER                    PIC X(21)
016800         VALUE "SULFURAS EXCEPTION - ".
016900     02  FILLER                    PIC X(06) VALUE "SLOT=".
018000     IF WS-FILES-OPEN-YES THEN
018010         PERFORM 1800-LOAD-CATEGORY-MASTER
018020     END-IF.
018021     IF WS-FILES-OPEN-YES THEN
018022         PERFORM 1900-LOAD-RECALL-FILE
018023     END-IF.
018030     IF WS-FILES-OPEN-YES THEN
018050         PERFORM 1300-LOAD-MOVEMENT-FILE
018060         PERFORM 1360-PAIR-TRANSFER-LEGS
018200         PERFORM FIRST-TEST
018220         PERFORM 1600-BALANCE-CONTROL-TOTALS
018250         PERFORM 3300-TALLY-UNMATCHED-MOVEMENTS
018299         PERFORM 3900-ROLL-SALES-HISTORY
018300         PERFORM 9000-CLOSE-FILES
018400     END-IF.
018500**  AN I/O FAILURE KEEPS THE CHECKPOINT, SO A RERUN CAN RESTORE
018600**  THE AGED RECORDS AND REWRITE THE OUTPUTS INSTEAD OF LOSING
018700**  THE NIGHT'S AGING.  A LOCKED NIGHT NEVER RAN - IT LEAVES THE
018750**  CHECKPOINT AND RUNLOG AS THEY WERE.
018800     IF VSP-RETURN-CODE LESS THAN 12
018850        AND NOT WS-PERIOD-LOCKED-YES THEN
018900         PERFORM 7500-RESET-CHECKPOINT
019000     END-IF.
019025     IF NOT WS-PERIOD-LOCKED-YES THEN
019050         PERFORM 9100-WRITE-RUN-LOG
019075     END-IF.
019100     MOVE VSP-RETURN-CODE TO RETURN-CODE.
019200     STOP RUN.
019300*****************************************************************
022495     ELSE
022497         MOVE 0 TO C2222D-RETAIL-PRICE
022498     END-IF.
022508     PERFORM 3550-CHECK-RECALL.
022518     PERFORM 3450-DERIVE-LOT-SELLIN.
022538     PERFORM 3600-CHECK-STORE-BREAK.
022558     PERFORM 3700-LOOK-UP-CATEGORY.
022561**  THE LOT'S VALUE AS IT CAME IN, BEFORE TONIGHT'S MOVEMENTS,
022564**  FOR THE GENERAL-LEDGER EXTRACT.
022567     COMPUTE WS-OPENING-ITEM-VALUE =
022570         C2222D-QTY-ON-HAND * C2222D-UNIT-COST.
022573     MOVE 0 TO WS-SHRINK-ITEM-VALUE.
022576     MOVE 0 TO WS-MARKDOWN-ITEM-VALUE.
022577     MOVE 0 TO WS-RECEIPT-ITEM-VALUE.
022579     MOVE 0 TO WS-XFER-IN-ITEM-VALUE.
022580     MOVE 0 TO WS-SALES-ITEM-VALUE.
022581     MOVE 0 TO WS-XFER-OUT-ITEM-VALUE.
022582     MOVE 0 TO WS-COUNT-ITEM-VALUE.
022590     PERFORM 1200-EDIT-MASTER-RECORD.
022598     IF WS-CKPT-ACTIVE-YES
022600        AND CK-LAST-INDEX EQUAL TO WS-RECORD-COUNT THEN
022620         MOVE "N" TO WS-APPLY-MOVE-SWITCH
023600         END-IF
023620         MOVE "Y" TO WS-APPLY-MOVE-SWITCH
023640         PERFORM 3100-POST-MOVEMENTS
023660**  A LOT UNDER AN OPEN RECALL IS FROZEN AS IT STANDS - NO AGING
023680**  ENGINE CALL AND NO AUDIT RECORD, BUT STILL CHECKPOINTED SO A
023690**  RESTART STAYS IN STEP WITH THE MASTER.
023692         IF WS-QUARANTINE-YES THEN
023694             PERFORM 4100-HOLD-QUARANTINED-ITEM
023696         ELSE
023700             PERFORM 4000-AGE-ONE-ITEM
023750         END-IF
023800     END-IF.
023810     PERFORM 6750-APPLY-MARKDOWN.
023900     PERFORM 6100-WRITE-REPORT-LINE.
024000     PERFORM 6600-WRITE-AGED-MASTER-RECORD.
024050     PERFORM 6700-WRITE-PULL-LINE.
024060     PERFORM 6800-WRITE-RECALL-LINE.
024102*****************************************************************
024104**  3100-POST-MOVEMENTS - POSTS EVERY MOVEMENT MATCHING THE WORK
024106**                   ITEM'S NAME BEFORE THE ITEM AGES, SO THE
024130**                   ADJUSTMENTS TO THE WORK ITEM.  A MOVEMENT
024131**                   CARRYING A STORE NUMBER POSTS ONLY AGAINST
024133**                   THAT STORE'S RECORDS; STORE ZERO IS A
024134**                   LEGACY FEED AND POSTS ANYWHERE.  A LOT
024135**                   NUMBER LIMITS IT TO THAT LOT.  A HELD
024137**                   TRANSFER LEG NEVER POSTS.  QUALITY IS
024138**                   HELD TO ITS PICTURE RANGE, AND A MOVEMENT
024139**                   THAT LEAVES A NON-LEGENDARY ITEM OVER THE
024140**                   50-POINT CAP RAISES RC 4 JUST LIKE THE SAME
024141**                   CONDITION ARRIVING ON THE MASTER.
024146**                   A SALE OR TRANSFER LEG AGAINST A LOT UNDER
024150**                   AN OPEN RECALL IS BLOCKED FROM THAT LOT.
024151**                   ONE THAT POSTS NOWHERE ELSE IS LEFT
024152**                   UNMATCHED, SO IT GOES TO SUSPENSE FOR THE
024153**                   STORE TO SORT OUT, AND 3400 COUNTS IT.
024154**                   A SALE IS GATHERED FOR THE SALES HISTORY
024155**                   THE FIRST TIME IT MATCHES - A SALE WITH NO
024156**                   LOT POSTS TO EVERY LOT BUT WAS RUNG ONCE.
024157*****************************************************************
024158 3200-POST-ONE-MOVEMENT SECTION.
024159     IF WS-MV-HELD-YES(ZW-M) THEN
024160         GO TO 3200-EXIT
024163     END-IF.
024165     IF WS-QUARANTINE-YES
024167        AND (WS-MV-TYPE(ZW-M) EQUAL TO "S"
024169             OR WS-MV-TYPE(ZW-M) EQUAL TO "O"
024171             OR WS-MV-TYPE(ZW-M) EQUAL TO "I")
024173        AND WS-MV-NAME(ZW-M) EQUAL TO C2222D-NAME
024175        AND (WS-MV-STORE(ZW-M) EQUAL TO 0
024176             OR WS-MV-STORE(ZW-M) EQUAL TO C2222D-STORE)
024177        AND (WS-MV-LOT(ZW-M) EQUAL TO SPACES
024178             OR WS-MV-LOT(ZW-M) EQUAL TO C2222D-LOT-NUMBER) THEN
024179         MOVE "Y" TO WS-MV-BLOCKED-SWITCH(ZW-M)
024181         GO TO 3200-EXIT
024182     END-IF.
024183     IF WS-MV-NAME(ZW-M) EQUAL TO C2222D-NAME
024184        AND (WS-MV-STORE(ZW-M) EQUAL TO 0
024185             OR WS-MV-STORE(ZW-M) EQUAL TO C2222D-STORE)
024188        AND (WS-MV-LOT(ZW-M) EQUAL TO SPACES
024190             OR WS-MV-LOT(ZW-M) EQUAL TO C2222D-LOT-NUMBER) THEN
024200         IF WS-MV-TYPE(ZW-M) EQUAL TO "S"
024201            AND NOT WS-MV-MATCHED-YES(ZW-M) THEN
024202             PERFORM 3250-GATHER-SALE
024203         END-IF
024204         MOVE "Y" TO WS-MV-MATCHED-SWITCH(ZW-M)
024205         PERFORM 3280-VALUE-MOVEMENT
024206         IF WS-APPLY-MOVE-YES THEN
024207             COMPUTE WS-QUALITY-WORK =
024208                 C2222D-QUALITY + WS-MV-QUALITY-ADJ(ZW-M)
024209             IF WS-QUALITY-WORK LESS THAN 0 THEN
024210                 MOVE 0 TO WS-QUALITY-WORK
024211             END-IF
024212             IF WS-QUALITY-WORK GREATER THAN 999 THEN
024213                 MOVE 999 TO WS-QUALITY-WORK
024214             END-IF
024215             MOVE WS-QUALITY-WORK TO C2222D-QUALITY
024216             COMPUTE WS-SELLIN-WORK =
024217                 C2222D-SELLIN + WS-MV-SELLIN-ADJ(ZW-M)
024218             IF WS-SELLIN-WORK LESS THAN -999 THEN
024219                 MOVE -999 TO WS-SELLIN-WORK
024220             END-IF
024221             IF WS-SELLIN-WORK GREATER THAN 999 THEN
024222                 MOVE 999 TO WS-SELLIN-WORK
024223             END-IF
024224             MOVE WS-SELLIN-WORK TO C2222D-SELLIN
024225             COMPUTE WS-QTY-WORK =
024226                 C2222D-QTY-ON-HAND + WS-MV-QTY-ADJ(ZW-M)
024227             IF WS-QTY-WORK LESS THAN 0 THEN
024228                 MOVE 0 TO WS-QTY-WORK
024229             END-IF
024230             IF WS-QTY-WORK GREATER THAN 99999 THEN
024231                 MOVE 99999 TO WS-QTY-WORK
024232             END-IF
024233             MOVE WS-QTY-WORK TO C2222D-QTY-ON-HAND
024234             IF CA-LEGENDARY-FLAG NOT EQUAL TO "Y"
024235                AND C2222D-QUALITY GREATER THAN 50 THEN
024236                 MOVE 4 TO WS-CANDIDATE-RC
024239                 PERFORM 8000-SET-RETURN-CODE
024249             END-IF
024259         END-IF
024269     END-IF.
024279 3200-EXIT.
024289     EXIT.
024290*****************************************************************
024291**  3250-GATHER-SALE - ADDS ONE SALE TO TONIGHT'S UNITS FOR THE
024292**                   STORE AND ITEM IT POSTED TO.  A SALE IS A
024293**                   NEGATIVE QUANTITY; A POSITIVE ONE IS A VOIDED
024294**                   SALE AND TAKES THE UNITS BACK OFF.  A LEGACY
024295**                   STORE-ZERO SALE COUNTS FOR THE STORE OF THE
024296**                   RECORD IT FIRST MATCHED.
024297*****************************************************************
024298 3250-GATHER-SALE SECTION.
024301     COMPUTE WS-SALE-UNITS = 0 - WS-MV-QTY-ADJ(ZW-M).
024302     MOVE 0 TO WS-SALES-SLOT.
024303     PERFORM 3260-MATCH-ONE-SALE
024304         VARYING ZW-S FROM 1 BY 1
024305             UNTIL ZW-S > WS-SALES-LOADED
024306                OR WS-SALES-SLOT GREATER THAN 0.
024307     IF WS-SALES-SLOT EQUAL TO 0 THEN
024308         ADD 1 TO WS-SALES-LOADED
024309         MOVE WS-SALES-LOADED TO WS-SALES-SLOT
024310         MOVE C2222D-STORE TO WS-SL-STORE(WS-SALES-SLOT)
024311         MOVE C2222D-NAME TO WS-SL-NAME(WS-SALES-SLOT)
024312         MOVE 0 TO WS-SL-UNITS(WS-SALES-SLOT)
024313         MOVE "N" TO WS-SL-ROLLED-SWITCH(WS-SALES-SLOT)
024314     END-IF.
024315     ADD WS-SALE-UNITS TO WS-SL-UNITS(WS-SALES-SLOT).
024316*****************************************************************
024317**  3260-MATCH-ONE-SALE - ONE TABLE ENTRY AGAINST THE WORK ITEM'S
024318**                   STORE AND NAME
024319*****************************************************************
024320 3260-MATCH-ONE-SALE SECTION.
024321     IF WS-SL-STORE(ZW-S) EQUAL TO C2222D-STORE
024322        AND WS-SL-NAME(ZW-S) EQUAL TO C2222D-NAME THEN
024323         MOVE ZW-S TO WS-SALES-SLOT
024324     END-IF.
024325*****************************************************************
024326**  3280-VALUE-MOVEMENT - ADDS ONE POSTED MOVEMENT'S QUANTITY AT
024327**                   THE LOT'S UNIT COST TO THE SLOT'S FIGURE FOR
024328**                   ITS KIND.  THE QUANTITY IS VALUED AS KEYED,
024329**                   SO A MOVEMENT THE ON-HAND COULD NOT COVER
024330**                   SHOWS IN THE ROLL-FORWARD AS A DIFFERENCE.  A
024331**                   CHECKPOINT-RESTORED SLOT CARRIES THE ABENDED
024332**                   RUN'S POSTINGS, SO ITS MOVEMENTS ARE VALUED
024333**                   THE SAME - THAT RUN WROTE NO EXTRACT.  A TYPE
024334**                   THE LOAD DID NOT KNOW (RC 8 THERE) IS VALUED
024335**                   NOWHERE.
024336*****************************************************************
024337 3280-VALUE-MOVEMENT SECTION.
024338     COMPUTE WS-MOVE-VALUE =
024339         WS-MV-QTY-ADJ(ZW-M) * C2222D-UNIT-COST.
024340     EVALUATE WS-MV-TYPE(ZW-M)
024341         WHEN "R"
024342         WHEN "T"
024343             ADD WS-MOVE-VALUE TO WS-RECEIPT-ITEM-VALUE
024344         WHEN "I"
024345             ADD WS-MOVE-VALUE TO WS-XFER-IN-ITEM-VALUE
024346         WHEN "S"
024347             SUBTRACT WS-MOVE-VALUE FROM WS-SALES-ITEM-VALUE
024348         WHEN "O"
024349             SUBTRACT WS-MOVE-VALUE FROM WS-XFER-OUT-ITEM-VALUE
024350         WHEN "C"
024351             ADD WS-MOVE-VALUE TO WS-COUNT-ITEM-VALUE
024352         WHEN OTHER
024353             CONTINUE
024354     END-EVALUATE.
024366*****************************************************************
024382**  4000-AGE-ONE-ITEM - AGES THE WORK ITEM, AUDITS IT, AND
024400**                   CHECKPOINTS IT
024500*****************************************************************
024600 4000-AGE-ONE-ITEM SECTION.
024700     PERFORM UPDATE-QUALITY.
024720     PERFORM 4500-WRITE-AUDIT-RECORD.
024800     PERFORM 5000-AUDIT-SULFURAS-ITEM.
024809     PERFORM 7000-SAVE-CHECKPOINT.
024818*****************************************************************
024827**  4100-HOLD-QUARANTINED-ITEM - A LOT UNDER AN OPEN RECALL IS
024836**                   FROZEN AS IT STANDS.  THE BEFORE VALUES ARE
024845**                   THE CURRENT ONES SO THE LOT NEVER COUNTS AS
024854**                   SHRINK, AND IT IS STILL CHECKPOINTED SO A
024863**                   RESTART STAYS IN STEP WITH THE MASTER.
024872*****************************************************************
024881 4100-HOLD-QUARANTINED-ITEM SECTION.
024890     MOVE C2222D-QUALITY TO WS-BEFORE-QUALITY.
024899     MOVE C2222D-SELLIN TO WS-BEFORE-SELLIN.
024900     PERFORM 7000-SAVE-CHECKPOINT.
024902*****************************************************************
024904**  4500-WRITE-AUDIT-RECORD - THE PERMANENT RECORD OF WHAT THE
026700**                   A SINGLE RECORD IS TOUCHED.
026800*****************************************************************
026900 1000-OPEN-FILES SECTION.
026916     PERFORM 1700-LOAD-DATE-PARM.
026932     PERFORM 1750-CHECK-PERIOD-LOCK.
026948     IF WS-PERIOD-LOCKED-YES THEN
026964         GO TO 1000-EXIT
026980     END-IF.
027000     OPEN INPUT INVENTORY-MASTER-FILE.
027100     OPEN OUTPUT SHELF-REPORT-FILE.
027200     OPEN OUTPUT AGED-MASTER-FILE.
027250     OPEN OUTPUT PULL-LIST-FILE.
027252     OPEN OUTPUT PRICE-CHANGE-FILE.
027255     OPEN OUTPUT RECALL-PULL-FILE.
027258     OPEN OUTPUT RECALL-STOCK-FILE.
027259     OPEN OUTPUT GL-EXTRACT-FILE.
027260**  THE AUDIT HISTORY IS PERMANENT - ALWAYS EXTENDED, NEVER
027262**  TRUNCATED.  A FIRST-EVER RUN CREATES IT.
027264     OPEN EXTEND AUDIT-HISTORY-FILE.
027266     IF WS-AUDITHST-STATUS NOT EQUAL TO "00" THEN
027268         OPEN OUTPUT AUDIT-HISTORY-FILE
027270     END-IF.
027300     IF WS-INVMAST-STATUS EQUAL TO "00"
027400        AND WS-SHELFRPT-STATUS EQUAL TO "00"
027500        AND WS-AGEDMAST-STATUS EQUAL TO "00"
027550        AND WS-PULLLIST-STATUS EQUAL TO "00"
027552        AND WS-PRICECHG-STATUS EQUAL TO "00"
027555        AND WS-RCLPULL-STATUS EQUAL TO "00"
027558        AND WS-RCLSTOCK-STATUS EQUAL TO "00"
027559        AND WS-GLEXTR-STATUS EQUAL TO "00"
027560        AND WS-AUDITHST-STATUS EQUAL TO "00" THEN
027600         MOVE "Y" TO WS-FILES-OPEN-SWITCH
027650         MOVE WS-RUN-DATE TO RH-BUSINESS-DATE
027800         WRITE RP-REPORT-LINE FROM WS-REPORT-HEADING-2
027850         WRITE PL-PULL-LINE FROM WS-PULL-HEADING-1
027860         WRITE PL-PULL-LINE FROM WS-PULL-HEADING-2
027873         MOVE WS-RUN-DATE TO RR-BUSINESS-DATE
027886         WRITE RX-RECALL-LINE FROM WS-RECALL-HEADING-1
027899         WRITE RX-RECALL-LINE FROM WS-RECALL-HEADING-2
027900     ELSE
028000         MOVE 12 TO WS-CANDIDATE-RC
028100         PERFORM 8000-SET-RETURN-CODE
028200     END-IF.
028233 1000-EXIT.
028266     EXIT.
028300*****************************************************************
028400**  1100-READ-MASTER-RECORD - READ-AHEAD FOR THE STREAM LOOP
028500*****************************************************************
031641     ELSE
031643         MOVE 0 TO WS-MV-STORE(WS-MOVEMENTS-LOADED)
031644     END-IF.
031649**  A FEED THAT PREDATES THE LOT NUMBER CARRIES SPACES HERE - IT
031650**  POSTS AGAINST EVERY LOT OF THE ITEM, AS BEFORE.
031651     MOVE MV-LOT-NUMBER TO WS-MV-LOT(WS-MOVEMENTS-LOADED).
031652     MOVE "N" TO WS-MV-MATCHED-SWITCH(WS-MOVEMENTS-LOADED).
031653     MOVE "N" TO WS-MV-PAIRED-SWITCH(WS-MOVEMENTS-LOADED).
031654     MOVE "N" TO WS-MV-HELD-SWITCH(WS-MOVEMENTS-LOADED).
031655     MOVE "N" TO WS-MV-BLOCKED-SWITCH(WS-MOVEMENTS-LOADED).
031656     IF MV-TYPE NOT EQUAL TO "R"
031657        AND MV-TYPE NOT EQUAL TO "S"
031658        AND MV-TYPE NOT EQUAL TO "T"
031659        AND MV-TYPE NOT EQUAL TO "O"
031662        AND MV-TYPE NOT EQUAL TO "I"
031665        AND MV-TYPE NOT EQUAL TO "C" THEN
031666         MOVE 8 TO WS-CANDIDATE-RC
031667         PERFORM 8000-SET-RETURN-CODE
031668     END-IF.
031669     PERFORM 1400-READ-MOVEMENT-RECORD.
031670*****************************************************************
031671**  1310-LOAD-SUSPENSE-FILE - RE-INJECTS THE MOVEMENTS HELD IN
031672**                   SUSPENSE FROM PRIOR NIGHTS INTO THE
031673**                   MOVEMENT TABLE, EACH ONE A NIGHT OLDER.  AN
031674**                   ENTRY PAST THE SUSPENSE LIMIT IS REPORTED
031675**                   ON SUSPREJ AND DROPPED INSTEAD OF CIRCLING
031676**                   FOREVER.  A MISSING SUSPFILE MEANS NOTHING
031677**                   IN SUSPENSE AND IS NOT AN ERROR.  EVERY
031678**                   ENTRY READ IS ALSO COPIED UNCHANGED TO
031679**                   SUSPSAVE, THE NIGHT'S STARTING SUSPENSE.
031680*****************************************************************
031681 1310-LOAD-SUSPENSE-FILE SECTION.
031682     MOVE "N" TO WS-SUSP-EOF-SWITCH.
031683     OPEN OUTPUT SUSPENSE-REJECT-FILE.
031684     IF WS-SUSPREJ-STATUS EQUAL TO "00" THEN
031685         WRITE SJ-REJECT-LINE FROM WS-SUSPENSE-REJECT-HEADING
031686     ELSE
031687         MOVE 12 TO WS-CANDIDATE-RC
031688         PERFORM 8000-SET-RETURN-CODE
031689     END-IF.
031690     OPEN OUTPUT SUSPENSE-SAVE-FILE.
031691     IF WS-SUSPSAVE-STATUS NOT EQUAL TO "00" THEN
031692         MOVE 12 TO WS-CANDIDATE-RC
031693         PERFORM 8000-SET-RETURN-CODE
031694     END-IF.
031695     OPEN INPUT SUSPENSE-FILE.
031696     IF WS-SUSPFILE-STATUS EQUAL TO "00" THEN
031697         PERFORM 1320-READ-SUSPENSE-RECORD
031698         PERFORM 1330-STORE-SUSPENSE-RECORD
031699             UNTIL WS-SUSP-EOF-YES
031700                OR WS-MOVEMENTS-LOADED EQUAL TO 500
031701         IF NOT WS-SUSP-EOF-YES THEN
031702             DISPLAY "SUSPENSE EXCEEDS 500 - REST NOT POSTED"
031703             MOVE 8 TO WS-CANDIDATE-RC
031704             PERFORM 8000-SET-RETURN-CODE
031705         END-IF
031706         CLOSE SUSPENSE-FILE
031707     ELSE
031708         IF WS-SUSPFILE-STATUS NOT EQUAL TO "35" THEN
031709             MOVE 12 TO WS-CANDIDATE-RC
031710             PERFORM 8000-SET-RETURN-CODE
031711         END-IF
031712     END-IF.
031713     IF WS-SUSPENSE-REJECTED GREATER THAN 0 THEN
031714         DISPLAY "SUSPENSE MOVEMENTS AGED OFF: "
031715             WS-SUSPENSE-REJECTED
031716         MOVE 4 TO WS-CANDIDATE-RC
031717         PERFORM 8000-SET-RETURN-CODE
031718     END-IF.
031719     IF WS-SUSPREJ-STATUS EQUAL TO "00" THEN
031720         CLOSE SUSPENSE-REJECT-FILE
031721     END-IF.
031722     IF WS-SUSPSAVE-STATUS EQUAL TO "00" THEN
031723         CLOSE SUSPENSE-SAVE-FILE
031724     END-IF.
031725*****************************************************************
031726**  1320-READ-SUSPENSE-RECORD - READ-AHEAD FOR THE LOAD LOOP,
031727**                   SAVING EACH ENTRY AS READ
031728*****************************************************************
031729 1320-READ-SUSPENSE-RECORD SECTION.
031730     READ SUSPENSE-FILE
031731         AT END
031732             MOVE "Y" TO WS-SUSP-EOF-SWITCH
031733         NOT AT END
031734             IF WS-SUSPSAVE-STATUS EQUAL TO "00" THEN
031735                 WRITE SV-SUSPENSE-RECORD
031736                     FROM SU-SUSPENSE-RECORD
031737             END-IF
031738     END-READ.
031739*****************************************************************
031740**  1330-STORE-SUSPENSE-RECORD - AGES ONE SUSPENSE ENTRY BY A
031741**                   NIGHT AND EITHER RE-INJECTS IT INTO THE
031742**                   MOVEMENT TABLE OR, PAST THE LIMIT, REPORTS
031743**                   AND DROPS IT
031744*****************************************************************
031745 1330-STORE-SUSPENSE-RECORD SECTION.
031746     IF SU-NIGHTS IS NUMERIC THEN
031747         COMPUTE WS-SUSP-NIGHTS = SU-NIGHTS + 1
031748     ELSE
031749         MOVE 1 TO WS-SUSP-NIGHTS
031750     END-IF.
031751     IF WS-SUSP-NIGHTS GREATER THAN WS-SUSPENSE-LIMIT THEN
031752         ADD 1 TO WS-SUSPENSE-REJECTED
031753         IF WS-SUSPREJ-STATUS EQUAL TO "00" THEN
031754             MOVE SU-NAME TO SJ-NAME
031755             MOVE SU-TYPE TO SJ-TYPE
031756             MOVE WS-SUSP-NIGHTS TO SJ-NIGHTS
031757             WRITE SJ-REJECT-LINE FROM WS-SUSPENSE-REJECT-LINE
031758         END-IF
031759     ELSE
031760         ADD 1 TO WS-MOVEMENTS-LOADED
031761         MOVE SU-NAME TO WS-MV-NAME(WS-MOVEMENTS-LOADED)
031762         MOVE SU-TYPE TO WS-MV-TYPE(WS-MOVEMENTS-LOADED)
031763         MOVE SU-QUALITY-ADJ
031764             TO WS-MV-QUALITY-ADJ(WS-MOVEMENTS-LOADED)
031765         MOVE SU-SELLIN-ADJ
031766             TO WS-MV-SELLIN-ADJ(WS-MOVEMENTS-LOADED)
031767         MOVE SU-QTY-ADJ TO WS-MV-QTY-ADJ(WS-MOVEMENTS-LOADED)
031768         MOVE WS-SUSP-NIGHTS
031769             TO WS-MV-NIGHTS(WS-MOVEMENTS-LOADED)
031770         IF SU-STORE IS NUMERIC THEN
031771             MOVE SU-STORE TO WS-MV-STORE(WS-MOVEMENTS-LOADED)
031772         ELSE
031773             MOVE 0 TO WS-MV-STORE(WS-MOVEMENTS-LOADED)
031774         END-IF
031775         MOVE SU-LOT-NUMBER TO WS-MV-LOT(WS-MOVEMENTS-LOADED)
031776         MOVE "N" TO WS-MV-MATCHED-SWITCH(WS-MOVEMENTS-LOADED)
031777**  A LEG THAT ALREADY PAIRED BEFORE IT WENT TO SUSPENSE KEEPS
031778**  ITS PAIRED STANDING - ITS MATE POSTED AND NEVER RECURS, SO
031779**  IT MUST POST THE NIGHT ITS STORE RECORD APPEARS, NOT HUNT
031780**  FOR A NEW MATE AND HANG.
031781         IF SU-PAIRED-FLAG EQUAL TO "Y" THEN
031782             MOVE "Y"
031783                 TO WS-MV-PAIRED-SWITCH(WS-MOVEMENTS-LOADED)
031784         ELSE
031785             MOVE "N"
031786                 TO WS-MV-PAIRED-SWITCH(WS-MOVEMENTS-LOADED)
031787         END-IF
031788         MOVE "N" TO WS-MV-HELD-SWITCH(WS-MOVEMENTS-LOADED)
031789         MOVE "N" TO WS-MV-BLOCKED-SWITCH(WS-MOVEMENTS-LOADED)
031790     END-IF.
031791     PERFORM 1320-READ-SUSPENSE-RECORD.
031792*****************************************************************
031793**  1360-PAIR-TRANSFER-LEGS - VALIDATES THE TRANSFER LEGS IN
031794**                   THE LOADED TABLE AS MATCHED PAIRS BEFORE
031795**                   ANYTHING POSTS.  AN OUT LEG PAIRS WITH AN
031796**                   IN LEG FOR THE SAME ITEM, AN EQUAL AND
031797**                   OPPOSITE QUANTITY, AND TWO DIFFERENT NAMED
031798**                   STORES.  A LEG WITH NO MATE - OR A TRANSFER
031799**                   LEG WITH NO STORE AT ALL - IS HELD, NEVER
031800**                   POSTED, AND RIDES THE SUSPENSE FILE SO IT
031801**                   CAN PAIR THE NIGHT ITS MATE LANDS.  A
031802**                   RE-INJECTED LEG THAT ALREADY PAIRED (ITS
031803**                   MATE POSTED; THE LEG ITSELF FOUND NO
031804**                   MASTER RECORD TO POST AGAINST) COMES BACK
031805**                   POSTABLE AND IS NOT RE-PAIRED OR HELD.
031806**                   A PAIR EITHER OF WHOSE LEGS COULD TOUCH A
031807**                   LOT UNDER AN OPEN RECALL IS HELD WHOLE, SO
031808**                   NEITHER STORE'S STOCK MOVES WHILE THE OTHER
031809**                   IS FROZEN.
031810*****************************************************************
031811 1360-PAIR-TRANSFER-LEGS SECTION.
031812     PERFORM 1370-PAIR-ONE-LEG
031813         VARYING ZW-M FROM 1 BY 1
031814             UNTIL ZW-M > WS-MOVEMENTS-LOADED.
031815     IF WS-ORPHAN-LEGS GREATER THAN 0 THEN
031816         DISPLAY "ORPHANED TRANSFER LEGS HELD: " WS-ORPHAN-LEGS
031817         MOVE 4 TO WS-CANDIDATE-RC
031818         PERFORM 8000-SET-RETURN-CODE
031819     END-IF.
031820*****************************************************************
031821**  1370-PAIR-ONE-LEG - FINDS THE MATE FOR ONE UNPAIRED
031822**                   TRANSFER LEG OR HOLDS IT
031823*****************************************************************
031824 1370-PAIR-ONE-LEG SECTION.
031825     IF WS-MV-TYPE(ZW-M) NOT EQUAL TO "O"
031826        AND WS-MV-TYPE(ZW-M) NOT EQUAL TO "I" THEN
031827         GO TO 1370-EXIT
031828     END-IF.
031829     IF WS-MV-PAIRED-YES(ZW-M)
031830        OR WS-MV-HELD-YES(ZW-M) THEN
031831         GO TO 1370-EXIT
031832     END-IF.
031833     IF WS-MV-STORE(ZW-M) EQUAL TO 0 THEN
031834         PERFORM 1390-HOLD-ONE-LEG
031835         GO TO 1370-EXIT
031836     END-IF.
031837     PERFORM 1380-MATCH-ONE-MATE
031838         VARYING ZW-N FROM 1 BY 1
031839             UNTIL ZW-N > WS-MOVEMENTS-LOADED
031840                OR WS-MV-PAIRED-YES(ZW-M).
031841     IF NOT WS-MV-PAIRED-YES(ZW-M) THEN
031842         PERFORM 1390-HOLD-ONE-LEG
031843         GO TO 1370-EXIT
031844     END-IF.
031845     PERFORM 1385-CHECK-PAIR-RECALL.
031849 1370-EXIT.
031850     EXIT.
031851*****************************************************************
031886     END-IF.
031887     MOVE "Y" TO WS-MV-PAIRED-SWITCH(ZW-M).
031888     MOVE "Y" TO WS-MV-PAIRED-SWITCH(ZW-N).
031889     MOVE ZW-N TO ZW-P.
031890 1380-EXIT.
031891     EXIT.
031892*****************************************************************
031893**  1385-CHECK-PAIR-RECALL - TESTS BOTH LEGS OF THE PAIR AT ZW-M
031894**                   AND ZW-P AGAINST THE OPEN RECALLS.  IF
031895**                   EITHER COULD TOUCH A FROZEN LOT THE PAIR
031896**                   IS UNDONE AND BOTH LEGS ARE HELD, SO THEY
031897**                   COME BACK FROM SUSPENSE UNPAIRED AND ARE
031898**                   CHECKED AGAIN THE NEXT NIGHT.
031899*****************************************************************
031900 1385-CHECK-PAIR-RECALL SECTION.
031901     MOVE "N" TO WS-LEG-RECALL-SWITCH.
031902     MOVE ZW-M TO ZW-N.
031903     PERFORM 1386-CHECK-LEG-RECALL.
031904     MOVE ZW-P TO ZW-N.
031905     PERFORM 1386-CHECK-LEG-RECALL.
031906     IF NOT WS-LEG-RECALL-YES THEN
031907         GO TO 1385-EXIT
031908     END-IF.
031909     MOVE "N" TO WS-MV-PAIRED-SWITCH(ZW-M).
031910     MOVE "N" TO WS-MV-PAIRED-SWITCH(ZW-P).
031911     PERFORM 1390-HOLD-ONE-LEG.
031912     MOVE ZW-M TO ZW-N.
031913     MOVE ZW-P TO ZW-M.
031914     PERFORM 1390-HOLD-ONE-LEG.
031915     MOVE ZW-N TO ZW-M.
031916     MOVE "N" TO WS-LEG-RECALL-SWITCH.
031917 1385-EXIT.
031918     EXIT.
031919*****************************************************************
031920**  1386-CHECK-LEG-RECALL - TESTS THE LEG AT ZW-N AGAINST EVERY
031921**                   OPEN RECALL
031922*****************************************************************
031923 1386-CHECK-LEG-RECALL SECTION.
031924     MOVE WS-MV-NAME(ZW-N) TO WS-RK-NAME.
031925     MOVE SPACES TO WS-RK-VENDOR-CODE.
031926     MOVE WS-MV-LOT(ZW-N) TO WS-RK-LOT-NUMBER.
031927     MOVE 0 TO WS-RK-RECEIVED-DATE.
031928     MOVE "Y" TO WS-RK-LEG-SWITCH.
031929     MOVE "N" TO WS-RECALL-MATCH-SWITCH.
031930     PERFORM 3560-MATCH-ONE-RECALL
031931         VARYING ZW-K FROM 1 BY 1
031932             UNTIL ZW-K > WS-RECALLS-LOADED
031933                OR WS-RECALL-MATCH-YES.
031934     IF WS-RECALL-MATCH-YES THEN
031935         MOVE "Y" TO WS-LEG-RECALL-SWITCH
031936     END-IF.
031937*****************************************************************
031938**  1390-HOLD-ONE-LEG - HOLDS THE LEG AT ZW-M SO IT NEVER POSTS
031939**                   AND CARRIES TO SUSPENSE.  A LEG HELD FOR A
031940**                   RECALL COUNTS AS BLOCKED, NOT ORPHANED.
031941*****************************************************************
031942 1390-HOLD-ONE-LEG SECTION.
031943     MOVE "Y" TO WS-MV-HELD-SWITCH(ZW-M).
031944     IF WS-LEG-RECALL-YES THEN
031945         ADD 1 TO WS-RECALL-BLOCKED
031946     ELSE
031947         ADD 1 TO WS-ORPHAN-LEGS
031948     END-IF.
031949*****************************************************************
031950**  1600-BALANCE-CONTROL-TOTALS - END-OF-LOAD RECONCILIATION OF
031951**                   WHAT WAS ACTUALLY READ AGAINST THE FEED'S
031952**                   *CONTROL* TRAILER.  EVERY FIGURE IS SHOWN
031953**                   (EXPECTED, READ, DIFFERENCE) AND ANY
031954**                   MISMATCH - OR A FEED THAT ARRIVED WITH NO
031955**                   TRAILER AT ALL - RAISES RC 8 SO THE
031956**                   SCHEDULER HOLDS THE DOWNSTREAM STEPS INSTEAD
031957**                   OF AGING A SHORT-SHIPPED EXTRACT QUIETLY.
031958*****************************************************************
031959 1600-BALANCE-CONTROL-TOTALS SECTION.
031960     IF NOT WS-CTL-FOUND-YES THEN
031961         DISPLAY "INVMAST CONTROL TRAILER MISSING"
031962         MOVE 8 TO WS-CANDIDATE-RC
031963         PERFORM 8000-SET-RETURN-CODE
031964     ELSE
031965         COMPUTE WS-DIFF-COUNT-ED =
031966             WS-RECORD-COUNT - WS-CTL-EXPECTED-COUNT
031967         DISPLAY "INVMAST RECORDS  EXPECTED "
031968             WS-CTL-EXPECTED-COUNT
031969             " READ " WS-RECORD-COUNT
031970             " DIFF " WS-DIFF-COUNT-ED
031971         COMPUTE WS-DIFF-HASH-ED =
031972             WS-IN-QUALITY-HASH - WS-CTL-QUALITY-HASH
031973         DISPLAY "QUALITY HASH     EXPECTED "
031974             WS-CTL-QUALITY-HASH
031975             " READ " WS-IN-QUALITY-HASH
031976             " DIFF " WS-DIFF-HASH-ED
031977         COMPUTE WS-DIFF-HASH-ED =
031978             WS-IN-SELLIN-HASH - WS-CTL-SELLIN-HASH
031979         DISPLAY "SELL-IN HASH     EXPECTED "
031980             WS-CTL-SELLIN-HASH
031981             " READ " WS-IN-SELLIN-HASH
031982             " DIFF " WS-DIFF-HASH-ED
031983         COMPUTE WS-DIFF-HASH-ED =
031984             WS-IN-QTY-HASH - WS-CTL-QTY-HASH
031985         DISPLAY "QUANTITY HASH    EXPECTED "
031986             WS-CTL-QTY-HASH
031987             " READ " WS-IN-QTY-HASH
031988             " DIFF " WS-DIFF-HASH-ED
031989         COMPUTE WS-DIFF-COST-ED =
031990             WS-IN-COST-HASH - WS-CTL-COST-HASH
031991         DISPLAY "UNIT COST HASH   EXPECTED "
031992             WS-CTL-COST-HASH
031993             " READ " WS-IN-COST-HASH
031994             " DIFF " WS-DIFF-COST-ED
031995         IF WS-RECORD-COUNT NOT EQUAL TO WS-CTL-EXPECTED-COUNT
031996            OR WS-IN-QUALITY-HASH NOT EQUAL TO WS-CTL-QUALITY-HASH
031997            OR WS-IN-SELLIN-HASH NOT EQUAL TO WS-CTL-SELLIN-HASH
031998            OR WS-IN-QTY-HASH NOT EQUAL TO WS-CTL-QTY-HASH
031999            OR WS-IN-COST-HASH NOT EQUAL TO WS-CTL-COST-HASH
032000             MOVE 8 TO WS-CANDIDATE-RC
032002             PERFORM 8000-SET-RETURN-CODE
032010         END-IF
032018     END-IF.
032064     CALL "C2222W" USING WS-RUN-DATE WS-RUN-DATE-SERIAL
032066     END-CALL.
032068*****************************************************************
032070**  1750-CHECK-PERIOD-LOCK - READS THE PERIOD HISTORY THROUGH FOR
032072**                   THE END OF THE LAST PERIOD C2222Y CLOSED.  A
032074**                   BUSINESS DATE ON OR BEFORE IT IS LOCKED - THE
032076**                   PASS WOULD WRITE A NEW MASTER AND GL EXTRACT
032078**                   FOR A PERIOD ALREADY SNAPSHOTTED - SO THE RUN
032080**                   STOPS WITH RC 8 BEFORE ANY OUTPUT IS OPENED.
032082**                   NO HISTORY MEANS NO PERIOD HAS CLOSED YET; A
032084**                   HISTORY THAT WILL NOT OPEN LOCKS THE RUN TOO.
032086*****************************************************************
032088 1750-CHECK-PERIOD-LOCK SECTION.
032090     OPEN INPUT PERIOD-HISTORY-FILE.
032092     IF WS-PERDHST-STATUS EQUAL TO "35" THEN
032094         GO TO 1750-EXIT
032096     END-IF.
032098     IF WS-PERDHST-STATUS NOT EQUAL TO "00" THEN
032100         DISPLAY "PERDHST UNREADABLE - STATUS " WS-PERDHST-STATUS
032102             " - NOT RUN FOR " WS-RUN-DATE
032104         MOVE "Y" TO WS-PERIOD-LOCKED-SWITCH
032106         MOVE 8 TO WS-CANDIDATE-RC
032108         PERFORM 8000-SET-RETURN-CODE
032110         GO TO 1750-EXIT
032112     END-IF.
032114     PERFORM 1760-READ-PERIOD-RECORD.
032116     PERFORM 1770-TAKE-ONE-PERIOD-RECORD
032118         UNTIL WS-PERIOD-EOF-YES.
032120     CLOSE PERIOD-HISTORY-FILE.
032122     IF WS-LAST-CLOSED-END GREATER THAN 0
032124        AND WS-RUN-DATE NOT GREATER THAN WS-LAST-CLOSED-END THEN
032126         DISPLAY "PERIOD CLOSED THROUGH " WS-LAST-CLOSED-END
032128             " - NOT RUN FOR " WS-RUN-DATE
032130         MOVE "Y" TO WS-PERIOD-LOCKED-SWITCH
032132         MOVE 8 TO WS-CANDIDATE-RC
032134         PERFORM 8000-SET-RETURN-CODE
032136     END-IF.
032138 1750-EXIT.
032140     EXIT.
032142*****************************************************************
032144**  1760-READ-PERIOD-RECORD - READ-AHEAD FOR THE HISTORY LOOP
032146*****************************************************************
032148 1760-READ-PERIOD-RECORD SECTION.
032150     READ PERIOD-HISTORY-FILE
032152         AT END
032154             MOVE "Y" TO WS-PERIOD-EOF-SWITCH
032156     END-READ.
032158*****************************************************************
032160**  1770-TAKE-ONE-PERIOD-RECORD - A CLOSE RECORD IS THE LOCK;
032162**                   THE LAST ONE READ IS THE LATEST CLOSE
032164*****************************************************************
032166 1770-TAKE-ONE-PERIOD-RECORD SECTION.
032168     IF C2222Y-RECORD-TYPE EQUAL TO "C"
032170        AND C2222Y-PERIOD-END IS NUMERIC THEN
032172         MOVE C2222Y-PERIOD-END TO WS-LAST-CLOSED-END
032174     END-IF.
032176     PERFORM 1760-READ-PERIOD-RECORD.
032178*****************************************************************
032180**  2000-OPEN-CHECKPOINT - RESUME POINT FOR AN ABENDED AGING
032182**                   PASS.  EACH CHECKPOINT RECORD HOLDS THE
032184**                   ALREADY AGED AND AUDITED DATA FOR ONE MASTER
032186**                   RECORD, SO A RESTART REUSES IT INSTEAD OF
032188**                   RE-AGING IT OR RE-AUDITING IT.  THE FILE
032190**                   STAYS OPEN AND IS CONSUMED IN STEP WITH THE
032192**                   MASTER BY THE STREAM LOOP.
032194*****************************************************************
032200 2000-OPEN-CHECKPOINT SECTION.
032300     MOVE "N" TO WS-CKPT-FOUND-SWITCH.
032400     MOVE "N" TO WS-CKPT-EOF-SWITCH.
036650         MOVE 4 TO WS-CANDIDATE-RC
036660         PERFORM 8000-SET-RETURN-CODE
036670     END-IF.
036671     IF WS-RECALL-BLOCKED GREATER THAN 0 THEN
036672         DISPLAY "BLOCKED BY RECALL:   " WS-RECALL-BLOCKED
036673         MOVE 4 TO WS-CANDIDATE-RC
036674         PERFORM 8000-SET-RETURN-CODE
036675     END-IF.
036680*****************************************************************
036690**  3400-TALLY-ONE-MOVEMENT - COUNTS ONE UNMATCHED TABLE ENTRY
036691**                   AND CARRIES IT OVER TO THE NEW SUSPENSE
036694*****************************************************************
036695 3400-TALLY-ONE-MOVEMENT SECTION.
036696     IF NOT WS-MV-MATCHED-YES(ZW-M) THEN
036697         ADD 1 TO WS-UNMATCHED-MOVEMENTS
036698         IF WS-MV-BLOCKED-YES(ZW-M) THEN
036699             ADD 1 TO WS-RECALL-BLOCKED
036700         END-IF
036701         IF WS-SUSPFILE-STATUS EQUAL TO "00" THEN
036702             MOVE WS-MV-NAME(ZW-M) TO SU-NAME
036703             MOVE WS-MV-TYPE(ZW-M) TO SU-TYPE
036713             MOVE WS-MV-STORE(ZW-M) TO SU-STORE
036715             MOVE WS-MV-NIGHTS(ZW-M) TO SU-NIGHTS
036717             MOVE WS-MV-PAIRED-SWITCH(ZW-M) TO SU-PAIRED-FLAG
036718             MOVE WS-MV-LOT(ZW-M) TO SU-LOT-NUMBER
036719             WRITE SU-SUSPENSE-RECORD
036721             ADD 1 TO WS-SUSPENSE-WRITTEN
036723         END-IF
036725     END-IF.
036726*****************************************************************
036728**  3900-ROLL-SALES-HISTORY - ROLLS LAST NIGHT'S SALES HISTORY
036730**                   FORWARD TO TONIGHT'S BUSINESS DATE AND ADDS
036732**                   TONIGHT'S SALES AS THE NEWEST DAY.  A STORE
036734**                   AND ITEM NOT IN THE HISTORY YET STARTS A NEW
036736**                   RECORD; ONE WITH NO SALES LEFT IN THE 91 DAYS
036738**                   DROPS OFF.  A MISSING SALESHST IS A FIRST-
036742**                   EVER RUN; A HISTORY THAT CANNOT BE WRITTEN
036744**                   RAISES RC 12 LIKE ANY OTHER OUTPUT OF THE
036745**                   PASS.  A HISTORY ALREADY ROLLED TO TONIGHT OR
036746**                   PAST IT IS NOT TOUCHED (SEE 3905).
036747*****************************************************************
036748 3900-ROLL-SALES-HISTORY SECTION.
036749     PERFORM 3905-PROVE-HISTORY-DATE.
036750     IF WS-HISTORY-AHEAD-DATE GREATER THAN 0 THEN
036751         GO TO 3900-EXIT
036752     END-IF.
036754     OPEN OUTPUT NEW-SALES-HISTORY-FILE.
036756     IF WS-SALESHSN-STATUS NOT EQUAL TO "00" THEN
036758         MOVE 12 TO WS-CANDIDATE-RC
036760         PERFORM 8000-SET-RETURN-CODE
036762         GO TO 3900-EXIT
036764     END-IF.
036766     MOVE "N" TO WS-HIST-EOF-SWITCH.
036768     OPEN INPUT SALES-HISTORY-FILE.
036770     IF WS-SALESHST-STATUS EQUAL TO "00" THEN
036772         PERFORM 3910-READ-HISTORY-RECORD
036774         PERFORM 3920-ROLL-ONE-HISTORY-RECORD
036776             UNTIL WS-HIST-EOF-YES
036778         CLOSE SALES-HISTORY-FILE
036780     ELSE
036782         IF WS-SALESHST-STATUS NOT EQUAL TO "35" THEN
036784             MOVE 12 TO WS-CANDIDATE-RC
036785             PERFORM 8000-SET-RETURN-CODE
036786         END-IF
036787     END-IF.
036788     PERFORM 3960-START-ONE-HISTORY-RECORD
036789         VARYING ZW-S FROM 1 BY 1
036790             UNTIL ZW-S > WS-SALES-LOADED.
036791     MOVE SPACES TO SN-SALES-HISTORY-RECORD.
036792     MOVE 0 TO SN-STORE.
036793     MOVE "*CONTROL*" TO SN-NAME.
036794     MOVE WS-RUN-DATE TO SN-LAST-DATE.
036795     PERFORM 3950-CLEAR-ONE-DAY
036796         VARYING ZW-H FROM 1 BY 1
036797             UNTIL ZW-H > 91.
036798     WRITE SN-SALES-HISTORY-RECORD.
036799     CLOSE NEW-SALES-HISTORY-FILE.
036800 3900-EXIT.
036801     EXIT.
036802*****************************************************************
036803**  3905-PROVE-HISTORY-DATE - READS SALESHST THROUGH BEFORE IT IS
036804**                   ROLLED.  A TRAILER OR RECORD ALREADY DATED
036805**                   TONIGHT OR LATER MEANS THE GENERATION HAS
036806**                   BEEN ROLLED PAST THIS NIGHT - A RERUN AFTER A
036807**                   C2222Z BACK-OUT HANDED THE NEW GENERATION,
036808**                   OR A ROLL ON A WRONG FUTURE DATEPARM.
036809**                   ROLLING IT WOULD COUNT SALES TWICE OR MISDATE
036810**                   THEM, SO SALESHSN IS LEFT UNWRITTEN WITH RC 8
036811**                   FOR THE OPERATOR TO HAND THE RIGHT ONE.
036812*****************************************************************
036813 3905-PROVE-HISTORY-DATE SECTION.
036814     MOVE 0 TO WS-HISTORY-AHEAD-DATE.
036815     OPEN INPUT SALES-HISTORY-FILE.
036816     IF WS-SALESHST-STATUS NOT EQUAL TO "00" THEN
036817         GO TO 3905-EXIT
036818     END-IF.
036819     MOVE "N" TO WS-HIST-EOF-SWITCH.
036820     PERFORM 3910-READ-HISTORY-RECORD.
036821     PERFORM 3907-CHECK-ONE-HISTORY-DATE
036822         UNTIL WS-HIST-EOF-YES.
036823     CLOSE SALES-HISTORY-FILE.
036824     IF WS-HISTORY-AHEAD-DATE GREATER THAN 0 THEN
036825         DISPLAY "SALESHST ALREADY ROLLED TO "
036826             WS-HISTORY-AHEAD-DATE " - NOT ROLLED FOR "
036827             WS-RUN-DATE
036828         MOVE 8 TO WS-CANDIDATE-RC
036829         PERFORM 8000-SET-RETURN-CODE
036830     END-IF.
036831 3905-EXIT.
036832     EXIT.
036833*****************************************************************
036834**  3907-CHECK-ONE-HISTORY-DATE - KEEPS THE LATEST DATE ON THE
036835**                   HISTORY THAT IS NOT BEFORE TONIGHT
036836*****************************************************************
036837 3907-CHECK-ONE-HISTORY-DATE SECTION.
036838     IF C2222S-LAST-DATE IS NUMERIC
036839        AND C2222S-LAST-DATE NOT LESS THAN WS-RUN-DATE
036840        AND C2222S-LAST-DATE GREATER THAN WS-HISTORY-AHEAD-DATE
036841     THEN
036842         MOVE C2222S-LAST-DATE TO WS-HISTORY-AHEAD-DATE
036843     END-IF.
036844     PERFORM 3910-READ-HISTORY-RECORD.
036867*****************************************************************
036868**  3910-READ-HISTORY-RECORD - READ-AHEAD FOR THE ROLL LOOP
036869*****************************************************************
036870 3910-READ-HISTORY-RECORD SECTION.
036871     READ SALES-HISTORY-FILE
036872         AT END
036873             MOVE "Y" TO WS-HIST-EOF-SWITCH
036874     END-READ.
036875*****************************************************************
036876**  3920-ROLL-ONE-HISTORY-RECORD - SHIFTS ONE RECORD'S DAYS BACK
036877**                   BY THE NIGHTS SINCE ITS LAST DATE, ADDS
036878**                   TONIGHT'S SALES OF THE ITEM AS DAY ONE, AND
036879**                   WRITES IT TO THE NEW GENERATION UNLESS THE
036880**                   WHOLE 91 DAYS ARE NOW EMPTY.  THE OLD TRAILER
036881**                   IS DROPPED - A FRESH ONE IS WRITTEN AT END.
036882*****************************************************************
036883 3920-ROLL-ONE-HISTORY-RECORD SECTION.
036884     IF C2222S-NAME EQUAL TO "*CONTROL*" THEN
036885         GO TO 3920-NEXT
036886     END-IF.
036887     MOVE SH-SALES-HISTORY-RECORD TO SN-SALES-HISTORY-RECORD.
036888     MOVE 0 TO WS-HISTORY-SERIAL.
036889     IF SN-LAST-DATE IS NUMERIC THEN
036890         CALL "C2222W" USING SN-LAST-DATE WS-HISTORY-SERIAL
036891         END-CALL
036892     END-IF.
036893     MOVE 0 TO WS-HISTORY-SHIFT.
036894     IF WS-HISTORY-SERIAL GREATER THAN 0
036895        AND WS-RUN-DATE-SERIAL GREATER THAN 0 THEN
036896         COMPUTE WS-HISTORY-SHIFT =
036897             WS-RUN-DATE-SERIAL - WS-HISTORY-SERIAL
036898     END-IF.
036899     IF WS-HISTORY-SHIFT GREATER THAN 91 THEN
036901         MOVE 91 TO WS-HISTORY-SHIFT
036902     END-IF.
036903     IF WS-HISTORY-SHIFT GREATER THAN 0 THEN
036904         PERFORM 3930-SHIFT-ONE-NIGHT
036905             WS-HISTORY-SHIFT TIMES
036906     END-IF.
036907     MOVE WS-RUN-DATE TO SN-LAST-DATE.
036908     MOVE 0 TO WS-SALES-SLOT.
036909     PERFORM 3940-MATCH-ONE-HISTORY
036910         VARYING ZW-S FROM 1 BY 1
036911             UNTIL ZW-S > WS-SALES-LOADED
036912                OR WS-SALES-SLOT GREATER THAN 0.
036913     IF WS-SALES-SLOT GREATER THAN 0 THEN
036914         MOVE "Y" TO WS-SL-ROLLED-SWITCH(WS-SALES-SLOT)
036915         PERFORM 3970-ADD-TONIGHTS-UNITS
036916     END-IF.
036917     MOVE 0 TO WS-HISTORY-TOTAL.
036918     PERFORM 3980-TOTAL-ONE-DAY
036919         VARYING ZW-H FROM 1 BY 1
036920             UNTIL ZW-H > 91.
036921     IF WS-HISTORY-TOTAL EQUAL TO 0 THEN
036922         ADD 1 TO WS-HISTORY-DROPPED
036923     ELSE
036924         WRITE SN-SALES-HISTORY-RECORD
036925         ADD 1 TO WS-HISTORY-WRITTEN
036926     END-IF.
036927 3920-NEXT.
036928     PERFORM 3910-READ-HISTORY-RECORD.
036929*****************************************************************
036930**  3930-SHIFT-ONE-NIGHT - MOVES EVERY DAY BACK ONE SLOT, THE
036931**                   OLDEST FALLING OFF, AND OPENS EMPTY DAY ONE
036932*****************************************************************
036933 3930-SHIFT-ONE-NIGHT SECTION.
036934     PERFORM 3935-SHIFT-ONE-DAY
036935         VARYING ZW-H FROM 91 BY -1
036936             UNTIL ZW-H < 2.
036937     MOVE 0 TO SN-DAY-UNITS(1).
036938*****************************************************************
036939**  3935-SHIFT-ONE-DAY - ONE DAY MOVED BACK ONE SLOT
036940*****************************************************************
036941 3935-SHIFT-ONE-DAY SECTION.
036942     MOVE SN-DAY-UNITS(ZW-H - 1) TO SN-DAY-UNITS(ZW-H).
036943*****************************************************************
036944**  3940-MATCH-ONE-HISTORY - ONE OF TONIGHT'S SALES ENTRIES
036945**                   AGAINST THE HISTORY RECORD BEING ROLLED
036946*****************************************************************
036947 3940-MATCH-ONE-HISTORY SECTION.
036948     IF WS-SL-STORE(ZW-S) EQUAL TO SN-STORE
036949        AND WS-SL-NAME(ZW-S) EQUAL TO SN-NAME THEN
036950         MOVE ZW-S TO WS-SALES-SLOT
036951     END-IF.
036952*****************************************************************
036953**  3950-CLEAR-ONE-DAY - ZEROES ONE DAY OF THE RECORD BEING BUILT
036954*****************************************************************
036955 3950-CLEAR-ONE-DAY SECTION.
036956     MOVE 0 TO SN-DAY-UNITS(ZW-H).
036957*****************************************************************
036958**  3960-START-ONE-HISTORY-RECORD - A STORE AND ITEM THAT SOLD
036959**                   TONIGHT BUT HAD NO HISTORY STARTS A RECORD
036960**                   WITH TONIGHT AS ITS ONLY DAY
036961*****************************************************************
036962 3960-START-ONE-HISTORY-RECORD SECTION.
036963     IF WS-SL-ROLLED-YES(ZW-S)
036964        OR WS-SL-UNITS(ZW-S) NOT GREATER THAN 0 THEN
036965         GO TO 3960-EXIT
036966     END-IF.
036967     MOVE SPACES TO SN-SALES-HISTORY-RECORD.
036968     MOVE WS-SL-STORE(ZW-S) TO SN-STORE.
036969     MOVE WS-SL-NAME(ZW-S) TO SN-NAME.
036970     MOVE WS-RUN-DATE TO SN-LAST-DATE.
036971     PERFORM 3950-CLEAR-ONE-DAY
036972         VARYING ZW-H FROM 1 BY 1
036973             UNTIL ZW-H > 91.
036974     MOVE ZW-S TO WS-SALES-SLOT.
036975     PERFORM 3970-ADD-TONIGHTS-UNITS.
036976     WRITE SN-SALES-HISTORY-RECORD.
036977     ADD 1 TO WS-HISTORY-WRITTEN.
036978 3960-EXIT.
036979     EXIT.
036980*****************************************************************
036981**  3970-ADD-TONIGHTS-UNITS - ADDS TONIGHT'S NET UNITS FOR THE
036982**                   ENTRY AT WS-SALES-SLOT TO DAY ONE.  VOIDS
036983**                   THAT OUTRUN THE NIGHT'S SALES NEVER TAKE THE
036984**                   DAY BELOW ZERO.
036985*****************************************************************
036986 3970-ADD-TONIGHTS-UNITS SECTION.
036987     COMPUTE WS-SALE-UNITS =
036988         SN-DAY-UNITS(1) + WS-SL-UNITS(WS-SALES-SLOT).
036989     IF WS-SALE-UNITS LESS THAN 0 THEN
036990         MOVE 0 TO WS-SALE-UNITS
036991     END-IF.
036992     IF WS-SALE-UNITS GREATER THAN 99999 THEN
036993         MOVE 99999 TO WS-SALE-UNITS
036994     END-IF.
036995     MOVE WS-SALE-UNITS TO SN-DAY-UNITS(1).
036996*****************************************************************
036997**  3980-TOTAL-ONE-DAY - ADDS ONE DAY INTO THE RECORD'S TOTAL
036998*****************************************************************
036999 3980-TOTAL-ONE-DAY SECTION.
037001     ADD SN-DAY-UNITS(ZW-H) TO WS-HISTORY-TOTAL.
037002*****************************************************************
037003**  3450-DERIVE-LOT-SELLIN - DERIVES THE WORK ITEM'S SELL-IN
037004**                   FROM THE LOT'S EXPIRY DATE AND THE RUN'S
037005**                   BUSINESS DATE, BOTH AS C2222W SERIAL DAY
037006**                   NUMBERS, SO THE AGING ENGINE SEES THE REAL
037007**                   DAYS LEFT INSTEAD OF A CARRIED COUNTER.  A
037008**                   ZERO OR UNUSABLE EXPIRY IS A LEGACY RECORD
037009**                   AND KEEPS THE SELL-IN IT ARRIVED WITH, AS
037010**                   DOES A LOT FROZEN UNDER AN OPEN RECALL.
037011*****************************************************************
037012 3450-DERIVE-LOT-SELLIN SECTION.
037013     IF C2222D-EXPIRY-DATE EQUAL TO 0
037014        OR WS-QUARANTINE-YES THEN
037015         GO TO 3450-EXIT
037016     END-IF.
037017     CALL "C2222W" USING C2222D-EXPIRY-DATE WS-EXPIRY-SERIAL
037018     END-CALL.
037019     IF WS-EXPIRY-SERIAL EQUAL TO 0
037020        OR WS-RUN-DATE-SERIAL EQUAL TO 0 THEN
037021         GO TO 3450-EXIT
037022     END-IF.
037023     COMPUTE WS-SELLIN-WORK =
037024         WS-EXPIRY-SERIAL - WS-RUN-DATE-SERIAL.
037025     IF WS-SELLIN-WORK LESS THAN -999 THEN
037026         MOVE -999 TO WS-SELLIN-WORK
037027     END-IF.
037028     IF WS-SELLIN-WORK GREATER THAN 999 THEN
037029         MOVE 999 TO WS-SELLIN-WORK
037030     END-IF.
037031     MOVE WS-SELLIN-WORK TO C2222D-SELLIN.
037032 3450-EXIT.
037033     EXIT.
037034*****************************************************************
037035**  3550-CHECK-RECALL - FREEZES THE WORK ITEM WHEN ITS LOT FALLS
037036**                   UNDER ANY OPEN RECALL NOTICE.  THE FIRST
037037**                   MATCHING NOTICE IS THE ONE THE LOT IS
037038**                   PULLED AGAINST.
037039*****************************************************************
037040 3550-CHECK-RECALL SECTION.
037041     MOVE C2222D-NAME TO WS-RK-NAME.
037042     MOVE C2222D-VENDOR-CODE TO WS-RK-VENDOR-CODE.
037043     MOVE C2222D-LOT-NUMBER TO WS-RK-LOT-NUMBER.
037044     MOVE C2222D-RECEIVED-DATE TO WS-RK-RECEIVED-DATE.
037045     MOVE "N" TO WS-RK-LEG-SWITCH.
037046     MOVE "N" TO WS-RECALL-MATCH-SWITCH.
037047     MOVE SPACES TO WS-QUARANTINE-RECALL-ID.
037048     PERFORM 3560-MATCH-ONE-RECALL
037049         VARYING ZW-K FROM 1 BY 1
037050             UNTIL ZW-K > WS-RECALLS-LOADED
037051                OR WS-RECALL-MATCH-YES.
037052     MOVE WS-RECALL-MATCH-SWITCH TO WS-QUARANTINE-SWITCH.
037053*****************************************************************
037054**  3560-MATCH-ONE-RECALL - TESTS THE RECALL CANDIDATE AGAINST
037055**                   ONE NOTICE.  THE NAME MUST MATCH, AND THE
037056**                   VENDOR UNLESS THE NOTICE NAMES NONE.  A LOT
037057**                   RANGE WINS OVER A RECEIVED-DATE RANGE; A
037058**                   NOTICE WITH NEITHER RECALLS EVERY LOT.  A
037059**                   TRANSFER LEG MATCHES ON WHATEVER IT LEAVES
037060**                   UNSAID.
037061*****************************************************************
037062 3560-MATCH-ONE-RECALL SECTION.
037063     IF RT-NAME(ZW-K) NOT EQUAL TO WS-RK-NAME THEN
037064         GO TO 3560-EXIT
037065     END-IF.
037066     IF RT-VENDOR-CODE(ZW-K) NOT EQUAL TO SPACES
037067        AND RT-VENDOR-CODE(ZW-K) NOT EQUAL TO WS-RK-VENDOR-CODE
037068        AND NOT WS-RK-LEG-YES
037069     THEN
037070         GO TO 3560-EXIT
037071     END-IF.
037072     IF RT-LOT-FROM(ZW-K) NOT EQUAL TO SPACES THEN
037073         IF NOT WS-RK-LEG-YES
037074            OR WS-RK-LOT-NUMBER NOT EQUAL TO SPACES THEN
037075             IF WS-RK-LOT-NUMBER LESS THAN RT-LOT-FROM(ZW-K) THEN
037076                 GO TO 3560-EXIT
037077             END-IF
037078             IF RT-LOT-TO(ZW-K) EQUAL TO SPACES
037079                AND WS-RK-LOT-NUMBER GREATER THAN
037080                    RT-LOT-FROM(ZW-K)
037081             THEN
037082                 GO TO 3560-EXIT
037083             END-IF
037084             IF RT-LOT-TO(ZW-K) NOT EQUAL TO SPACES
037085                AND WS-RK-LOT-NUMBER GREATER THAN RT-LOT-TO(ZW-K)
037086             THEN
037087                 GO TO 3560-EXIT
037088             END-IF
037089         END-IF
037090     ELSE
037091         IF RT-RECEIVED-FROM(ZW-K) GREATER THAN 0
037092            AND NOT WS-RK-LEG-YES THEN
037093             IF WS-RK-RECEIVED-DATE LESS THAN
037094                RT-RECEIVED-FROM(ZW-K) THEN
037095                 GO TO 3560-EXIT
037096             END-IF
037097             IF RT-RECEIVED-TO(ZW-K) GREATER THAN 0
037098                AND WS-RK-RECEIVED-DATE GREATER THAN
037099                    RT-RECEIVED-TO(ZW-K) THEN
037100                 GO TO 3560-EXIT
037101             END-IF
037102         END-IF
037103     END-IF.
037104     MOVE "Y" TO WS-RECALL-MATCH-SWITCH.
037105     MOVE RT-RECALL-ID(ZW-K) TO WS-QUARANTINE-RECALL-ID.
037106 3560-EXIT.
037107     EXIT.
037108*****************************************************************
037109**  5000-AUDIT-SULFURAS-ITEM - LEGENDARY STOCK NEVER CHANGES
037110**                   QUALITY.  A MISMATCH IS A BAD DATA LOAD, SO IT
037111**                   IS LOGGED, THE QUALITY IS RESTORED, AND RC 4
037112**                   IS RAISED THE SAME AS ANY OTHER BAD-DATA HIT
037113**                   FROM THE MASTER, SO THE JCL CAN COND-CHECK IT.
037200*****************************************************************
037300 5000-AUDIT-SULFURAS-ITEM SECTION.
037400     IF C2222D-NAME EQUAL TO "Sulfuras"
041292              AND C2222D-QUALITY EQUAL TO 0)
041294         OR (WS-BEFORE-SELLIN NOT LESS THAN 0
041296             AND C2222D-SELLIN LESS THAN 0)) THEN
041297         ADD WS-ITEM-VALUE TO WS-SHRINK-VALUE
041298         MOVE WS-ITEM-VALUE TO WS-SHRINK-ITEM-VALUE
041299     END-IF.
041300     PERFORM 6650-ACCUMULATE-GL.
041301     WRITE AM-INVENTORY-RECORD.
041302*****************************************************************
041304**  6700-WRITE-PULL-LINE - ONE PULL-LIST LINE FOR AN ACTIONABLE
041306**                   SLOT - SELL-IN GONE NEGATIVE OR QUALITY AT
041314**                   ANY OTHER QUALITY ZERO COMES OFF THE SHELF
041316**                   (PULL), AND STOCK PAST ITS SELL-IN THAT
041318**                   STILL HAS QUALITY IS MARKED DOWN (DISCOUNT).
041319**                   A DISCOUNT LINE IS AN EXECUTED PRICE
041320**                   CHANGE - 6750-APPLY-MARKDOWN ALREADY SENT
041321**                   THE EFFECTIVE PRICE TO PRICECHG FOR EVERY
041322**                   PRICED LOT OF A CATEGORY WITH A LADDER.
041323**                   EACH LINE NAMES THE SPECIFIC LOT TO PULL -
041324**                   THE FEED ARRIVES SORTED STORE / NAME /
041325**                   RECEIVED DATE, SO THE OLDEST LOT OF A SKU
041326**                   LISTS FIRST.  A LOT UNDER AN OPEN RECALL
041327**                   LISTS ON THE RECALL PULL LIST INSTEAD.
041328*****************************************************************
041329 6700-WRITE-PULL-LINE SECTION.
041330     IF C2222D-NAME NOT EQUAL TO SPACES
041331        AND NOT WS-QUARANTINE-YES
041338        AND C2222D-CATEGORY NOT EQUAL TO "LGND"
041339        AND (C2222D-SELLIN LESS THAN 0
041340             OR C2222D-QUALITY EQUAL TO 0) THEN
041352             MOVE "DISCOUNT" TO PL-DISPOSITION
041354         END-IF
041356         MOVE C2222D-SELLIN TO PL-SELLIN
041357         MOVE C2222D-QUALITY TO PL-QUALITY
041358         MOVE C2222D-STORE TO PL-STORE
041359         MOVE C2222D-LOT-NUMBER TO PL-LOT
041360         WRITE PL-PULL-LINE FROM WS-PULL-DETAIL-LINE
041361     END-IF.
041362*****************************************************************
041363**  6750-APPLY-MARKDOWN - EXECUTES THE CATEGORY'S MARKDOWN
041364**                   LADDER ON A LOT PAST ITS SELL-IN THAT
041365**                   STILL HAS QUALITY AND A RETAIL PRICE.  THE
041366**                   LADDER IS DRIVEN OFF THE LOT'S STATE - THE
041367**                   DEEPEST STEP WHOSE BREAK THE SELL-IN SITS
041368**                   BELOW SETS THE TARGET PRICE - SO A LOT THAT
041369**                   ARRIVES ALREADY PAST ITS SELL-IN MARKS DOWN
041370**                   THE FIRST NIGHT IT STREAMS.  THE MASTER
041371**                   KEEPS THE BASE SHELF PRICE; THE EFFECTIVE
041372**                   PRICE GOES TO PRICECHG EVERY NIGHT THE
041373**                   STATE HOLDS, SO THE REGISTERS RELOAD THE
041374**                   SAME FIGURE AND A RESTARTED RUN REBUILDS
041375**                   THE FULL FILE.  A RECALLED LOT NEVER MARKS
041376**                   DOWN - IT IS OFF SALE.
041377*****************************************************************
041378 6750-APPLY-MARKDOWN SECTION.
041379     IF C2222D-NAME EQUAL TO SPACES
041380        OR WS-QUARANTINE-YES
041381        OR CA-LEGENDARY-FLAG EQUAL TO "Y"
041382        OR C2222D-SELLIN NOT LESS THAN 0
041383        OR C2222D-QUALITY EQUAL TO 0
041412     MOVE WS-RUN-DATE TO PC-EFFECTIVE-DATE.
041413     WRITE PC-PRICE-CHANGE-RECORD.
041414     ADD 1 TO WS-PRICE-CHANGES.
041415     PERFORM 6760-VALUE-MARKDOWN.
041416 6750-EXIT.
041417     EXIT.
041419*****************************************************************
041420**  6800-WRITE-RECALL-LINE - ONE RECALL PULL-LIST LINE FOR A LOT
041421**                   UNDER AN OPEN RECALL, WITH ITS QUANTITY AND
041422**                   EXTENDED COST, GROUPED BY STORE.  THE SAME
041423**                   LOT GOES TO RCLSTOCK AS THE STORE EXPOSURE
041424**                   C2222K HOLDS THE RECALL OPEN AGAINST.
041425*****************************************************************
041426 6800-WRITE-RECALL-LINE SECTION.
041427     IF NOT WS-QUARANTINE-YES THEN
041428         GO TO 6800-EXIT
041429     END-IF.
041430     IF WS-RECALL-LOTS GREATER THAN 0
041431        AND C2222D-STORE NOT EQUAL TO WS-RECALL-STORE THEN
041432         PERFORM 6850-WRITE-RECALL-STORE-TOTAL
041433     END-IF.
041434     IF WS-RECALL-LOTS EQUAL TO 0
041435        OR C2222D-STORE NOT EQUAL TO WS-RECALL-STORE THEN
041436         MOVE C2222D-STORE TO WS-RECALL-STORE
041437         MOVE C2222D-STORE TO SH-STORE
041438         WRITE RX-RECALL-LINE FROM WS-STORE-HEADING
041439     END-IF.
041440     COMPUTE WS-RECALL-ITEM-VALUE =
041441         C2222D-QTY-ON-HAND * C2222D-UNIT-COST.
041442     ADD 1 TO WS-RECALL-LOTS.
041443     ADD C2222D-QTY-ON-HAND TO WS-RECALL-STORE-QTY.
041444     ADD C2222D-QTY-ON-HAND TO WS-RECALL-QTY.
041445     ADD WS-RECALL-ITEM-VALUE TO WS-RECALL-STORE-VALUE.
041446     ADD WS-RECALL-ITEM-VALUE TO WS-RECALL-VALUE.
041447     MOVE SPACES TO WS-RECALL-DETAIL-LINE.
041448     MOVE WS-QUARANTINE-RECALL-ID TO RL-RECALL-ID.
041449     MOVE C2222D-NAME TO RL-NAME.
041450     MOVE C2222D-LOT-NUMBER TO RL-LOT.
041451     MOVE C2222D-QTY-ON-HAND TO RL-QTY.
041452     MOVE C2222D-UNIT-COST TO RL-UNIT-COST.
041453     MOVE WS-RECALL-ITEM-VALUE TO RL-EXTENDED-COST.
041454     WRITE RX-RECALL-LINE FROM WS-RECALL-DETAIL-LINE.
041455     MOVE SPACES TO RS-RECALL-STOCK-RECORD.
041456     MOVE WS-QUARANTINE-RECALL-ID TO RS-RECALL-ID.
041457     MOVE C2222D-STORE TO RS-STORE.
041458     MOVE C2222D-NAME TO RS-NAME.
041459     MOVE C2222D-LOT-NUMBER TO RS-LOT.
041460     MOVE C2222D-QTY-ON-HAND TO RS-QTY-ON-HAND.
041461     MOVE WS-RECALL-ITEM-VALUE TO RS-EXTENDED-COST.
041462     MOVE WS-RUN-DATE TO RS-BUSINESS-DATE.
041463     WRITE RS-RECALL-STOCK-RECORD.
041464 6800-EXIT.
041465     EXIT.
041466*****************************************************************
041467**  6850-WRITE-RECALL-STORE-TOTAL - CLOSES ONE STORE'S SECTION
041468**                   OF THE RECALL PULL LIST
041469*****************************************************************
041470 6850-WRITE-RECALL-STORE-TOTAL SECTION.
041471     MOVE WS-RECALL-STORE TO RW-STORE.
041472     MOVE WS-RECALL-STORE-QTY TO RW-QTY.
041473     MOVE WS-RECALL-STORE-VALUE TO RW-VALUE.
041474     WRITE RX-RECALL-LINE FROM WS-RECALL-STORE-LINE.
041475     MOVE 0 TO WS-RECALL-STORE-QTY.
041476     MOVE 0 TO WS-RECALL-STORE-VALUE.
041499*****************************************************************
041500**  7000-SAVE-CHECKPOINT - APPENDS THE FULLY AGED AND AUDITED
041600**                   DATA FOR THE MASTER RECORD JUST COMPLETED,
046300 8000-SET-RETURN-CODE SECTION.
046400     IF WS-CANDIDATE-RC GREATER THAN VSP-RETURN-CODE THEN
046500         MOVE WS-CANDIDATE-RC TO VSP-RETURN-CODE
046501     END-IF.
046502*****************************************************************
046503**  9100-WRITE-RUN-LOG - APPENDS THIS RUN'S RUN-CONTROL RECORD
046504**                   TO THE SHARED RUNLOG SO THE C2222R MORNING
046505**                   BALANCE CAN PROVE THE CHAIN RAN WHOLE.  A
046506**                   FIRST-EVER RUN CREATES THE FILE.  A LOG
046507**                   THAT CANNOT BE WRITTEN RAISES RC 4 - THE
046508**                   BALANCE WILL SEE THE GAP EITHER WAY.
046509*****************************************************************
046510 9100-WRITE-RUN-LOG SECTION.
046511     OPEN EXTEND RUN-LOG-FILE.
046512     IF WS-RUNLOG-STATUS NOT EQUAL TO "00" THEN
046513         OPEN OUTPUT RUN-LOG-FILE
046514     END-IF.
046515     IF WS-RUNLOG-STATUS EQUAL TO "00" THEN
046516         MOVE "EXAMPLE-TEST-CASE" TO C2222L-PROGRAM
046517         MOVE WS-RUN-DATE TO C2222L-BUSINESS-DATE
046518         MOVE WS-RECORD-COUNT TO C2222L-RECORDS-IN
046519         MOVE WS-RECORD-COUNT TO C2222L-RECORDS-OUT
046520         MOVE WS-IN-QUALITY-HASH TO C2222L-HASH-IN
046521         MOVE WS-OUT-QUALITY-HASH TO C2222L-HASH-OUT
046522         MOVE VSP-RETURN-CODE TO C2222L-RETURN-CODE
046523         WRITE RL-RUN-LOG-RECORD
046524         CLOSE RUN-LOG-FILE
046525     ELSE
046526         MOVE 4 TO WS-CANDIDATE-RC
046527         PERFORM 8000-SET-RETURN-CODE
046528     END-IF.
046529*****************************************************************
046530**  1800-LOAD-CATEGORY-MASTER - LOADS THE ITEM-CATEGORY MASTER
046531**                   INTO THE CATEGORY TABLE.  THE PASS CANNOT
046532**                   AGE ANYTHING WITHOUT IT, SO A MISSING OR
046533**                   UNREADABLE CATMAST - OR ONE WITH NO NORM
046534**                   ENTRY TO FALL BACK ON - ABANDONS THE RUN
046535**                   WITH RC 12 BEFORE A RECORD IS TOUCHED.
046536*****************************************************************
046537 1800-LOAD-CATEGORY-MASTER SECTION.
046538     MOVE 0 TO WS-CATEGORIES-LOADED.
046539     MOVE "N" TO WS-CAT-EOF-SWITCH.
046540     OPEN INPUT CATEGORY-MASTER-FILE.
046541     IF WS-CATMAST-STATUS EQUAL TO "00" THEN
046542         PERFORM 1820-READ-CATEGORY-RECORD
046543         PERFORM 1840-STORE-CATEGORY-RECORD
046544             UNTIL WS-CAT-EOF-YES
046545                OR WS-CATEGORIES-LOADED EQUAL TO 50
046546         IF NOT WS-CAT-EOF-YES THEN
046547             DISPLAY "CATEGORY MASTER EXCEEDS 50 - REST IGNORED"
046548             MOVE 8 TO WS-CANDIDATE-RC
046549             PERFORM 8000-SET-RETURN-CODE
046550         END-IF
046551         CLOSE CATEGORY-MASTER-FILE
046552     END-IF.
046553     MOVE "NORM" TO C2222D-CATEGORY.
046554     PERFORM 3800-MATCH-ONE-CATEGORY
046555         VARYING ZW-C FROM 1 BY 1
046556             UNTIL ZW-C > WS-CATEGORIES-LOADED
046557                OR WS-CAT-FOUND-YES.
046558     IF NOT WS-CAT-FOUND-YES THEN
046559         DISPLAY "CATEGORY MASTER UNUSABLE - NO NORM ENTRY"
046560         MOVE "N" TO WS-FILES-OPEN-SWITCH
046561         MOVE 12 TO WS-CANDIDATE-RC
046562         PERFORM 8000-SET-RETURN-CODE
046563     END-IF.
046564     MOVE "N" TO WS-CAT-FOUND-SWITCH.
046565     MOVE SPACES TO C2222D-CATEGORY.
046566*****************************************************************
046567**  1820-READ-CATEGORY-RECORD - READ-AHEAD FOR THE LOAD LOOP
046568*****************************************************************
046569 1820-READ-CATEGORY-RECORD SECTION.
046570     READ CATEGORY-MASTER-FILE
046571         AT END
046572             MOVE "Y" TO WS-CAT-EOF-SWITCH
046573     END-READ.
046574*****************************************************************
046575**  1840-STORE-CATEGORY-RECORD - MOVES ONE CATEGORY ENTRY INTO
046576**                   THE NEXT TABLE SLOT AND READS THE NEXT
046577*****************************************************************
046578 1840-STORE-CATEGORY-RECORD SECTION.
046579     ADD 1 TO WS-CATEGORIES-LOADED.
046580     MOVE CM-CATEGORY-RECORD
046581         TO WS-CATEGORY-ENTRY(WS-CATEGORIES-LOADED).
046582     PERFORM 1820-READ-CATEGORY-RECORD.
046583*****************************************************************
046584**  1900-LOAD-RECALL-FILE - LOADS THE OPEN RECALL NOTICES INTO
046585**                   THE RECALL TABLE.  NO RECALLS FILE MEANS NO
046586**                   RECALL HAS EVER BEEN TAKEN.  ONE THAT IS
046587**                   THERE BUT UNREADABLE ABANDONS THE RUN WITH
046588**                   RC 12 - AGING AND SELLING RECALLED STOCK IS
046589**                   WORSE THAN A LATE PASS.  A CLOSED NOTICE
046590**                   FREEZES NOTHING.
046591*****************************************************************
046592 1900-LOAD-RECALL-FILE SECTION.
046593     MOVE 0 TO WS-RECALLS-LOADED.
046594     MOVE "N" TO WS-RECALL-EOF-SWITCH.
046595     OPEN INPUT RECALL-FILE.
046596     IF WS-RECALLS-STATUS EQUAL TO "35" THEN
046597         GO TO 1900-EXIT
046598     END-IF.
046599     IF WS-RECALLS-STATUS NOT EQUAL TO "00" THEN
046600         DISPLAY "RECALL FILE UNREADABLE - STATUS "
046601             WS-RECALLS-STATUS
046602         MOVE "N" TO WS-FILES-OPEN-SWITCH
046603         MOVE 12 TO WS-CANDIDATE-RC
046604         PERFORM 8000-SET-RETURN-CODE
046605         GO TO 1900-EXIT
046606     END-IF.
046607     PERFORM 1920-READ-RECALL-RECORD.
046608     PERFORM 1940-STORE-RECALL-RECORD
046609         UNTIL WS-RECALL-EOF-YES
046610            OR WS-RECALLS-LOADED EQUAL TO 100.
046611     IF NOT WS-RECALL-EOF-YES THEN
046612         DISPLAY "OPEN RECALLS EXCEED 100 - REST IGNORED"
046613         MOVE 8 TO WS-CANDIDATE-RC
046614         PERFORM 8000-SET-RETURN-CODE
046615     END-IF.
046616     CLOSE RECALL-FILE.
046617 1900-EXIT.
046618     EXIT.
046619*****************************************************************
046620**  1920-READ-RECALL-RECORD - READ-AHEAD FOR THE LOAD LOOP
046621*****************************************************************
046622 1920-READ-RECALL-RECORD SECTION.
046623     READ RECALL-FILE
046624         AT END
046625             MOVE "Y" TO WS-RECALL-EOF-SWITCH
046626     END-READ.
046627*****************************************************************
046628**  1940-STORE-RECALL-RECORD - MOVES ONE OPEN NOTICE INTO THE
046629**                   NEXT TABLE SLOT AND READS THE NEXT.  A DATE
046630**                   RANGE THAT IS NOT NUMERIC RUNS AS NO RANGE.
046631*****************************************************************
046632 1940-STORE-RECALL-RECORD SECTION.
046633     IF C2222K-STATUS OF RC-RECALL-RECORD NOT EQUAL TO "C" THEN
046634         ADD 1 TO WS-RECALLS-LOADED
046635         MOVE RC-RECALL-RECORD
046636             TO WS-RECALL-ENTRY(WS-RECALLS-LOADED)
046637         IF RT-RECEIVED-FROM(WS-RECALLS-LOADED) IS NOT NUMERIC
046638         THEN
046639             MOVE 0 TO RT-RECEIVED-FROM(WS-RECALLS-LOADED)
046640         END-IF
046641         IF RT-RECEIVED-TO(WS-RECALLS-LOADED) IS NOT NUMERIC THEN
046642             MOVE 0 TO RT-RECEIVED-TO(WS-RECALLS-LOADED)
046643         END-IF
046644     END-IF.
046645     PERFORM 1920-READ-RECALL-RECORD.
046693*****************************************************************
046694**  3700-LOOK-UP-CATEGORY - RESOLVES THE WORK ITEM'S CATEGORY TO
046695**                   ITS MASTER ENTRY IN WS-ACTIVE-CATEGORY FOR
046794*****************************************************************
046795**  6900-WRITE-STORE-TOTAL - CLOSES A STORE SECTION WITH ITS
046796**                   ITEM AND SULFURAS-EXCEPTION TOTALS
046797**                   AND SENDS ITS DOLLARS TO THE GL EXTRACT
046798*****************************************************************
046799 6900-WRITE-STORE-TOTAL SECTION.
046800     MOVE WS-CURRENT-STORE TO ST-STORE.
046801     MOVE WS-STORE-ITEM-COUNT TO ST-ITEM-COUNT.
046802     MOVE WS-STORE-EXC-COUNT TO ST-EXC-COUNT.
046803     WRITE RP-REPORT-LINE FROM WS-STORE-TOTAL-LINE.
046804     MOVE WS-CURRENT-STORE TO SV-STORE.
046805     MOVE WS-STORE-VALUE TO SV-VALUE.
046806     WRITE RP-REPORT-LINE FROM WS-STORE-VALUE-LINE.
046807     PERFORM 6960-WRITE-GL-EXTRACT.
046808*****************************************************************
046809**  6950-WRITE-CHAIN-TOTAL - CHAIN-WIDE TOTALS ACROSS EVERY
046810**                   STORE SECTION OF THE RUN
046811*****************************************************************
046812 6950-WRITE-CHAIN-TOTAL SECTION.
046813     MOVE WS-RECORD-COUNT TO CH-ITEM-COUNT.
046814     MOVE WS-CHAIN-EXC-COUNT TO CH-EXC-COUNT.
046815     WRITE RP-REPORT-LINE FROM WS-CHAIN-TOTAL-LINE.
046816     MOVE WS-CHAIN-VALUE TO CV-VALUE.
046817     WRITE RP-REPORT-LINE FROM WS-CHAIN-VALUE-LINE.
046818     MOVE WS-SHRINK-VALUE TO SK-VALUE.
046819     WRITE RP-REPORT-LINE FROM WS-SHRINKAGE-LINE.
046820*****************************************************************
046821**  6650-ACCUMULATE-GL - ADDS THE SLOT'S OPENING AND CLOSING
046822**                   VALUE, SHRINK, AND NEW MARKDOWN TO ITS
046823**                   CATEGORY'S ROW FOR THE CURRENT STORE.  A ROW
046824**                   THAT CANNOT BE OPENED LEAVES THE ROWS SHORT
046825**                   OF THE TRAILER, SO THE JOURNAL REFUSES THEM.
046826*****************************************************************
046827 6650-ACCUMULATE-GL SECTION.
046828     MOVE 0 TO WS-GL-SLOT.
046829     PERFORM 6660-MATCH-ONE-GL
046830         VARYING ZW-G FROM 1 BY 1
046831             UNTIL ZW-G > WS-GL-LOADED
046832                OR WS-GL-SLOT GREATER THAN 0.
046833     IF WS-GL-SLOT EQUAL TO 0 THEN
046834         IF WS-GL-LOADED EQUAL TO 50 THEN
046835             DISPLAY "GL EXTRACT OVER 50 CATEGORIES AT STORE "
046836                 C2222D-STORE
046837             MOVE 8 TO WS-CANDIDATE-RC
046838             PERFORM 8000-SET-RETURN-CODE
046839             GO TO 6650-EXIT
046840         END-IF
046841         ADD 1 TO WS-GL-LOADED
046842         MOVE WS-GL-LOADED TO WS-GL-SLOT
046843         MOVE C2222D-CATEGORY TO WS-GL-CATEGORY(WS-GL-SLOT)
046844         MOVE 0 TO WS-GL-OPENING(WS-GL-SLOT)
046845         MOVE 0 TO WS-GL-CLOSING(WS-GL-SLOT)
046846         MOVE 0 TO WS-GL-SHRINK(WS-GL-SLOT)
046847         MOVE 0 TO WS-GL-MARKDOWN(WS-GL-SLOT)
046848         MOVE 0 TO WS-GL-LOTS(WS-GL-SLOT)
046849         MOVE 0 TO WS-GL-RECEIPTS(WS-GL-SLOT)
046850         MOVE 0 TO WS-GL-XFER-IN(WS-GL-SLOT)
046851         MOVE 0 TO WS-GL-SALES(WS-GL-SLOT)
046852         MOVE 0 TO WS-GL-XFER-OUT(WS-GL-SLOT)
046853         MOVE 0 TO WS-GL-COUNT-ADJ(WS-GL-SLOT)
046854     END-IF.
046855     ADD WS-OPENING-ITEM-VALUE TO WS-GL-OPENING(WS-GL-SLOT).
046856     ADD WS-ITEM-VALUE TO WS-GL-CLOSING(WS-GL-SLOT).
046857     ADD WS-SHRINK-ITEM-VALUE TO WS-GL-SHRINK(WS-GL-SLOT).
046858     ADD WS-MARKDOWN-ITEM-VALUE TO WS-GL-MARKDOWN(WS-GL-SLOT).
046859     ADD 1 TO WS-GL-LOTS(WS-GL-SLOT).
046860     ADD WS-OPENING-ITEM-VALUE TO WS-CHAIN-OPENING.
046861     ADD WS-MARKDOWN-ITEM-VALUE TO WS-CHAIN-MARKDOWN.
046862     ADD WS-RECEIPT-ITEM-VALUE TO WS-GL-RECEIPTS(WS-GL-SLOT).
046863     ADD WS-XFER-IN-ITEM-VALUE TO WS-GL-XFER-IN(WS-GL-SLOT).
046864     ADD WS-SALES-ITEM-VALUE TO WS-GL-SALES(WS-GL-SLOT).
046865     ADD WS-XFER-OUT-ITEM-VALUE TO WS-GL-XFER-OUT(WS-GL-SLOT).
046866     ADD WS-COUNT-ITEM-VALUE TO WS-GL-COUNT-ADJ(WS-GL-SLOT).
046867     ADD WS-RECEIPT-ITEM-VALUE TO WS-CHAIN-RECEIPTS.
046868     ADD WS-XFER-IN-ITEM-VALUE TO WS-CHAIN-XFER-IN.
046869     ADD WS-SALES-ITEM-VALUE TO WS-CHAIN-SALES.
046870     ADD WS-XFER-OUT-ITEM-VALUE TO WS-CHAIN-XFER-OUT.
046871     ADD WS-COUNT-ITEM-VALUE TO WS-CHAIN-COUNT-ADJ.
046923 6650-EXIT.
046924     EXIT.
046925*****************************************************************
046926**  6660-MATCH-ONE-GL - ONE GL ROW AGAINST THE SLOT'S CATEGORY
046927*****************************************************************
046928 6660-MATCH-ONE-GL SECTION.
046929     IF WS-GL-CATEGORY(ZW-G) EQUAL TO C2222D-CATEGORY THEN
046930         MOVE ZW-G TO WS-GL-SLOT
046931     END-IF.
046932*****************************************************************
046933**  6760-VALUE-MARKDOWN - THE RETAIL DOLLARS OF MARKDOWN NEWLY
046934**                   TAKEN ON THE LOT JUST SENT TO PRICECHG.  THE
046935**                   PRICE IS RE-SENT EVERY NIGHT THE STATE HOLDS,
046936**                   SO ONLY THE DROP FROM LAST NIGHT'S PRICE -
046937**                   THE LADDER AT LAST NIGHT'S SELL-IN - COUNTS.
046938**                   A LOT RECEIVED TONIGHT HAD NO MARKDOWN LAST
046939**                   NIGHT.  A CHECKPOINT-RESTORED SLOT WAS
046940**                   VALUED BY THE ABENDED RUN, AS FOR SHRINK.
046941*****************************************************************
046942 6760-VALUE-MARKDOWN SECTION.
046943     IF NOT WS-APPLY-MOVE-YES THEN
046944         GO TO 6760-EXIT
046945     END-IF.
046946     MOVE C2222D-RETAIL-PRICE TO WS-LAST-PRICE.
046947     IF C2222D-RECEIVED-DATE LESS THAN WS-RUN-DATE
046948        AND WS-BEFORE-SELLIN LESS THAN 0 THEN
046949         MOVE 0 TO WS-LAST-PCT
046950         IF CA-MKDN-1-PCT IS NUMERIC THEN
046951             MOVE CA-MKDN-1-PCT TO WS-LAST-PCT
046952         END-IF
046953         IF CA-MKDN-2-SELLIN IS NUMERIC
046954            AND CA-MKDN-2-PCT IS NUMERIC
046955            AND CA-MKDN-2-SELLIN NOT EQUAL TO 0
046956            AND WS-BEFORE-SELLIN LESS THAN CA-MKDN-2-SELLIN THEN
046957             MOVE CA-MKDN-2-PCT TO WS-LAST-PCT
046958         END-IF
046959         IF WS-LAST-PCT GREATER THAN 0 THEN
046960             COMPUTE WS-LAST-PRICE ROUNDED =
046961                 C2222D-RETAIL-PRICE * (100 - WS-LAST-PCT) / 100
046962         END-IF
046963     END-IF.
046964     IF WS-LAST-PRICE GREATER THAN WS-NEW-PRICE THEN
046965         COMPUTE WS-MARKDOWN-ITEM-VALUE =
046966             (WS-LAST-PRICE - WS-NEW-PRICE) * C2222D-QTY-ON-HAND
046967     END-IF.
046968 6760-EXIT.
046969     EXIT.
046970*****************************************************************
046971**  6960-WRITE-GL-EXTRACT - ONE GL EXTRACT ROW PER CATEGORY THE
046972**                   STORE JUST CLOSED CARRIED, THEN A CLEAR
046973**                   TABLE FOR THE NEXT STORE
046974*****************************************************************
046975 6960-WRITE-GL-EXTRACT SECTION.
046976     PERFORM 6970-WRITE-ONE-GL-ROW
046977         VARYING ZW-G FROM 1 BY 1
046978             UNTIL ZW-G > WS-GL-LOADED.
046979     MOVE 0 TO WS-GL-LOADED.
046980*****************************************************************
046981**  6970-WRITE-ONE-GL-ROW - ONE CATEGORY'S ROW FOR THE STORE
046982*****************************************************************
046983 6970-WRITE-ONE-GL-ROW SECTION.
046984     MOVE SPACES TO GX-GL-EXTRACT-RECORD.
046985     MOVE WS-RUN-DATE TO C2222X-BUSINESS-DATE.
046986     MOVE WS-CURRENT-STORE TO C2222X-STORE.
046987     MOVE WS-GL-CATEGORY(ZW-G) TO C2222X-CATEGORY.
046988     MOVE WS-GL-OPENING(ZW-G) TO C2222X-OPENING-VALUE.
046989     MOVE WS-GL-CLOSING(ZW-G) TO C2222X-CLOSING-VALUE.
046990     MOVE WS-GL-SHRINK(ZW-G) TO C2222X-SHRINK-VALUE.
046991     MOVE WS-GL-MARKDOWN(ZW-G) TO C2222X-MARKDOWN-VALUE.
046992     MOVE WS-GL-LOTS(ZW-G) TO C2222X-RECORD-COUNT.
047012     MOVE WS-GL-RECEIPTS(ZW-G) TO C2222X-RECEIPT-VALUE.
047013     MOVE WS-GL-XFER-IN(ZW-G) TO C2222X-XFER-IN-VALUE.
047014     MOVE WS-GL-SALES(ZW-G) TO C2222X-SALES-VALUE.
047015     MOVE WS-GL-XFER-OUT(ZW-G) TO C2222X-XFER-OUT-VALUE.
047016     MOVE WS-GL-COUNT-ADJ(ZW-G) TO C2222X-COUNT-ADJ-VALUE.
047026     MOVE 0 TO C2222X-QUALITY-HASH.
047036     WRITE GX-GL-EXTRACT-RECORD.
047046     ADD 1 TO WS-GL-WRITTEN.
047056*****************************************************************
047066**  9000-CLOSE-FILES - CLOSES THE MASTER AND BOTH STREAMED
047076**                   OUTPUTS AT END OF PASS
047086*****************************************************************
047100 9000-CLOSE-FILES SECTION.
047110**  FRESH CONTROL TRAILER OVER THE AGED VALUES, SO TOMORROW'S
047120**  LOAD OF THIS OUTPUT BALANCES THE SAME WAY TODAY'S DID.
047149     WRITE AM-CONTROL-RECORD.
047150     MOVE WS-PULLED-COUNT TO PT-PULLED-COUNT.
047160     WRITE PL-PULL-LINE FROM WS-PULL-TRAILER.
047162**  LAST STORE'S RECALL SUBTOTAL, THE CHAIN FIGURE, AND THE
047164**  RCLSTOCK TRAILER - WRITTEN EVEN ON A NIGHT WITH NOTHING
047166**  QUARANTINED, SO C2222K KNOWS THE PASS LOOKED.
047168     IF WS-RECALL-LOTS GREATER THAN 0 THEN
047170         PERFORM 6850-WRITE-RECALL-STORE-TOTAL
047172     END-IF.
047174     MOVE WS-RECALL-LOTS TO RZ-LOTS.
047176     MOVE WS-RECALL-QTY TO RZ-QTY.
047178     MOVE WS-RECALL-VALUE TO RZ-VALUE.
047180     WRITE RX-RECALL-LINE FROM WS-RECALL-TRAILER.
047182     MOVE SPACES TO RS-RECALL-STOCK-RECORD.
047184     MOVE "*CONTROL*" TO RS-NAME.
047186     MOVE 0 TO RS-STORE.
047188     MOVE WS-RECALL-LOTS TO RS-QTY-ON-HAND.
047190     MOVE 0 TO RS-EXTENDED-COST.
047192     MOVE WS-RUN-DATE TO RS-BUSINESS-DATE.
047194     WRITE RS-RECALL-STOCK-RECORD.
047195**  GL EXTRACT TRAILER - THE CHAIN'S DOLLARS AND THE SAME COUNT
047196**  AND QUALITY HASH THE RUN LOG GETS, SO C2222G CAN PROVE ITS
047197**  ROWS AND C2222R CAN TIE THE JOURNAL TO THIS NIGHT.
047198     MOVE SPACES TO GX-GL-EXTRACT-RECORD.
047199     MOVE "*CONTROL*" TO C2222X-CONTROL-ID.
047201     MOVE WS-RUN-DATE TO C2222X-BUSINESS-DATE.
047202     MOVE 0 TO C2222X-STORE.
047203     MOVE WS-CHAIN-OPENING TO C2222X-OPENING-VALUE.
047204     MOVE WS-CHAIN-VALUE TO C2222X-CLOSING-VALUE.
047205     MOVE WS-SHRINK-VALUE TO C2222X-SHRINK-VALUE.
047206     MOVE WS-CHAIN-MARKDOWN TO C2222X-MARKDOWN-VALUE.
047207     MOVE WS-RECORD-COUNT TO C2222X-RECORD-COUNT.
047208     MOVE WS-OUT-QUALITY-HASH TO C2222X-QUALITY-HASH.
047210     MOVE WS-CHAIN-RECEIPTS TO C2222X-RECEIPT-VALUE.
047211     MOVE WS-CHAIN-XFER-IN TO C2222X-XFER-IN-VALUE.
047212     MOVE WS-CHAIN-SALES TO C2222X-SALES-VALUE.
047213     MOVE WS-CHAIN-XFER-OUT TO C2222X-XFER-OUT-VALUE.
047214     MOVE WS-CHAIN-COUNT-ADJ TO C2222X-COUNT-ADJ-VALUE.
047242     WRITE GX-GL-EXTRACT-RECORD.
047270     CLOSE INVENTORY-MASTER-FILE.
047300     CLOSE SHELF-REPORT-FILE.
047400     CLOSE AGED-MASTER-FILE.
047450     CLOSE PULL-LIST-FILE.
047452     CLOSE PRICE-CHANGE-FILE.
047455     CLOSE RECALL-PULL-FILE.
047458     CLOSE RECALL-STOCK-FILE.
047459     CLOSE GL-EXTRACT-FILE.
047460     CLOSE AUDIT-HISTORY-FILE.
047500 END PROGRAM EXAMPLE-TEST-CASE.
