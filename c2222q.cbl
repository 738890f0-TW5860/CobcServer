001600**  FILES:       INQPARM  - ONE CARD - ITEM NAME AND STORE.  A
001700**                          BLANK OR ZERO STORE MATCHES EVERY
001800**                          STORE CARRYING THE ITEM.
001866**               INVMASTX - CURRENT INVENTORY MASTER, INDEXED
001932**                          (C2222DB).  ONLY THE ITEM'S LOTS
001998**                          ARE READ, BY KEY.
002000**               CATMAST  - ITEM-CATEGORY MASTER, SAME LOAD AS
002100**                          THE NIGHTLY PASS.
002200**               AUDITHST - QUALITY-CHANGE AUDIT HISTORY - THE
003100**  09/02/2026 JRH   ORIGINAL VERSION - ANSWERS A STORE CALL
003200**                   ABOUT ONE ITEM WITHOUT OPENING SHELFRPT,
003300**                   AUDITHST, AND CATMAST BY HAND.
003349**  10/15/2026 JRH   LOTS READ BY KEY FROM THE INDEXED MASTER
003361**                   INSTEAD OF STREAMING ALL OF INVMAST.
003373**  10/15/2026 JRH   DATEPARM RECORD NOW CARRIES THE SUSPENSE
003385**                   LIMIT, AS THE NIGHTLY PASS'S DOES.
003400*****************************************************************
003500 IDENTIFICATION DIVISION.
003600 PROGRAM-ID.     C2222Q.
004700     SELECT INQUIRY-PARM-FILE ASSIGN TO "INQPARM"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-INQPARM-STATUS.
004949     SELECT INVENTORY-MASTER-FILE ASSIGN TO "INVMASTX"
004998         ORGANIZATION IS INDEXED
005047         ACCESS MODE IS DYNAMIC
005096         RECORD KEY IS C2222B-KEY
005145         ALTERNATE RECORD KEY IS C2222B-VENDOR-CODE
005194             WITH DUPLICATES
005200         FILE STATUS IS WS-INVMAST-STATUS.
005300     SELECT CATEGORY-MASTER-FILE ASSIGN TO "CATMAST"
005400         ORGANIZATION IS LINE SEQUENTIAL
007600 FD  INVENTORY-MASTER-FILE
007700     LABEL RECORDS ARE STANDARD
007800     RECORDING MODE IS F.
007900**  ONE KEYED MASTER RECORD - SEE COPYBOOK FOR THE FIELDS
008000 01  IX-MASTER-RECORD.
008100     COPY C2222DB.
009600 FD  CATEGORY-MASTER-FILE
009700     LABEL RECORDS ARE STANDARD
009800     RECORDING MODE IS F.
012000     02  DP-BUSINESS-DATE         PIC 9(08).
012100     02  FILLER                  PIC X(01).
012200     02  DP-DAYS-TO-AGE           PIC 9(02).
012233     02  FILLER                  PIC X(01).
012266     02  DP-SUSPENSE-LIMIT        PIC 9(02).
012300 FD  INQUIRY-REPORT-FILE
012400     LABEL RECORDS ARE STANDARD
012500     RECORDING MODE IS F.
013100 01  RL-RUN-LOG-RECORD.
013200     COPY C2222DL.
013300 WORKING-STORAGE SECTION.
013306**  THE FLAT MASTER RECORD CARRIED IN THE INDEXED RECORD'S
013312**  IMAGE - THE SAME LAYOUT THE NIGHTLY PASS READS AS INVMAST.
013318 01  IM-INVENTORY-RECORD.
013324     02  IM-NAME                 PIC X(50).
013330     02  IM-QUALITY               PIC 999.
013336     02  IM-SELLIN                PIC S999.
013342     02  IM-CATEGORY             PIC X(04).
013348     02  IM-STORE                PIC 9(03).
013354     02  IM-QTY-ON-HAND           PIC 9(05).
013360     02  IM-UNIT-COST             PIC 9(05)V99.
013366     02  IM-LOT-NUMBER           PIC X(06).
013372     02  IM-RECEIVED-DATE         PIC 9(08).
013378     02  IM-EXPIRY-DATE           PIC 9(08).
013384     02  IM-VENDOR-CODE          PIC X(05).
013390     02  IM-RETAIL-PRICE          PIC 9(03)V99.
013400**  THE LOT BEING PROJECTED - SAME FIELD LAYOUT AS EVERY OTHER
013500**  PROGRAM IN THE SUITE, VIA THE SHARED COPYBOOK.  C2222U AGES
013600**  IT IN PLACE, ONE CALL PER PROJECTED DAY.
015330 77  WS-PARM-NAME                  PIC X(50) VALUE SPACES.
015340 77  WS-PARM-STORE-X               PIC X(03) VALUE SPACES.
015400 77  WS-RECORD-COUNT               PIC 9(07) VALUE 0.
015433**  THE STORE THE NEXT KEYED START POSITIONS ON - ONE PAST 999
015466**  WHEN AN ALL-STORE SEARCH HAS RUN OFF THE LAST STORE.
015499 77  WS-SEEK-STORE                 PIC 9(04) VALUE 0.
015500 77  WS-LOTS-FOUND                 PIC 9(05) VALUE 0.
015600 77  WS-AUDIT-COUNT                PIC 9(07) VALUE 0.
015700 77  WS-AUDIT-SLOT                 PIC 9(02) VALUE 0.
045800         TO WS-CATEGORY-ENTRY(WS-CATEGORIES-LOADED).
045900     PERFORM 1820-READ-CATEGORY-RECORD.
046000*****************************************************************
046100**  3000-SHOW-MASTER-LOTS - READS EVERY LOT OF THE ASKED-FOR
046200**                   ITEM BY KEY AND SHOWS IT, THE RULE THAT
046300**                   DRIVES IT (ONCE), AND EACH LOT'S FORWARD
046400**                   PROJECTION.  NO LOT AT ALL IS WORTH RC 4 -
046500**                   THE CALLER ASKED ABOUT STOCK THE MASTER
046600**                   DOES NOT KNOW.
046700*****************************************************************
046800 3000-SHOW-MASTER-LOTS SECTION.
046899     MOVE WS-PARM-STORE TO WS-SEEK-STORE.
046998     PERFORM 3100-POSITION-MASTER.
047000     PERFORM 3200-CHECK-ONE-RECORD
047100         UNTIL WS-EOF-YES.
047200     IF WS-LOTS-FOUND EQUAL TO 0 THEN
047400         MOVE 4 TO WS-CANDIDATE-RC
047500         PERFORM 8000-SET-RETURN-CODE
047600     END-IF.
047642*****************************************************************
047684**  3100-POSITION-MASTER - POSITIONS ON THE FIRST LOT OF THE ITEM
047726**                   AT THE SEEK STORE, OR THE NEXT KEY PAST IT,
047768**                   AND READS THAT RECORD
047810*****************************************************************
047852 3100-POSITION-MASTER SECTION.
047894     MOVE WS-SEEK-STORE TO C2222B-STORE.
047936     MOVE WS-PARM-NAME TO C2222B-NAME.
047978     MOVE LOW-VALUES TO C2222B-LOT.
048020     START INVENTORY-MASTER-FILE
048062         KEY IS NOT LESS THAN C2222B-KEY
048104         INVALID KEY
048146             MOVE "Y" TO WS-EOF-SWITCH
048188     END-START.
048230     IF NOT WS-EOF-YES THEN
048272         PERFORM 3150-READ-NEXT-MASTER
048314     END-IF.
048356*****************************************************************
048398**  3150-READ-NEXT-MASTER - READS THE NEXT RECORD IN KEY ORDER
048440**                   INTO THE FLAT LAYOUT.  THE CONTROL TRAILER
048482**                   SORTS LAST AND ENDS THE SEARCH.
048524*****************************************************************
048566 3150-READ-NEXT-MASTER SECTION.
048608     READ INVENTORY-MASTER-FILE NEXT RECORD
048650         AT END
048692             MOVE "Y" TO WS-EOF-SWITCH
048734     END-READ.
048776     IF NOT WS-EOF-YES THEN
048818         IF C2222B-KEY EQUAL TO HIGH-VALUES THEN
048860             MOVE "Y" TO WS-EOF-SWITCH
048902         ELSE
048944             ADD 1 TO WS-RECORD-COUNT
048986             MOVE C2222B-MASTER-IMAGE TO IM-INVENTORY-RECORD
049028         END-IF
049070     END-IF.
049112*****************************************************************
049154**  3200-CHECK-ONE-RECORD - ONE MASTER RECORD AGAINST THE CARD.
049196**                   A LOT OF THE ITEM IS SHOWN AND THE NEXT KEY
049238**                   READ.  ANYTHING ELSE MEANS THE STORE'S LOTS
049280**                   ARE DONE - THE END OF A ONE-STORE CARD, OR,
049322**                   ON AN ALL-STORE CARD, A SKIP TO THE ITEM IN
049364**                   THE NEXT STORE THAT COULD CARRY IT.
049406*****************************************************************
049448 3200-CHECK-ONE-RECORD SECTION.
049490     IF IM-NAME EQUAL TO WS-PARM-NAME
049532        AND (WS-PARM-STORE EQUAL TO 0
049574             OR C2222B-STORE EQUAL TO WS-PARM-STORE) THEN
049616         ADD 1 TO WS-LOTS-FOUND
049658         PERFORM 3300-SHOW-ONE-LOT
049700         PERFORM 3150-READ-NEXT-MASTER
049742         GO TO 3200-EXIT
049784     END-IF.
049826     IF WS-PARM-STORE GREATER THAN 0
049868        OR C2222B-STORE NOT NUMERIC THEN
049910         MOVE "Y" TO WS-EOF-SWITCH
049952         GO TO 3200-EXIT
049994     END-IF.
050036     IF C2222B-NAME LESS THAN WS-PARM-NAME THEN
050078         MOVE C2222B-STORE TO WS-SEEK-STORE
050120     ELSE
050162         COMPUTE WS-SEEK-STORE = C2222B-STORE + 1
050204     END-IF.
050246     IF WS-SEEK-STORE GREATER THAN 999 THEN
050288         MOVE "Y" TO WS-EOF-SWITCH
050330     ELSE
050372         PERFORM 3100-POSITION-MASTER
050414     END-IF.
050456 3200-EXIT.
050498     EXIT.
050500*****************************************************************
050600**  3300-SHOW-ONE-LOT - MOVES THE MATCHED RECORD INTO THE WORK
050700**                   ITEM, DERIVES ITS SELL-IN FROM THE EXPIRY
