000100*****************************************************************
000200**  PROGRAM:     C2222B
000300**  DESCRIPTION: INDEXED INVENTORY MASTER RELOAD.  BUILDS THE
000400**               KEYED COPY OF THE MASTER FROM AN AGEDMAST
000500**               GENERATION - PRIME KEY STORE, ITEM NAME, AND LOT,
000600**               ALTERNATE KEY VENDOR CODE - SO C2222Q AND C2222V
000700**               READ ONLY THE RECORDS THEY NEED INSTEAD OF
000800**               STREAMING THE WHOLE MASTER.  THE NIGHTLY PASS
000900**               KEEPS STREAMING THE FLAT GENERATIONS; THIS RUNS
001000**               AFTER IT EACH NIGHT, AND ONCE AGAINST THE CURRENT
001100**               INVMAST TO CONVERT.  THE AGEDMAST *CONTROL*
001200**               TRAILER IS PROVED AGAINST WHAT WAS READ, THE SAME
001300**               WAY THE PASS PROVES ITS LOAD, AND CARRIED ACROSS
001400**               AS THE LAST RECORD OF THE INDEXED FILE.  A FEED
001500**               THAT DOES NOT BALANCE, OR A STORE/ITEM/LOT KEY
001600**               THAT APPEARS TWICE, RAISES RC 8.
001700**
001800**  FILES:       AGEDMAST - THE FLAT MASTER GENERATION TO LOAD
001900**               INVMASTX - THE INDEXED MASTER (C2222DB), BUILT
002000**                          FRESH EACH RUN
002100**               DATEPARM - BUSINESS DATE, FOR THE RUN LOG
002200**               RUNLOG   - SHARED RUN-CONTROL LOG (C2222DL).
002300**                          RECORDS AND QUALITY HASH IN ARE WHAT
002400**                          WAS READ, OUT WHAT WAS LOADED.
002500**
002600**  MODIFICATION HISTORY
002700**  -------------------------------------------------------------
002800**  DATE       INIT  DESCRIPTION
002900**  10/15/2026 JRH   ORIGINAL VERSION.
003000*****************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID.     C2222B.
003300 AUTHOR.         J R HENDRICKS.
003400 INSTALLATION.   SHELF INVENTORY CONTROL.
003500 DATE-WRITTEN.   10/15/2026.
003600 DATE-COMPILED.
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER. IBM-370.
004000 OBJECT-COMPUTER. IBM-370.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT AGED-MASTER-FILE ASSIGN TO "AGEDMAST"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-AGEDMAST-STATUS.
004600     SELECT INDEXED-MASTER-FILE ASSIGN TO "INVMASTX"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS RANDOM
004900         RECORD KEY IS C2222B-KEY
005000         ALTERNATE RECORD KEY IS C2222B-VENDOR-CODE
005100             WITH DUPLICATES
005200         FILE STATUS IS WS-INVMASTX-STATUS.
005300     SELECT DATE-PARM-FILE ASSIGN TO "DATEPARM"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-DATEPARM-STATUS.
005600     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-RUNLOG-STATUS.
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  AGED-MASTER-FILE
006200     LABEL RECORDS ARE STANDARD
006300     RECORDING MODE IS F.
006400**  SAME LAYOUT AS THE PASS WRITES IT
006500 01  AM-INVENTORY-RECORD.
006600     02  AM-NAME                 PIC X(50).
006700     02  AM-QUALITY               PIC 999.
006800     02  AM-SELLIN                PIC S999.
006900     02  AM-CATEGORY             PIC X(04).
007000     02  AM-STORE                PIC 9(03).
007100     02  AM-QTY-ON-HAND           PIC 9(05).
007200     02  AM-UNIT-COST             PIC 9(05)V99.
007300     02  AM-LOT-NUMBER           PIC X(06).
007400     02  AM-RECEIVED-DATE         PIC 9(08).
007500     02  AM-EXPIRY-DATE           PIC 9(08).
007600     02  AM-VENDOR-CODE          PIC X(05).
007700     02  AM-RETAIL-PRICE          PIC 9(03)V99.
007800**  CONTROL TRAILER VIEW - A BALANCING RECORD, NOT SHELF STOCK
007900 01  AM-CONTROL-RECORD.
008000     02  AC-CONTROL-ID           PIC X(10).
008100     02  AC-EXPECTED-COUNT        PIC 9(07).
008200     02  AC-QUALITY-HASH          PIC 9(09).
008300     02  AC-SELLIN-HASH           PIC S9(09).
008400     02  AC-QTY-HASH              PIC 9(09).
008500     02  AC-COST-HASH             PIC 9(09)V99.
008600     02  FILLER                  PIC X(52).
008700 FD  INDEXED-MASTER-FILE
008800     LABEL RECORDS ARE STANDARD
008900     RECORDING MODE IS F.
009000**  ONE KEYED MASTER RECORD - SEE COPYBOOK FOR THE FIELDS
009100 01  IX-MASTER-RECORD.
009200     COPY C2222DB.
009300 FD  DATE-PARM-FILE
009400     LABEL RECORDS ARE STANDARD
009500     RECORDING MODE IS F.
009600**  BUSINESS DATE (YYYYMMDD) - SAME PARM THE NIGHTLY PASS READS
009700 01  DP-PARM-RECORD.
009800     02  DP-BUSINESS-DATE         PIC 9(08).
009900     02  FILLER                  PIC X(01).
010000     02  DP-DAYS-TO-AGE           PIC 9(02).
010100     02  FILLER                  PIC X(01).
010200     02  DP-SUSPENSE-LIMIT        PIC 9(02).
010300 FD  RUN-LOG-FILE
010400     LABEL RECORDS ARE STANDARD
010500     RECORDING MODE IS F.
010600**  ONE RUN-CONTROL RECORD - SEE COPYBOOK FOR THE FIELDS
010700 01  RL-RUN-LOG-RECORD.
010800     COPY C2222DL.
010900 WORKING-STORAGE SECTION.
011000 01  VSP.
011100     02  VSP-RETURN-CODE           PIC 99 VALUE 0.
011200 77  WS-CANDIDATE-RC               PIC 99 VALUE 0.
011300 77  WS-AGEDMAST-STATUS            PIC X(02) VALUE "00".
011400 77  WS-INVMASTX-STATUS            PIC X(02) VALUE "00".
011500 77  WS-DATEPARM-STATUS            PIC X(02) VALUE "00".
011600 77  WS-RUNLOG-STATUS              PIC X(02) VALUE "00".
011700 77  WS-RUN-DATE                   PIC 9(08) VALUE 0.
011800 77  WS-RECORD-COUNT               PIC 9(07) VALUE 0.
011900 77  WS-LOADED-COUNT               PIC 9(07) VALUE 0.
012000 77  WS-DUPLICATE-COUNT            PIC 9(05) VALUE 0.
012100 77  WS-IN-QUALITY-HASH            PIC 9(09) VALUE 0.
012200 77  WS-IN-SELLIN-HASH             PIC S9(09) VALUE 0.
012300 77  WS-IN-QTY-HASH                PIC 9(09) VALUE 0.
012400 77  WS-IN-COST-HASH               PIC 9(09)V99 VALUE 0.
012500 77  WS-OUT-QUALITY-HASH           PIC 9(09) VALUE 0.
012600**  THE AGEDMAST TRAILER, HELD UNTIL THE LOAD IS DONE AND THEN
012700**  WRITTEN AS THE INDEXED FILE'S OWN LAST RECORD
012800 77  WS-CTL-IMAGE                  PIC X(107) VALUE SPACES.
012900 77  WS-CTL-EXPECTED-COUNT         PIC 9(07) VALUE 0.
013000 77  WS-CTL-QUALITY-HASH           PIC 9(09) VALUE 0.
013100 77  WS-CTL-SELLIN-HASH            PIC S9(09) VALUE 0.
013200 77  WS-CTL-QTY-HASH               PIC 9(09) VALUE 0.
013300 77  WS-CTL-COST-HASH              PIC 9(09)V99 VALUE 0.
013400 01  WS-SWITCHES.
013500     02  WS-EOF-SWITCH             PIC X(01) VALUE "N".
013600         88  WS-EOF-YES                      VALUE "Y".
013700     02  WS-FILES-OPEN-SWITCH      PIC X(01) VALUE "N".
013800         88  WS-FILES-OPEN-YES               VALUE "Y".
013900     02  WS-CTL-FOUND-SWITCH       PIC X(01) VALUE "N".
014000         88  WS-CTL-FOUND-YES                VALUE "Y".
014100 01  WS-BALANCE-LINE.
014200     02  BL-LABEL                  PIC X(17).
014300     02  FILLER                    PIC X(09) VALUE " EXPECTED".
014400     02  BL-EXPECTED               PIC -(11)9.99.
014500     02  FILLER                    PIC X(05) VALUE " READ".
014600     02  BL-READ                   PIC -(11)9.99.
014700 PROCEDURE DIVISION.
014800*****************************************************************
014900**  MAIN-PROCEDURE - LOADS THE GENERATION, PROVES IT, AND CARRIES
015000**                   THE TRAILER ACROSS
015100*****************************************************************
015200 MAIN-PROCEDURE.
015300     PERFORM 1000-OPEN-FILES.
015400     IF WS-FILES-OPEN-YES THEN
015500         PERFORM 2000-LOAD-MASTER
015600         PERFORM 3000-BALANCE-CONTROL-TOTALS
015700         PERFORM 9000-CLOSE-FILES
015800     END-IF.
015900     PERFORM 9100-WRITE-RUN-LOG.
016000     MOVE VSP-RETURN-CODE TO RETURN-CODE.
016100     STOP RUN.
016200*****************************************************************
016300**  1000-OPEN-FILES - OPENS THE GENERATION AND A FRESH INDEXED
016400**                   MASTER.  ANY OPEN FAILURE ABANDONS THE LOAD
016500**                   WITH RC 12.
016600*****************************************************************
016700 1000-OPEN-FILES SECTION.
016800     PERFORM 1700-LOAD-DATE-PARM.
016900     OPEN INPUT AGED-MASTER-FILE.
017000     OPEN OUTPUT INDEXED-MASTER-FILE.
017100     IF WS-AGEDMAST-STATUS EQUAL TO "00"
017200        AND WS-INVMASTX-STATUS EQUAL TO "00" THEN
017300         MOVE "Y" TO WS-FILES-OPEN-SWITCH
017400     ELSE
017500         MOVE 12 TO WS-CANDIDATE-RC
017600         PERFORM 8000-SET-RETURN-CODE
017700     END-IF.
017800*****************************************************************
017900**  1700-LOAD-DATE-PARM - PICKS UP THE BUSINESS DATE FROM THE
018000**                   SAME DATEPARM THE NIGHTLY PASS READS, FOR
018100**                   THE RUN-CONTROL RECORD.  A MISSING PARM FILE
018200**                   OR AN UNUSABLE DATE FALLS BACK TO TODAY.
018300*****************************************************************
018400 1700-LOAD-DATE-PARM SECTION.
018500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
018600     OPEN INPUT DATE-PARM-FILE.
018700     IF WS-DATEPARM-STATUS EQUAL TO "00" THEN
018800         READ DATE-PARM-FILE
018900             AT END
019000                 CONTINUE
019100         END-READ
019200         IF WS-DATEPARM-STATUS EQUAL TO "00" THEN
019300             IF DP-BUSINESS-DATE IS NUMERIC
019400                AND DP-BUSINESS-DATE GREATER THAN 0 THEN
019500                 MOVE DP-BUSINESS-DATE TO WS-RUN-DATE
019600             END-IF
019700         END-IF
019800         CLOSE DATE-PARM-FILE
019900     END-IF.
020000*****************************************************************
020100**  2000-LOAD-MASTER - STREAMS THE GENERATION INTO THE INDEXED
020200**                   MASTER
020300*****************************************************************
020400 2000-LOAD-MASTER SECTION.
020500     PERFORM 2100-READ-AGED-RECORD.
020600     PERFORM 2200-LOAD-ONE-RECORD
020700         UNTIL WS-EOF-YES.
020800*****************************************************************
020900**  2100-READ-AGED-RECORD - READ-AHEAD FOR THE LOAD LOOP
021000*****************************************************************
021100 2100-READ-AGED-RECORD SECTION.
021200     READ AGED-MASTER-FILE
021300         AT END
021400             MOVE "Y" TO WS-EOF-SWITCH
021500     END-READ.
021600*****************************************************************
021700**  2200-LOAD-ONE-RECORD - HOLDS THE TRAILER, OR ADDS ONE LOT TO
021800**                   THE READ TOTALS AND WRITES IT UNDER ITS KEYS.
021900**                   A SECOND LOT WITH THE SAME STORE, ITEM, AND
022000**                   LOT IS NOT LOADED - THE INQUIRY COULD NEVER
022100**                   TELL THE TWO APART - AND RAISES RC 8.
022200*****************************************************************
022300 2200-LOAD-ONE-RECORD SECTION.
022400     IF AC-CONTROL-ID EQUAL TO "*CONTROL*" THEN
022500         MOVE "Y" TO WS-CTL-FOUND-SWITCH
022600         MOVE AM-INVENTORY-RECORD TO WS-CTL-IMAGE
022700         MOVE AC-EXPECTED-COUNT TO WS-CTL-EXPECTED-COUNT
022800         MOVE AC-QUALITY-HASH TO WS-CTL-QUALITY-HASH
022900         MOVE AC-SELLIN-HASH TO WS-CTL-SELLIN-HASH
023000         IF AC-QTY-HASH IS NUMERIC THEN
023100             MOVE AC-QTY-HASH TO WS-CTL-QTY-HASH
023200         END-IF
023300         IF AC-COST-HASH IS NUMERIC THEN
023400             MOVE AC-COST-HASH TO WS-CTL-COST-HASH
023500         END-IF
023600         GO TO 2200-NEXT
023700     END-IF.
023800     ADD 1 TO WS-RECORD-COUNT.
023900     ADD AM-QUALITY TO WS-IN-QUALITY-HASH.
024000     ADD AM-SELLIN TO WS-IN-SELLIN-HASH.
024100     IF AM-QTY-ON-HAND IS NUMERIC THEN
024200         ADD AM-QTY-ON-HAND TO WS-IN-QTY-HASH
024300     END-IF.
024400     IF AM-UNIT-COST IS NUMERIC THEN
024500         ADD AM-UNIT-COST TO WS-IN-COST-HASH
024600     END-IF.
024700     MOVE AM-STORE TO C2222B-STORE.
024800     MOVE AM-NAME TO C2222B-NAME.
024900     MOVE AM-LOT-NUMBER TO C2222B-LOT.
025000     MOVE AM-VENDOR-CODE TO C2222B-VENDOR-CODE.
025100     MOVE AM-INVENTORY-RECORD TO C2222B-MASTER-IMAGE.
025200     WRITE IX-MASTER-RECORD
025300         INVALID KEY
025400             DISPLAY "DUPLICATE MASTER KEY - STORE " AM-STORE
025500                 " LOT " AM-LOT-NUMBER " " AM-NAME
025600             ADD 1 TO WS-DUPLICATE-COUNT
025700             MOVE 8 TO WS-CANDIDATE-RC
025800             PERFORM 8000-SET-RETURN-CODE
025900         NOT INVALID KEY
026000             ADD 1 TO WS-LOADED-COUNT
026100             ADD AM-QUALITY TO WS-OUT-QUALITY-HASH
026200     END-WRITE.
026300 2200-NEXT.
026400     PERFORM 2100-READ-AGED-RECORD.
026500*****************************************************************
026600**  3000-BALANCE-CONTROL-TOTALS - THE GENERATION'S TRAILER
026700**                   AGAINST WHAT WAS READ, SHOWN FIGURE BY FIGURE
026800**                   AS THE PASS SHOWS ITS LOAD.  A MISSING
026900**                   TRAILER OR ANY DIFFERENCE RAISES RC 8.  THE
027000**                   TRAILER IS CARRIED ACROSS AS IT CAME, SO A
027100**                   READER OF THE INDEXED MASTER PROVES IT
027200**                   AGAINST THE SAME FIGURES.
027300*****************************************************************
027400 3000-BALANCE-CONTROL-TOTALS SECTION.
027500     IF NOT WS-CTL-FOUND-YES THEN
027600         DISPLAY "AGEDMAST CONTROL TRAILER MISSING"
027700         MOVE 8 TO WS-CANDIDATE-RC
027800         PERFORM 8000-SET-RETURN-CODE
027900         GO TO 3000-EXIT
028000     END-IF.
028100     MOVE "RECORDS" TO BL-LABEL.
028200     MOVE WS-CTL-EXPECTED-COUNT TO BL-EXPECTED.
028300     MOVE WS-RECORD-COUNT TO BL-READ.
028400     DISPLAY WS-BALANCE-LINE.
028500     MOVE "QUALITY HASH" TO BL-LABEL.
028600     MOVE WS-CTL-QUALITY-HASH TO BL-EXPECTED.
028700     MOVE WS-IN-QUALITY-HASH TO BL-READ.
028800     DISPLAY WS-BALANCE-LINE.
028900     MOVE "SELL-IN HASH" TO BL-LABEL.
029000     MOVE WS-CTL-SELLIN-HASH TO BL-EXPECTED.
029100     MOVE WS-IN-SELLIN-HASH TO BL-READ.
029200     DISPLAY WS-BALANCE-LINE.
029300     MOVE "QUANTITY HASH" TO BL-LABEL.
029400     MOVE WS-CTL-QTY-HASH TO BL-EXPECTED.
029500     MOVE WS-IN-QTY-HASH TO BL-READ.
029600     DISPLAY WS-BALANCE-LINE.
029700     MOVE "UNIT COST HASH" TO BL-LABEL.
029800     MOVE WS-CTL-COST-HASH TO BL-EXPECTED.
029900     MOVE WS-IN-COST-HASH TO BL-READ.
030000     DISPLAY WS-BALANCE-LINE.
030100     IF WS-RECORD-COUNT NOT EQUAL TO WS-CTL-EXPECTED-COUNT
030200        OR WS-IN-QUALITY-HASH NOT EQUAL TO WS-CTL-QUALITY-HASH
030300        OR WS-IN-SELLIN-HASH NOT EQUAL TO WS-CTL-SELLIN-HASH
030400        OR WS-IN-QTY-HASH NOT EQUAL TO WS-CTL-QTY-HASH
030500        OR WS-IN-COST-HASH NOT EQUAL TO WS-CTL-COST-HASH THEN
030600         DISPLAY "AGEDMAST DOES NOT BALANCE TO ITS TRAILER"
030700         MOVE 8 TO WS-CANDIDATE-RC
030800         PERFORM 8000-SET-RETURN-CODE
030900     END-IF.
031000     MOVE HIGH-VALUES TO C2222B-KEY.
031100     MOVE SPACES TO C2222B-VENDOR-CODE.
031200     MOVE WS-CTL-IMAGE TO C2222B-MASTER-IMAGE.
031300     WRITE IX-MASTER-RECORD
031400         INVALID KEY
031500             DISPLAY "INVMASTX CONTROL TRAILER NOT WRITTEN"
031600             MOVE 8 TO WS-CANDIDATE-RC
031700             PERFORM 8000-SET-RETURN-CODE
031800     END-WRITE.
031900 3000-EXIT.
032000     EXIT.
032100*****************************************************************
032200**  8000-SET-RETURN-CODE - RAISES VSP-RETURN-CODE, NEVER LOWERS
032300**                   IT, SO THE WORST CONDITION OF THE RUN WINS.
032400*****************************************************************
032500 8000-SET-RETURN-CODE SECTION.
032600     IF WS-CANDIDATE-RC GREATER THAN VSP-RETURN-CODE THEN
032700         MOVE WS-CANDIDATE-RC TO VSP-RETURN-CODE
032800     END-IF.
032900*****************************************************************
033000**  9000-CLOSE-FILES - CLOSES THE GENERATION AND THE INDEXED
033100**                   MASTER
033200*****************************************************************
033300 9000-CLOSE-FILES SECTION.
033400     IF WS-DUPLICATE-COUNT GREATER THAN 0 THEN
033500         DISPLAY "DUPLICATE KEYS NOT LOADED " WS-DUPLICATE-COUNT
033600     END-IF.
033700     CLOSE AGED-MASTER-FILE.
033800     CLOSE INDEXED-MASTER-FILE.
033900*****************************************************************
034000**  9100-WRITE-RUN-LOG - APPENDS THIS RUN'S RUN-CONTROL RECORD TO
034100**                   THE SHARED RUNLOG.  RECORDS AND QUALITY HASH
034200**                   IN ARE THE LOTS READ, OUT THE LOTS LOADED -
034300**                   THEY DIFFER ONLY BY DUPLICATE KEYS.  A LOG
034400**                   THAT CANNOT BE WRITTEN RAISES RC 4.
034500*****************************************************************
034600 9100-WRITE-RUN-LOG SECTION.
034700     OPEN EXTEND RUN-LOG-FILE.
034800     IF WS-RUNLOG-STATUS NOT EQUAL TO "00" THEN
034900         OPEN OUTPUT RUN-LOG-FILE
035000     END-IF.
035100     IF WS-RUNLOG-STATUS EQUAL TO "00" THEN
035200         MOVE "C2222B" TO C2222L-PROGRAM
035300         MOVE WS-RUN-DATE TO C2222L-BUSINESS-DATE
035400         MOVE WS-RECORD-COUNT TO C2222L-RECORDS-IN
035500         MOVE WS-LOADED-COUNT TO C2222L-RECORDS-OUT
035600         MOVE WS-IN-QUALITY-HASH TO C2222L-HASH-IN
035700         MOVE WS-OUT-QUALITY-HASH TO C2222L-HASH-OUT
035800         MOVE VSP-RETURN-CODE TO C2222L-RETURN-CODE
035900         WRITE RL-RUN-LOG-RECORD
036000         CLOSE RUN-LOG-FILE
036100     ELSE
036200         MOVE 4 TO WS-CANDIDATE-RC
036300         PERFORM 8000-SET-RETURN-CODE
036400     END-IF.
036500 END PROGRAM C2222B.
