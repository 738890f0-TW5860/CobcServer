000100*****************************************************************
000200**  PROGRAM:     C2222G
000300**  DESCRIPTION: GENERAL-LEDGER JOURNAL INTERFACE.  TURNS THE
000400**               NIGHTLY PASS'S GL EXTRACT INTO BALANCED DEBIT AND
000500**               CREDIT LINES BY STORE AND BUSINESS DATE, POSTED
000600**               TO THE ACCOUNTS FINANCE KEEPS BY CATEGORY, SO THE
000700**               SHELFRPT VALUATION NO LONGER HAS TO BE KEYED INTO
000800**               THE LEDGER BY HAND.  FOR EACH STORE/CATEGORY -
000900**                 CHANGE IN VALUE  INVENTORY AGAINST CLEARING,
001000**                                  WHICHEVER WAY IT MOVED
001100**                 SHRINK           SHRINK EXPENSE / RESERVE
001200**                 MARKDOWN         MARKDOWN EXPENSE / RESERVE
001300**               THE BATCH IS PROVED BEFORE A LINE IS WRITTEN -
001400**               DEBITS MUST EQUAL CREDITS, THE ROWS MUST ADD UP
001500**               TO THE EXTRACT TRAILER, THE TRAILER MUST BE FOR
001600**               THE DATEPARM DATE, AND EVERY LINE MUST HAVE AN
001700**               ACCOUNT.  A BATCH THAT FAILS IS REFUSED WITH RC 8
001800**               AND AN EMPTY JOURNAL.
001900**
002000**  FILES:       GLEXTR   - THE PASS'S GL EXTRACT (C2222DX)
002100**               GLACCTS  - ACCOUNTS BY CATEGORY (C2222DA)
002200**               DATEPARM - BUSINESS DATE OF THE NIGHT
002300**               GLJRNL   - JOURNAL LINES FOR THE LEDGER (C2222DJ)
002400**               RUNLOG   - SHARED RUN-CONTROL LOG (C2222DL).  THE
002500**                          RECORD CARRIES THE PASS'S RECORD COUNT
002600**                          AND QUALITY HASH FROM THE EXTRACT
002700**                          TRAILER, SO C2222R CAN TIE THE JOURNAL
002800**                          TO ITS NIGHT, AND THE BATCH DEBITS
002900**                          IN WHOLE DOLLARS AS ITS HASH OUT.
003000**
003100**  MODIFICATION HISTORY
003200**  -------------------------------------------------------------
003300**  DATE       INIT  DESCRIPTION
003400**  10/15/2026 JRH   ORIGINAL VERSION.
003500*****************************************************************
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID.     C2222G.
003800 AUTHOR.         J R HENDRICKS.
003900 INSTALLATION.   SHELF INVENTORY CONTROL.
004000 DATE-WRITTEN.   10/15/2026.
004100 DATE-COMPILED.
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 SOURCE-COMPUTER. IBM-370.
004500 OBJECT-COMPUTER. IBM-370.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTR"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-GLEXTR-STATUS.
005100     SELECT GL-ACCOUNT-FILE ASSIGN TO "GLACCTS"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-GLACCTS-STATUS.
005400     SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-GLJRNL-STATUS.
005700     SELECT DATE-PARM-FILE ASSIGN TO "DATEPARM"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-DATEPARM-STATUS.
006000     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-RUNLOG-STATUS.
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  GL-EXTRACT-FILE
006600     LABEL RECORDS ARE STANDARD
006700     RECORDING MODE IS F.
006800**  ONE STORE'S NIGHT FOR ONE CATEGORY IN DOLLARS - SEE COPYBOOK
006900**  FOR THE FIELDS
007000 01  GX-GL-EXTRACT-RECORD.
007100     COPY C2222DX.
007200 FD  GL-ACCOUNT-FILE
007300     LABEL RECORDS ARE STANDARD
007400     RECORDING MODE IS F.
007500**  ONE CATEGORY'S LEDGER ACCOUNTS - SEE COPYBOOK FOR THE FIELDS
007600 01  GA-GL-ACCOUNT-RECORD.
007700     COPY C2222DA.
007800 FD  GL-JOURNAL-FILE
007900     LABEL RECORDS ARE STANDARD
008000     RECORDING MODE IS F.
008100**  ONE JOURNAL LINE - SEE COPYBOOK FOR THE FIELDS
008200 01  GJ-GL-JOURNAL-RECORD.
008300     COPY C2222DJ.
008400 FD  DATE-PARM-FILE
008500     LABEL RECORDS ARE STANDARD
008600     RECORDING MODE IS F.
008700**  BUSINESS DATE (YYYYMMDD) - SAME PARM THE NIGHTLY PASS READS
008800 01  DP-PARM-RECORD.
008900     02  DP-BUSINESS-DATE         PIC 9(08).
009000     02  FILLER                  PIC X(01).
009100     02  DP-DAYS-TO-AGE           PIC 9(02).
009200     02  FILLER                  PIC X(01).
009300     02  DP-SUSPENSE-LIMIT        PIC 9(02).
009400 FD  RUN-LOG-FILE
009500     LABEL RECORDS ARE STANDARD
009600     RECORDING MODE IS F.
009700**  ONE RUN-CONTROL RECORD - SEE COPYBOOK FOR THE FIELDS
009800 01  RL-RUN-LOG-RECORD.
009900     COPY C2222DL.
010000 WORKING-STORAGE SECTION.
010100 01  VSP.
010200     02  VSP-RETURN-CODE           PIC 99 VALUE 0.
010300 77  WS-CANDIDATE-RC               PIC 99 VALUE 0.
010400 77  WS-GLEXTR-STATUS              PIC X(02) VALUE "00".
010500 77  WS-GLACCTS-STATUS             PIC X(02) VALUE "00".
010600 77  WS-GLJRNL-STATUS              PIC X(02) VALUE "00".
010700 77  WS-DATEPARM-STATUS            PIC X(02) VALUE "00".
010800 77  WS-RUNLOG-STATUS              PIC X(02) VALUE "00".
010900 77  WS-RUN-DATE                   PIC 9(08) VALUE 0.
011000 77  WS-ACCOUNTS-LOADED            PIC 999 VALUE 0.
011100 77  WS-ACCOUNT-SLOT               PIC 999 VALUE 0.
011200 77  WS-DEFAULT-SLOT               PIC 999 VALUE 0.
011300 77  WS-ROWS-READ                  PIC 9(07) VALUE 0.
011400 77  WS-LINES-WRITTEN              PIC 9(07) VALUE 0.
011500 77  WS-UNMAPPED-COUNT             PIC 9(05) VALUE 0.
011600 77  WS-MISSING-ACCOUNTS           PIC 9(05) VALUE 0.
011700 77  WS-VALUE-CHANGE               PIC S9(11)V99 VALUE 0.
011800 77  WS-LINE-AMOUNT                PIC 9(11)V99 VALUE 0.
011900 77  WS-LINE-ACCOUNT               PIC X(10) VALUE SPACES.
012000 77  WS-LINE-DR-CR                 PIC X(01) VALUE SPACES.
012100 77  WS-LINE-SOURCE                PIC X(08) VALUE SPACES.
012200 77  WS-TOTAL-DEBITS               PIC 9(13)V99 VALUE 0.
012300 77  WS-TOTAL-CREDITS              PIC 9(13)V99 VALUE 0.
012400 77  WS-DEBIT-DOLLARS              PIC 9(13) VALUE 0.
012500**  THE ROWS ADDED UP, TO PROVE AGAINST THE EXTRACT TRAILER
012600 77  WS-SUM-OPENING                PIC 9(13)V99 VALUE 0.
012700 77  WS-SUM-CLOSING                PIC 9(13)V99 VALUE 0.
012800 77  WS-SUM-SHRINK                 PIC 9(13)V99 VALUE 0.
012900 77  WS-SUM-MARKDOWN               PIC 9(13)V99 VALUE 0.
013000 77  WS-SUM-LOTS                   PIC 9(07) VALUE 0.
013100**  THE EXTRACT TRAILER, HELD FOR THE PROOF AND THE RUN LOG
013200 77  WS-CTL-DATE                   PIC 9(08) VALUE 0.
013300 77  WS-CTL-OPENING                PIC 9(11)V99 VALUE 0.
013400 77  WS-CTL-CLOSING                PIC 9(11)V99 VALUE 0.
013500 77  WS-CTL-SHRINK                 PIC 9(11)V99 VALUE 0.
013600 77  WS-CTL-MARKDOWN               PIC 9(11)V99 VALUE 0.
013700 77  WS-CTL-RECORD-COUNT           PIC 9(07) VALUE 0.
013800 77  WS-CTL-QUALITY-HASH           PIC 9(09) VALUE 0.
013900 01  ZW-A                          PIC 999.
014000 01  WS-SWITCHES.
014100     02  WS-EXTR-EOF-SWITCH        PIC X(01) VALUE "N".
014200         88  WS-EXTR-EOF-YES                 VALUE "Y".
014300     02  WS-ACCT-EOF-SWITCH        PIC X(01) VALUE "N".
014400         88  WS-ACCT-EOF-YES                 VALUE "Y".
014500     02  WS-FILES-OPEN-SWITCH      PIC X(01) VALUE "N".
014600         88  WS-FILES-OPEN-YES               VALUE "Y".
014700     02  WS-CTL-FOUND-SWITCH       PIC X(01) VALUE "N".
014800         88  WS-CTL-FOUND-YES                VALUE "Y".
014900     02  WS-BATCH-OK-SWITCH        PIC X(01) VALUE "N".
015000         88  WS-BATCH-OK-YES                 VALUE "Y".
015100**  Y ON THE SECOND READ OF THE EXTRACT, WHEN THE PROVED LINES
015200**  ARE WRITTEN; N ON THE FIRST, WHEN THEY ARE ONLY TOTALLED.
015300     02  WS-WRITE-LINES-SWITCH     PIC X(01) VALUE "N".
015400         88  WS-WRITE-LINES-YES              VALUE "Y".
015500**  ACCOUNT MAP TABLE - ONE ENTRY PER CATEGORY, PLUS THE ****
015600**  CATCH-ALL IF FINANCE KEEPS ONE
015700 01  WS-ACCOUNT-TABLE.
015800     02  WS-ACCOUNT-ENTRY OCCURS 50 TIMES.
015900         COPY C2222DA
016000             REPLACING C2222A-CATEGORY       BY TB-CATEGORY
016100                       C2222A-INVENTORY-ACCT BY TB-INVENTORY-ACCT
016200                       C2222A-OFFSET-ACCT    BY TB-OFFSET-ACCT
016300                       C2222A-SHRINK-ACCT    BY TB-SHRINK-ACCT
016400                       C2222A-MARKDOWN-ACCT  BY TB-MARKDOWN-ACCT
016500                       C2222A-RESERVE-ACCT   BY TB-RESERVE-ACCT.
016600 01  WS-TOTAL-LINE.
016700     02  FILLER                    PIC X(16)
016800         VALUE "GL BATCH DEBITS ".
016900     02  TL-DEBITS                 PIC Z(12)9.99.
017000     02  FILLER                    PIC X(09) VALUE " CREDITS ".
017100     02  TL-CREDITS                PIC Z(12)9.99.
017200 PROCEDURE DIVISION.
017300*****************************************************************
017400**  MAIN-PROCEDURE - LOADS THE ACCOUNT MAP, PROVES THE BATCH, AND
017500**                   WRITES THE JOURNAL ONLY IF IT PROVED
017600*****************************************************************
017700 MAIN-PROCEDURE.
017800     PERFORM 1000-OPEN-FILES.
017900     IF WS-FILES-OPEN-YES THEN
018000         PERFORM 1200-LOAD-ACCOUNT-MAP
018100         PERFORM 2000-PROVE-BATCH
018200         IF WS-BATCH-OK-YES THEN
018300             PERFORM 3000-WRITE-JOURNAL
018400         END-IF
018500         PERFORM 9000-CLOSE-FILES
018600     END-IF.
018700     PERFORM 9100-WRITE-RUN-LOG.
018800     MOVE VSP-RETURN-CODE TO RETURN-CODE.
018900     STOP RUN.
019000*****************************************************************
019100**  1000-OPEN-FILES - OPENS EVERYTHING.  THE JOURNAL IS OPENED
019200**                   EMPTY EVEN WHEN THE BATCH IS LATER REFUSED,
019300**                   SO THE LEDGER NEVER PICKS UP AN OLD NIGHT.
019400**                   ANY OPEN FAILURE ABANDONS THE RUN WITH RC 12.
019500*****************************************************************
019600 1000-OPEN-FILES SECTION.
019700     PERFORM 1700-LOAD-DATE-PARM.
019800     OPEN INPUT GL-EXTRACT-FILE.
019900     OPEN INPUT GL-ACCOUNT-FILE.
020000     OPEN OUTPUT GL-JOURNAL-FILE.
020100     IF WS-GLEXTR-STATUS EQUAL TO "00"
020200        AND WS-GLACCTS-STATUS EQUAL TO "00"
020300        AND WS-GLJRNL-STATUS EQUAL TO "00" THEN
020400         MOVE "Y" TO WS-FILES-OPEN-SWITCH
020500     ELSE
020600         MOVE 12 TO WS-CANDIDATE-RC
020700         PERFORM 8000-SET-RETURN-CODE
020800     END-IF.
020900*****************************************************************
021000**  1200-LOAD-ACCOUNT-MAP - LOADS THE ACCOUNTS BY CATEGORY AND
021100**                   NOTES THE **** CATCH-ALL.  A MAP TOO BIG FOR
021200**                   THE TABLE CANNOT BE TRUSTED TO POST - THE
021300**                   BATCH IS REFUSED.
021400*****************************************************************
021500 1200-LOAD-ACCOUNT-MAP SECTION.
021600     MOVE 0 TO WS-ACCOUNTS-LOADED.
021700     PERFORM 1220-READ-ACCOUNT-RECORD.
021800     PERFORM 1240-STORE-ACCOUNT-RECORD
021900         UNTIL WS-ACCT-EOF-YES
022000            OR WS-ACCOUNTS-LOADED EQUAL TO 50.
022100     IF NOT WS-ACCT-EOF-YES THEN
022200         DISPLAY "ACCOUNT MAP OVER 50 ENTRIES - BATCH REFUSED"
022300         ADD 1 TO WS-UNMAPPED-COUNT
022400     END-IF.
022500     MOVE 0 TO WS-DEFAULT-SLOT.
022600     PERFORM 1260-FIND-DEFAULT
022700         VARYING ZW-A FROM 1 BY 1
022800             UNTIL ZW-A > WS-ACCOUNTS-LOADED.
022900*****************************************************************
023000**  1220-READ-ACCOUNT-RECORD - READ-AHEAD FOR THE LOAD LOOP
023100*****************************************************************
023200 1220-READ-ACCOUNT-RECORD SECTION.
023300     READ GL-ACCOUNT-FILE
023400         AT END
023500             MOVE "Y" TO WS-ACCT-EOF-SWITCH
023600     END-READ.
023700*****************************************************************
023800**  1240-STORE-ACCOUNT-RECORD - MOVES ONE CATEGORY'S ACCOUNTS INTO
023900**                   THE NEXT TABLE SLOT AND READS THE NEXT
024000*****************************************************************
024100 1240-STORE-ACCOUNT-RECORD SECTION.
024200     ADD 1 TO WS-ACCOUNTS-LOADED.
024300     MOVE GA-GL-ACCOUNT-RECORD
024400         TO WS-ACCOUNT-ENTRY(WS-ACCOUNTS-LOADED).
024500     PERFORM 1220-READ-ACCOUNT-RECORD.
024600*****************************************************************
024700**  1260-FIND-DEFAULT - NOTES THE **** CATCH-ALL ENTRY
024800*****************************************************************
024900 1260-FIND-DEFAULT SECTION.
025000     IF TB-CATEGORY(ZW-A) EQUAL TO "****"
025100        AND WS-DEFAULT-SLOT EQUAL TO 0 THEN
025200         MOVE ZW-A TO WS-DEFAULT-SLOT
025300     END-IF.
025400*****************************************************************
025500**  1700-LOAD-DATE-PARM - PICKS UP THE BUSINESS DATE FROM THE
025600**                   SAME DATEPARM THE NIGHTLY PASS READS.  A
025700**                   MISSING PARM FILE OR AN UNUSABLE DATE FALLS
025800**                   BACK TO TODAY.
025900*****************************************************************
026000 1700-LOAD-DATE-PARM SECTION.
026100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
026200     OPEN INPUT DATE-PARM-FILE.
026300     IF WS-DATEPARM-STATUS EQUAL TO "00" THEN
026400         READ DATE-PARM-FILE
026500             AT END
026600                 CONTINUE
026700         END-READ
026800         IF WS-DATEPARM-STATUS EQUAL TO "00" THEN
026900             IF DP-BUSINESS-DATE IS NUMERIC
027000                AND DP-BUSINESS-DATE GREATER THAN 0 THEN
027100                 MOVE DP-BUSINESS-DATE TO WS-RUN-DATE
027200             END-IF
027300         END-IF
027400         CLOSE DATE-PARM-FILE
027500     END-IF.
027600*****************************************************************
027700**  2000-PROVE-BATCH - FIRST READ OF THE EXTRACT.  EVERY LINE IS
027800**                   BUILT AND TOTALLED BUT NOT WRITTEN, THEN THE
027900**                   BATCH IS PROVED.  ANY FAILURE REFUSES THE
028000**                   WHOLE BATCH WITH RC 8 - A PART-POSTED NIGHT
028100**                   IS WORSE THAN NONE.
028200*****************************************************************
028300 2000-PROVE-BATCH SECTION.
028400     MOVE "N" TO WS-WRITE-LINES-SWITCH.
028500     MOVE "N" TO WS-EXTR-EOF-SWITCH.
028600     PERFORM 2100-READ-EXTRACT-RECORD.
028700     PERFORM 2200-TAKE-ONE-EXTRACT-RECORD
028800         UNTIL WS-EXTR-EOF-YES.
028900     MOVE "Y" TO WS-BATCH-OK-SWITCH.
029000     IF NOT WS-CTL-FOUND-YES THEN
029100         DISPLAY "GL EXTRACT HAS NO CONTROL TRAILER"
029200         MOVE "N" TO WS-BATCH-OK-SWITCH
029300     ELSE
029400         IF WS-CTL-DATE NOT EQUAL TO WS-RUN-DATE THEN
029500             DISPLAY "GL EXTRACT IS FOR " WS-CTL-DATE
029600                 " NOT BUSINESS DATE " WS-RUN-DATE
029700             MOVE "N" TO WS-BATCH-OK-SWITCH
029800         END-IF
029900         IF WS-SUM-OPENING NOT EQUAL TO WS-CTL-OPENING
030000            OR WS-SUM-CLOSING NOT EQUAL TO WS-CTL-CLOSING
030100            OR WS-SUM-SHRINK NOT EQUAL TO WS-CTL-SHRINK
030200            OR WS-SUM-MARKDOWN NOT EQUAL TO WS-CTL-MARKDOWN
030300            OR WS-SUM-LOTS NOT EQUAL TO WS-CTL-RECORD-COUNT THEN
030400             DISPLAY "GL EXTRACT ROWS DO NOT ADD UP TO TRAILER"
030500             MOVE "N" TO WS-BATCH-OK-SWITCH
030600         END-IF
030700     END-IF.
030800     IF WS-UNMAPPED-COUNT GREATER THAN 0
030900        OR WS-MISSING-ACCOUNTS GREATER THAN 0 THEN
031000         DISPLAY "GL LINES WITH NO ACCOUNT " WS-MISSING-ACCOUNTS
031100         MOVE "N" TO WS-BATCH-OK-SWITCH
031200     END-IF.
031300     IF WS-TOTAL-DEBITS NOT EQUAL TO WS-TOTAL-CREDITS THEN
031400         DISPLAY "GL BATCH OUT OF BALANCE"
031500         MOVE "N" TO WS-BATCH-OK-SWITCH
031600     END-IF.
031700     MOVE WS-TOTAL-DEBITS TO TL-DEBITS.
031800     MOVE WS-TOTAL-CREDITS TO TL-CREDITS.
031900     DISPLAY WS-TOTAL-LINE.
032000     IF NOT WS-BATCH-OK-YES THEN
032100         DISPLAY "GL BATCH REFUSED - NO JOURNAL WRITTEN"
032200         MOVE 8 TO WS-CANDIDATE-RC
032300         PERFORM 8000-SET-RETURN-CODE
032400     END-IF.
032500*****************************************************************
032600**  2100-READ-EXTRACT-RECORD - READ-AHEAD FOR BOTH EXTRACT LOOPS
032700*****************************************************************
032800 2100-READ-EXTRACT-RECORD SECTION.
032900     READ GL-EXTRACT-FILE
033000         AT END
033100             MOVE "Y" TO WS-EXTR-EOF-SWITCH
033200     END-READ.
033300*****************************************************************
033400**  2200-TAKE-ONE-EXTRACT-RECORD - HOLDS THE TRAILER, OR ADDS UP
033500**                   ONE ROW AND BUILDS ITS LINES, THEN READS THE
033600**                   NEXT.  ON THE SECOND READ ONLY THE LINES
033700**                   MATTER - THE FIGURES WERE PROVED ON THE FIRST
033800*****************************************************************
033900 2200-TAKE-ONE-EXTRACT-RECORD SECTION.
034000     IF C2222X-CONTROL-ID EQUAL TO "*CONTROL*" THEN
034100         IF NOT WS-WRITE-LINES-YES THEN
034200             MOVE "Y" TO WS-CTL-FOUND-SWITCH
034300             MOVE C2222X-BUSINESS-DATE TO WS-CTL-DATE
034400             MOVE C2222X-OPENING-VALUE TO WS-CTL-OPENING
034500             MOVE C2222X-CLOSING-VALUE TO WS-CTL-CLOSING
034600             MOVE C2222X-SHRINK-VALUE TO WS-CTL-SHRINK
034700             MOVE C2222X-MARKDOWN-VALUE TO WS-CTL-MARKDOWN
034800             MOVE C2222X-RECORD-COUNT TO WS-CTL-RECORD-COUNT
034900             MOVE C2222X-QUALITY-HASH TO WS-CTL-QUALITY-HASH
035000         END-IF
035100         GO TO 2200-NEXT
035200     END-IF.
035300     IF NOT WS-WRITE-LINES-YES THEN
035400         ADD 1 TO WS-ROWS-READ
035500         ADD C2222X-OPENING-VALUE TO WS-SUM-OPENING
035600         ADD C2222X-CLOSING-VALUE TO WS-SUM-CLOSING
035700         ADD C2222X-SHRINK-VALUE TO WS-SUM-SHRINK
035800         ADD C2222X-MARKDOWN-VALUE TO WS-SUM-MARKDOWN
035900         ADD C2222X-RECORD-COUNT TO WS-SUM-LOTS
036000     END-IF.
036100     PERFORM 4000-BUILD-ROW-LINES.
036200 2200-NEXT.
036300     PERFORM 2100-READ-EXTRACT-RECORD.
036400*****************************************************************
036500**  3000-WRITE-JOURNAL - SECOND READ OF THE PROVED EXTRACT, THIS
036600**                   TIME WRITING EVERY LINE
036700*****************************************************************
036800 3000-WRITE-JOURNAL SECTION.
036900     CLOSE GL-EXTRACT-FILE.
037000     OPEN INPUT GL-EXTRACT-FILE.
037100     IF WS-GLEXTR-STATUS NOT EQUAL TO "00" THEN
037200         MOVE 12 TO WS-CANDIDATE-RC
037300         PERFORM 8000-SET-RETURN-CODE
037400         GO TO 3000-EXIT
037500     END-IF.
037600     MOVE "Y" TO WS-WRITE-LINES-SWITCH.
037700     MOVE "N" TO WS-EXTR-EOF-SWITCH.
037800     PERFORM 2100-READ-EXTRACT-RECORD.
037900     PERFORM 2200-TAKE-ONE-EXTRACT-RECORD
038000         UNTIL WS-EXTR-EOF-YES.
038100 3000-EXIT.
038200     EXIT.
038300*****************************************************************
038400**  4000-BUILD-ROW-LINES - THE DEBIT/CREDIT PAIRS FOR ONE STORE
038500**                   AND CATEGORY.  A CATEGORY WITH NO ACCOUNTS OF
038600**                   ITS OWN POSTS TO THE **** CATCH-ALL, RC 4;
038700**                   WITH NO CATCH-ALL EITHER, ITS LINES CANNOT
038800**                   POST AND THE BATCH IS REFUSED.  A ZERO AMOUNT
038900**                   MAKES NO LINE.
039000*****************************************************************
039100 4000-BUILD-ROW-LINES SECTION.
039200     MOVE 0 TO WS-ACCOUNT-SLOT.
039300     PERFORM 4050-MATCH-ONE-ACCOUNT
039400         VARYING ZW-A FROM 1 BY 1
039500             UNTIL ZW-A > WS-ACCOUNTS-LOADED
039600                OR WS-ACCOUNT-SLOT GREATER THAN 0.
039700     IF WS-ACCOUNT-SLOT EQUAL TO 0 THEN
039800         MOVE WS-DEFAULT-SLOT TO WS-ACCOUNT-SLOT
039900         IF NOT WS-WRITE-LINES-YES THEN
040000             DISPLAY "NO GL ACCOUNTS FOR CATEGORY "
040100                 C2222X-CATEGORY
040200                 " STORE " C2222X-STORE
040300             MOVE 4 TO WS-CANDIDATE-RC
040400             PERFORM 8000-SET-RETURN-CODE
040500         END-IF
040600     END-IF.
040700     COMPUTE WS-VALUE-CHANGE =
040800         C2222X-CLOSING-VALUE - C2222X-OPENING-VALUE.
040900     MOVE "VALUE" TO WS-LINE-SOURCE.
041000     IF WS-VALUE-CHANGE GREATER THAN 0 THEN
041100         MOVE WS-VALUE-CHANGE TO WS-LINE-AMOUNT
041200         PERFORM 4110-INVENTORY-DEBIT
041300         PERFORM 4120-OFFSET-CREDIT
041400     END-IF.
041500     IF WS-VALUE-CHANGE LESS THAN 0 THEN
041600         COMPUTE WS-LINE-AMOUNT = 0 - WS-VALUE-CHANGE
041700         PERFORM 4130-OFFSET-DEBIT
041800         PERFORM 4140-INVENTORY-CREDIT
041900     END-IF.
042000     IF C2222X-SHRINK-VALUE GREATER THAN 0 THEN
042100         MOVE "SHRINK" TO WS-LINE-SOURCE
042200         MOVE C2222X-SHRINK-VALUE TO WS-LINE-AMOUNT
042300         PERFORM 4150-SHRINK-DEBIT
042400         PERFORM 4170-RESERVE-CREDIT
042500     END-IF.
042600     IF C2222X-MARKDOWN-VALUE GREATER THAN 0 THEN
042700         MOVE "MARKDOWN" TO WS-LINE-SOURCE
042800         MOVE C2222X-MARKDOWN-VALUE TO WS-LINE-AMOUNT
042900         PERFORM 4160-MARKDOWN-DEBIT
043000         PERFORM 4170-RESERVE-CREDIT
043100     END-IF.
043200*****************************************************************
043300**  4050-MATCH-ONE-ACCOUNT - ONE MAP ENTRY AGAINST THE ROW'S
043400**                   CATEGORY
043500*****************************************************************
043600 4050-MATCH-ONE-ACCOUNT SECTION.
043700     IF TB-CATEGORY(ZW-A) EQUAL TO C2222X-CATEGORY THEN
043800         MOVE ZW-A TO WS-ACCOUNT-SLOT
043900     END-IF.
044000*****************************************************************
044100**  4110-INVENTORY-DEBIT THRU 4170-RESERVE-CREDIT - PICK THE
044200**                   ACCOUNT AND SIDE FOR ONE LINE OF WS-LINE-
044300**                   AMOUNT.  NO ACCOUNT SLOT MEANS NO ACCOUNT.
044400*****************************************************************
044500 4110-INVENTORY-DEBIT SECTION.
044600     MOVE SPACES TO WS-LINE-ACCOUNT.
044700     IF WS-ACCOUNT-SLOT GREATER THAN 0 THEN
044800         MOVE TB-INVENTORY-ACCT(WS-ACCOUNT-SLOT)
044900             TO WS-LINE-ACCOUNT
045000     END-IF.
045100     MOVE "D" TO WS-LINE-DR-CR.
045200     PERFORM 4500-TAKE-ONE-LINE.
045300 4120-OFFSET-CREDIT SECTION.
045400     MOVE SPACES TO WS-LINE-ACCOUNT.
045500     IF WS-ACCOUNT-SLOT GREATER THAN 0 THEN
045600         MOVE TB-OFFSET-ACCT(WS-ACCOUNT-SLOT) TO WS-LINE-ACCOUNT
045700     END-IF.
045800     MOVE "C" TO WS-LINE-DR-CR.
045900     PERFORM 4500-TAKE-ONE-LINE.
046000 4130-OFFSET-DEBIT SECTION.
046100     MOVE SPACES TO WS-LINE-ACCOUNT.
046200     IF WS-ACCOUNT-SLOT GREATER THAN 0 THEN
046300         MOVE TB-OFFSET-ACCT(WS-ACCOUNT-SLOT) TO WS-LINE-ACCOUNT
046400     END-IF.
046500     MOVE "D" TO WS-LINE-DR-CR.
046600     PERFORM 4500-TAKE-ONE-LINE.
046700 4140-INVENTORY-CREDIT SECTION.
046800     MOVE SPACES TO WS-LINE-ACCOUNT.
046900     IF WS-ACCOUNT-SLOT GREATER THAN 0 THEN
047000         MOVE TB-INVENTORY-ACCT(WS-ACCOUNT-SLOT)
047100             TO WS-LINE-ACCOUNT
047200     END-IF.
047300     MOVE "C" TO WS-LINE-DR-CR.
047400     PERFORM 4500-TAKE-ONE-LINE.
047500 4150-SHRINK-DEBIT SECTION.
047600     MOVE SPACES TO WS-LINE-ACCOUNT.
047700     IF WS-ACCOUNT-SLOT GREATER THAN 0 THEN
047800         MOVE TB-SHRINK-ACCT(WS-ACCOUNT-SLOT) TO WS-LINE-ACCOUNT
047900     END-IF.
048000     MOVE "D" TO WS-LINE-DR-CR.
048100     PERFORM 4500-TAKE-ONE-LINE.
048200 4160-MARKDOWN-DEBIT SECTION.
048300     MOVE SPACES TO WS-LINE-ACCOUNT.
048400     IF WS-ACCOUNT-SLOT GREATER THAN 0 THEN
048500         MOVE TB-MARKDOWN-ACCT(WS-ACCOUNT-SLOT) TO WS-LINE-ACCOUNT
048600     END-IF.
048700     MOVE "D" TO WS-LINE-DR-CR.
048800     PERFORM 4500-TAKE-ONE-LINE.
048900 4170-RESERVE-CREDIT SECTION.
049000     MOVE SPACES TO WS-LINE-ACCOUNT.
049100     IF WS-ACCOUNT-SLOT GREATER THAN 0 THEN
049200         MOVE TB-RESERVE-ACCT(WS-ACCOUNT-SLOT) TO WS-LINE-ACCOUNT
049300     END-IF.
049400     MOVE "C" TO WS-LINE-DR-CR.
049500     PERFORM 4500-TAKE-ONE-LINE.
049600*****************************************************************
049700**  4500-TAKE-ONE-LINE - ON THE FIRST READ, TOTALS THE LINE AND
049800**                   COUNTS IT IF IT HAS NO ACCOUNT; ON THE
049900**                   SECOND, WRITES IT
050000*****************************************************************
050100 4500-TAKE-ONE-LINE SECTION.
050200     IF NOT WS-WRITE-LINES-YES THEN
050300         IF WS-LINE-ACCOUNT EQUAL TO SPACES THEN
050400             ADD 1 TO WS-MISSING-ACCOUNTS
050500         END-IF
050600         IF WS-LINE-DR-CR EQUAL TO "D" THEN
050700             ADD WS-LINE-AMOUNT TO WS-TOTAL-DEBITS
050800         ELSE
050900             ADD WS-LINE-AMOUNT TO WS-TOTAL-CREDITS
051000         END-IF
051100         GO TO 4500-EXIT
051200     END-IF.
051300     MOVE SPACES TO GJ-GL-JOURNAL-RECORD.
051400     MOVE C2222X-BUSINESS-DATE TO C2222J-BUSINESS-DATE.
051500     MOVE C2222X-STORE TO C2222J-STORE.
051600     MOVE WS-LINE-ACCOUNT TO C2222J-ACCOUNT.
051700     MOVE WS-LINE-DR-CR TO C2222J-DR-CR.
051800     MOVE WS-LINE-AMOUNT TO C2222J-AMOUNT.
051900     MOVE C2222X-CATEGORY TO C2222J-CATEGORY.
052000     MOVE WS-LINE-SOURCE TO C2222J-SOURCE.
052100     WRITE GJ-GL-JOURNAL-RECORD.
052200     ADD 1 TO WS-LINES-WRITTEN.
052300 4500-EXIT.
052400     EXIT.
052500*****************************************************************
052600**  8000-SET-RETURN-CODE - RAISES VSP-RETURN-CODE, NEVER LOWERS
052700**                   IT, SO THE WORST CONDITION OF THE RUN WINS.
052800*****************************************************************
052900 8000-SET-RETURN-CODE SECTION.
053000     IF WS-CANDIDATE-RC GREATER THAN VSP-RETURN-CODE THEN
053100         MOVE WS-CANDIDATE-RC TO VSP-RETURN-CODE
053200     END-IF.
053300*****************************************************************
053400**  9000-CLOSE-FILES - CLOSES THE EXTRACT, THE MAP, AND THE
053500**                   JOURNAL
053600*****************************************************************
053700 9000-CLOSE-FILES SECTION.
053800     CLOSE GL-EXTRACT-FILE.
053900     CLOSE GL-ACCOUNT-FILE.
054000     CLOSE GL-JOURNAL-FILE.
054100*****************************************************************
054200**  9100-WRITE-RUN-LOG - APPENDS THIS RUN'S RUN-CONTROL RECORD TO
054300**                   THE SHARED RUNLOG.  RECORDS AND HASH IN ARE
054400**                   THE PASS'S OWN FIGURES FROM THE EXTRACT
054500**                   TRAILER; RECORDS OUT IS THE LINES WRITTEN -
054600**                   ZERO FOR A REFUSED BATCH - AND HASH OUT THE
054700**                   BATCH DEBITS IN WHOLE DOLLARS.  A LOG THAT
054800**                   CANNOT BE WRITTEN RAISES RC 4.
054900*****************************************************************
055000 9100-WRITE-RUN-LOG SECTION.
055100     OPEN EXTEND RUN-LOG-FILE.
055200     IF WS-RUNLOG-STATUS NOT EQUAL TO "00" THEN
055300         OPEN OUTPUT RUN-LOG-FILE
055400     END-IF.
055500     IF WS-RUNLOG-STATUS EQUAL TO "00" THEN
055600         MOVE "C2222G" TO C2222L-PROGRAM
055700         MOVE WS-RUN-DATE TO C2222L-BUSINESS-DATE
055800         MOVE WS-CTL-RECORD-COUNT TO C2222L-RECORDS-IN
055900         MOVE WS-LINES-WRITTEN TO C2222L-RECORDS-OUT
056000         MOVE WS-CTL-QUALITY-HASH TO C2222L-HASH-IN
056100         MOVE WS-TOTAL-DEBITS TO WS-DEBIT-DOLLARS
056200         MOVE WS-DEBIT-DOLLARS TO C2222L-HASH-OUT
056300         MOVE VSP-RETURN-CODE TO C2222L-RETURN-CODE
056400         WRITE RL-RUN-LOG-RECORD
056500         CLOSE RUN-LOG-FILE
056600     ELSE
056700         MOVE 4 TO WS-CANDIDATE-RC
056800         PERFORM 8000-SET-RETURN-CODE
056900     END-IF.
057000 END PROGRAM C2222G.
