001100**               CHAIN RAISES RC 8 SO THE SCHEDULER HOLDS THE
001200**               MORNING INSTEAD OF A DOUBLE-AGED TUESDAY
001300**               SURFACING THREE WEEKS LATE.
001333**               IT ALSO TIES EACH NIGHT'S C2222G GENERAL-LEDGER
001366**               JOURNAL TO THE PASS THAT FED IT, SO THE LEDGER
001399**               NEVER POSTS A NIGHT THE SHELF DID NOT AGE.
001401**               A NIGHT BACKED OUT BY C2222Z IS SET ASIDE WITH
001402**               ITS FORECAST AND JOURNAL, SO ITS RERUN BALANCES
001403**               IN ITS PLACE.
001451**
001500**  FILES:       RUNLOG   - THE SHARED RUN-CONTROL LOG, ONE
001600**                          C2222DL RECORD PER RUN.  THIS
001700**                          BALANCE APPENDS ITS OWN RECORD WHEN
002400**  09/02/2026 JRH   ORIGINAL VERSION - THE CONTROL TRAILER
002500**                   BALANCES ONE FEED AGAINST ITSELF; THIS
002600**                   BALANCES THE NIGHTS AGAINST EACH OTHER.
002649**  10/15/2026 JRH   C2222G JOURNAL RUNS CHECKED AGAINST THE
002698**                   PASS OF THEIR BUSINESS DATE.
002699**  10/15/2026 JRH   NIGHTS BACKED OUT BY THE C2222Z REVERSAL
002701**                   ARE SET ASIDE BEFORE THE CHAIN IS CHECKED.
002750*****************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID.     C2222R.
003000 AUTHOR.         J R HENDRICKS.
006400**  NIGHT CHECKS AGAINST THE ONE IN HAND.
006500 77  WS-PREV-SLOT                  PIC 9(04) VALUE 0.
006600 77  WS-PASS-SLOT                  PIC 9(04) VALUE 0.
006698 01  ZW-R                          PIC 9999.
006700 01  WS-SWITCHES.
006800     02  WS-LOG-EOF-SWITCH         PIC X(01) VALUE "N".
006900         88  WS-LOG-EOF-YES                  VALUE "Y".
008300                       C2222L-HASH-IN       BY TB-HASH-IN
008400                       C2222L-HASH-OUT      BY TB-HASH-OUT
008500                       C2222L-RETURN-CODE   BY TB-RETURN-CODE.
008514**  ONE FLAG PER LOG RECORD - SET WHEN A LATER C2222Z REVERSAL
008528**  BACKED OUT THE NIGHT THE RECORD BELONGS TO.  A FLAGGED
008542**  RECORD TAKES NO PART IN THE CHECKS.
008556 01  WS-REVERSAL-TABLE.
008570     02  WS-REVERSAL-ENTRY OCCURS 1000 TIMES.
008584         03  WS-RV-SWITCH          PIC X(01).
008598             88  WS-RV-REVERSED-YES          VALUE "Y".
008600 PROCEDURE DIVISION.
008700*****************************************************************
008800**  MAIN-PROCEDURE - LOADS THE LOG, RUNS THE CHAIN CHECKS, AND
009100 MAIN-PROCEDURE.
009200     PERFORM 1000-LOAD-RUN-LOG.
009300     IF WS-FILES-OPEN-YES THEN
009399         PERFORM 2000-APPLY-REVERSALS
009400         PERFORM 3000-CHECK-PASS-CHAIN
009500         PERFORM 5000-CHECK-FORECAST-RUNS
009599         PERFORM 5500-CHECK-JOURNAL-RUNS
009600         IF VSP-RETURN-CODE EQUAL TO 0 THEN
009700             DISPLAY "RUN LOG BALANCED - CHAIN RAN WHOLE"
009800         END-IF
010700**                   CHAIN AND RAISES RC 8.
010800*****************************************************************
010900 1000-LOAD-RUN-LOG SECTION.
010999     INITIALIZE WS-REVERSAL-TABLE.
011000     OPEN INPUT RUN-LOG-FILE.
011100     IF WS-RUNLOG-STATUS EQUAL TO "00" THEN
011200         MOVE "Y" TO WS-FILES-OPEN-SWITCH
014200     MOVE RL-RUN-LOG-RECORD
014300         TO WS-RUN-LOG-ENTRY(WS-RECORDS-LOADED).
014400     PERFORM 1100-READ-LOG-RECORD.
014401*****************************************************************
014402**  2000-APPLY-REVERSALS - EACH C2222Z REVERSAL THAT FINISHED
014403**                   BELOW RC 8 SETS ASIDE THE PASS, FORECAST,
014404**                   AND JOURNAL RECORDS OF ITS DATE LOGGED
014405**                   BEFORE IT.  THE REVERSAL MUST HAVE RESTORED
014406**                   EXACTLY WHAT THE BACKED-OUT PASS LOADED, OR
014407**                   THE RERUN DID NOT START WHERE THE NIGHT DID
014408**                   AND THE CHAIN IS BROKEN.  A REFUSED
014409**                   REVERSAL BACKED NOTHING OUT AND IS ONLY
014410**                   SHOWN.
014411*****************************************************************
014412 2000-APPLY-REVERSALS SECTION.
014413     PERFORM 2100-APPLY-ONE-REVERSAL
014414         VARYING ZW-L FROM 1 BY 1
014415             UNTIL ZW-L > WS-RECORDS-LOADED.
014416*****************************************************************
014417**  2100-APPLY-ONE-REVERSAL - ONE REVERSAL RECORD AGAINST THE
014418**                   RECORDS LOGGED BEFORE IT
014419*****************************************************************
014420 2100-APPLY-ONE-REVERSAL SECTION.
014421     IF TB-PROGRAM(ZW-L) NOT EQUAL TO "C2222Z" THEN
014422         GO TO 2100-EXIT
014423     END-IF.
014424     IF TB-RETURN-CODE(ZW-L) NOT LESS THAN 8 THEN
014425         DISPLAY "REVERSAL OF " TB-BUSINESS-DATE(ZW-L)
014426             " WAS REFUSED - NOTHING BACKED OUT"
014427         GO TO 2100-EXIT
014428     END-IF.
014429     MOVE 0 TO WS-PASS-SLOT.
014431     PERFORM 2200-SET-ASIDE-ONE-RECORD
014432         VARYING ZW-R FROM 1 BY 1
014433             UNTIL ZW-R NOT LESS THAN ZW-L.
014434     IF WS-PASS-SLOT EQUAL TO 0 THEN
014435         DISPLAY "NO AGING PASS FOR REVERSAL DATE "
014436             TB-BUSINESS-DATE(ZW-L)
014437         MOVE 8 TO WS-CANDIDATE-RC
014438         PERFORM 8000-SET-RETURN-CODE
014439         GO TO 2100-EXIT
014440     END-IF.
014441     IF TB-RECORDS-IN(ZW-L)
014442        NOT EQUAL TO TB-RECORDS-IN(WS-PASS-SLOT)
014443        OR TB-HASH-IN(ZW-L)
014444           NOT EQUAL TO TB-HASH-IN(WS-PASS-SLOT) THEN
014445         DISPLAY "REVERSAL OF " TB-BUSINESS-DATE(ZW-L)
014446             " DID NOT RESTORE WHAT THE NIGHT LOADED"
014447         DISPLAY "  PASS IN " TB-RECORDS-IN(WS-PASS-SLOT)
014448             " HASH " TB-HASH-IN(WS-PASS-SLOT)
014449             "  RESTORED " TB-RECORDS-IN(ZW-L)
014450             " HASH " TB-HASH-IN(ZW-L)
014451         MOVE 8 TO WS-CANDIDATE-RC
014452         PERFORM 8000-SET-RETURN-CODE
014453     END-IF.
014454 2100-EXIT.
014455     EXIT.
014456*****************************************************************
014457**  2200-SET-ASIDE-ONE-RECORD - FLAGS ONE EARLIER PASS, FORECAST,
014458**                   OR JOURNAL RECORD OF THE REVERSAL'S DATE,
014459**                   KEEPING THE LAST PASS FLAGGED FOR THE
014460**                   RESTORE CHECK
014461*****************************************************************
014462 2200-SET-ASIDE-ONE-RECORD SECTION.
014463     IF WS-RV-REVERSED-YES(ZW-R)
014464        OR TB-BUSINESS-DATE(ZW-R)
014465           NOT EQUAL TO TB-BUSINESS-DATE(ZW-L) THEN
014466         GO TO 2200-EXIT
014467     END-IF.
014468     IF TB-PROGRAM(ZW-R) EQUAL TO "EXAMPLE-TEST-CASE" THEN
014469         MOVE "Y" TO WS-RV-SWITCH(ZW-R)
014470         MOVE ZW-R TO WS-PASS-SLOT
014472     END-IF.
014473     IF TB-PROGRAM(ZW-R) EQUAL TO "C2222F"
014474        OR TB-PROGRAM(ZW-R) EQUAL TO "C2222G" THEN
014475         MOVE "Y" TO WS-RV-SWITCH(ZW-R)
014476     END-IF.
014477 2200-EXIT.
014478     EXIT.
014500*****************************************************************
014600**  3000-CHECK-PASS-CHAIN - WALKS THE AGING-PASS RECORDS IN LOG
014700**                   ORDER.  EACH NIGHT MUST FOLLOW THE ONE
016000**                   AGING-PASS RECORD AGAINST THE ONE BEFORE IT
016100*****************************************************************
016200 3100-CHECK-ONE-PASS SECTION.
016299     IF TB-PROGRAM(ZW-L) NOT EQUAL TO "EXAMPLE-TEST-CASE"
016398        OR WS-RV-REVERSED-YES(ZW-L) THEN
016400         GO TO 3100-EXIT
016500     END-IF.
016600     IF WS-PREV-SLOT EQUAL TO 0 THEN
024800**                   DATE'S AGING PASS
024900*****************************************************************
025000 5100-CHECK-ONE-FORECAST SECTION.
025099     IF TB-PROGRAM(ZW-L) NOT EQUAL TO "C2222F"
025198        OR WS-RV-REVERSED-YES(ZW-L) THEN
025200         GO TO 5100-EXIT
025300     END-IF.
025400     MOVE 0 TO WS-PASS-SLOT.
027700         PERFORM 8000-SET-RETURN-CODE
027800     END-IF.
027900 5100-EXIT.
027905     EXIT.
027910*****************************************************************
027915**  5500-CHECK-JOURNAL-RUNS - EVERY C2222G RECORD MUST HAVE AN
027920**                   AGING-PASS RECORD FOR THE SAME BUSINESS DATE
027925**                   WHOSE OUTPUT COUNT AND QUALITY HASH ARE THE
027930**                   ONES THE JOURNAL CARRIED FROM ITS GL EXTRACT
027935**                   TRAILER, AND MUST NOT HAVE BEEN REFUSED - THE
027940**                   PROOF THE LEDGER POSTED THE NIGHT THE SHELF
027945**                   REALLY AGED.
027950*****************************************************************
027955 5500-CHECK-JOURNAL-RUNS SECTION.
027960     PERFORM 5600-CHECK-ONE-JOURNAL
027965         VARYING ZW-L FROM 1 BY 1
027970             UNTIL ZW-L > WS-RECORDS-LOADED.
027975*****************************************************************
027980**  5600-CHECK-ONE-JOURNAL - ONE JOURNAL RECORD AGAINST ITS
027985**                   DATE'S AGING PASS
027990*****************************************************************
027995 5600-CHECK-ONE-JOURNAL SECTION.
028000     IF TB-PROGRAM(ZW-L) NOT EQUAL TO "C2222G"
028005        OR WS-RV-REVERSED-YES(ZW-L) THEN
028020         GO TO 5600-EXIT
028021     END-IF.
028022     IF TB-RETURN-CODE(ZW-L) NOT LESS THAN 8 THEN
028023         DISPLAY "GL JOURNAL OF " TB-BUSINESS-DATE(ZW-L)
028024             " WAS REFUSED - RC " TB-RETURN-CODE(ZW-L)
028025         MOVE 8 TO WS-CANDIDATE-RC
028026         PERFORM 8000-SET-RETURN-CODE
028027     END-IF.
028028     MOVE 0 TO WS-PASS-SLOT.
028029     PERFORM 5200-FIND-ONE-PASS
028030         VARYING ZW-P FROM 1 BY 1
028031             UNTIL ZW-P > WS-RECORDS-LOADED
028032                OR WS-PASS-SLOT GREATER THAN 0.
028033     IF WS-PASS-SLOT EQUAL TO 0 THEN
028034         DISPLAY "NO AGING PASS FOR JOURNAL DATE "
028035             TB-BUSINESS-DATE(ZW-L)
028036         MOVE 8 TO WS-CANDIDATE-RC
028037         PERFORM 8000-SET-RETURN-CODE
028038         GO TO 5600-EXIT
028039     END-IF.
028040     IF TB-RECORDS-IN(ZW-L)
028041        NOT EQUAL TO TB-RECORDS-OUT(WS-PASS-SLOT)
028042        OR TB-HASH-IN(ZW-L)
028043           NOT EQUAL TO TB-HASH-OUT(WS-PASS-SLOT) THEN
028044         DISPLAY "GL JOURNAL OF " TB-BUSINESS-DATE(ZW-L)
028045             " WAS NOT BUILT FROM THAT NIGHT'S PASS"
028046         DISPLAY "  PASS OUT " TB-RECORDS-OUT(WS-PASS-SLOT)
028047             " HASH " TB-HASH-OUT(WS-PASS-SLOT)
028048             "  JOURNAL IN " TB-RECORDS-IN(ZW-L)
028049             " HASH " TB-HASH-IN(ZW-L)
028050         MOVE 8 TO WS-CANDIDATE-RC
028051         PERFORM 8000-SET-RETURN-CODE
028052     END-IF.
028053 5600-EXIT.
028054     EXIT.
028100*****************************************************************
028200**  5200-FIND-ONE-PASS - ONE TABLE SLOT OF THE SEARCH FOR THE
028299**                   AGING PASS ON THE FORECAST'S OR JOURNAL'S
028398**                   DATE
028400*****************************************************************
028500 5200-FIND-ONE-PASS SECTION.
028600     IF TB-PROGRAM(ZW-P) EQUAL TO "EXAMPLE-TEST-CASE"
028699        AND NOT WS-RV-REVERSED-YES(ZW-P)
028700        AND TB-BUSINESS-DATE(ZW-P)
028800            EQUAL TO TB-BUSINESS-DATE(ZW-L) THEN
028900         MOVE ZW-P TO WS-PASS-SLOT
