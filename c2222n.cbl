000100*****************************************************************
000200**  PROGRAM:     C2222N
000300**  DESCRIPTION: CYCLE-COUNT RECONCILIATION.  COMPARES THE STORE
000400**               COUNT SHEETS - WHAT IS REALLY ON THE SHELF, LOT
000500**               BY LOT - AGAINST THE BOOK QUANTITY ON THE
000600**               CURRENT INVENTORY MASTER, PRINTS THE UNIT AND
000700**               DOLLAR VARIANCE OF EVERY COUNTED LOT BY STORE,
000800**               AND WRITES A COUNT-ADJUSTMENT (TYPE C) MOVEMENT
000900**               FOR EVERY VARIANCE INSIDE THE TOLERANCE SO THE
001000**               NIGHTLY PASS BRINGS THE BOOK BACK TO THE SHELF.
001100**               A VARIANCE OUTSIDE THE TOLERANCE IS HELD FOR A
001200**               MANAGER - IT POSTS ONLY ON AN APPROVAL CARD AND
001300**               DROPS ON A REJECTION.  COUNTS ARE TAKEN BEFORE
001400**               THE STORE OPENS, SO THE SHEET AND INVMAST
001500**               DESCRIBE THE SAME SHELF.  RUNS AHEAD OF THE
001600**               NIGHTLY PASS.
001700**
001800**  FILES:       CNTSHEET - COUNT SHEET LINES - STORE, ITEM NAME,
001900**                          LOT, AND COUNTED QUANTITY, KEYED AS
002000**                          CHARACTERS SO A MIS-KEYED LINE IS
002100**                          CAUGHT BY THE EDITS.  OPTIONAL.
002200**               CNTPARM  - ONE CARD - TOLERANCE IN UNITS AND IN
002300**                          DOLLARS.  A VARIANCE MUST BE INSIDE
002400**                          BOTH TO POST UNAPPROVED.  A MISSING
002500**                          CARD OR FIELD TAKES THE DEFAULT.
002600**               INVMAST  - CURRENT INVENTORY MASTER.
002700**               CNTHOLD  - VARIANCES HELD FOR APPROVAL ON EARLIER
002800**                          RUNS.  OPTIONAL.
002900**               CNTAPPR  - MANAGER DECISIONS ON HELD VARIANCES -
003000**                          STORE, ITEM NAME, LOT, AND A = APPROVE
003100**                          OR R = REJECT.  OPTIONAL.
003200**               CNTMOVE  - COUNT-ADJUSTMENT MOVEMENTS, SAME
003300**                          LAYOUT AS MOVEFILE, CONCATENATED AHEAD
003400**                          OF TONIGHT'S MOVEFILE.
003500**               CNTHOLDN - NEW HELD-VARIANCE GENERATION, SAME
003600**                          LAYOUT AS CNTHOLD.
003700**               CNTRPT   - SHEET EXCEPTIONS, VARIANCES BY STORE,
003800**                          AND THE MANAGER DECISIONS.
003900**
004000**  MODIFICATION HISTORY
004100**  -------------------------------------------------------------
004200**  DATE       INIT  DESCRIPTION
004300**  10/15/2026 JRH   ORIGINAL VERSION.
004333**  10/15/2026 JRH   DATEPARM RECORD NOW CARRIES THE SUSPENSE
004366**                   LIMIT, AS THE NIGHTLY PASS'S DOES.
004400*****************************************************************
004500 IDENTIFICATION DIVISION.
004600 PROGRAM-ID.     C2222N.
004700 AUTHOR.         J R HENDRICKS.
004800 INSTALLATION.   SHELF INVENTORY CONTROL.
004900 DATE-WRITTEN.   10/15/2026.
005000 DATE-COMPILED.
005100 ENVIRONMENT DIVISION.
005200 CONFIGURATION SECTION.
005300 SOURCE-COMPUTER. IBM-370.
005400 OBJECT-COMPUTER. IBM-370.
005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.
005700     SELECT COUNT-SHEET-FILE ASSIGN TO "CNTSHEET"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-CNTSHEET-STATUS.
006000     SELECT COUNT-PARM-FILE ASSIGN TO "CNTPARM"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-CNTPARM-STATUS.
006300     SELECT INVENTORY-MASTER-FILE ASSIGN TO "INVMAST"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-INVMAST-STATUS.
006600     SELECT HOLD-FILE ASSIGN TO "CNTHOLD"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-CNTHOLD-STATUS.
006900     SELECT APPROVAL-FILE ASSIGN TO "CNTAPPR"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-CNTAPPR-STATUS.
007200     SELECT COUNT-MOVEMENT-FILE ASSIGN TO "CNTMOVE"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-CNTMOVE-STATUS.
007500     SELECT NEW-HOLD-FILE ASSIGN TO "CNTHOLDN"
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS WS-CNTHOLDN-STATUS.
007800     SELECT COUNT-REPORT-FILE ASSIGN TO "CNTRPT"
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS WS-CNTRPT-STATUS.
008100     SELECT DATE-PARM-FILE ASSIGN TO "DATEPARM"
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS WS-DATEPARM-STATUS.
008400     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
008500         ORGANIZATION IS LINE SEQUENTIAL
008600         FILE STATUS IS WS-RUNLOG-STATUS.
008700 DATA DIVISION.
008800 FILE SECTION.
008900 FD  COUNT-SHEET-FILE
009000     LABEL RECORDS ARE STANDARD
009100     RECORDING MODE IS F.
009200**  ONE COUNTED LOT AS KEYED FROM THE STORE'S SHEET
009300 01  CS-SHEET-RECORD.
009400     02  CS-STORE-X              PIC X(03).
009500     02  FILLER                  PIC X(01).
009600     02  CS-NAME                 PIC X(50).
009700     02  CS-LOT                  PIC X(06).
009800     02  FILLER                  PIC X(01).
009900     02  CS-COUNTED-X            PIC X(05).
010000 FD  COUNT-PARM-FILE
010100     LABEL RECORDS ARE STANDARD
010200     RECORDING MODE IS F.
010300**  TOLERANCE CARD - UNITS, THEN DOLLARS WITH TWO IMPLIED DECIMALS
010400 01  TP-PARM-RECORD.
010500     02  TP-TOL-UNITS-X          PIC X(05).
010600     02  FILLER                  PIC X(01).
010700     02  TP-TOL-VALUE-X          PIC X(07).
010800     02  TP-TOL-VALUE REDEFINES TP-TOL-VALUE-X
010900                                 PIC 9(05)V99.
011000 FD  INVENTORY-MASTER-FILE
011100     LABEL RECORDS ARE STANDARD
011200     RECORDING MODE IS F.
011300 01  IM-INVENTORY-RECORD.
011400     02  IM-NAME                 PIC X(50).
011500     02  IM-QUALITY               PIC 999.
011600     02  IM-SELLIN                PIC S999.
011700     02  IM-CATEGORY             PIC X(04).
011800     02  IM-STORE                PIC 9(03).
011900     02  IM-QTY-ON-HAND           PIC 9(05).
012000     02  IM-UNIT-COST             PIC 9(05)V99.
012100     02  IM-LOT-NUMBER           PIC X(06).
012200     02  IM-RECEIVED-DATE         PIC 9(08).
012300     02  IM-EXPIRY-DATE           PIC 9(08).
012400     02  IM-VENDOR-CODE          PIC X(05).
012500     02  IM-RETAIL-PRICE          PIC 9(03)V99.
012600**  CONTROL TRAILER VIEW - A BALANCING RECORD, NOT SHELF STOCK
012700 01  IM-CONTROL-RECORD.
012800     02  CT-CONTROL-ID           PIC X(10).
012900     02  FILLER                  PIC X(97).
013000 FD  HOLD-FILE
013100     LABEL RECORDS ARE STANDARD
013200     RECORDING MODE IS F.
013300**  ONE VARIANCE HELD FOR A MANAGER - THE COUNT AS TAKEN, THE BOOK
013400**  IT WAS TAKEN AGAINST, AND THE COST IT WAS VALUED AT
013500 01  HD-HOLD-RECORD.
013600     02  HD-STORE                PIC 9(03).
013700     02  HD-NAME                 PIC X(50).
013800     02  HD-LOT                  PIC X(06).
013900     02  HD-COUNT-DATE           PIC 9(08).
014000     02  HD-BOOK-QTY             PIC 9(05).
014100     02  HD-COUNTED-QTY          PIC 9(05).
014200     02  HD-VARIANCE             PIC S9(05).
014300     02  HD-UNIT-COST            PIC 9(05)V99.
014400 FD  APPROVAL-FILE
014500     LABEL RECORDS ARE STANDARD
014600     RECORDING MODE IS F.
014700**  ONE MANAGER DECISION ON ONE HELD VARIANCE, KEYED AS CHARACTERS
014800 01  AP-APPROVAL-RECORD.
014900     02  AP-STORE-X              PIC X(03).
015000     02  FILLER                  PIC X(01).
015100     02  AP-NAME                 PIC X(50).
015200     02  AP-LOT                  PIC X(06).
015300     02  FILLER                  PIC X(01).
015400     02  AP-DECISION             PIC X(01).
015500 FD  COUNT-MOVEMENT-FILE
015600     LABEL RECORDS ARE STANDARD
015700     RECORDING MODE IS F.
015800**  SAME RECORD THE NIGHTLY PASS READS FROM MOVEFILE - SEE
015900**  EXAMPLE-TEST-CASE
016000 01  MV-MOVEMENT-RECORD.
016100     02  MV-NAME                 PIC X(50).
016200     02  MV-TYPE                 PIC X(01).
016300     02  MV-QUALITY-ADJ           PIC S999.
016400     02  MV-SELLIN-ADJ            PIC S999.
016500     02  MV-QTY-ADJ               PIC S9(05).
016600     02  MV-STORE                PIC 9(03).
016700     02  MV-LOT-NUMBER           PIC X(06).
016800 FD  NEW-HOLD-FILE
016900     LABEL RECORDS ARE STANDARD
017000     RECORDING MODE IS F.
017100**  SAME LAYOUT AS HD-HOLD-RECORD
017200 01  NH-HOLD-RECORD                PIC X(89).
017300 FD  COUNT-REPORT-FILE
017400     LABEL RECORDS ARE STANDARD
017500     RECORDING MODE IS F.
017600 01  RP-REPORT-LINE                PIC X(100).
017700 FD  DATE-PARM-FILE
017800     LABEL RECORDS ARE STANDARD
017900     RECORDING MODE IS F.
018000**  BUSINESS DATE (YYYYMMDD) - SAME PARM THE NIGHTLY PASS READS
018100 01  DP-PARM-RECORD.
018200     02  DP-BUSINESS-DATE         PIC 9(08).
018300     02  FILLER                  PIC X(01).
018400     02  DP-DAYS-TO-AGE           PIC 9(02).
018433     02  FILLER                  PIC X(01).
018466     02  DP-SUSPENSE-LIMIT        PIC 9(02).
018500 FD  RUN-LOG-FILE
018600     LABEL RECORDS ARE STANDARD
018700     RECORDING MODE IS F.
018800**  ONE RUN-CONTROL RECORD - SEE COPYBOOK FOR THE FIELDS
018900 01  RL-RUN-LOG-RECORD.
019000     COPY C2222DL.
019100 WORKING-STORAGE SECTION.
019200 01  VSP.
019300     02  VSP-RETURN-CODE           PIC 99 VALUE 0.
019400 77  WS-CANDIDATE-RC               PIC 99 VALUE 0.
019500 77  WS-CNTSHEET-STATUS            PIC X(02) VALUE "00".
019600 77  WS-CNTPARM-STATUS             PIC X(02) VALUE "00".
019700 77  WS-INVMAST-STATUS             PIC X(02) VALUE "00".
019800 77  WS-CNTHOLD-STATUS             PIC X(02) VALUE "00".
019900 77  WS-CNTAPPR-STATUS             PIC X(02) VALUE "00".
020000 77  WS-CNTMOVE-STATUS             PIC X(02) VALUE "00".
020100 77  WS-CNTHOLDN-STATUS            PIC X(02) VALUE "00".
020200 77  WS-CNTRPT-STATUS              PIC X(02) VALUE "00".
020300 77  WS-DATEPARM-STATUS            PIC X(02) VALUE "00".
020400 77  WS-RUNLOG-STATUS              PIC X(02) VALUE "00".
020500 77  WS-RUN-DATE                   PIC 9(08) VALUE 0.
020600**  DEFAULT TOLERANCE WHEN CNTPARM DOES NOT SAY - A VARIANCE OF
020700**  MORE THAN FIVE UNITS OR TWENTY-FIVE DOLLARS EITHER WAY WAITS
020800**  FOR A MANAGER.
020900 77  WS-TOL-UNITS                  PIC 9(05) VALUE 5.
021000 77  WS-TOL-VALUE                  PIC 9(05)V99 VALUE 25.00.
021100 77  WS-SHEETS-LOADED              PIC 999 VALUE 0.
021200 77  WS-HOLDS-LOADED               PIC 999 VALUE 0.
021300 77  WS-SHEET-COUNT                PIC 9(05) VALUE 0.
021400 77  WS-SHEET-REJECTS              PIC 9(05) VALUE 0.
021500 77  WS-MASTER-COUNT               PIC 9(07) VALUE 0.
021600 77  WS-MATCH-COUNT                PIC 9(05) VALUE 0.
021700 77  WS-POSTED-COUNT               PIC 9(05) VALUE 0.
021800 77  WS-HELD-COUNT                 PIC 9(05) VALUE 0.
021900 77  WS-NOT-FOUND-COUNT            PIC 9(05) VALUE 0.
022000 77  WS-APPROVAL-COUNT             PIC 9(05) VALUE 0.
022100 77  WS-APPROVAL-REJECTS           PIC 9(05) VALUE 0.
022200 77  WS-HOLDS-APPROVED             PIC 9(05) VALUE 0.
022300 77  WS-HOLDS-DROPPED              PIC 9(05) VALUE 0.
022400 77  WS-HOLDS-WRITTEN              PIC 9(05) VALUE 0.
022500 77  WS-MOVES-WRITTEN              PIC 9(05) VALUE 0.
022600 77  WS-HOLD-SLOT                  PIC 999 VALUE 0.
022700 77  WS-FIND-STORE                 PIC 9(03) VALUE 0.
022800 77  WS-FIND-NAME                  PIC X(50) VALUE SPACES.
022900 77  WS-FIND-LOT                   PIC X(06) VALUE SPACES.
023000 77  WS-ABS-UNITS                  PIC 9(05) VALUE 0.
023100 77  WS-ABS-VALUE                  PIC 9(09)V99 VALUE 0.
023200 77  WS-LAST-STORE                 PIC S9(04) VALUE 0.
023300 77  WS-NEXT-STORE                 PIC S9(04) VALUE 0.
023400 77  WS-STORE-LINES                PIC 9(05) VALUE 0.
023500 77  WS-STORE-UNITS                PIC S9(07) VALUE 0.
023600 77  WS-STORE-VALUE                PIC S9(09)V99 VALUE 0.
023700 77  WS-STORE-ABS-VALUE            PIC 9(09)V99 VALUE 0.
023800 77  WS-CHAIN-UNITS                PIC S9(07) VALUE 0.
023900 77  WS-CHAIN-VALUE                PIC S9(09)V99 VALUE 0.
024000 77  WS-CHAIN-ABS-VALUE            PIC 9(09)V99 VALUE 0.
024100 01  ZW-K                          PIC 999.
024200 01  ZW-H                          PIC 999.
024300 01  WS-SWITCHES.
024400     02  WS-SHEET-EOF-SWITCH       PIC X(01) VALUE "N".
024500         88  WS-SHEET-EOF-YES                VALUE "Y".
024600     02  WS-MASTER-EOF-SWITCH      PIC X(01) VALUE "N".
024700         88  WS-MASTER-EOF-YES               VALUE "Y".
024800     02  WS-HOLD-EOF-SWITCH        PIC X(01) VALUE "N".
024900         88  WS-HOLD-EOF-YES                 VALUE "Y".
025000     02  WS-APPR-EOF-SWITCH        PIC X(01) VALUE "N".
025100         88  WS-APPR-EOF-YES                 VALUE "Y".
025200     02  WS-FILES-OPEN-SWITCH      PIC X(01) VALUE "N".
025300         88  WS-FILES-OPEN-YES               VALUE "Y".
025400     02  WS-REJECT-SWITCH          PIC X(01) VALUE "N".
025500         88  WS-REJECT-YES                   VALUE "Y".
025600     02  WS-DUPLICATE-SWITCH       PIC X(01) VALUE "N".
025700         88  WS-DUPLICATE-YES                VALUE "Y".
025800 01  WS-REJECT-REASON              PIC X(30) VALUE SPACES.
025900**  COUNT SHEET TABLE - ONE SLOT PER CLEAN SHEET LINE, WITH THE
026000**  BOOK FIGURES PICKED UP AS THE MASTER STREAMS PAST AND THE
026100**  VARIANCE AND DISPOSITION WORKED OUT FROM THEM.
026200**  DISPOSITION M = MATCHES THE BOOK, P = POSTED, H = HELD,
026300**  N = NOT ON THE MASTER.
026400 01  WS-SHEET-TABLE.
026500     02  WS-SHEET-ENTRY OCCURS 500 TIMES.
026600         03  TC-STORE              PIC 9(03).
026700         03  TC-NAME               PIC X(50).
026800         03  TC-LOT                PIC X(06).
026900         03  TC-COUNTED            PIC 9(05).
027000         03  TC-BOOK               PIC 9(05).
027100         03  TC-UNIT-COST          PIC 9(05)V99.
027200         03  TC-VARIANCE           PIC S9(05).
027300         03  TC-VALUE              PIC S9(09)V99.
027400         03  TC-FOUND-SWITCH       PIC X(01).
027500             88  TC-FOUND-YES                VALUE "Y".
027600         03  TC-DISPOSITION        PIC X(01).
027700**  HELD VARIANCE TABLE - SAME FIELDS AS HD-HOLD-RECORD, PLUS THE
027800**  DECISION TAKEN ON IT THIS RUN.  SPACES = STILL WAITING,
027900**  A = APPROVED, R = REJECTED, S = SUPERSEDED BY A NEW COUNT.
028000 01  WS-HOLD-TABLE.
028100     02  WS-HOLD-ENTRY OCCURS 500 TIMES.
028200         03  TH-HOLD-RECORD.
028300             04  TH-STORE          PIC 9(03).
028400             04  TH-NAME           PIC X(50).
028500             04  TH-LOT            PIC X(06).
028600             04  TH-COUNT-DATE     PIC 9(08).
028700             04  TH-BOOK-QTY       PIC 9(05).
028800             04  TH-COUNTED-QTY    PIC 9(05).
028900             04  TH-VARIANCE       PIC S9(05).
029000             04  TH-UNIT-COST      PIC 9(05)V99.
029100         03  TH-DECISION           PIC X(01).
029200 01  WS-REPORT-HEADING-1.
029300     02  FILLER                    PIC X(40)
029400         VALUE "CYCLE-COUNT RECONCILIATION".
029500     02  FILLER                    PIC X(14)
029600         VALUE "BUSINESS DATE ".
029700     02  RH-BUSINESS-DATE          PIC 9(08).
029800 01  WS-REPORT-HEADING-2.
029900     02  FILLER                    PIC X(24)
030000         VALUE "TOLERANCE - UNITS ".
030100     02  RH-TOL-UNITS              PIC ZZZZ9.
030200     02  FILLER                    PIC X(10)
030300         VALUE "  DOLLARS ".
030400     02  RH-TOL-VALUE              PIC ZZ,ZZ9.99.
030500 01  WS-REPORT-HEADING-3.
030600     02  FILLER                    PIC X(40)
030700         VALUE "COUNT SHEET EXCEPTIONS".
030800 01  WS-REPORT-HEADING-4.
030900     02  FILLER                    PIC X(40)
031000         VALUE "VARIANCES BY STORE".
031100 01  WS-REPORT-HEADING-5.
031200     02  FILLER                    PIC X(35)
031300         VALUE "STR ITEM".
031400     02  FILLER                    PIC X(07) VALUE "LOT".
031500     02  FILLER                    PIC X(19)
031600         VALUE " BOOK COUNT  UNITS ".
031700     02  FILLER                    PIC X(30)
031800         VALUE "    DOLLARS DISPOSITION".
031900 01  WS-REPORT-HEADING-6.
032000     02  FILLER                    PIC X(40)
032100         VALUE "MANAGER DECISIONS ON HELD VARIANCES".
032200 01  WS-EXCEPTION-LINE.
032300     02  RE-KIND                   PIC X(09).
032400     02  RE-STORE                  PIC X(03).
032500     02  FILLER                    PIC X(01) VALUE SPACES.
032600     02  RE-NAME                   PIC X(30).
032700     02  FILLER                    PIC X(01) VALUE SPACES.
032800     02  RE-LOT                    PIC X(06).
032900     02  FILLER                    PIC X(01) VALUE SPACES.
033000     02  RE-REASON                 PIC X(30).
033100 01  WS-VARIANCE-LINE.
033200     02  RV-STORE                  PIC 9(03).
033300     02  FILLER                    PIC X(01) VALUE SPACES.
033400     02  RV-NAME                   PIC X(30).
033500     02  FILLER                    PIC X(01) VALUE SPACES.
033600     02  RV-LOT                    PIC X(06).
033700     02  FILLER                    PIC X(01) VALUE SPACES.
033800     02  RV-BOOK                   PIC ZZZZ9.
033900     02  FILLER                    PIC X(01) VALUE SPACES.
034000     02  RV-COUNTED                PIC ZZZZ9.
034100     02  FILLER                    PIC X(01) VALUE SPACES.
034200     02  RV-UNITS                  PIC -----9.
034300     02  FILLER                    PIC X(01) VALUE SPACES.
034400     02  RV-VALUE                  PIC ----,--9.99.
034500     02  FILLER                    PIC X(01) VALUE SPACES.
034600     02  RV-DISPOSITION            PIC X(14).
034700 01  WS-STORE-TOTAL-LINE.
034800     02  FILLER                    PIC X(06) VALUE "STORE ".
034900     02  RS-STORE                  PIC 9(03).
035000     02  FILLER                    PIC X(08) VALUE " LINES ".
035100     02  RS-LINES                  PIC ZZZZ9.
035200     02  FILLER                    PIC X(12) VALUE "  NET UNITS ".
035300     02  RS-UNITS                  PIC -------9.
035400     02  FILLER                    PIC X(06) VALUE "  NET ".
035500     02  RS-VALUE                  PIC ----,---,--9.99.
035600     02  FILLER                    PIC X(08) VALUE "  GROSS ".
035700     02  RS-ABS-VALUE              PIC ZZZ,ZZZ,ZZ9.99.
035800 01  WS-HOLD-LINE.
035900     02  RD-DECISION               PIC X(09).
036000     02  RD-STORE                  PIC 9(03).
036100     02  FILLER                    PIC X(01) VALUE SPACES.
036200     02  RD-NAME                   PIC X(30).
036300     02  FILLER                    PIC X(01) VALUE SPACES.
036400     02  RD-LOT                    PIC X(06).
036500     02  FILLER                    PIC X(08) VALUE " COUNTED".
036600     02  FILLER                    PIC X(01) VALUE SPACES.
036700     02  RD-COUNT-DATE             PIC 9(08).
036800     02  FILLER                    PIC X(01) VALUE SPACES.
036900     02  RD-UNITS                  PIC -----9.
037000     02  FILLER                    PIC X(01) VALUE SPACES.
037100     02  RD-VALUE                  PIC ----,--9.99.
037200 01  WS-REPORT-TRAILER-1.
037300     02  FILLER                    PIC X(30)
037400         VALUE "CHAIN NET UNITS / DOLLARS     ".
037500     02  RT-CHAIN-UNITS            PIC -------9.
037600     02  FILLER                    PIC X(03) VALUE " / ".
037700     02  RT-CHAIN-VALUE            PIC ----,---,--9.99.
037800 01  WS-REPORT-TRAILER-2.
037900     02  FILLER                    PIC X(30)
038000         VALUE "CHAIN GROSS VARIANCE DOLLARS  ".
038100     02  RT-CHAIN-ABS-VALUE        PIC ZZZ,ZZZ,ZZ9.99.
038200 01  WS-REPORT-TRAILER-3.
038300     02  FILLER                    PIC X(30)
038400         VALUE "SHEET LINES READ / REJECTED   ".
038500     02  RT-SHEET-COUNT            PIC ZZZZ9.
038600     02  FILLER                    PIC X(03) VALUE " / ".
038700     02  RT-SHEET-REJECTS          PIC ZZZZ9.
038800 01  WS-REPORT-TRAILER-4.
038900     02  FILLER                    PIC X(30)
039000         VALUE "MATCHED / POSTED / HELD       ".
039100     02  RT-MATCH-COUNT            PIC ZZZZ9.
039200     02  FILLER                    PIC X(03) VALUE " / ".
039300     02  RT-POSTED-COUNT           PIC ZZZZ9.
039400     02  FILLER                    PIC X(03) VALUE " / ".
039500     02  RT-HELD-COUNT             PIC ZZZZ9.
039600 01  WS-REPORT-TRAILER-5.
039700     02  FILLER                    PIC X(30)
039800         VALUE "NOT ON MASTER                 ".
039900     02  RT-NOT-FOUND-COUNT        PIC ZZZZ9.
040000 01  WS-REPORT-TRAILER-6.
040100     02  FILLER                    PIC X(30)
040200         VALUE "HOLDS APPROVED / DROPPED      ".
040300     02  RT-HOLDS-APPROVED         PIC ZZZZ9.
040400     02  FILLER                    PIC X(03) VALUE " / ".
040500     02  RT-HOLDS-DROPPED          PIC ZZZZ9.
040600 01  WS-REPORT-TRAILER-7.
040700     02  FILLER                    PIC X(30)
040800         VALUE "MOVEMENTS WRITTEN             ".
040900     02  RT-MOVES-WRITTEN          PIC ZZZZ9.
041000 01  WS-REPORT-TRAILER-8.
041100     02  FILLER                    PIC X(30)
041200         VALUE "VARIANCES HELD FOR APPROVAL   ".
041300     02  RT-HOLDS-WRITTEN          PIC ZZZZ9.
041400 PROCEDURE DIVISION.
041500*****************************************************************
041600**  MAIN-PROCEDURE - OPENS THE JOB, LOADS THE HELD VARIANCES AND
041700**                   THE COUNT SHEETS, PRICES THE SHEETS FROM THE
041800**                   MASTER, DISPOSES OF EACH VARIANCE, APPLIES
041900**                   THE MANAGER DECISIONS, AND CLOSES THE JOB
042000*****************************************************************
042100 MAIN-PROCEDURE.
042200     PERFORM 1000-OPEN-FILES.
042300     IF WS-FILES-OPEN-YES THEN
042400         PERFORM 1800-LOAD-HOLD-FILE
042500         PERFORM 2000-LOAD-COUNT-SHEETS
042600         PERFORM 3000-READ-MASTER
042700         PERFORM 4000-RECONCILE-ONE-SHEET
042800             VARYING ZW-K FROM 1 BY 1
042900                 UNTIL ZW-K > WS-SHEETS-LOADED
043000         PERFORM 5000-WRITE-VARIANCE-REPORT
043100         PERFORM 6000-APPLY-APPROVALS
043200         PERFORM 6500-DISPOSE-ONE-HOLD
043300             VARYING ZW-H FROM 1 BY 1
043400                 UNTIL ZW-H > WS-HOLDS-LOADED
043500         PERFORM 9000-CLOSE-FILES
043600     END-IF.
043700     PERFORM 9200-WRITE-RUN-LOG.
043800     MOVE VSP-RETURN-CODE TO RETURN-CODE.
043900     STOP RUN.
044000*****************************************************************
044100**  1000-OPEN-FILES - OPENS EVERYTHING AND WRITES THE REPORT
044200**                   HEADINGS.  A MISSING CNTSHEET, CNTHOLD OR
044300**                   CNTAPPR IS A QUIET DAY.  INVMAST MUST BE
044400**                   THERE - WITHOUT A BOOK THERE IS NOTHING TO
044500**                   COUNT AGAINST.  ANY OTHER OPEN FAILURE
044600**                   ABANDONS THE JOB WITH RC 12.
044700*****************************************************************
044800 1000-OPEN-FILES SECTION.
044900     PERFORM 1700-LOAD-DATE-PARM.
045000     PERFORM 1200-LOAD-TOLERANCE.
045100     OPEN INPUT COUNT-SHEET-FILE.
045200     OPEN INPUT INVENTORY-MASTER-FILE.
045300     OPEN INPUT HOLD-FILE.
045400     OPEN INPUT APPROVAL-FILE.
045500     OPEN OUTPUT COUNT-MOVEMENT-FILE.
045600     OPEN OUTPUT NEW-HOLD-FILE.
045700     OPEN OUTPUT COUNT-REPORT-FILE.
045800     IF (WS-CNTSHEET-STATUS EQUAL TO "00"
045900         OR WS-CNTSHEET-STATUS EQUAL TO "35")
046000        AND WS-INVMAST-STATUS EQUAL TO "00"
046100        AND (WS-CNTHOLD-STATUS EQUAL TO "00"
046200             OR WS-CNTHOLD-STATUS EQUAL TO "35")
046300        AND (WS-CNTAPPR-STATUS EQUAL TO "00"
046400             OR WS-CNTAPPR-STATUS EQUAL TO "35")
046500        AND WS-CNTMOVE-STATUS EQUAL TO "00"
046600        AND WS-CNTHOLDN-STATUS EQUAL TO "00"
046700        AND WS-CNTRPT-STATUS EQUAL TO "00" THEN
046800         MOVE "Y" TO WS-FILES-OPEN-SWITCH
046900         MOVE WS-RUN-DATE TO RH-BUSINESS-DATE
047000         MOVE WS-TOL-UNITS TO RH-TOL-UNITS
047100         MOVE WS-TOL-VALUE TO RH-TOL-VALUE
047200         WRITE RP-REPORT-LINE FROM WS-REPORT-HEADING-1
047300         WRITE RP-REPORT-LINE FROM WS-REPORT-HEADING-2
047400         WRITE RP-REPORT-LINE FROM WS-REPORT-HEADING-3
047500     ELSE
047600         MOVE 12 TO WS-CANDIDATE-RC
047700         PERFORM 8000-SET-RETURN-CODE
047800     END-IF.
047900*****************************************************************
048000**  1200-LOAD-TOLERANCE - READS THE ONE TOLERANCE CARD.  A
048100**                   MISSING CARD, OR A FIELD LEFT BLANK OR NOT
048200**                   NUMERIC, KEEPS THE DEFAULT FOR THAT FIELD.
048300*****************************************************************
048400 1200-LOAD-TOLERANCE SECTION.
048500     OPEN INPUT COUNT-PARM-FILE.
048600     IF WS-CNTPARM-STATUS NOT EQUAL TO "00" THEN
048700         GO TO 1200-EXIT
048800     END-IF.
048900     READ COUNT-PARM-FILE
049000         AT END
049100             CONTINUE
049200     END-READ.
049300     IF WS-CNTPARM-STATUS EQUAL TO "00" THEN
049400         IF TP-TOL-UNITS-X IS NUMERIC THEN
049500             MOVE TP-TOL-UNITS-X TO WS-TOL-UNITS
049600         END-IF
049700         IF TP-TOL-VALUE-X IS NUMERIC THEN
049800             MOVE TP-TOL-VALUE TO WS-TOL-VALUE
049900         END-IF
050000     END-IF.
050100     CLOSE COUNT-PARM-FILE.
050200 1200-EXIT.
050300     EXIT.
050400*****************************************************************
050500**  1800-LOAD-HOLD-FILE - LOADS THE VARIANCES STILL WAITING FOR
050600**                   A MANAGER.  A HOLD PAST THE TABLE LIMIT IS
050700**                   CARRIED STRAIGHT TO THE NEW GENERATION SO
050800**                   IT IS NOT LOST, AND RAISES RC 8.
050900*****************************************************************
051000 1800-LOAD-HOLD-FILE SECTION.
051100     MOVE 0 TO WS-HOLDS-LOADED.
051200     IF WS-CNTHOLD-STATUS NOT EQUAL TO "00" THEN
051300         GO TO 1800-EXIT
051400     END-IF.
051500     PERFORM 1820-READ-HOLD-RECORD.
051600     PERFORM 1840-STORE-HOLD-RECORD
051700         UNTIL WS-HOLD-EOF-YES.
051800     CLOSE HOLD-FILE.
051900 1800-EXIT.
052000     EXIT.
052100*****************************************************************
052200**  1820-READ-HOLD-RECORD - READ-AHEAD FOR THE LOAD LOOP
052300*****************************************************************
052400 1820-READ-HOLD-RECORD SECTION.
052500     READ HOLD-FILE
052600         AT END
052700             MOVE "Y" TO WS-HOLD-EOF-SWITCH
052800     END-READ.
052900*****************************************************************
053000**  1840-STORE-HOLD-RECORD - MOVES ONE HOLD INTO THE NEXT TABLE
053100**                   SLOT, OR PAST THE LIMIT CARRIES IT FORWARD
053200**                   UNTOUCHED, AND READS THE NEXT
053300*****************************************************************
053400 1840-STORE-HOLD-RECORD SECTION.
053500     IF WS-HOLDS-LOADED EQUAL TO 500 THEN
053600         MOVE HD-HOLD-RECORD TO NH-HOLD-RECORD
053700         WRITE NH-HOLD-RECORD
053800         ADD 1 TO WS-HOLDS-WRITTEN
053900         DISPLAY "HELD VARIANCES EXCEED 500 - CARRIED UNREAD"
054000         MOVE 8 TO WS-CANDIDATE-RC
054100         PERFORM 8000-SET-RETURN-CODE
054200     ELSE
054300         ADD 1 TO WS-HOLDS-LOADED
054400         MOVE HD-HOLD-RECORD TO TH-HOLD-RECORD(WS-HOLDS-LOADED)
054500         MOVE SPACES TO TH-DECISION(WS-HOLDS-LOADED)
054600     END-IF.
054700     PERFORM 1820-READ-HOLD-RECORD.
054800*****************************************************************
054900**  2000-LOAD-COUNT-SHEETS - EDITS EACH COUNT SHEET LINE AND
055000**                   LOADS THE CLEAN ONES INTO THE SHEET TABLE.
055100**                   A REJECTED LINE IS LISTED AS AN EXCEPTION
055200**                   AND RAISES RC 4.
055300*****************************************************************
055400 2000-LOAD-COUNT-SHEETS SECTION.
055500     MOVE 0 TO WS-SHEETS-LOADED.
055600     IF WS-CNTSHEET-STATUS NOT EQUAL TO "00" THEN
055700         GO TO 2000-EXIT
055800     END-IF.
055900     PERFORM 2100-READ-SHEET-RECORD.
056000     PERFORM 2200-LOAD-ONE-SHEET
056100         UNTIL WS-SHEET-EOF-YES.
056200     CLOSE COUNT-SHEET-FILE.
056300 2000-EXIT.
056400     EXIT.
056500*****************************************************************
056600**  2100-READ-SHEET-RECORD - READ-AHEAD FOR THE LOAD LOOP
056700*****************************************************************
056800 2100-READ-SHEET-RECORD SECTION.
056900     READ COUNT-SHEET-FILE
057000         AT END
057100             MOVE "Y" TO WS-SHEET-EOF-SWITCH
057200     END-READ.
057300*****************************************************************
057400**  2200-LOAD-ONE-SHEET - EDITS ONE SHEET LINE, LOADS IT IF
057500**                   CLEAN, LISTS IT IF NOT, AND READS THE NEXT
057600*****************************************************************
057700 2200-LOAD-ONE-SHEET SECTION.
057800     ADD 1 TO WS-SHEET-COUNT.
057900     MOVE "N" TO WS-REJECT-SWITCH.
058000     MOVE SPACES TO WS-REJECT-REASON.
058100     PERFORM 2300-EDIT-SHEET.
058200     IF WS-REJECT-YES THEN
058300         ADD 1 TO WS-SHEET-REJECTS
058400         MOVE "SHEET" TO RE-KIND
058500         MOVE CS-STORE-X TO RE-STORE
058600         MOVE CS-NAME TO RE-NAME
058700         MOVE CS-LOT TO RE-LOT
058800         MOVE WS-REJECT-REASON TO RE-REASON
058900         WRITE RP-REPORT-LINE FROM WS-EXCEPTION-LINE
059000         MOVE 4 TO WS-CANDIDATE-RC
059100         PERFORM 8000-SET-RETURN-CODE
059200     ELSE
059300         ADD 1 TO WS-SHEETS-LOADED
059400         MOVE CS-STORE-X TO TC-STORE(WS-SHEETS-LOADED)
059500         MOVE CS-NAME TO TC-NAME(WS-SHEETS-LOADED)
059600         MOVE CS-LOT TO TC-LOT(WS-SHEETS-LOADED)
059700         MOVE CS-COUNTED-X TO TC-COUNTED(WS-SHEETS-LOADED)
059800         MOVE 0 TO TC-BOOK(WS-SHEETS-LOADED)
059900         MOVE 0 TO TC-UNIT-COST(WS-SHEETS-LOADED)
060000         MOVE 0 TO TC-VARIANCE(WS-SHEETS-LOADED)
060100         MOVE 0 TO TC-VALUE(WS-SHEETS-LOADED)
060200         MOVE "N" TO TC-FOUND-SWITCH(WS-SHEETS-LOADED)
060300         MOVE SPACES TO TC-DISPOSITION(WS-SHEETS-LOADED)
060400     END-IF.
060500     PERFORM 2100-READ-SHEET-RECORD.
060600*****************************************************************
060700**  2300-EDIT-SHEET - THE STORE AND THE COUNT MUST BE NUMERIC,
060800**                   THE ITEM NAMED, AND THE STORE/ITEM/LOT NOT
060900**                   ALREADY COUNTED ON THIS RUN - A SECOND COUNT
061000**                   OF THE SAME LOT CANNOT BOTH BE RIGHT.
061100*****************************************************************
061200 2300-EDIT-SHEET SECTION.
061300     IF CS-STORE-X IS NOT NUMERIC THEN
061400         MOVE "Y" TO WS-REJECT-SWITCH
061500         MOVE "STORE NOT NUMERIC" TO WS-REJECT-REASON
061600         GO TO 2300-EXIT
061700     END-IF.
061800     IF CS-NAME EQUAL TO SPACES THEN
061900         MOVE "Y" TO WS-REJECT-SWITCH
062000         MOVE "ITEM NAME MISSING" TO WS-REJECT-REASON
062100         GO TO 2300-EXIT
062200     END-IF.
062300     IF CS-COUNTED-X IS NOT NUMERIC THEN
062400         MOVE "Y" TO WS-REJECT-SWITCH
062500         MOVE "COUNT NOT NUMERIC" TO WS-REJECT-REASON
062600         GO TO 2300-EXIT
062700     END-IF.
062800     MOVE CS-STORE-X TO WS-FIND-STORE.
062900     MOVE CS-NAME TO WS-FIND-NAME.
063000     MOVE CS-LOT TO WS-FIND-LOT.
063100     MOVE "N" TO WS-DUPLICATE-SWITCH.
063200     PERFORM 2350-CHECK-ONE-DUPLICATE
063300         VARYING ZW-K FROM 1 BY 1
063400             UNTIL ZW-K > WS-SHEETS-LOADED
063500                OR WS-DUPLICATE-YES.
063600     IF WS-DUPLICATE-YES THEN
063700         MOVE "Y" TO WS-REJECT-SWITCH
063800         MOVE "LOT COUNTED TWICE" TO WS-REJECT-REASON
063900         GO TO 2300-EXIT
064000     END-IF.
064100     IF WS-SHEETS-LOADED EQUAL TO 500 THEN
064200         MOVE "Y" TO WS-REJECT-SWITCH
064300         MOVE "SHEET TABLE FULL" TO WS-REJECT-REASON
064400         MOVE 8 TO WS-CANDIDATE-RC
064500         PERFORM 8000-SET-RETURN-CODE
064600     END-IF.
064700 2300-EXIT.
064800     EXIT.
064900*****************************************************************
065000**  2350-CHECK-ONE-DUPLICATE - ONE LOADED SHEET AGAINST THE KEY
065100*****************************************************************
065200 2350-CHECK-ONE-DUPLICATE SECTION.
065300     IF TC-STORE(ZW-K) EQUAL TO WS-FIND-STORE
065400        AND TC-NAME(ZW-K) EQUAL TO WS-FIND-NAME
065500        AND TC-LOT(ZW-K) EQUAL TO WS-FIND-LOT THEN
065600         MOVE "Y" TO WS-DUPLICATE-SWITCH
065700     END-IF.
065800*****************************************************************
065900**  3000-READ-MASTER - STREAMS THE MASTER AND PICKS UP THE BOOK
066000**                   QUANTITY AND UNIT COST OF EVERY COUNTED LOT.
066100**                   THE CONTROL TRAILER IS NOT STOCK.
066200*****************************************************************
066300 3000-READ-MASTER SECTION.
066400     PERFORM 3100-READ-MASTER-RECORD.
066500     PERFORM 3200-CHECK-ONE-RECORD
066600         UNTIL WS-MASTER-EOF-YES.
066700     CLOSE INVENTORY-MASTER-FILE.
066800*****************************************************************
066900**  3100-READ-MASTER-RECORD - READ-AHEAD FOR THE STREAM LOOP
067000*****************************************************************
067100 3100-READ-MASTER-RECORD SECTION.
067200     READ INVENTORY-MASTER-FILE
067300         AT END
067400             MOVE "Y" TO WS-MASTER-EOF-SWITCH
067500     END-READ.
067600*****************************************************************
067700**  3200-CHECK-ONE-RECORD - ONE MASTER RECORD AGAINST THE SHEETS
067800*****************************************************************
067900 3200-CHECK-ONE-RECORD SECTION.
068000     IF CT-CONTROL-ID EQUAL TO "*CONTROL*" THEN
068100         GO TO 3200-NEXT
068200     END-IF.
068300     ADD 1 TO WS-MASTER-COUNT.
068400     IF IM-STORE IS NUMERIC THEN
068500         MOVE IM-STORE TO WS-FIND-STORE
068600     ELSE
068700         MOVE 0 TO WS-FIND-STORE
068800     END-IF.
068900     PERFORM 3300-MATCH-ONE-SHEET
069000         VARYING ZW-K FROM 1 BY 1
069100             UNTIL ZW-K > WS-SHEETS-LOADED.
069200 3200-NEXT.
069300     PERFORM 3100-READ-MASTER-RECORD.
069400*****************************************************************
069500**  3300-MATCH-ONE-SHEET - PICKS UP THE BOOK FIGURES FOR ONE
069600**                   SHEET LINE WHEN THE MASTER RECORD IS ITS LOT.
069700**                   A LOT CARRIED TWICE ON THE MASTER IS ALL ON
069800**                   THE SAME SHELF, SO ITS QUANTITIES ADD.
069900*****************************************************************
070000 3300-MATCH-ONE-SHEET SECTION.
070100     IF TC-STORE(ZW-K) NOT EQUAL TO WS-FIND-STORE
070200        OR TC-NAME(ZW-K) NOT EQUAL TO IM-NAME
070300        OR TC-LOT(ZW-K) NOT EQUAL TO IM-LOT-NUMBER THEN
070400         GO TO 3300-EXIT
070500     END-IF.
070600     IF IM-QTY-ON-HAND IS NUMERIC THEN
070700         ADD IM-QTY-ON-HAND TO TC-BOOK(ZW-K)
070800     END-IF.
070900     IF NOT TC-FOUND-YES(ZW-K)
071000        AND IM-UNIT-COST IS NUMERIC THEN
071100         MOVE IM-UNIT-COST TO TC-UNIT-COST(ZW-K)
071200     END-IF.
071300     MOVE "Y" TO TC-FOUND-SWITCH(ZW-K).
071400 3300-EXIT.
071500     EXIT.
071600*****************************************************************
071700**  4000-RECONCILE-ONE-SHEET - WORKS OUT ONE SHEET LINE'S
071800**                   VARIANCE AND WHAT HAPPENS TO IT.  A LOT NOT
071900**                   ON THE MASTER CANNOT BE ADJUSTED AND RAISES
072000**                   RC 4.  INSIDE TOLERANCE POSTS; OUTSIDE IS
072100**                   HELD.  A NEW COUNT OF A LOT ALREADY HELD
072200**                   SUPERSEDES THE OLD HOLD - THE NEW COUNT IS
072300**                   AGAINST TODAY'S BOOK.
072400*****************************************************************
072500 4000-RECONCILE-ONE-SHEET SECTION.
072600     MOVE TC-STORE(ZW-K) TO WS-FIND-STORE.
072700     MOVE TC-NAME(ZW-K) TO WS-FIND-NAME.
072800     MOVE TC-LOT(ZW-K) TO WS-FIND-LOT.
072900     PERFORM 4400-FIND-HOLD.
073000     IF WS-HOLD-SLOT GREATER THAN 0 THEN
073100         MOVE "S" TO TH-DECISION(WS-HOLD-SLOT)
073200     END-IF.
073300     IF NOT TC-FOUND-YES(ZW-K) THEN
073400         MOVE "N" TO TC-DISPOSITION(ZW-K)
073500         ADD 1 TO WS-NOT-FOUND-COUNT
073600         MOVE 4 TO WS-CANDIDATE-RC
073700         PERFORM 8000-SET-RETURN-CODE
073800         GO TO 4000-EXIT
073900     END-IF.
074000     COMPUTE TC-VARIANCE(ZW-K) =
074100         TC-COUNTED(ZW-K) - TC-BOOK(ZW-K).
074200     COMPUTE TC-VALUE(ZW-K) =
074300         TC-VARIANCE(ZW-K) * TC-UNIT-COST(ZW-K).
074400     IF TC-VARIANCE(ZW-K) EQUAL TO 0 THEN
074500         MOVE "M" TO TC-DISPOSITION(ZW-K)
074600         ADD 1 TO WS-MATCH-COUNT
074700         GO TO 4000-EXIT
074800     END-IF.
074900     IF TC-VARIANCE(ZW-K) LESS THAN 0 THEN
075000         COMPUTE WS-ABS-UNITS = 0 - TC-VARIANCE(ZW-K)
075100         COMPUTE WS-ABS-VALUE = 0 - TC-VALUE(ZW-K)
075200     ELSE
075300         MOVE TC-VARIANCE(ZW-K) TO WS-ABS-UNITS
075400         MOVE TC-VALUE(ZW-K) TO WS-ABS-VALUE
075500     END-IF.
075600     IF WS-ABS-UNITS NOT GREATER THAN WS-TOL-UNITS
075700        AND WS-ABS-VALUE NOT GREATER THAN WS-TOL-VALUE THEN
075800         MOVE "P" TO TC-DISPOSITION(ZW-K)
075900         ADD 1 TO WS-POSTED-COUNT
076000         MOVE TC-NAME(ZW-K) TO MV-NAME
076100         MOVE TC-VARIANCE(ZW-K) TO MV-QTY-ADJ
076200         MOVE TC-STORE(ZW-K) TO MV-STORE
076300         MOVE TC-LOT(ZW-K) TO MV-LOT-NUMBER
076400         PERFORM 4500-WRITE-MOVEMENT
076500     ELSE
076600         MOVE "H" TO TC-DISPOSITION(ZW-K)
076700         ADD 1 TO WS-HELD-COUNT
076800         PERFORM 4600-WRITE-NEW-HOLD
076900     END-IF.
077000 4000-EXIT.
077100     EXIT.
077200*****************************************************************
077300**  4400-FIND-HOLD - SETS WS-HOLD-SLOT TO THE HELD VARIANCE FOR
077400**                   THE STORE/ITEM/LOT IN WS-FIND-, OR ZERO
077500*****************************************************************
077600 4400-FIND-HOLD SECTION.
077700     MOVE 0 TO WS-HOLD-SLOT.
077800     PERFORM 4450-CHECK-ONE-HOLD
077900         VARYING ZW-H FROM 1 BY 1
078000             UNTIL ZW-H > WS-HOLDS-LOADED
078100                OR WS-HOLD-SLOT GREATER THAN 0.
078200*****************************************************************
078300**  4450-CHECK-ONE-HOLD - ONE TABLE SLOT AGAINST THE KEY
078400*****************************************************************
078500 4450-CHECK-ONE-HOLD SECTION.
078600     IF TH-STORE(ZW-H) EQUAL TO WS-FIND-STORE
078700        AND TH-NAME(ZW-H) EQUAL TO WS-FIND-NAME
078800        AND TH-LOT(ZW-H) EQUAL TO WS-FIND-LOT THEN
078900         MOVE ZW-H TO WS-HOLD-SLOT
079000     END-IF.
079100*****************************************************************
079200**  4500-WRITE-MOVEMENT - WRITES ONE COUNT-ADJUSTMENT MOVEMENT
079300**                   FROM THE NAME, QUANTITY, STORE AND LOT THE
079400**                   CALLER SET.  A COUNT MOVES ONLY THE ON-HAND
079500**                   QUANTITY - QUALITY AND SELL-IN ARE UNTOUCHED.
079600*****************************************************************
079700 4500-WRITE-MOVEMENT SECTION.
079800     MOVE "C" TO MV-TYPE.
079900     MOVE 0 TO MV-QUALITY-ADJ.
080000     MOVE 0 TO MV-SELLIN-ADJ.
080100     WRITE MV-MOVEMENT-RECORD.
080200     ADD 1 TO WS-MOVES-WRITTEN.
080300*****************************************************************
080400**  4600-WRITE-NEW-HOLD - HOLDS ONE OUT-OF-TOLERANCE VARIANCE
080500**                   FOR A MANAGER, DATED TODAY
080600*****************************************************************
080700 4600-WRITE-NEW-HOLD SECTION.
080800     MOVE TC-STORE(ZW-K) TO HD-STORE.
080900     MOVE TC-NAME(ZW-K) TO HD-NAME.
081000     MOVE TC-LOT(ZW-K) TO HD-LOT.
081100     MOVE WS-RUN-DATE TO HD-COUNT-DATE.
081200     MOVE TC-BOOK(ZW-K) TO HD-BOOK-QTY.
081300     MOVE TC-COUNTED(ZW-K) TO HD-COUNTED-QTY.
081400     MOVE TC-VARIANCE(ZW-K) TO HD-VARIANCE.
081500     MOVE TC-UNIT-COST(ZW-K) TO HD-UNIT-COST.
081600     MOVE HD-HOLD-RECORD TO NH-HOLD-RECORD.
081700     WRITE NH-HOLD-RECORD.
081800     ADD 1 TO WS-HOLDS-WRITTEN.
081900*****************************************************************
082000**  5000-WRITE-VARIANCE-REPORT - LISTS EVERY COUNTED LOT BY
082100**                   STORE, LOWEST STORE FIRST, WITH A TOTAL FOR
082200**                   EACH STORE
082300*****************************************************************
082400 5000-WRITE-VARIANCE-REPORT SECTION.
082500     WRITE RP-REPORT-LINE FROM WS-REPORT-HEADING-4.
082600     WRITE RP-REPORT-LINE FROM WS-REPORT-HEADING-5.
082700     MOVE -1 TO WS-LAST-STORE.
082800     PERFORM 5100-FIND-NEXT-STORE.
082900     PERFORM 5200-WRITE-ONE-STORE
083000         UNTIL WS-NEXT-STORE GREATER THAN 999.
083100*****************************************************************
083200**  5100-FIND-NEXT-STORE - SETS WS-NEXT-STORE TO THE LOWEST
083300**                   COUNTED STORE ABOVE WS-LAST-STORE, OR 1000
083400**                   WHEN EVERY STORE HAS BEEN LISTED
083500*****************************************************************
083600 5100-FIND-NEXT-STORE SECTION.
083700     MOVE 1000 TO WS-NEXT-STORE.
083800     PERFORM 5150-CHECK-ONE-STORE
083900         VARYING ZW-K FROM 1 BY 1
084000             UNTIL ZW-K > WS-SHEETS-LOADED.
084100*****************************************************************
084200**  5150-CHECK-ONE-STORE - ONE SHEET LINE AGAINST THE CANDIDATE
084300*****************************************************************
084400 5150-CHECK-ONE-STORE SECTION.
084500     IF TC-STORE(ZW-K) GREATER THAN WS-LAST-STORE
084600        AND TC-STORE(ZW-K) LESS THAN WS-NEXT-STORE THEN
084700         MOVE TC-STORE(ZW-K) TO WS-NEXT-STORE
084800     END-IF.
084900*****************************************************************
085000**  5200-WRITE-ONE-STORE - THE LINES AND TOTAL OF ONE STORE,
085100**                   THEN ON TO THE NEXT
085200*****************************************************************
085300 5200-WRITE-ONE-STORE SECTION.
085400     MOVE 0 TO WS-STORE-LINES.
085500     MOVE 0 TO WS-STORE-UNITS.
085600     MOVE 0 TO WS-STORE-VALUE.
085700     MOVE 0 TO WS-STORE-ABS-VALUE.
085800     PERFORM 5300-WRITE-ONE-LINE
085900         VARYING ZW-K FROM 1 BY 1
086000             UNTIL ZW-K > WS-SHEETS-LOADED.
086100     MOVE WS-NEXT-STORE TO RS-STORE.
086200     MOVE WS-STORE-LINES TO RS-LINES.
086300     MOVE WS-STORE-UNITS TO RS-UNITS.
086400     MOVE WS-STORE-VALUE TO RS-VALUE.
086500     MOVE WS-STORE-ABS-VALUE TO RS-ABS-VALUE.
086600     WRITE RP-REPORT-LINE FROM WS-STORE-TOTAL-LINE.
086700     ADD WS-STORE-UNITS TO WS-CHAIN-UNITS.
086800     ADD WS-STORE-VALUE TO WS-CHAIN-VALUE.
086900     ADD WS-STORE-ABS-VALUE TO WS-CHAIN-ABS-VALUE.
087000     MOVE WS-NEXT-STORE TO WS-LAST-STORE.
087100     PERFORM 5100-FIND-NEXT-STORE.
087200*****************************************************************
087300**  5300-WRITE-ONE-LINE - ONE COUNTED LOT OF THE CURRENT STORE.
087400**                   A LOT NOT ON THE MASTER SHOWS ITS COUNT BUT
087500**                   NO VARIANCE - THERE IS NO BOOK TO MEASURE.
087600*****************************************************************
087700 5300-WRITE-ONE-LINE SECTION.
087800     IF TC-STORE(ZW-K) NOT EQUAL TO WS-NEXT-STORE THEN
087900         GO TO 5300-EXIT
088000     END-IF.
088100     ADD 1 TO WS-STORE-LINES.
088200     ADD TC-VARIANCE(ZW-K) TO WS-STORE-UNITS.
088300     ADD TC-VALUE(ZW-K) TO WS-STORE-VALUE.
088400     IF TC-VALUE(ZW-K) LESS THAN 0 THEN
088500         SUBTRACT TC-VALUE(ZW-K) FROM WS-STORE-ABS-VALUE
088600     ELSE
088700         ADD TC-VALUE(ZW-K) TO WS-STORE-ABS-VALUE
088800     END-IF.
088900     MOVE TC-STORE(ZW-K) TO RV-STORE.
089000     MOVE TC-NAME(ZW-K) TO RV-NAME.
089100     MOVE TC-LOT(ZW-K) TO RV-LOT.
089200     MOVE TC-BOOK(ZW-K) TO RV-BOOK.
089300     MOVE TC-COUNTED(ZW-K) TO RV-COUNTED.
089400     MOVE TC-VARIANCE(ZW-K) TO RV-UNITS.
089500     MOVE TC-VALUE(ZW-K) TO RV-VALUE.
089600     EVALUATE TC-DISPOSITION(ZW-K)
089700         WHEN "M"
089800             MOVE "MATCHES BOOK" TO RV-DISPOSITION
089900         WHEN "P"
090000             MOVE "POSTED" TO RV-DISPOSITION
090100         WHEN "H"
090200             MOVE "HELD FOR MGR" TO RV-DISPOSITION
090300         WHEN OTHER
090400             MOVE "NOT ON MASTER" TO RV-DISPOSITION
090500     END-EVALUATE.
090600     WRITE RP-REPORT-LINE FROM WS-VARIANCE-LINE.
090700 5300-EXIT.
090800     EXIT.
090900*****************************************************************
091000**  6000-APPLY-APPROVALS - EDITS EACH MANAGER DECISION AND MARKS
091100**                   THE HELD VARIANCE IT NAMES.  A DECISION ON A
091200**                   LOT NOT HELD, OR ON ONE A NEW COUNT HAS
091300**                   ALREADY SUPERSEDED, IS LISTED AND RAISES
091400**                   RC 4.
091500*****************************************************************
091600 6000-APPLY-APPROVALS SECTION.
091700     WRITE RP-REPORT-LINE FROM WS-REPORT-HEADING-6.
091800     IF WS-CNTAPPR-STATUS NOT EQUAL TO "00" THEN
091900         GO TO 6000-EXIT
092000     END-IF.
092100     PERFORM 6100-READ-APPROVAL.
092200     PERFORM 6200-APPLY-ONE-APPROVAL
092300         UNTIL WS-APPR-EOF-YES.
092400     CLOSE APPROVAL-FILE.
092500 6000-EXIT.
092600     EXIT.
092700*****************************************************************
092800**  6100-READ-APPROVAL - READ-AHEAD FOR THE DECISION LOOP
092900*****************************************************************
093000 6100-READ-APPROVAL SECTION.
093100     READ APPROVAL-FILE
093200         AT END
093300             MOVE "Y" TO WS-APPR-EOF-SWITCH
093400     END-READ.
093500*****************************************************************
093600**  6200-APPLY-ONE-APPROVAL - EDITS ONE DECISION, MARKS ITS HOLD
093700**                   IF CLEAN, LISTS IT IF NOT, AND READS THE NEXT
093800*****************************************************************
093900 6200-APPLY-ONE-APPROVAL SECTION.
094000     ADD 1 TO WS-APPROVAL-COUNT.
094100     MOVE "N" TO WS-REJECT-SWITCH.
094200     MOVE SPACES TO WS-REJECT-REASON.
094300     PERFORM 6300-EDIT-APPROVAL.
094400     IF WS-REJECT-YES THEN
094500         ADD 1 TO WS-APPROVAL-REJECTS
094600         MOVE "DECISION" TO RE-KIND
094700         MOVE AP-STORE-X TO RE-STORE
094800         MOVE AP-NAME TO RE-NAME
094900         MOVE AP-LOT TO RE-LOT
095000         MOVE WS-REJECT-REASON TO RE-REASON
095100         WRITE RP-REPORT-LINE FROM WS-EXCEPTION-LINE
095200         MOVE 4 TO WS-CANDIDATE-RC
095300         PERFORM 8000-SET-RETURN-CODE
095400     ELSE
095500         MOVE AP-DECISION TO TH-DECISION(WS-HOLD-SLOT)
095600     END-IF.
095700     PERFORM 6100-READ-APPROVAL.
095800*****************************************************************
095900**  6300-EDIT-APPROVAL - THE STORE MUST BE NUMERIC, THE DECISION
096000**                   A OR R, AND THE LOT HELD AND STILL WAITING.
096100*****************************************************************
096200 6300-EDIT-APPROVAL SECTION.
096300     IF AP-STORE-X IS NOT NUMERIC THEN
096400         MOVE "Y" TO WS-REJECT-SWITCH
096500         MOVE "STORE NOT NUMERIC" TO WS-REJECT-REASON
096600         GO TO 6300-EXIT
096700     END-IF.
096800     IF AP-DECISION NOT EQUAL TO "A"
096900        AND AP-DECISION NOT EQUAL TO "R" THEN
097000         MOVE "Y" TO WS-REJECT-SWITCH
097100         MOVE "DECISION NOT A OR R" TO WS-REJECT-REASON
097200         GO TO 6300-EXIT
097300     END-IF.
097400     MOVE AP-STORE-X TO WS-FIND-STORE.
097500     MOVE AP-NAME TO WS-FIND-NAME.
097600     MOVE AP-LOT TO WS-FIND-LOT.
097700     PERFORM 4400-FIND-HOLD.
097800     IF WS-HOLD-SLOT EQUAL TO 0 THEN
097900         MOVE "Y" TO WS-REJECT-SWITCH
098000         MOVE "NO VARIANCE HELD" TO WS-REJECT-REASON
098100         GO TO 6300-EXIT
098200     END-IF.
098300     IF TH-DECISION(WS-HOLD-SLOT) EQUAL TO "S" THEN
098400         MOVE "Y" TO WS-REJECT-SWITCH
098500         MOVE "SUPERSEDED BY NEW COUNT" TO WS-REJECT-REASON
098600         GO TO 6300-EXIT
098700     END-IF.
098800     IF TH-DECISION(WS-HOLD-SLOT) NOT EQUAL TO SPACES THEN
098900         MOVE "Y" TO WS-REJECT-SWITCH
099000         MOVE "DECIDED TWICE" TO WS-REJECT-REASON
099100     END-IF.
099200 6300-EXIT.
099300     EXIT.
099400*****************************************************************
099500**  6500-DISPOSE-ONE-HOLD - CARRIES OUT THE DECISION ON ONE HELD
099600**                   VARIANCE.  AN APPROVAL POSTS THE VARIANCE AS
099700**                   COUNTED - THE SALES AND RECEIPTS SINCE MOVED
099800**                   THE BOOK AND THE SHELF ALIKE.  A REJECTION OR
099900**                   A NEWER COUNT DROPS IT.  ONE STILL WAITING IS
100000**                   CARRIED TO THE NEW GENERATION.
100100*****************************************************************
100200 6500-DISPOSE-ONE-HOLD SECTION.
100300     MOVE TH-STORE(ZW-H) TO RD-STORE.
100400     MOVE TH-NAME(ZW-H) TO RD-NAME.
100500     MOVE TH-LOT(ZW-H) TO RD-LOT.
100600     MOVE TH-COUNT-DATE(ZW-H) TO RD-COUNT-DATE.
100700     MOVE TH-VARIANCE(ZW-H) TO RD-UNITS.
100800     COMPUTE RD-VALUE =
100900         TH-VARIANCE(ZW-H) * TH-UNIT-COST(ZW-H).
101000     EVALUATE TH-DECISION(ZW-H)
101100         WHEN "A"
101200             MOVE "APPROVED" TO RD-DECISION
101300             ADD 1 TO WS-HOLDS-APPROVED
101400             MOVE TH-NAME(ZW-H) TO MV-NAME
101500             MOVE TH-VARIANCE(ZW-H) TO MV-QTY-ADJ
101600             MOVE TH-STORE(ZW-H) TO MV-STORE
101700             MOVE TH-LOT(ZW-H) TO MV-LOT-NUMBER
101800             PERFORM 4500-WRITE-MOVEMENT
101900         WHEN "R"
102000             MOVE "REJECTED" TO RD-DECISION
102100             ADD 1 TO WS-HOLDS-DROPPED
102200         WHEN "S"
102300             MOVE "RECOUNTED" TO RD-DECISION
102400             ADD 1 TO WS-HOLDS-DROPPED
102500         WHEN OTHER
102600             MOVE "WAITING" TO RD-DECISION
102700             MOVE TH-HOLD-RECORD(ZW-H) TO NH-HOLD-RECORD
102800             WRITE NH-HOLD-RECORD
102900             ADD 1 TO WS-HOLDS-WRITTEN
103000     END-EVALUATE.
103100     WRITE RP-REPORT-LINE FROM WS-HOLD-LINE.
103200*****************************************************************
103300**  9000-CLOSE-FILES - WRITES THE CHAIN TOTALS AND CLOSES THE JOB
103400*****************************************************************
103500 9000-CLOSE-FILES SECTION.
103600     MOVE WS-CHAIN-UNITS TO RT-CHAIN-UNITS.
103700     MOVE WS-CHAIN-VALUE TO RT-CHAIN-VALUE.
103800     MOVE WS-CHAIN-ABS-VALUE TO RT-CHAIN-ABS-VALUE.
103900     MOVE WS-SHEET-COUNT TO RT-SHEET-COUNT.
104000     MOVE WS-SHEET-REJECTS TO RT-SHEET-REJECTS.
104100     MOVE WS-MATCH-COUNT TO RT-MATCH-COUNT.
104200     MOVE WS-POSTED-COUNT TO RT-POSTED-COUNT.
104300     MOVE WS-HELD-COUNT TO RT-HELD-COUNT.
104400     MOVE WS-NOT-FOUND-COUNT TO RT-NOT-FOUND-COUNT.
104500     MOVE WS-HOLDS-APPROVED TO RT-HOLDS-APPROVED.
104600     MOVE WS-HOLDS-DROPPED TO RT-HOLDS-DROPPED.
104700     MOVE WS-MOVES-WRITTEN TO RT-MOVES-WRITTEN.
104800     MOVE WS-HOLDS-WRITTEN TO RT-HOLDS-WRITTEN.
104900     WRITE RP-REPORT-LINE FROM WS-REPORT-TRAILER-1.
105000     WRITE RP-REPORT-LINE FROM WS-REPORT-TRAILER-2.
105100     WRITE RP-REPORT-LINE FROM WS-REPORT-TRAILER-3.
105200     WRITE RP-REPORT-LINE FROM WS-REPORT-TRAILER-4.
105300     WRITE RP-REPORT-LINE FROM WS-REPORT-TRAILER-5.
105400     WRITE RP-REPORT-LINE FROM WS-REPORT-TRAILER-6.
105500     WRITE RP-REPORT-LINE FROM WS-REPORT-TRAILER-7.
105600     WRITE RP-REPORT-LINE FROM WS-REPORT-TRAILER-8.
105700     CLOSE COUNT-MOVEMENT-FILE.
105800     CLOSE NEW-HOLD-FILE.
105900     CLOSE COUNT-REPORT-FILE.
106000*****************************************************************
106100**  8000-SET-RETURN-CODE - RAISES VSP-RETURN-CODE, NEVER LOWERS
106200**                   IT, SO THE WORST CONDITION OF THE RUN WINS.
106300*****************************************************************
106400 8000-SET-RETURN-CODE SECTION.
106500     IF WS-CANDIDATE-RC GREATER THAN VSP-RETURN-CODE THEN
106600         MOVE WS-CANDIDATE-RC TO VSP-RETURN-CODE
106700     END-IF.
106800*****************************************************************
106900**  1700-LOAD-DATE-PARM - PICKS UP THE BUSINESS DATE FROM THE
107000**                   SAME DATEPARM THE NIGHTLY PASS READS.  A
107100**                   MISSING PARM FILE OR AN UNUSABLE DATE FALLS
107200**                   BACK TO TODAY.
107300*****************************************************************
107400 1700-LOAD-DATE-PARM SECTION.
107500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
107600     OPEN INPUT DATE-PARM-FILE.
107700     IF WS-DATEPARM-STATUS EQUAL TO "00" THEN
107800         READ DATE-PARM-FILE
107900             AT END
108000                 CONTINUE
108100         END-READ
108200         IF WS-DATEPARM-STATUS EQUAL TO "00" THEN
108300             IF DP-BUSINESS-DATE IS NUMERIC
108400                AND DP-BUSINESS-DATE GREATER THAN 0 THEN
108500                 MOVE DP-BUSINESS-DATE TO WS-RUN-DATE
108600             END-IF
108700         END-IF
108800         CLOSE DATE-PARM-FILE
108900     END-IF.
109000*****************************************************************
109100**  9200-WRITE-RUN-LOG - APPENDS THIS RUN'S RUN-CONTROL RECORD
109200**                   TO THE SHARED RUNLOG, SAME AS THE NIGHTLY
109300**                   PASS.  RECORDS IN ARE THE SHEET LINES READ,
109400**                   RECORDS OUT THE MOVEMENTS WRITTEN.  A LOG
109500**                   THAT CANNOT BE WRITTEN RAISES RC 4.
109600*****************************************************************
109700 9200-WRITE-RUN-LOG SECTION.
109800     OPEN EXTEND RUN-LOG-FILE.
109900     IF WS-RUNLOG-STATUS NOT EQUAL TO "00" THEN
110000         OPEN OUTPUT RUN-LOG-FILE
110100     END-IF.
110200     IF WS-RUNLOG-STATUS EQUAL TO "00" THEN
110300         MOVE "C2222N" TO C2222L-PROGRAM
110400         MOVE WS-RUN-DATE TO C2222L-BUSINESS-DATE
110500         MOVE WS-SHEET-COUNT TO C2222L-RECORDS-IN
110600         MOVE WS-MOVES-WRITTEN TO C2222L-RECORDS-OUT
110700         MOVE 0 TO C2222L-HASH-IN
110800         MOVE 0 TO C2222L-HASH-OUT
110900         MOVE VSP-RETURN-CODE TO C2222L-RETURN-CODE
111000         WRITE RL-RUN-LOG-RECORD
111100         CLOSE RUN-LOG-FILE
111200     ELSE
111300         MOVE 4 TO WS-CANDIDATE-RC
111400         PERFORM 8000-SET-RETURN-CODE
111500     END-IF.
111600 END PROGRAM C2222N.
