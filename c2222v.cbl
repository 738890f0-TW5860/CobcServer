001700**                          REPORT.  ONLY THE REORDER DETAIL
001800**                          LINES ARE EXTRACTED; HEADINGS,
001900**                          MARKDOWNS, AND THE TRAILER PASS BY.
001999**               INVMASTX - INDEXED INVENTORY MASTER (C2222DB),
002098**                          LOADED BY C2222B FROM THE GENERATION
002197**                          THE FORECAST READ.  EACH FLAGGED
002296**                          ITEM'S VENDOR CODE IS READ BY KEY.
002300**               VENDMAST - VENDOR MASTER, ONE C2222DV ENTRY PER
002400**                          SUPPLIER.
002500**               VORDFIL  - ORDER SUGGESTIONS GROUPED BY VENDOR.
003700**                   RUNLOG AT END OF RUN (SEE C2222DL), WITH
003800**                   THE BUSINESS DATE FROM DATEPARM, FOR THE
003900**                   C2222R MORNING BALANCE.
003949**  10/15/2026 JRH   VENDOR CODES READ BY KEY FROM THE INDEXED
003961**                   MASTER INSTEAD OF STREAMING ALL OF INVMAST.
003973**  10/15/2026 JRH   DATEPARM RECORD NOW CARRIES THE SUSPENSE
003985**                   LIMIT, AS THE NIGHTLY PASS'S DOES.
004000*****************************************************************
004100 IDENTIFICATION DIVISION.
004200 PROGRAM-ID.     C2222V.
005300     SELECT RECOMMENDATION-FILE ASSIGN TO "RECOMFIL"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-RECOMFIL-STATUS.
005549     SELECT INVENTORY-MASTER-FILE ASSIGN TO "INVMASTX"
005598         ORGANIZATION IS INDEXED
005647         ACCESS MODE IS DYNAMIC
005696         RECORD KEY IS C2222B-KEY
005745         ALTERNATE RECORD KEY IS C2222B-VENDOR-CODE
005794             WITH DUPLICATES
005800         FILE STATUS IS WS-INVMAST-STATUS.
005900     SELECT VENDOR-MASTER-FILE ASSIGN TO "VENDMAST"
006000         ORGANIZATION IS LINE SEQUENTIAL
009100 FD  INVENTORY-MASTER-FILE
009200     LABEL RECORDS ARE STANDARD
009300     RECORDING MODE IS F.
009400**  ONE KEYED MASTER RECORD - SEE COPYBOOK FOR THE FIELDS
009500 01  IX-MASTER-RECORD.
009600     COPY C2222DB.
011100 FD  VENDOR-MASTER-FILE
011200     LABEL RECORDS ARE STANDARD
011300     RECORDING MODE IS F.
012600     02  DP-BUSINESS-DATE         PIC 9(08).
012700     02  FILLER                  PIC X(01).
012800     02  DP-DAYS-TO-AGE           PIC 9(02).
012833     02  FILLER                  PIC X(01).
012866     02  DP-SUSPENSE-LIMIT        PIC 9(02).
012900 FD  RUN-LOG-FILE
013000     LABEL RECORDS ARE STANDARD
013100     RECORDING MODE IS F.
015500 01  WS-SWITCHES.
015600     02  WS-RECOM-EOF-SWITCH       PIC X(01) VALUE "N".
015700         88  WS-RECOM-EOF-YES                VALUE "Y".
016000     02  WS-VEND-EOF-SWITCH        PIC X(01) VALUE "N".
016100         88  WS-VEND-EOF-YES                 VALUE "Y".
016200     02  WS-FILES-OPEN-SWITCH      PIC X(01) VALUE "N".
031200 1240-NEXT.
031300     PERFORM 1220-READ-RECOMMENDATION.
031400*****************************************************************
031500**  1400-RESOLVE-VENDOR-CODES - STAMPS EACH REORDER ENTRY WITH
031600**                   THE VENDOR CODE OF ITS ITEM AND STORE, READ
031700**                   BY KEY FROM THE INDEXED MASTER.  EVERY LOT
031800**                   OF A SKU CARRIES THE SAME VENDOR, SO THE
031900**                   FIRST LOT UNDER THE STORE AND ITEM WINS.
032000*****************************************************************
032100 1400-RESOLVE-VENDOR-CODES SECTION.
032200     PERFORM 1420-RESOLVE-ONE-ENTRY
032300         VARYING ZW-R FROM 1 BY 1
032400             UNTIL ZW-R > WS-REORDERS-LOADED.
032500*****************************************************************
032600**  1420-RESOLVE-ONE-ENTRY - POSITIONS ON THE FIRST LOT OF THE
032700**                   ENTRY'S STORE AND ITEM AND READS IT.  NO
032800**                   SUCH LOT - ONLY THE CONTROL TRAILER OR
032900**                   ANOTHER ITEM AHEAD - LEAVES THE VENDOR BLANK,
033000**                   AND THE ENTRY GOES TO THE VENDOR UNKNOWN
033100**                   GROUP.
033200*****************************************************************
033300 1420-RESOLVE-ONE-ENTRY SECTION.
033400     MOVE WS-RO-STORE(ZW-R) TO C2222B-STORE.
033500     MOVE WS-RO-NAME(ZW-R) TO C2222B-NAME.
033600     MOVE LOW-VALUES TO C2222B-LOT.
033700     START INVENTORY-MASTER-FILE
033800         KEY IS NOT LESS THAN C2222B-KEY
033900         INVALID KEY
034000             GO TO 1420-EXIT
034100     END-START.
034200     READ INVENTORY-MASTER-FILE NEXT RECORD
034300         AT END
034400             GO TO 1420-EXIT
034500     END-READ.
034600     IF C2222B-KEY EQUAL TO HIGH-VALUES THEN
034700         GO TO 1420-EXIT
034800     END-IF.
034900     IF C2222B-STORE EQUAL TO WS-RO-STORE(ZW-R)
035000        AND C2222B-NAME EQUAL TO WS-RO-NAME(ZW-R) THEN
035100         MOVE C2222B-VENDOR-CODE TO WS-RO-VENDOR(ZW-R)
035200     END-IF.
035300 1420-EXIT.
035400     EXIT.
035500*****************************************************************
035600**  1600-LOAD-VENDOR-MASTER - LOADS THE VENDOR MASTER INTO THE
035700**                   VENDOR TABLE.  A MASTER PAST THE TABLE
