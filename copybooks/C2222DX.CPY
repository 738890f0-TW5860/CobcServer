000100*****************************************************************
000200**  COPYBOOK:    C2222DX
000300**  DESCRIPTION: ONE GENERAL-LEDGER EXTRACT ROW - ONE STORE'S
000400**               NIGHT FOR ONE CATEGORY, IN DOLLARS AT COST (THE
000500**               MARKDOWN AT RETAIL).  THE NIGHTLY PASS WRITES ONE
000600**               ROW PER STORE AND CATEGORY IT STREAMED; C2222G
000700**               TURNS THE ROWS INTO JOURNAL LINES.
000800**
000900**               CONTROL-ID     SPACES ON A ROW, *CONTROL* ON THE
001000**                              TRAILER
001100**               BUSINESS-DATE  THE DATEPARM DATE THE PASS RAN
001200**               STORE          STORE NUMBER
001300**               CATEGORY       CATMAST CATEGORY CODE
001400**               OPENING-VALUE  QTY X COST AS THE MASTER CAME IN
001500**               CLOSING-VALUE  QTY X COST AS THE PASS WROTE IT
001600**               SHRINK-VALUE   COST OF STOCK THAT WENT TO QUALITY
001700**                              ZERO OR PAST ITS SELL-IN TONIGHT
001800**               MARKDOWN-VALUE RETAIL DOLLARS OF MARKDOWN NEWLY
001900**                              TAKEN TONIGHT ON THE PRICECHG LOTS
002000**               RECORD-COUNT   LOTS IN THE ROW
002100**               QUALITY-HASH   ZERO ON A ROW
002109**               RECEIPT-VALUE  RECEIPTS AND RETURNS POSTED
002110**                              TONIGHT
002118**               XFER-IN-VALUE  TRANSFERS IN POSTED TONIGHT
002127**               SALES-VALUE    SALES POSTED TONIGHT, NET OF VOIDS
002136**               XFER-OUT-VALUE TRANSFERS OUT POSTED TONIGHT
002145**               COUNT-ADJ-VALUE CYCLE-COUNT ADJUSTMENTS POSTED
002154**                              TONIGHT, SIGNED
002163**               THE FIVE MOVEMENT VALUES ARE QUANTITY AS KEYED X
002172**               UNIT COST, FOR THE C2222Y PERIOD ROLL-FORWARD.
002200**
002300**               THE TRAILER CARRIES THE CHAIN TOTALS OF THE
002400**               VALUES, THE PASS'S RECORD COUNT, AND ITS OUTPUT
002500**               QUALITY HASH - THE SAME FIGURES THE PASS LOGS TO
002600**               RUNLOG - SO THE JOURNAL CAN BE TIED TO ITS NIGHT.
002700**
002800**  MODIFICATION HISTORY
002900**  -------------------------------------------------------------
003000**  DATE       INIT  DESCRIPTION
003100**  10/15/2026 JRH   ORIGINAL VERSION.
003199**  10/15/2026 JRH   MOVEMENT VALUES ADDED FOR THE PERIOD CLOSE.
003200*****************************************************************
003300     03  C2222X-CONTROL-ID       PIC X(10).
003400     03  C2222X-BUSINESS-DATE    PIC 9(08).
003500     03  C2222X-STORE            PIC 9(03).
003600     03  C2222X-CATEGORY         PIC X(04).
003700     03  C2222X-OPENING-VALUE    PIC 9(11)V99.
003800     03  C2222X-CLOSING-VALUE    PIC 9(11)V99.
003900     03  C2222X-SHRINK-VALUE     PIC 9(11)V99.
004000     03  C2222X-MARKDOWN-VALUE   PIC 9(11)V99.
004100     03  C2222X-RECORD-COUNT     PIC 9(07).
004200     03  C2222X-QUALITY-HASH     PIC 9(09).
004201     03  C2222X-RECEIPT-VALUE    PIC S9(11)V99.
004202     03  C2222X-XFER-IN-VALUE    PIC S9(11)V99.
004203     03  C2222X-SALES-VALUE      PIC S9(11)V99.
004204     03  C2222X-XFER-OUT-VALUE   PIC S9(11)V99.
004205     03  C2222X-COUNT-ADJ-VALUE  PIC S9(11)V99.
