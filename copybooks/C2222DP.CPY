000100*****************************************************************
000200**  COPYBOOK:    C2222DP
000300**  DESCRIPTION: ONE PURCHASE ORDER LINE - ONE ITEM ORDERED FROM
000400**               ONE VENDOR FOR ONE STORE, AND HOW MUCH OF IT HAS
000500**               COME IN.  C2222O RAISES THE LINES FROM THE
000600**               BUYERS' APPROVED VORDFIL SUGGESTIONS; C2222P
000700**               RECEIVES AGAINST THEM EACH NIGHT.
000800**
000900**               PO-NUMBER      ORDER NUMBER - ONE PER VENDOR AND
001000**                              STORE PER BUILD RUN
001100**               LINE           LINE WITHIN THE ORDER
001200**               VENDOR-CODE    KEYS THE VENDMAST ENTRY (C2222DV)
001300**               STORE          STORE THE STOCK IS FOR
001400**               NAME           ITEM NAME ORDERED
001500**               ORDER-DATE     BUSINESS DATE THE ORDER WAS RAISED
001600**               DUE-DATE       ORDER DATE PLUS THE VENDOR'S LEAD
001700**                              TIME (YYYYMMDD)
001800**               ORDERED-QTY    UNITS ORDERED
001900**               RECEIVED-QTY   UNITS RECEIVED AGAINST THE LINE
002000**               LAST-RECEIVED  BUSINESS DATE OF THE LAST RECEIPT
002100**               STATUS         O = OPEN, C = COMPLETE
002200**               CLOSE-DATE     BUSINESS DATE THE LINE COMPLETED
002300**
002400**               THE FILE ENDS WITH A *CONTROL* TRAILER (NAME)
002500**               CARRYING THE LAST PO NUMBER ASSIGNED IN PO-NUMBER
002600**               AND THE GENERATION'S BUSINESS DATE IN ORDER-DATE,
002700**               SO NUMBERING CARRIES ON WHEN EVERY LINE HAS
002800**               CLOSED.
002900**
003000**  MODIFICATION HISTORY
003100**  -------------------------------------------------------------
003200**  DATE       INIT  DESCRIPTION
003300**  10/15/2026 JRH   ORIGINAL VERSION.
003400*****************************************************************
003500     03  C2222P-PO-NUMBER        PIC 9(08).
003600     03  C2222P-LINE             PIC 9(03).
003700     03  C2222P-VENDOR-CODE      PIC X(05).
003800     03  C2222P-STORE            PIC 9(03).
003900     03  C2222P-NAME             PIC X(50).
004000     03  C2222P-ORDER-DATE       PIC 9(08).
004100     03  C2222P-DUE-DATE         PIC 9(08).
004200     03  C2222P-ORDERED-QTY      PIC 9(05).
004300     03  C2222P-RECEIVED-QTY     PIC 9(05).
004400     03  C2222P-LAST-RECEIVED    PIC 9(08).
004500     03  C2222P-STATUS           PIC X(01).
004600     03  C2222P-CLOSE-DATE       PIC 9(08).
