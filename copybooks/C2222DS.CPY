000100*****************************************************************
000200**  COPYBOOK:    C2222DS
000300**  DESCRIPTION: ONE STORE'S ROLLING SALES HISTORY FOR ONE ITEM -
000400**               THIRTEEN WEEKS OF DAILY UNITS SOLD, NEWEST DAY
000500**               FIRST.  THE NIGHTLY PASS ROLLS IT FORWARD FROM
000600**               THE TYPE S SALES IT POSTS; C2222S RANKS IT AND
000700**               C2222F TURNS IT INTO A SALES RATE.
000800**
000900**               STORE          STORE THE SALES WERE RUNG IN
001000**               NAME           ITEM NAME SOLD
001100**               LAST-DATE      BUSINESS DATE DAY-UNITS(1) HOLDS
001200**                              (YYYYMMDD)
001300**               DAY-UNITS      UNITS SOLD PER DAY - (1) IS
001400**                              LAST-DATE, (2) THE DAY BEFORE,
001500**                              AND SO ON BACK 91 DAYS
001600**
001700**               THE FILE ENDS WITH A *CONTROL* TRAILER (NAME)
001800**               CARRYING THE BUSINESS DATE OF THE NIGHT THAT
001900**               WROTE IT IN LAST-DATE.
002000**
002100**  MODIFICATION HISTORY
002200**  -------------------------------------------------------------
002300**  DATE       INIT  DESCRIPTION
002400**  10/15/2026 JRH   ORIGINAL VERSION.
002500*****************************************************************
002600     03  C2222S-STORE            PIC 9(03).
002700     03  C2222S-NAME             PIC X(50).
002800     03  C2222S-LAST-DATE        PIC 9(08).
002900     03  C2222S-DAY-UNITS        PIC 9(05) OCCURS 91 TIMES.
