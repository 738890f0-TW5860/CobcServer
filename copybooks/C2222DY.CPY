000100*****************************************************************
000200**  COPYBOOK:    C2222DY
000300**  DESCRIPTION: ONE RECORD OF THE PERIOD-CLOSE HISTORY.  C2222Y
000400**               APPENDS A PERIOD'S CLOSING BALANCES, THEN ITS
000500**               CLOSE RECORD LAST - THE CLOSE RECORD IS THE LOCK,
000600**               AND THE BALANCES UNDER IT ARE WHAT THE NEXT
000700**               PERIOD OPENS FROM.  BALANCES WITH NO CLOSE RECORD
000800**               BEHIND THEM ARE AN UNFINISHED CLOSE AND COUNT FOR
000900**               NOTHING.
001000**
001100**               RECORD-TYPE    B = CLOSING BALANCE, C = CLOSE
001200**               PERIOD-END     BUSINESS DATE THE PERIOD CLOSED ON
001300**               PERIOD-START   FIRST NIGHT OF THE PERIOD
001400**               STORE          STORE NUMBER - ZERO ON THE CLOSE
001500**               CATEGORY       CATMAST CATEGORY CODE - SPACES ON
001600**                              THE CLOSE
001700**               CLOSING-COST   QTY X COST OF THE SNAPSHOT
001800**               CLOSING-VALUE  CLOSING COST LESS THE SHRINK
001900**                              AND MARKDOWN WRITTEN DOWN AGAINST
002000**                              IT - WHAT THE NEXT PERIOD OPENS AT
002100**               RECORD-COUNT   LOTS - IN THE ROW, OR THE SNAPSHOT
002200**               QUALITY-HASH   ZERO ON A BALANCE; THE SNAPSHOT'S
002300**                              QUALITY HASH ON THE CLOSE
002400**               CLOSED-ON      DATE THE CLOSE RAN (YYYYMMDD)
002500**
002600**  MODIFICATION HISTORY
002700**  -------------------------------------------------------------
002800**  DATE       INIT  DESCRIPTION
002900**  10/15/2026 JRH   ORIGINAL VERSION.
003000*****************************************************************
003100     03  C2222Y-RECORD-TYPE      PIC X(01).
003200     03  C2222Y-PERIOD-END       PIC 9(08).
003300     03  C2222Y-PERIOD-START     PIC 9(08).
003400     03  C2222Y-STORE            PIC 9(03).
003500     03  C2222Y-CATEGORY         PIC X(04).
003600     03  C2222Y-CLOSING-COST     PIC 9(11)V99.
003700     03  C2222Y-CLOSING-VALUE    PIC S9(11)V99.
003800     03  C2222Y-RECORD-COUNT     PIC 9(07).
003900     03  C2222Y-QUALITY-HASH     PIC 9(09).
004000     03  C2222Y-CLOSED-ON        PIC 9(08).
