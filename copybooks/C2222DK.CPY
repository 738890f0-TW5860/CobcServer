000100*****************************************************************
000200**  COPYBOOK:    C2222DK
000300**  DESCRIPTION: ONE PRODUCT RECALL NOTICE - WHAT A VENDOR OR A
000400**               HEALTH AUTHORITY HAS RECALLED, AND WHETHER THE
000500**               CHAIN HAS CLEARED IT YET.  THE NIGHTLY PASS
000600**               FREEZES EVERY LOT ON INVMAST THAT MATCHES AN
000700**               OPEN NOTICE, IN EVERY STORE.
000800**
000900**               RECALL-ID      NOTICE NUMBER, UNIQUE ON RECALLS
001000**               VENDOR-CODE    SUPPLIER ON THE NOTICE (SPACES =
001100**                              ANY VENDOR OF THE ITEM)
001200**               NAME           ITEM NAME RECALLED
001300**               LOT-FROM/TO    LOT NUMBER RANGE (SPACES = NO LOT
001400**                              RANGE; TO SPACES = FROM ONLY)
001500**               RECEIVED-FROM  RECEIVED DATE RANGE (YYYYMMDD,
001600**               RECEIVED-TO    ZERO = NO DATE RANGE; TO ZERO =
001700**                              NO UPPER LIMIT)
001800**               NOTICE-DATE    DATE THE NOTICE WAS TAKEN ON
001900**               STATUS         O = OPEN, C = CLOSED - EVERY
002000**                              STORE HOLDING THE STOCK HAS
002100**                              CONFIRMED THE PULL
002200**               CLOSE-DATE     BUSINESS DATE THE RECALL CLOSED
002300**
002400**  MODIFICATION HISTORY
002500**  -------------------------------------------------------------
002600**  DATE       INIT  DESCRIPTION
002700**  10/15/2026 JRH   ORIGINAL VERSION.
002800*****************************************************************
002900     03  C2222K-RECALL-ID        PIC X(08).
003000     03  C2222K-VENDOR-CODE      PIC X(05).
003100     03  C2222K-NAME             PIC X(50).
003200     03  C2222K-LOT-FROM         PIC X(06).
003300     03  C2222K-LOT-TO           PIC X(06).
003400     03  C2222K-RECEIVED-FROM    PIC 9(08).
003500     03  C2222K-RECEIVED-TO      PIC 9(08).
003600     03  C2222K-NOTICE-DATE      PIC 9(08).
003700     03  C2222K-STATUS           PIC X(01).
003800     03  C2222K-CLOSE-DATE       PIC 9(08).
