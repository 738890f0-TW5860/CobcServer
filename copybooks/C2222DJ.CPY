000100*****************************************************************
000200**  COPYBOOK:    C2222DJ
000300**  DESCRIPTION: ONE GENERAL-LEDGER JOURNAL LINE - ONE DEBIT OR
000400**               CREDIT TO ONE ACCOUNT FOR ONE STORE AND BUSINESS
000500**               DATE.  C2222G WRITES THE NIGHT'S LINES ONLY WHEN
000600**               THE DEBITS AND CREDITS BALANCE.
000700**
000800**               BUSINESS-DATE  THE DATEPARM DATE OF THE NIGHT
000900**               STORE          STORE NUMBER
001000**               ACCOUNT        LEDGER ACCOUNT (C2222DA)
001100**               DR-CR          D = DEBIT, C = CREDIT
001200**               AMOUNT         DOLLARS, ALWAYS POSITIVE
001300**               CATEGORY       CATMAST CATEGORY THE DOLLARS CAME
001400**                              FROM
001500**               SOURCE         VALUE, SHRINK, OR MARKDOWN
001600**
001700**  MODIFICATION HISTORY
001800**  -------------------------------------------------------------
001900**  DATE       INIT  DESCRIPTION
002000**  10/15/2026 JRH   ORIGINAL VERSION.
002100*****************************************************************
002200     03  C2222J-BUSINESS-DATE    PIC 9(08).
002300     03  C2222J-STORE            PIC 9(03).
002400     03  C2222J-ACCOUNT          PIC X(10).
002500     03  C2222J-DR-CR            PIC X(01).
002600     03  C2222J-AMOUNT           PIC 9(11)V99.
002700     03  C2222J-CATEGORY         PIC X(04).
002800     03  C2222J-SOURCE           PIC X(08).
