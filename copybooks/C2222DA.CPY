000100*****************************************************************
000200**  COPYBOOK:    C2222DA
000300**  DESCRIPTION: ONE CATEGORY'S GENERAL-LEDGER ACCOUNTS - WHERE
000400**               C2222G POSTS THE NIGHT'S INVENTORY DOLLARS FOR
000500**               STOCK OF THAT CATEGORY.  FINANCE KEEPS THE FILE.
000600**
000700**               CATEGORY       CATMAST CATEGORY CODE.  AN ENTRY
000800**                              OF **** TAKES ANY CATEGORY WITH
000900**                              NO ENTRY OF ITS OWN.
001000**               INVENTORY-ACCT INVENTORY AT COST
001100**               OFFSET-ACCT    INVENTORY CLEARING - THE OTHER
001200**                              SIDE OF THE NIGHT'S CHANGE IN
001300**                              VALUE
001400**               SHRINK-ACCT    SHRINK EXPENSE
001500**               MARKDOWN-ACCT  MARKDOWN EXPENSE
001600**               RESERVE-ACCT   INVENTORY RESERVE, CREDITED FOR
001700**                              SHRINK AND MARKDOWN
001800**
001900**  MODIFICATION HISTORY
002000**  -------------------------------------------------------------
002100**  DATE       INIT  DESCRIPTION
002200**  10/15/2026 JRH   ORIGINAL VERSION.
002300*****************************************************************
002400     03  C2222A-CATEGORY         PIC X(04).
002500     03  C2222A-INVENTORY-ACCT   PIC X(10).
002600     03  C2222A-OFFSET-ACCT      PIC X(10).
002700     03  C2222A-SHRINK-ACCT      PIC X(10).
002800     03  C2222A-MARKDOWN-ACCT    PIC X(10).
002900     03  C2222A-RESERVE-ACCT     PIC X(10).
