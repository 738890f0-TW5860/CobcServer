000100*****************************************************************
000200**  COPYBOOK:    C2222DB
000300**  DESCRIPTION: ONE INDEXED INVENTORY MASTER RECORD - THE SAME
000400**               LOT THE FLAT INVMAST GENERATION CARRIES, FRONTED
000500**               BY ITS KEYS SO THE INQUIRY AND EXTRACT PROGRAMS
000600**               CAN READ ONLY THE RECORDS THEY NEED.  C2222B
000700**               BUILDS THE FILE FROM EACH AGEDMAST GENERATION.
000800**
000900**               KEY            PRIME KEY - STORE, ITEM NAME, LOT
001000**                              NUMBER.  HIGH-VALUES ON THE
001100**                              CONTROL TRAILER SO IT SORTS LAST.
001200**               VENDOR-CODE    ALTERNATE KEY, DUPLICATES ALLOWED
001300**               MASTER-IMAGE   THE FLAT INVMAST RECORD AS IT CAME
001400**                              OFF AGEDMAST, BYTE FOR BYTE.  ON
001500**                              THE TRAILER, THE AGEDMAST
001600**                              *CONTROL* RECORD WITH ITS COUNT
001700**                              AND HASHES.
001800**
001900**  MODIFICATION HISTORY
002000**  -------------------------------------------------------------
002100**  DATE       INIT  DESCRIPTION
002200**  10/15/2026 JRH   ORIGINAL VERSION.
002300*****************************************************************
002400     03  C2222B-KEY.
002500         04  C2222B-STORE        PIC 9(03).
002600         04  C2222B-NAME         PIC X(50).
002700         04  C2222B-LOT          PIC X(06).
002800     03  C2222B-VENDOR-CODE      PIC X(05).
002900     03  C2222B-MASTER-IMAGE     PIC X(107).
