000100***************************************************************
000200*  WHSEREC - FUTURE-DATED TRANSACTION WAREHOUSE RECORD
000300*
000400*  RECORD FOR THE KEYED WAREHOUSE FILE (WHSEFILE) KEPT BY
000500*  PROGRAM DTRNSRT.  A RAW DETAIL RECORD WHOSE EFFECTIVE DATE
000600*  IS AFTER THE BUILD'S BUSINESS DATE IS PARKED HERE, IN ITS
000700*  DTRANREC IMAGE, UNTIL A LATER BUILD FINDS ITS DATE HAS
000800*  ARRIVED AND DEALS IT INTO THAT NIGHT'S PASS FILES.
000900*
001000*  THE KEY LEADS WITH THE TRANSACTION KEY SO A CANCEL CAN
001100*  FIND EVERY WAREHOUSED ITEM FOR ITS KEY WITH ONE START; THE
001200*  SEQUENCE NUMBER SEPARATES ITEMS SHARING A KEY AND DATE.
001300*
001400*  A RELEASED OR CANCELLED ITEM IS MARKED, NOT DELETED, AND
001500*  CARRIES THE BUSINESS DATE OF THE BUILD THAT ACTED ON IT.
001600*  A RERUN OF THAT SAME NIGHT'S BUILD PUTS SUCH ITEMS BACK
001700*  TO WAITING (AND REMOVES ITEMS IT WAREHOUSED) BEFORE IT
001800*  STARTS, SO THE REBUILD SEES THE WAREHOUSE AS IT WAS.  THE
001900*  NEXT NIGHT'S BUILD PURGES THE MARKED ITEMS.
002000*
002100*  MOD HISTORY
002200*  ----------------------------------------------------------
002300*  DATE       INIT  DESCRIPTION
002400*  ---------  ----  --------------------------------------
002500*  2026-10-15 JDM   INITIAL VERSION.
002600***************************************************************
002700 01  WHSE-RECORD.
002800     05  WHSE-KEY.
002900         10  WHSE-TRANS-KEY          PIC X(10).
003000         10  WHSE-EFF-DATE           PIC 9(08).
003100         10  WHSE-SEQ                PIC 9(04).
003200     05  WHSE-STATE                  PIC X(01).
003300         88  WHSE-WAITING                VALUE 'W'.
003400         88  WHSE-RELEASED               VALUE 'R'.
003500         88  WHSE-CANCELLED              VALUE 'C'.
003600     05  WHSE-WAREHOUSED-DATE        PIC 9(08).
003700     05  WHSE-ACTION-DATE            PIC 9(08).
003800     05  WHSE-TRANS                  PIC X(34).
003900     05  FILLER                      PIC X(07).
