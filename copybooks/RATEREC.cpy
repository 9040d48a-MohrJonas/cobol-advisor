000100***************************************************************
000200*  RATEREC - ACCRUAL RATE AND FEE TABLE RECORD LAYOUT
000300*
000400*  THE ONE RECORD ON RATE-FILE, READ ONCE AT PROGRAM START BY
000500*  PROGRAM ACCTACR AND REBUILT FROM A CARD DECK BY PROGRAM
000600*  RATEMNT.  CARRIES THE MINIMUM BALANCE BELOW WHICH THE FLAT
000700*  MONTHLY SERVICE FEE IS CHARGED, THE FEE ITSELF, AND UP TO
000800*  FIVE INTEREST BANDS.  A BAND STARTS AT ITS FLOOR (WHOLE
000900*  UNITS) AND RUNS TO THE NEXT BAND'S FLOOR; ITS RATE IS AN
001000*  ANNUAL PERCENTAGE TO THREE DECIMALS AND APPLIES TO THE
001100*  WHOLE BALANCE OF AN ACCOUNT IN THAT BAND.  BANDS IN USE
001200*  ARE CONTIGUOUS FROM THE FIRST, FLOORS ASCENDING.
001300*
001400*  MOD HISTORY
001500*  ----------------------------------------------------------
001600*  DATE       INIT  DESCRIPTION
001700*  ---------  ----  --------------------------------------
001800*  2026-10-15 JDM   INITIAL VERSION.
001900***************************************************************
002000 01  RATE-RECORD.
002100     05  RATE-MIN-BALANCE            PIC 9(09).
002200     05  RATE-MONTHLY-FEE            PIC 9(03)V99 COMP-3.
002300     05  RATE-TIER OCCURS 5 TIMES.
002400         10  RATE-TIER-USED          PIC X(01).
002500             88  RATE-TIER-IN-USE        VALUE 'Y'.
002600         10  RATE-TIER-FLOOR         PIC 9(09).
002700         10  RATE-TIER-RATE          PIC 9(02)V9(03) COMP-3.
002800     05  FILLER                      PIC X(20).
