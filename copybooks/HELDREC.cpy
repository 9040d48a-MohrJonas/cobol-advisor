000100***************************************************************
000200*  HELDREC - HELD TRANSACTION RECORD LAYOUT
000300*
000400*  RECORD FOR HELD-TRANS-FILE.  PROGRAM SAMPLE WRITES ONE ROW
000500*  FOR EVERY VALIDATED TRANSACTION WHOSE TEST VALUE IS OVER
000600*  THE PARM-FILE TEST THRESHOLD, INSTEAD OF POSTING IT.  THE
000700*  FRONT OF THE ROW IS THE TRANSACTION EXACTLY AS IT ARRIVED
000800*  IN DTRANREC LAYOUT, SO PROGRAM HELDREV CAN RELEASE IT BACK
000900*  INTO RAWTRAN UNCHANGED; THE BACK CARRIES WHEN AND WHERE IT
001000*  WAS HELD.  HELDREV'S CARRY-FORWARD FILE (HELDNEW) USES THE
001100*  SAME LAYOUT.
001200*
001300*  MOD HISTORY
001400*  ----------------------------------------------------------
001500*  DATE       INIT  DESCRIPTION
001600*  ---------  ----  --------------------------------------
001700*  2026-10-15 JDM   INITIAL VERSION.
001710*  2026-10-15 JDM   HELD-TRANS NAMES THE DTRANREC EFFECTIVE
001720*                   DATE BYTES SO THE IMAGE STAYS IN STEP.
001800***************************************************************
001900 01  HELD-RECORD.
002000     05  HELD-TRANS.
002100         10  HELD-KEY                PIC X(10).
002200         10  HELD-TEST-VALUE         PIC S9(02).
002300         10  HELD-ITER-CODE          PIC X(01).
002400         10  HELD-AMOUNT             PIC S9(07)V99.
002500         10  HELD-STATUS-CODE        PIC X(02).
002600         10  HELD-RECYCLE-COUNT      PIC X(02).
002700         10  HELD-SOURCE-SYSTEM      PIC X(02).
002800         10  HELD-HOLD-RELEASE       PIC X(01).
002900         10  HELD-EFF-DATE-BYTES     PIC X(05).
003000     05  HELD-BUS-DATE               PIC 9(08).
003100     05  HELD-PASS                   PIC 9(02).
003200     05  HELD-THRESHOLD              PIC S9(02).
003300     05  HELD-TIMESTAMP              PIC X(14).
003400     05  FILLER                      PIC X(20).
