001590*                   PASS, AND ORDINAL TOGETHER LET 4500 REFUSE
001592*                   A POSTING THE MASTER ALREADY TOOK FROM THE
001594*                   RUN THAT DIED.
001595*  2026-10-15 JDM   ADDED ACCOUNT STATUS (ACTIVE/FROZEN/CLOSED),
001600*                   SET BY ACCTMNT/ACCTAPR.  A BLANK STATUS ON A
001605*                   RECORD WRITTEN BEFORE THIS CHANGE READS AS
001610*                   ACTIVE.
001615*  2026-10-15 JDM   ADDED THE LAST MAINTENANCE DATE - THE RUN
001620*                   DATE OF THE LAST CHANGE MADE OUTSIDE THE
001625*                   POSTING RUN (ACCTMNT, ACCTAPR, ACCTCLS,
001630*                   DAYBACK), WHICH LEAVE ACCT-LAST-RUN-DATE
001635*                   ALONE OR CLEAR IT.  ZERO OR BLANK ON A
001640*                   RECORD NEVER MAINTAINED.
001645***************************************************************
001700 01  ACCT-RECORD.
001800     05  ACCT-KEY                    PIC X(10).
001900     05  ACCT-BALANCE                PIC S9(09)V99 COMP-3.
002510     05  ACCT-LAST-RUN-DATE          PIC 9(08).
002520     05  ACCT-LAST-PASS              PIC 9(02).
002530     05  ACCT-LAST-DETAIL-SEQ        PIC 9(07) COMP.
002600     05  ACCT-STATUS                 PIC X(01).
002700         88  ACCT-STAT-ACTIVE            VALUES 'A' ' '.
002800         88  ACCT-STAT-FROZEN            VALUE 'F'.
002900         88  ACCT-STAT-CLOSED            VALUE 'C'.
003000     05  ACCT-LAST-MAINT-DATE        PIC 9(08).
