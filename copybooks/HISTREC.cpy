001600*  DATE       INIT  DESCRIPTION
001700*  ---------  ----  --------------------------------------
001800*  2026-09-02 JDM   INITIAL VERSION.
001810*  2026-10-15 JDM   HIST-PRIOR-LAST-AMOUNT AND HIST-NEW-ACCOUNT
001820*                   CARVED FROM FILLER - THE ACCOUNT'S LAST
001830*                   AMOUNT BEFORE THE POSTING AND WHETHER THE
001840*                   POSTING CREATED THE ACCOUNT.  PROGRAM
001850*                   DAYBACK NEEDS BOTH TO UNWIND A BUSINESS
001860*                   DATE, AND WRITES ITS OWN REVERSING ROWS
001870*                   ('BO' IN THE TYPE POSITION) IN THIS LAYOUT.
001880*                   ROWS WRITTEN BEFORE THIS CHANGE CARRY
001890*                   SPACES HERE AND CANNOT BE BACKED OUT.
001900***************************************************************
002000 01  HIST-RECORD.
002100     05  HIST-KEY                    PIC X(10).
002500     05  HIST-AMOUNT                 PIC S9(07)V99 COMP-3.
002600     05  HIST-BALANCE-AFTER          PIC S9(09)V99 COMP-3.
002700     05  HIST-TIMESTAMP              PIC X(14).
002710     05  HIST-PRIOR-LAST-AMOUNT      PIC S9(07)V99 COMP-3.
002720     05  HIST-NEW-ACCOUNT            PIC X(01).
002730         88  HIST-ACCOUNT-CREATED        VALUE 'Y'.
002740         88  HIST-ACCOUNT-EXISTED        VALUE 'N'.
002800     05  FILLER                      PIC X(01).
