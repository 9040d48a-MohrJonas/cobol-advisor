001400*  DATE       INIT  DESCRIPTION
001500*  ---------  ----  --------------------------------------
001600*  2026-09-02 JDM   INITIAL VERSION.
001610*  2026-10-15 JDM   ADDED THE ACCOUNT STATUS ACTIONS (FREEZE,
001620*                   UNFREEZE, CLOSE, REOPEN) AND THE STATUS THE
001630*                   ACCOUNT HAD WHEN THE REQUEST WAS KEYED, SO
001640*                   ACCTAPR CAN SPOT A STALE REQUEST.
001700***************************************************************
001800 01  PEND-RECORD.
001900     05  PEND-ACTION                 PIC X(01).
002000         88  PEND-CORRECT                VALUE 'B'.
002100         88  PEND-DELETE                 VALUE 'D'.
002110         88  PEND-FREEZE                 VALUE 'F'.
002120         88  PEND-UNFREEZE               VALUE 'U'.
002130         88  PEND-CLOSE                  VALUE 'C'.
002140         88  PEND-REOPEN                 VALUE 'R'.
002150         88  PEND-STATUS-CHANGE          VALUES 'F' 'U' 'C' 'R'.
002200     05  PEND-KEY                    PIC X(10).
002300     05  PEND-NEW-BALANCE            PIC S9(09)V99
002400                                     SIGN LEADING SEPARATE.
002500     05  PEND-OLD-BALANCE            PIC S9(09)V99
002600                                     SIGN LEADING SEPARATE.
002700     05  PEND-REQUEST-TIMESTAMP      PIC X(14).
002750     05  PEND-OLD-STATUS             PIC X(01).
002800     05  FILLER                      PIC X(10).
