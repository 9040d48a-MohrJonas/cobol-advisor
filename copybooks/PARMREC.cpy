001730*                   MORE THAN THIS (WHOLE UNITS) IS HELD FOR
001740*                   SUPERVISOR APPROVAL THROUGH ACCTAPR
001750*                   INSTEAD OF APPLYING ON THE SPOT.
001760*  2026-10-15 JDM   CARVED THE HOLD AGING DAYS OUT OF FILLER -
001770*                   AN OVER-THRESHOLD ITEM SAMPLE HELD THAT
001780*                   HAS WAITED LONGER THAN THIS FOR A HELDREV
001790*                   DECISION GOES ON THE AGING LIST.
001791*  2026-10-15 JDM   CARVED THE MASTER UPDATE MODE OUT OF
001792*                   FILLER - 'S' HAS SAMPLE APPLY THE DAY'S
001793*                   POSTINGS AS A SEQUENTIAL MATCH AGAINST THE
001794*                   ACCOUNT MASTER; 'R' (OR SPACE, ON A FILE
001795*                   WRITTEN BEFORE THE FIELD) KEEPS THE RANDOM
001796*                   READ PER TRANSACTION.
001800***************************************************************
001900 01  PARM-RECORD.
002000     05  PARM-RESTART-IND            PIC X(01).
002400     05  PARM-ITERATION-COUNT        PIC 9(05) COMP.
002500     05  PARM-TEST-THRESHOLD         PIC S9(02).
002510     05  PARM-APPROVAL-LIMIT         PIC 9(09).
002520     05  PARM-HOLD-AGING-DAYS        PIC 9(03).
002600     05  PARM-UPDATE-MODE            PIC X(01).
002610         88  PARM-MODE-RANDOM             VALUES 'R' ' '.
002620         88  PARM-MODE-SEQUENTIAL         VALUE 'S'.
002630     05  FILLER                      PIC X(07).
