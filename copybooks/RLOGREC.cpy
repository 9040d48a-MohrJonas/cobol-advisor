000100***************************************************************
000200*  RLOGREC - STEP-RESULT RECORD LAYOUT FOR THE SHARED RUN LOG
000300*
000400*  RECORD FOR THE RUN LOG (RUNLOG).  EVERY PROGRAM IN THE
000500*  SUITE APPENDS ONE ROW ON ITS WAY OUT - FROM 9000-END-OF-JOB
000600*  WHEN IT ENDS NORMALLY AND FROM 9600-ABEND WHEN IT DOES NOT -
000700*  CARRYING THE PROGRAM NAME, THE BUSINESS DATE IT WORKED, ITS
000800*  START AND END DATE AND TIME, THE RETURN CODE IT SET, UP TO
000900*  FOUR KEY COUNTS UNDER SHORT NAMES, AND ANY WORK IT KNOWS IT
001000*  LEFT OUTSTANDING (AN UNACKNOWLEDGED FEED, STALE PENDING
001100*  APPROVALS, AGING REJECTS OR HELD ITEMS).  PROGRAM OPSSTAT
001200*  READS THE LOG TO PRINT THE NIGHT SUMMARY.
001300*
001400*  A PROGRAM THAT WORKS A BUSINESS DATE OF ITS OWN (DTRNSRT,
001500*  SAMPLE, DAYBACK) LOGS THAT DATE WITH RLOG-DATE-IS-BUSINESS.
001600*  THE REST LOG THE DATE THEY STARTED WITH RLOG-DATE-IS-RUN,
001700*  AND OPSSTAT PLACES THEM IN THE NIGHT THAT STARTED ON THAT
001800*  DATE OR THE DAY BEFORE.
001900*
002000*  ON AN ABEND RLOG-MESSAGE CARRIES THE ABEND MESSAGE; ON A
002100*  NORMAL END IT DESCRIBES THE OUTSTANDING WORK, IF ANY.
002200*
002300*  MOD HISTORY
002400*  ----------------------------------------------------------
002500*  DATE       INIT  DESCRIPTION
002600*  ---------  ----  --------------------------------------
002700*  2026-10-15 JDM   INITIAL VERSION.
002800***************************************************************
002900 01  RLOG-RECORD.
003000     05  RLOG-PROGRAM                PIC X(08).
003100     05  RLOG-BUS-DATE               PIC 9(08).
003200     05  RLOG-DATE-SOURCE            PIC X(01).
003300         88  RLOG-DATE-IS-BUSINESS       VALUE 'B'.
003400         88  RLOG-DATE-IS-RUN            VALUE 'R'.
003500     05  RLOG-START-DATE             PIC 9(08).
003600     05  RLOG-START-TIME             PIC 9(08).
003700     05  RLOG-END-DATE               PIC 9(08).
003800     05  RLOG-END-TIME               PIC 9(08).
003900     05  RLOG-RETURN-CODE            PIC 9(04).
004000     05  RLOG-END-STATUS             PIC X(01).
004100         88  RLOG-ENDED-NORMALLY         VALUE 'N'.
004200         88  RLOG-ABENDED                VALUE 'A'.
004300     05  RLOG-COUNT-ENTRY OCCURS 4 TIMES.
004400         10  RLOG-COUNT-NAME         PIC X(10).
004500         10  RLOG-COUNT              PIC 9(09) COMP.
004600     05  RLOG-OUTSTANDING-COUNT      PIC 9(07) COMP.
004700     05  RLOG-MESSAGE                PIC X(40).
004800     05  FILLER                      PIC X(06).
