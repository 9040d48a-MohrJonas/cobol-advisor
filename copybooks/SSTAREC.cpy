000100***************************************************************
000200*  SSTAREC - PER-SOURCE DAILY FIGURES RECORD LAYOUT
000300*
000400*  RECORD FOR THE SOURCE STATISTICS LOG (SRCSTAT).  PROGRAMS
000500*  DTRNSRT, SAMPLE AND REJRPR EACH APPEND ONE ROW PER SOURCE-
000600*  SYSTEM CODE AT THE END OF A GOOD RUN, CARRYING THE FIGURES
000700*  THAT PROGRAM OWNS AND ZERO IN THE REST:
000800*      DTRNSRT - RECORDS SUPPLIED, DUPLICATES DROPPED
000900*      SAMPLE  - REJECTS BY REASON CODE, RECONCILIATION BREAKS
001000*      REJRPR  - REPAIRS RECYCLED, ITEMS FORCED TO SUPVRPT
001100*  PROGRAM SCORCRD READS THE LOG TO BUILD THE MONTHLY SUPPLIER
001200*  SCORECARD.  A RERUN APPENDS A FRESH SET OF ROWS; SCORCRD
001300*  KEEPS ONLY THE LAST RUN OF EACH PROGRAM FOR A BUSINESS DATE,
001400*  TELLING THE RUNS APART BY SSTA-RUN-STAMP.
001500*
001600*  THE REJECT COUNTS ARE IN A FIXED REASON ORDER - T1 I1 S1
001700*  R1 R2 A1 F1 C1 - AND CAN BE WALKED BY SUBSCRIPT THROUGH
001800*  SSTA-REJ-TABLE.
001900*
002000*  MOD HISTORY
002100*  ----------------------------------------------------------
002200*  DATE       INIT  DESCRIPTION
002300*  ---------  ----  --------------------------------------
002400*  2026-10-15 JDM   INITIAL VERSION.
002500***************************************************************
002600 01  SSTA-RECORD.
002700     05  SSTA-BUS-DATE               PIC 9(08).
002800     05  SSTA-PROGRAM                PIC X(08).
002900     05  SSTA-RUN-STAMP              PIC X(14).
003000     05  SSTA-SOURCE-SYSTEM          PIC X(02).
003100     05  SSTA-SUPPLIED-COUNT         PIC 9(07) COMP.
003200     05  SSTA-DUP-COUNT              PIC 9(07) COMP.
003300     05  SSTA-REJECT-COUNTS.
003400         10  SSTA-REJ-T1             PIC 9(07) COMP.
003500         10  SSTA-REJ-I1             PIC 9(07) COMP.
003600         10  SSTA-REJ-S1             PIC 9(07) COMP.
003700         10  SSTA-REJ-R1             PIC 9(07) COMP.
003800         10  SSTA-REJ-R2             PIC 9(07) COMP.
003900         10  SSTA-REJ-A1             PIC 9(07) COMP.
004000         10  SSTA-REJ-F1             PIC 9(07) COMP.
004100         10  SSTA-REJ-C1             PIC 9(07) COMP.
004200     05  SSTA-REJ-TABLE REDEFINES SSTA-REJECT-COUNTS.
004300         10  SSTA-REJ-COUNT          PIC 9(07) COMP
004400                                     OCCURS 8 TIMES.
004500     05  SSTA-REPAIR-COUNT           PIC 9(07) COMP.
004600     05  SSTA-FORCED-COUNT           PIC 9(07) COMP.
004700     05  SSTA-BREAK-COUNT            PIC 9(07) COMP.
004800     05  FILLER                      PIC X(16).
