000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. OPSSTAT.
000300 AUTHOR. J D MORAN.
000400 INSTALLATION. DAILY PROCESSING GROUP.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  OPSSTAT - NIGHTLY OPERATIONS STATUS SUMMARY
000900*
001000*  EVERY PROGRAM IN THE SUITE APPENDS ONE STEP-RESULT ROW TO THE
001100*  SHARED RUN LOG (RUNLOG, SEE RLOGREC) AS IT ENDS, NORMALLY OR
001200*  NOT.  THIS PROGRAM READS THE LOG FOR ONE BUSINESS DATE AND
001300*  PRINTS A ONE-PAGE NIGHT SUMMARY, SO THE MORNING SHIFT HAS ONE
001400*  LISTING TO READ INSTEAD OF TEN.  EACH STEP IS SHOWN WITH ITS
001500*  LAST RUN'S RETURN CODE, START AND END TIMES, HOW MANY TIMES
001600*  IT RAN, ITS KEY COUNTS, AND ANY WORK IT LEFT OUTSTANDING.
001700*  A STEP IS FLAGGED WHEN:
001800*
001900*    - IT FAILED - ITS LAST RUN ABENDED OR ENDED WITH A RETURN
002000*      CODE ABOVE THE HIGHEST ONE ITS CARD ALLOWS
002100*    - IT NEVER RAN - IT IS ON THE CARD DECK BUT NOT ON THE LOG
002200*    - IT LEFT WORK OUTSTANDING - AN UNACKNOWLEDGED FEED (SAMPLE),
002300*      STALE OR UNDECIDED PENDING APPROVALS (ACCTAPR), REJECTS
002400*      HELD OVER MORE THAN ONE REPAIR CYCLE (REJRPR), HELD ITEMS
002500*      PAST THE AGING LIMIT (HELDREV)
002600*
002700*  A STEP THAT IS ON THE LOG BUT NOT ON THE DECK (A BACKOUT, A
002800*  RERUN OF A MONTHLY JOB) IS LISTED AS UNSCHEDULED AND JUDGED
002900*  AGAINST THE DEFAULT LIMIT.
003000*
003100*  A STEP THAT WORKS A BUSINESS DATE OF ITS OWN LOGS THAT DATE.
003200*  ANY OTHER STEP LOGS THE DATE IT STARTED, AND IS TAKEN AS PART
003300*  OF THE NIGHT IF IT STARTED ON THE BUSINESS DATE OR THE DAY
003400*  AFTER, SO A STEP THAT RUNS PAST MIDNIGHT STILL COUNTS.
003500*
003600*  DRIVEN BY THE OPSCARDS DECK:
003700*      FIRST CARD  COLS 1-8   BUSINESS DATE, CCYYMMDD
003800*      THEN ONE CARD PER STEP EXPECTED TONIGHT:
003900*                  COLS 1-8   PROGRAM NAME
004000*                  COLS 10-11 HIGHEST RETURN CODE THAT IS NOT A
004100*                             FAILURE (BLANK MEANS 04)
004200*
004300*  RETURN CODES - 0 CLEAN NIGHT, 4 WORK OUTSTANDING, 8 A STEP
004400*  FAILED OR NEVER RAN, 16 HARD FAILURE.
004500*
004600*  MOD HISTORY
004700*  -------------------------------------------------------------
004800*  DATE       INIT  DESCRIPTION
004900*  ---------  ----  ---------------------------------------------
005000*  2026-10-15 JDM   INITIAL VERSION.
005100*****************************************************************
005200 ENVIRONMENT DIVISION.
005300 CONFIGURATION SECTION.
005400 SOURCE-COMPUTER. IBM-370.
005500 OBJECT-COMPUTER. IBM-370.
005600 INPUT-OUTPUT SECTION.
005700 FILE-CONTROL.
005800     SELECT OPS-CARD-FILE ASSIGN TO OPSCARDS
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-CARD-STATUS.
006100     SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS WS-RLOG-STATUS.
006400     SELECT LISTING-FILE ASSIGN TO OPSRPT
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS WS-LIST-STATUS.
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  OPS-CARD-FILE
007000     RECORDING MODE IS F
007100     LABEL RECORDS ARE STANDARD.
007200 01  OPS-CONTROL-CARD.
007300     05  OPSC-BUS-DATE               PIC X(08).
007400     05  FILLER                      PIC X(72).
007500 01  OPS-STEP-CARD.
007600     05  OPSC-PROGRAM                PIC X(08).
007700     05  FILLER                      PIC X(01).
007800     05  OPSC-MAX-RC                 PIC X(02).
007900     05  OPSC-MAX-RC-NUM REDEFINES OPSC-MAX-RC
008000                                     PIC 9(02).
008100     05  FILLER                      PIC X(69).
008200 FD  RUN-LOG-FILE
008300     RECORDING MODE IS F
008400     LABEL RECORDS ARE STANDARD.
008500 01  RUN-LOG-INPUT                   PIC X(160).
008600 FD  LISTING-FILE
008700     RECORDING MODE IS F
008800     LABEL RECORDS ARE STANDARD.
008900 01  LIST-RECORD                     PIC X(80).
009000 WORKING-STORAGE SECTION.
009100*****************************************************************
009200*  FILE STATUS SWITCHES
009300*****************************************************************
009400 01  WS-FILE-STATUSES.
009500     05  WS-CARD-STATUS              PIC X(02).
009600         88  WS-CARD-OK                  VALUE '00'.
009700     05  WS-RLOG-STATUS              PIC X(02).
009800         88  WS-RLOG-OK                  VALUE '00'.
009900         88  WS-RLOG-NOT-PRESENT         VALUE '35'.
010000     05  WS-LIST-STATUS              PIC X(02).
010100         88  WS-LIST-OK                  VALUE '00'.
010200*****************************************************************
010300*  CONTROL SWITCHES
010400*****************************************************************
010500 01  WS-SWITCHES.
010600     05  WS-CARD-EOF-SW              PIC X(01) VALUE 'N'.
010700         88  WS-CARD-EOF-YES             VALUE 'Y'.
010800     05  WS-RLOG-EOF-SW              PIC X(01) VALUE 'N'.
010900         88  WS-RLOG-EOF-YES             VALUE 'Y'.
011000     05  WS-STEP-FOUND-SW            PIC X(01).
011100         88  OPSS-STEP-FOUND             VALUE 'Y'.
011200         88  OPSS-STEP-NOT-FOUND         VALUE 'N'.
011300*****************************************************************
011400*  THE LOG ROW IN HAND - READ INTO HERE, AND RELOADED FROM THE
011500*  STEP TABLE WHEN THE STEPS ARE PRINTED.
011600*****************************************************************
011700     COPY RLOGREC.
011800*****************************************************************
011900*  THE NIGHT BEING SUMMARIZED.  OPSS-BUS-DAYNUM IS ITS DAY
012000*  NUMBER, SO A ROW LOGGED BY RUN DATE CAN BE PLACED BY PLAIN
012100*  SUBTRACTION (SEE 3900).
012200*****************************************************************
012300 01  OPSS-NIGHT-FIELDS.
012400     05  OPSS-BUS-DATE               PIC 9(08).
012500     05  OPSS-BUS-DAYNUM             PIC S9(09) COMP.
012600     05  OPSS-ROW-DAYS               PIC S9(09) COMP.
012700 77  OPSS-DEFAULT-MAX-RC             PIC 9(02) VALUE 04.
012800*****************************************************************
012900*  DAY-NUMBER WORK FIELDS FOR 3900 - A DATE GOES IN AS
013000*  YYYYMMDD, ITS CONSECUTIVE DAY NUMBER COMES BACK.  EACH
013100*  DIVISION LANDS IN ITS OWN INTEGER FIELD SO THE FRACTION IS
013200*  DROPPED AT EXACTLY THE STEP THE FORMULA NEEDS.
013300*****************************************************************
013400 01  OPSS-DAYNUM-FIELDS.
013500     05  OPSS-DN-DATE                PIC 9(08).
013600     05  OPSS-DN-DATE-PARTS REDEFINES OPSS-DN-DATE.
013700         10  OPSS-DN-YYYY            PIC 9(04).
013800         10  OPSS-DN-MM              PIC 9(02).
013900         10  OPSS-DN-DD              PIC 9(02).
014000     05  OPSS-DN-A                   PIC S9(09) COMP.
014100     05  OPSS-DN-Y                   PIC S9(09) COMP.
014200     05  OPSS-DN-M                   PIC S9(09) COMP.
014300     05  OPSS-DN-MONTH-DAYS          PIC S9(09) COMP.
014400     05  OPSS-DN-Y4                  PIC S9(09) COMP.
014500     05  OPSS-DN-Y100                PIC S9(09) COMP.
014600     05  OPSS-DN-Y400                PIC S9(09) COMP.
014700     05  OPSS-DN-RESULT              PIC S9(09) COMP.
014800*****************************************************************
014900*  STEP TABLE - ONE ENTRY PER STEP ON THE CARD DECK, THEN ONE
015000*  PER UNSCHEDULED STEP FOUND ON THE LOG.  THE LOG IS APPENDED
015100*  IN RUN ORDER, SO THE LAST ROW READ FOR A STEP IS ITS LATEST
015200*  RUN AND OVERLAYS ANY EARLIER ONE IN OPSS-STP-LAST-ROW.
015300*****************************************************************
015400 01  OPSS-STEP-FIELDS.
015500     05  OPSS-STEP-COUNT             PIC 9(05) COMP VALUE ZERO.
015600     05  OPSS-SCHEDULED-COUNT        PIC 9(05) COMP VALUE ZERO.
015700     05  OPSS-STEP-SUB               PIC 9(05) COMP.
015800     05  OPSS-STEP-HIT               PIC 9(05) COMP.
015900     05  OPSS-CNT-SUB                PIC 9(05) COMP.
016000 77  OPSS-MAX-STEPS                  PIC 9(05) COMP VALUE 40.
016100 01  OPSS-STEP-TABLE.
016200     05  OPSS-STP-ENTRY OCCURS 40 TIMES.
016300         10  OPSS-STP-PROGRAM        PIC X(08).
016400         10  OPSS-STP-MAX-RC         PIC 9(02).
016500         10  OPSS-STP-KIND-SW        PIC X(01).
016600             88  OPSS-STP-SCHEDULED      VALUE 'S'.
016700             88  OPSS-STP-UNSCHEDULED    VALUE 'U'.
016800         10  OPSS-STP-RUN-COUNT      PIC 9(05) COMP.
016900         10  OPSS-STP-FAIL-COUNT     PIC 9(05) COMP.
017000         10  OPSS-STP-LAST-ROW       PIC X(160).
017100*****************************************************************
017200*  THE LOG ROW IN HAND AND THE LATEST ROW OF THE STEP BEING
017300*  PRINTED.  A ROW FAILS WHEN IT ABENDED OR ITS RETURN CODE IS
017400*  ABOVE THE STEP'S LIMIT.
017500*****************************************************************
017600 01  OPSS-ROW-FIELDS.
017700     05  OPSS-ROW-MAX-RC             PIC 9(02).
017800     05  WS-ROW-FAILED-SW            PIC X(01).
017900         88  OPSS-ROW-FAILED             VALUE 'Y'.
018000         88  OPSS-ROW-PASSED             VALUE 'N'.
018100*****************************************************************
018200*  RUN COUNTERS
018300*****************************************************************
018400 01  OPSS-COUNTERS.
018500     05  OPSS-READ-COUNT             PIC 9(07) COMP VALUE ZERO.
018600     05  OPSS-NIGHT-COUNT            PIC 9(07) COMP VALUE ZERO.
018700     05  OPSS-RAN-COUNT              PIC 9(05) COMP VALUE ZERO.
018800     05  OPSS-FAILED-COUNT           PIC 9(05) COMP VALUE ZERO.
018900     05  OPSS-NOT-RUN-COUNT          PIC 9(05) COMP VALUE ZERO.
019000     05  OPSS-OUTSTANDING-COUNT      PIC 9(05) COMP VALUE ZERO.
019100     05  OPSS-UNSCHEDULED-COUNT      PIC 9(05) COMP VALUE ZERO.
019200*****************************************************************
019300*  TIME EDITING - A LOGGED HHMMSSCC TIME IS SHOWN AS HH:MM:SS.
019400*****************************************************************
019500 01  OPSS-TIME-WORK                  PIC 9(08).
019600 01  OPSS-TIME-PARTS REDEFINES OPSS-TIME-WORK.
019700     05  OPSS-TIME-HH                PIC 9(02).
019800     05  OPSS-TIME-MM                PIC 9(02).
019900     05  OPSS-TIME-SS                PIC 9(02).
020000     05  OPSS-TIME-CC                PIC 9(02).
020100 01  OPSS-TIME-EDIT.
020200     05  OPSS-TED-HH                 PIC 9(02).
020300     05  FILLER                      PIC X(01) VALUE ':'.
020400     05  OPSS-TED-MM                 PIC 9(02).
020500     05  FILLER                      PIC X(01) VALUE ':'.
020600     05  OPSS-TED-SS                 PIC 9(02).
020700*****************************************************************
020800*  LISTING WORK LINES
020900*****************************************************************
021000 01  OPSS-STEP-HEADING.
021100     05  FILLER                      PIC X(09) VALUE 'STEP'.
021200     05  FILLER                      PIC X(12) VALUE 'STATUS'.
021300     05  FILLER                      PIC X(05) VALUE '  RC'.
021400     05  FILLER                      PIC X(06) VALUE '  RUNS'.
021500     05  FILLER                      PIC X(09) VALUE '  STARTED'.
021600     05  FILLER                      PIC X(09) VALUE '    ENDED'.
021700     05  FILLER                      PIC X(12)
021800         VALUE ' OUTSTANDING'.
021900     05  FILLER                      PIC X(18) VALUE SPACES.
022000 01  OPSS-STEP-LINE.
022100     05  OPSS-STL-PROGRAM            PIC X(08).
022200     05  FILLER                      PIC X(01) VALUE SPACES.
022300     05  OPSS-STL-STATUS             PIC X(12).
022400     05  OPSS-STL-RC                 PIC Z(03)9.
022500     05  FILLER                      PIC X(01) VALUE SPACES.
022600     05  OPSS-STL-RUNS               PIC Z(05)9.
022700     05  FILLER                      PIC X(01) VALUE SPACES.
022800     05  OPSS-STL-START              PIC X(08).
022900     05  FILLER                      PIC X(01) VALUE SPACES.
023000     05  OPSS-STL-END                PIC X(08).
023100     05  FILLER                      PIC X(01) VALUE SPACES.
023200     05  OPSS-STL-OUTSTANDING        PIC Z(10)9.
023300     05  FILLER                      PIC X(01) VALUE SPACES.
023400     05  OPSS-STL-FLAG               PIC X(03).
023500     05  FILLER                      PIC X(14) VALUE SPACES.
023600 01  OPSS-COUNT-LINE.
023700     05  FILLER                      PIC X(04) VALUE SPACES.
023800     05  OPSS-CNL-ENTRY OCCURS 4 TIMES.
023900         10  OPSS-CNL-NAME           PIC X(10).
024000         10  FILLER                  PIC X(01).
024100         10  OPSS-CNL-VALUE          PIC Z(06)9.
024200         10  FILLER                  PIC X(01).
024300 01  OPSS-MESSAGE-LINE.
024400     05  FILLER                      PIC X(04) VALUE SPACES.
024500     05  FILLER                      PIC X(03) VALUE '** '.
024600     05  OPSS-MSL-TEXT               PIC X(60).
024700     05  FILLER                      PIC X(13) VALUE SPACES.
024800 01  OPSS-TOTAL-LINE.
024900     05  OPSS-TOT-LABEL              PIC X(30).
025000     05  OPSS-TOT-VALUE              PIC Z(06)9.
025100     05  FILLER                      PIC X(43) VALUE SPACES.
025200*****************************************************************
025300*  END-OF-JOB / ABEND WORK FIELDS
025400*****************************************************************
025500 01  OPSS-JOB-STATUS-FIELDS.
025600     05  OPSS-ABEND-MSG              PIC X(40).
025700 PROCEDURE DIVISION.
025800*****************************************************************
025900*  0000-MAINLINE
026000*****************************************************************
026100 0000-MAINLINE.
026200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
026300     PERFORM 2000-TAKE-ONE-ROW THRU 2000-EXIT
026400         UNTIL WS-RLOG-EOF-YES
026500     PERFORM 5000-WRITE-STEPS THRU 5000-EXIT
026600     PERFORM 8500-WRITE-TOTALS THRU 8500-EXIT
026700     PERFORM 9000-END-OF-JOB THRU 9000-EXIT
026800     STOP RUN
026900     .
027000*****************************************************************
027100*  1000-INITIALIZE - READS THE BUSINESS DATE AND THE EXPECTED
027200*  STEPS, OPENS THE LOG AND THE LISTING.  NO LOG AT ALL MEANS
027300*  NOTHING HAS RUN SINCE IT WAS LAST CLEARED - EVERY STEP ON
027400*  THE DECK IS THEN SHOWN AS NEVER RUN.
027500*****************************************************************
027600 1000-INITIALIZE.
027700     OPEN INPUT OPS-CARD-FILE
027800     IF NOT WS-CARD-OK
027900         MOVE 'CANNOT OPEN OPS CARD FILE' TO OPSS-ABEND-MSG
028000         GO TO 9600-ABEND
028100     END-IF
028200     READ OPS-CARD-FILE
028300         AT END
028400             MOVE 'OPS CARD FILE IS EMPTY' TO OPSS-ABEND-MSG
028500             GO TO 9600-ABEND
028600     END-READ
028700     PERFORM 1100-EDIT-BUS-DATE THRU 1100-EXIT
028800     PERFORM 1200-LOAD-ONE-STEP THRU 1200-EXIT
028900         UNTIL WS-CARD-EOF-YES
029000     CLOSE OPS-CARD-FILE
029100     MOVE OPSS-STEP-COUNT TO OPSS-SCHEDULED-COUNT
029200     OPEN INPUT RUN-LOG-FILE
029300     IF WS-RLOG-NOT-PRESENT
029400         MOVE 'Y' TO WS-RLOG-EOF-SW
029500     ELSE
029600         IF NOT WS-RLOG-OK
029700             MOVE 'CANNOT OPEN RUN LOG FILE' TO OPSS-ABEND-MSG
029800             GO TO 9600-ABEND
029900         END-IF
030000     END-IF
030100     OPEN OUTPUT LISTING-FILE
030200     IF NOT WS-LIST-OK
030300         MOVE 'CANNOT OPEN LISTING FILE' TO OPSS-ABEND-MSG
030400         GO TO 9600-ABEND
030500     END-IF
030600     MOVE 'OPSSTAT - NIGHTLY OPERATIONS SUMMARY' TO LIST-RECORD
030700     MOVE 'BUSINESS DATE' TO LIST-RECORD (46:13)
030800     MOVE OPSS-BUS-DATE TO LIST-RECORD (60:8)
030900     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
031000     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
031100     IF NOT WS-RLOG-EOF-YES
031200         PERFORM 2100-READ-LOG THRU 2100-EXIT
031300     END-IF
031400     .
031500 1000-EXIT.
031600     EXIT.
031700*****************************************************************
031800*  1100-EDIT-BUS-DATE - THE FIRST CARD'S DATE MUST BE A REAL
031900*  CCYYMMDD; ITS DAY NUMBER IS KEPT FOR PLACING RUN-DATE ROWS.
032000*****************************************************************
032100 1100-EDIT-BUS-DATE.
032200     IF OPSC-BUS-DATE NOT NUMERIC
032300         MOVE 'BUSINESS DATE ON CARD IS NOT CCYYMMDD'
032400             TO OPSS-ABEND-MSG
032500         GO TO 9600-ABEND
032600     END-IF
032700     MOVE OPSC-BUS-DATE TO OPSS-BUS-DATE
032800     MOVE OPSS-BUS-DATE TO OPSS-DN-DATE
032900     IF OPSS-DN-MM < 01 OR OPSS-DN-MM > 12
033000         OR OPSS-DN-DD < 01 OR OPSS-DN-DD > 31
033100         MOVE 'BUSINESS DATE ON CARD IS NOT CCYYMMDD'
033200             TO OPSS-ABEND-MSG
033300         GO TO 9600-ABEND
033400     END-IF
033500     PERFORM 3900-COMPUTE-DAY-NUMBER THRU 3900-EXIT
033600     MOVE OPSS-DN-RESULT TO OPSS-BUS-DAYNUM
033700     .
033800 1100-EXIT.
033900     EXIT.
034000*****************************************************************
034100*  1200-LOAD-ONE-STEP - ONE EXPECTED STEP PER CARD.  A BLANK
034200*  CARD IS SKIPPED; A LIMIT THAT IS NOT TWO DIGITS TAKES THE
034300*  DEFAULT.
034400*****************************************************************
034500 1200-LOAD-ONE-STEP.
034600     READ OPS-CARD-FILE
034700         AT END
034800             MOVE 'Y' TO WS-CARD-EOF-SW
034900             GO TO 1200-EXIT
035000     END-READ
035100     IF OPSC-PROGRAM = SPACES
035200         GO TO 1200-EXIT
035300     END-IF
035400     IF OPSC-MAX-RC NUMERIC
035500         MOVE OPSC-MAX-RC-NUM TO OPSS-ROW-MAX-RC
035600     ELSE
035700         MOVE OPSS-DEFAULT-MAX-RC TO OPSS-ROW-MAX-RC
035800     END-IF
035900     PERFORM 1300-ADD-STEP THRU 1300-EXIT
036000     MOVE OPSC-PROGRAM TO OPSS-STP-PROGRAM (OPSS-STEP-HIT)
036100     SET OPSS-STP-SCHEDULED (OPSS-STEP-HIT) TO TRUE
036200     .
036300 1200-EXIT.
036400     EXIT.
036500*****************************************************************
036600*  1300-ADD-STEP - OPENS THE NEXT TABLE ENTRY WITH THE LIMIT
036700*  IN OPSS-ROW-MAX-RC.  THE CALLER FILLS IN THE NAME AND KIND.
036800*****************************************************************
036900 1300-ADD-STEP.
037000     IF OPSS-STEP-COUNT NOT < OPSS-MAX-STEPS
037100         MOVE 'MORE STEPS THAN TABLE SLOTS' TO OPSS-ABEND-MSG
037200         GO TO 9600-ABEND
037300     END-IF
037400     ADD 1 TO OPSS-STEP-COUNT
037500     MOVE OPSS-STEP-COUNT TO OPSS-STEP-HIT
037600     MOVE OPSS-ROW-MAX-RC TO OPSS-STP-MAX-RC (OPSS-STEP-HIT)
037700     MOVE ZERO TO OPSS-STP-RUN-COUNT (OPSS-STEP-HIT)
037800     MOVE ZERO TO OPSS-STP-FAIL-COUNT (OPSS-STEP-HIT)
037900     MOVE SPACES TO OPSS-STP-LAST-ROW (OPSS-STEP-HIT)
038000     .
038100 1300-EXIT.
038200     EXIT.
038300*****************************************************************
038400*  2000-TAKE-ONE-ROW - A ROW FOR THIS NIGHT IS CHARGED TO ITS
038500*  STEP.  A BUSINESS-DATE ROW MUST CARRY THE NIGHT'S DATE; A
038600*  RUN-DATE ROW MUST HAVE STARTED ON IT OR THE DAY AFTER.
038700*****************************************************************
038800 2000-TAKE-ONE-ROW.
038900     ADD 1 TO OPSS-READ-COUNT
039000     IF RLOG-DATE-IS-BUSINESS
039100         IF RLOG-BUS-DATE NOT = OPSS-BUS-DATE
039200             GO TO 2000-READ-NEXT
039300         END-IF
039400     ELSE
039500         IF RLOG-START-DATE NOT NUMERIC
039600             GO TO 2000-READ-NEXT
039700         END-IF
039800         MOVE RLOG-START-DATE TO OPSS-DN-DATE
039900         PERFORM 3900-COMPUTE-DAY-NUMBER THRU 3900-EXIT
040000         COMPUTE OPSS-ROW-DAYS = OPSS-DN-RESULT - OPSS-BUS-DAYNUM
040100         IF OPSS-ROW-DAYS < 0 OR OPSS-ROW-DAYS > 1
040200             GO TO 2000-READ-NEXT
040300         END-IF
040400     END-IF
040500     ADD 1 TO OPSS-NIGHT-COUNT
040600     PERFORM 2200-FIND-STEP THRU 2200-EXIT
040700     ADD 1 TO OPSS-STP-RUN-COUNT (OPSS-STEP-HIT)
040800     MOVE OPSS-STP-MAX-RC (OPSS-STEP-HIT) TO OPSS-ROW-MAX-RC
040900     PERFORM 3000-JUDGE-ROW THRU 3000-EXIT
041000     IF OPSS-ROW-FAILED
041100         ADD 1 TO OPSS-STP-FAIL-COUNT (OPSS-STEP-HIT)
041200     END-IF
041300     MOVE RLOG-RECORD TO OPSS-STP-LAST-ROW (OPSS-STEP-HIT)
041400     .
041500 2000-READ-NEXT.
041600     PERFORM 2100-READ-LOG THRU 2100-EXIT
041700     .
041800 2000-EXIT.
041900     EXIT.
042000*****************************************************************
042100*  2100-READ-LOG
042200*****************************************************************
042300 2100-READ-LOG.
042400     READ RUN-LOG-FILE INTO RLOG-RECORD
042500         AT END
042600             MOVE 'Y' TO WS-RLOG-EOF-SW
042700     END-READ
042800     .
042900 2100-EXIT.
043000     EXIT.
043100*****************************************************************
043200*  2200-FIND-STEP - A PROGRAM NOT ON THE DECK IS ADDED AS AN
043300*  UNSCHEDULED STEP WITH THE DEFAULT LIMIT.
043400*****************************************************************
043500 2200-FIND-STEP.
043600     SET OPSS-STEP-NOT-FOUND TO TRUE
043700     PERFORM 2250-SCAN-ONE-STEP THRU 2250-EXIT
043800         VARYING OPSS-STEP-SUB FROM 1 BY 1
043900         UNTIL OPSS-STEP-SUB > OPSS-STEP-COUNT
044000            OR OPSS-STEP-FOUND
044100     IF OPSS-STEP-FOUND
044200         GO TO 2200-EXIT
044300     END-IF
044400     MOVE OPSS-DEFAULT-MAX-RC TO OPSS-ROW-MAX-RC
044500     PERFORM 1300-ADD-STEP THRU 1300-EXIT
044600     MOVE RLOG-PROGRAM TO OPSS-STP-PROGRAM (OPSS-STEP-HIT)
044700     SET OPSS-STP-UNSCHEDULED (OPSS-STEP-HIT) TO TRUE
044800     .
044900 2200-EXIT.
045000     EXIT.
045100*****************************************************************
045200*  2250-SCAN-ONE-STEP
045300*****************************************************************
045400 2250-SCAN-ONE-STEP.
045500     IF OPSS-STP-PROGRAM (OPSS-STEP-SUB) = RLOG-PROGRAM
045600         SET OPSS-STEP-FOUND TO TRUE
045700         MOVE OPSS-STEP-SUB TO OPSS-STEP-HIT
045800     END-IF
045900     .
046000 2250-EXIT.
046100     EXIT.
046200*****************************************************************
046300*  3000-JUDGE-ROW - THE ROW IN RLOG-RECORD FAILED IF IT ABENDED
046400*  OR ITS RETURN CODE IS ABOVE OPSS-ROW-MAX-RC.
046500*****************************************************************
046600 3000-JUDGE-ROW.
046700     SET OPSS-ROW-PASSED TO TRUE
046800     IF RLOG-ABENDED
046900         SET OPSS-ROW-FAILED TO TRUE
047000         GO TO 3000-EXIT
047100     END-IF
047200     IF RLOG-RETURN-CODE NOT NUMERIC
047300         SET OPSS-ROW-FAILED TO TRUE
047400         GO TO 3000-EXIT
047500     END-IF
047600     IF RLOG-RETURN-CODE > OPSS-ROW-MAX-RC
047700         SET OPSS-ROW-FAILED TO TRUE
047800     END-IF
047900     .
048000 3000-EXIT.
048100     EXIT.
048200*****************************************************************
048300*  3900-COMPUTE-DAY-NUMBER - TURNS OPSS-DN-DATE (YYYYMMDD)
048400*  INTO A CONSECUTIVE DAY NUMBER IN OPSS-DN-RESULT, SO THE DAYS
048500*  BETWEEN TWO DATES IS A PLAIN SUBTRACTION ACROSS MONTH AND
048600*  YEAR ENDS.  MARCH IS TREATED AS THE FIRST MONTH SO THE LEAP
048700*  DAY FALLS AT THE END OF THE COUNTING YEAR.
048800*****************************************************************
048900 3900-COMPUTE-DAY-NUMBER.
049000     COMPUTE OPSS-DN-A = (14 - OPSS-DN-MM) / 12
049100     COMPUTE OPSS-DN-Y = OPSS-DN-YYYY + 4800 - OPSS-DN-A
049200     COMPUTE OPSS-DN-M = OPSS-DN-MM + (12 * OPSS-DN-A) - 3
049300     COMPUTE OPSS-DN-MONTH-DAYS = ((153 * OPSS-DN-M) + 2) / 5
049400     DIVIDE 4 INTO OPSS-DN-Y GIVING OPSS-DN-Y4
049500     DIVIDE 100 INTO OPSS-DN-Y GIVING OPSS-DN-Y100
049600     DIVIDE 400 INTO OPSS-DN-Y GIVING OPSS-DN-Y400
049700     COMPUTE OPSS-DN-RESULT = OPSS-DN-DD + OPSS-DN-MONTH-DAYS
049800         + (365 * OPSS-DN-Y) + OPSS-DN-Y4 - OPSS-DN-Y100
049900         + OPSS-DN-Y400 - 32045
050000     .
050100 3900-EXIT.
050200     EXIT.
050300*****************************************************************
050400*  5000-WRITE-STEPS - ONE BLOCK PER STEP: THE DECK'S STEPS IN
050500*  DECK ORDER, THEN THE UNSCHEDULED ONES IN THE ORDER THEY
050600*  FIRST RAN.
050700*****************************************************************
050800 5000-WRITE-STEPS.
050900     MOVE OPSS-STEP-HEADING TO LIST-RECORD
051000     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
051100     PERFORM 5100-ONE-STEP THRU 5100-EXIT
051200         VARYING OPSS-STEP-SUB FROM 1 BY 1
051300         UNTIL OPSS-STEP-SUB > OPSS-STEP-COUNT
051400     .
051500 5000-EXIT.
051600     EXIT.
051700*****************************************************************
051800*  5100-ONE-STEP - THE STEP LINE, THEN ITS COUNTS, THEN ITS
051900*  MESSAGE WHEN IT HAS ONE.  FLAGGED STEPS CARRY '***'.  A STEP
052000*  THAT FAILED AND WAS THEN RERUN CLEAN SHOWS ITS LAST RUN, WITH
052100*  THE EARLIER FAILURE NOTED.
052200*****************************************************************
052300 5100-ONE-STEP.
052400     MOVE SPACES TO OPSS-STEP-LINE
052500     MOVE OPSS-STP-PROGRAM (OPSS-STEP-SUB) TO OPSS-STL-PROGRAM
052600     IF OPSS-STP-UNSCHEDULED (OPSS-STEP-SUB)
052700         ADD 1 TO OPSS-UNSCHEDULED-COUNT
052800     END-IF
052900     IF OPSS-STP-RUN-COUNT (OPSS-STEP-SUB) = ZERO
053000         ADD 1 TO OPSS-NOT-RUN-COUNT
053100         MOVE 'NEVER RAN' TO OPSS-STL-STATUS
053200         MOVE '***' TO OPSS-STL-FLAG
053300         MOVE OPSS-STEP-LINE TO LIST-RECORD
053400         PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
053500         GO TO 5100-EXIT
053600     END-IF
053700     ADD 1 TO OPSS-RAN-COUNT
053800     MOVE OPSS-STP-LAST-ROW (OPSS-STEP-SUB) TO RLOG-RECORD
053900     MOVE OPSS-STP-MAX-RC (OPSS-STEP-SUB) TO OPSS-ROW-MAX-RC
054000     PERFORM 3000-JUDGE-ROW THRU 3000-EXIT
054100     EVALUATE TRUE
054200         WHEN OPSS-ROW-FAILED AND RLOG-ABENDED
054300             ADD 1 TO OPSS-FAILED-COUNT
054400             MOVE 'ABENDED' TO OPSS-STL-STATUS
054500             MOVE '***' TO OPSS-STL-FLAG
054600         WHEN OPSS-ROW-FAILED
054700             ADD 1 TO OPSS-FAILED-COUNT
054800             MOVE 'FAILED' TO OPSS-STL-STATUS
054900             MOVE '***' TO OPSS-STL-FLAG
055000         WHEN OPSS-STP-UNSCHEDULED (OPSS-STEP-SUB)
055100             MOVE 'UNSCHEDULED' TO OPSS-STL-STATUS
055200         WHEN OTHER
055300             MOVE 'OK' TO OPSS-STL-STATUS
055400     END-EVALUATE
055500     IF RLOG-RETURN-CODE NUMERIC
055600         MOVE RLOG-RETURN-CODE TO OPSS-STL-RC
055700     END-IF
055800     MOVE OPSS-STP-RUN-COUNT (OPSS-STEP-SUB) TO OPSS-STL-RUNS
055900     MOVE RLOG-START-TIME TO OPSS-TIME-WORK
056000     PERFORM 5200-EDIT-TIME THRU 5200-EXIT
056100     MOVE OPSS-TIME-EDIT TO OPSS-STL-START
056200     MOVE RLOG-END-TIME TO OPSS-TIME-WORK
056300     PERFORM 5200-EDIT-TIME THRU 5200-EXIT
056400     MOVE OPSS-TIME-EDIT TO OPSS-STL-END
056500     IF RLOG-ENDED-NORMALLY
056600         AND RLOG-OUTSTANDING-COUNT > 0
056700         ADD 1 TO OPSS-OUTSTANDING-COUNT
056800         MOVE RLOG-OUTSTANDING-COUNT TO OPSS-STL-OUTSTANDING
056900         MOVE '***' TO OPSS-STL-FLAG
057000     END-IF
057100     MOVE OPSS-STEP-LINE TO LIST-RECORD
057200     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
057300     MOVE SPACES TO OPSS-COUNT-LINE
057400     PERFORM 5300-ONE-COUNT THRU 5300-EXIT
057500         VARYING OPSS-CNT-SUB FROM 1 BY 1
057600         UNTIL OPSS-CNT-SUB > 4
057700     IF OPSS-COUNT-LINE NOT = SPACES
057800         MOVE OPSS-COUNT-LINE TO LIST-RECORD
057900         PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
058000     END-IF
058100     IF RLOG-MESSAGE NOT = SPACES
058200         MOVE RLOG-MESSAGE TO OPSS-MSL-TEXT
058300         MOVE OPSS-MESSAGE-LINE TO LIST-RECORD
058400         PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
058500     END-IF
058600     IF OPSS-STP-FAIL-COUNT (OPSS-STEP-SUB) > 0
058700         AND NOT OPSS-ROW-FAILED
058800         MOVE 'AN EARLIER RUN TONIGHT FAILED - RERUN ENDED CLEAN'
058900             TO OPSS-MSL-TEXT
059000         MOVE OPSS-MESSAGE-LINE TO LIST-RECORD
059100         PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
059200     END-IF
059300     .
059400 5100-EXIT.
059500     EXIT.
059600*****************************************************************
059700*  5200-EDIT-TIME - OPSS-TIME-WORK TO HH:MM:SS.
059800*****************************************************************
059900 5200-EDIT-TIME.
060000     IF OPSS-TIME-WORK NOT NUMERIC
060100         MOVE ZERO TO OPSS-TIME-WORK
060200     END-IF
060300     MOVE OPSS-TIME-HH TO OPSS-TED-HH
060400     MOVE OPSS-TIME-MM TO OPSS-TED-MM
060500     MOVE OPSS-TIME-SS TO OPSS-TED-SS
060600     .
060700 5200-EXIT.
060800     EXIT.
060900*****************************************************************
061000*  5300-ONE-COUNT - AN UNNAMED COUNT SLOT IS LEFT BLANK.
061100*****************************************************************
061200 5300-ONE-COUNT.
061300     IF RLOG-COUNT-NAME (OPSS-CNT-SUB) = SPACES
061400         GO TO 5300-EXIT
061500     END-IF
061600     MOVE RLOG-COUNT-NAME (OPSS-CNT-SUB)
061700         TO OPSS-CNL-NAME (OPSS-CNT-SUB)
061800     MOVE RLOG-COUNT (OPSS-CNT-SUB)
061900         TO OPSS-CNL-VALUE (OPSS-CNT-SUB)
062000     .
062100 5300-EXIT.
062200     EXIT.
062300*****************************************************************
062400*  7000-WRITE-LISTING
062500*****************************************************************
062600 7000-WRITE-LISTING.
062700     WRITE LIST-RECORD
062800     IF NOT WS-LIST-OK
062900         MOVE 'CANNOT WRITE LISTING FILE' TO OPSS-ABEND-MSG
063000         GO TO 9600-ABEND
063100     END-IF
063200     MOVE SPACES TO LIST-RECORD
063300     .
063400 7000-EXIT.
063500     EXIT.
063600*****************************************************************
063700*  8500-WRITE-TOTALS - THE NIGHT IN FIGURES, THEN THE VERDICT.
063800*****************************************************************
063900 8500-WRITE-TOTALS.
064000     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
064100     MOVE SPACES TO OPSS-TOTAL-LINE
064200     MOVE 'STEPS ON THE CARD DECK' TO OPSS-TOT-LABEL
064300     MOVE OPSS-SCHEDULED-COUNT TO OPSS-TOT-VALUE
064400     MOVE OPSS-TOTAL-LINE TO LIST-RECORD
064500     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
064600     MOVE SPACES TO OPSS-TOTAL-LINE
064700     MOVE 'STEPS THAT RAN' TO OPSS-TOT-LABEL
064800     MOVE OPSS-RAN-COUNT TO OPSS-TOT-VALUE
064900     MOVE OPSS-TOTAL-LINE TO LIST-RECORD
065000     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
065100     MOVE SPACES TO OPSS-TOTAL-LINE
065200     MOVE 'UNSCHEDULED STEPS' TO OPSS-TOT-LABEL
065300     MOVE OPSS-UNSCHEDULED-COUNT TO OPSS-TOT-VALUE
065400     MOVE OPSS-TOTAL-LINE TO LIST-RECORD
065500     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
065600     MOVE SPACES TO OPSS-TOTAL-LINE
065700     MOVE 'STEPS FAILED' TO OPSS-TOT-LABEL
065800     MOVE OPSS-FAILED-COUNT TO OPSS-TOT-VALUE
065900     MOVE OPSS-TOTAL-LINE TO LIST-RECORD
066000     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
066100     MOVE SPACES TO OPSS-TOTAL-LINE
066200     MOVE 'STEPS THAT NEVER RAN' TO OPSS-TOT-LABEL
066300     MOVE OPSS-NOT-RUN-COUNT TO OPSS-TOT-VALUE
066400     MOVE OPSS-TOTAL-LINE TO LIST-RECORD
066500     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
066600     MOVE SPACES TO OPSS-TOTAL-LINE
066700     MOVE 'STEPS WITH WORK OUTSTANDING' TO OPSS-TOT-LABEL
066800     MOVE OPSS-OUTSTANDING-COUNT TO OPSS-TOT-VALUE
066900     MOVE OPSS-TOTAL-LINE TO LIST-RECORD
067000     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
067100     MOVE SPACES TO OPSS-TOTAL-LINE
067200     MOVE 'LOG ROWS READ' TO OPSS-TOT-LABEL
067300     MOVE OPSS-READ-COUNT TO OPSS-TOT-VALUE
067400     MOVE OPSS-TOTAL-LINE TO LIST-RECORD
067500     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
067600     MOVE SPACES TO OPSS-TOTAL-LINE
067700     MOVE 'LOG ROWS FOR THIS NIGHT' TO OPSS-TOT-LABEL
067800     MOVE OPSS-NIGHT-COUNT TO OPSS-TOT-VALUE
067900     MOVE OPSS-TOTAL-LINE TO LIST-RECORD
068000     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
068100     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
068200     IF OPSS-FAILED-COUNT > 0
068300         OR OPSS-NOT-RUN-COUNT > 0
068400         OR OPSS-OUTSTANDING-COUNT > 0
068500         MOVE 'NIGHT NEEDS ATTENTION - SEE THE STEPS MARKED ***'
068600             TO LIST-RECORD
068700     ELSE
068800         MOVE 'NIGHT IS CLEAN' TO LIST-RECORD
068900     END-IF
069000     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
069100     .
069200 8500-EXIT.
069300     EXIT.
069400*****************************************************************
069500*  9000-END-OF-JOB
069600*****************************************************************
069700 9000-END-OF-JOB.
069800     IF NOT WS-RLOG-NOT-PRESENT
069900         CLOSE RUN-LOG-FILE
070000     END-IF
070100     CLOSE LISTING-FILE
070200     EVALUATE TRUE
070300         WHEN OPSS-FAILED-COUNT > 0
070400             MOVE 8 TO RETURN-CODE
070500         WHEN OPSS-NOT-RUN-COUNT > 0
070600             MOVE 8 TO RETURN-CODE
070700         WHEN OPSS-OUTSTANDING-COUNT > 0
070800             MOVE 4 TO RETURN-CODE
070900         WHEN OTHER
071000             MOVE 0 TO RETURN-CODE
071100     END-EVALUATE
071200     .
071300 9000-EXIT.
071400     EXIT.
071500*****************************************************************
071600*  9600-ABEND - SHARED HARD-FAILURE EXIT.
071700*****************************************************************
071800 9600-ABEND.
071900     DISPLAY 'OPSSTAT - ' OPSS-ABEND-MSG
072000     MOVE 16 TO RETURN-CODE
072100     STOP RUN
072200     .
072300 9600-EXIT.
072400     EXIT.
