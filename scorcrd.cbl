000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SCORCRD.
000300 AUTHOR. J D MORAN.
000400 INSTALLATION. DAILY PROCESSING GROUP.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  SCORCRD - MONTHLY SUPPLIER DATA-QUALITY SCORECARD
000900*
001000*  DTRNSRT, SAMPLE AND REJRPR EACH APPEND ONE ROW PER SOURCE-
001100*  SYSTEM CODE TO THE SOURCE STATISTICS LOG (SRCSTAT, SEE
001200*  SSTAREC) AT THE END OF EVERY GOOD RUN.  THIS PROGRAM READS
001300*  THE LOG FOR A REPORT MONTH AND THE MONTH BEFORE IT AND
001400*  PRINTS, PER SUPPLIER, MONTH-TO-DATE AGAINST PRIOR MONTH:
001500*
001600*    - RECORDS SUPPLIED AND DUPLICATES DROPPED (DTRNSRT)
001700*    - REJECTS BY REASON CODE AND RECONCILIATION BREAKS
001800*      (SAMPLE)
001900*    - REPAIRS RECYCLED AND ITEMS FORCED OUT TO THE SUPVRPT
002000*      SUPERVISOR REPORT (REJRPR)
002100*
002200*  THE SUPPLIERS ARE RANKED WORST FIRST ON THEIR MONTH-TO-DATE
002300*  EXCEPTION RATE - DUPLICATES PLUS REJECTS PER HUNDRED
002400*  RECORDS SUPPLIED - THEN ON BREAKS, THEN ON EXCEPTIONS.  A
002500*  SUPPLIER WITH EXCEPTIONS BUT NOTHING SUPPLIED (EVERY ITEM A
002600*  RECYCLE OR A LATE ARRIVAL) RATES 999.99.
002700*
002800*  THE LOG IS APPEND-ONLY, SO A RERUN LEAVES AN EARLIER SET OF
002900*  ROWS BEHIND.  THE LOG IS SORTED BY BUSINESS DATE AND
003000*  PROGRAM WITH THE LATEST-WRITTEN ROWS FIRST, AND ONLY THE
003100*  ROWS CARRYING THE SAME RUN STAMP AS THE FIRST ONE IN EACH
003200*  DATE/PROGRAM GROUP ARE TAKEN - THE LAST RUN STANDS.
003300*
003400*  DRIVEN BY A SINGLE CARD ON SCORCARD:
003500*      COLS 1-6    REPORT MONTH, CCYYMM.  RUN DAILY FOR A
003600*                  MONTH-TO-DATE VIEW OR AFTER MONTH END FOR
003700*                  THE FULL MONTH.
003800*
003900*  RETURN CODES - 0 CLEAN, 4 NOTHING ON THE LOG FOR THE
004000*  REPORT MONTH, 16 HARD FAILURE.
004100*
004200*  MOD HISTORY
004300*  -------------------------------------------------------------
004400*  DATE       INIT  DESCRIPTION
004500*  ---------  ----  ---------------------------------------------
004600*  2026-10-15 JDM   INITIAL VERSION.
004620*  2026-10-15 JDM   APPENDS A STEP-RESULT ROW TO THE SHARED RUN
004640*                   LOG (RUNLOG) AT END OF JOB AND ON AN ABEND,
004660*                   FOR THE NIGHT SUMMARY.
004680*****************************************************************
004800 ENVIRONMENT DIVISION.
004900 CONFIGURATION SECTION.
005000 SOURCE-COMPUTER. IBM-370.
005100 OBJECT-COMPUTER. IBM-370.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT SCORE-CARD-FILE ASSIGN TO SCORCARD
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-CARD-STATUS.
005700     SELECT SOURCE-STATS-FILE ASSIGN TO SRCSTAT
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-SSTA-STATUS.
006000     SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
006100     SELECT LISTING-FILE ASSIGN TO SCORRPT
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS WS-LIST-STATUS.
006320     SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
006340         ORGANIZATION IS SEQUENTIAL
006360         FILE STATUS IS WS-RLOG-STATUS.
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  SCORE-CARD-FILE
006700     RECORDING MODE IS F
006800     LABEL RECORDS ARE STANDARD.
006900 01  SCORE-CARD-RECORD.
007000     05  SCRC-REPORT-MONTH           PIC X(06).
007100     05  FILLER                      PIC X(74).
007200 FD  SOURCE-STATS-FILE
007300     RECORDING MODE IS F
007400     LABEL RECORDS ARE STANDARD.
007500 01  SSTA-IN-RECORD                  PIC X(100).
007600 SD  SORT-WORK-FILE.
007700 01  SORT-RECORD.
007800     05  SRT-BUS-DATE                PIC 9(08).
007900     05  SRT-PROGRAM                 PIC X(08).
008000     05  SRT-ORDINAL                 PIC 9(07) COMP.
008100     05  SRT-STAT-IMAGE              PIC X(100).
008200 FD  LISTING-FILE
008300     RECORDING MODE IS F
008400     LABEL RECORDS ARE STANDARD.
008500 01  LIST-RECORD                     PIC X(80).
008520 FD  RUN-LOG-FILE
008540     RECORDING MODE IS F
008560     LABEL RECORDS ARE STANDARD.
008580     COPY RLOGREC.
008600 WORKING-STORAGE SECTION.
008700*****************************************************************
008800*  FILE STATUS SWITCHES
008900*****************************************************************
009000 01  WS-FILE-STATUSES.
009100     05  WS-CARD-STATUS              PIC X(02).
009200         88  WS-CARD-OK                  VALUE '00'.
009300     05  WS-SSTA-STATUS              PIC X(02).
009400         88  WS-SSTA-OK                  VALUE '00'.
009500     05  WS-LIST-STATUS              PIC X(02).
009600         88  WS-LIST-OK                  VALUE '00'.
009620     05  WS-RLOG-STATUS              PIC X(02).
009640         88  WS-RLOG-OK                  VALUE '00'.
009660         88  WS-RLOG-NOT-PRESENT         VALUE '35'.
009700*****************************************************************
009800*  CONTROL SWITCHES
009900*****************************************************************
010000 01  WS-SWITCHES.
010100     05  WS-SSTA-EOF-SW              PIC X(01) VALUE 'N'.
010200         88  WS-SSTA-EOF-YES             VALUE 'Y'.
010300     05  WS-SORT-EOF-SW              PIC X(01) VALUE 'N'.
010400         88  WS-SORT-EOF-YES             VALUE 'Y'.
010500     05  WS-SRC-FOUND-SW             PIC X(01).
010600         88  SCOR-SRC-FOUND              VALUE 'Y'.
010700         88  SCOR-SRC-NOT-FOUND          VALUE 'N'.
010800*****************************************************************
010900*  THE LOG ROW IN HAND
011000*****************************************************************
011100     COPY SSTAREC.
011200*****************************************************************
011300*  MONTH FIELDS - THE REPORT MONTH FROM THE CARD AND THE MONTH
011400*  BEFORE IT.  A LOG ROW'S BUSINESS DATE IS SPLIT THROUGH
011500*  SCOR-WORK-DATE TO SEE WHICH OF THE TWO IT BELONGS TO.
011600*****************************************************************
011700 01  SCOR-MONTH-FIELDS.
011800     05  SCOR-PERIOD                 PIC X(06).
011900     05  SCOR-PERIOD-SPLIT REDEFINES SCOR-PERIOD.
012000         10  SCOR-PERIOD-YEAR        PIC 9(04).
012100         10  SCOR-PERIOD-MONTH       PIC 9(02).
012200     05  SCOR-REPORT-CCYYMM          PIC 9(06).
012300     05  SCOR-PRIOR-CCYYMM           PIC 9(06).
012400     05  SCOR-PRIOR-SPLIT REDEFINES SCOR-PRIOR-CCYYMM.
012500         10  SCOR-PRIOR-YEAR         PIC 9(04).
012600         10  SCOR-PRIOR-MONTH        PIC 9(02).
012700     05  SCOR-WORK-DATE              PIC 9(08).
012800     05  SCOR-WORK-SPLIT REDEFINES SCOR-WORK-DATE.
012900         10  SCOR-WORK-CCYYMM        PIC 9(06).
013000         10  SCOR-WORK-DD            PIC 9(02).
013100*****************************************************************
013200*  RERUN GROUPING - THE DATE, PROGRAM AND RUN STAMP OF THE
013300*  FIRST (LATEST) ROW OF THE GROUP IN HAND.
013400*****************************************************************
013500 01  SCOR-GROUP-FIELDS.
013600     05  SCOR-GROUP-DATE             PIC 9(08) VALUE ZERO.
013700     05  SCOR-GROUP-PROGRAM          PIC X(08) VALUE SPACES.
013800     05  SCOR-GROUP-STAMP            PIC X(14) VALUE SPACES.
013900     05  SCOR-LAST-DATE              PIC 9(08) VALUE ZERO.
014000*****************************************************************
014100*  RUN COUNTERS
014200*****************************************************************
014300 01  SCOR-COUNTERS.
014400     05  SCOR-READ-COUNT             PIC 9(07) COMP VALUE ZERO.
014500     05  SCOR-IN-PERIOD-COUNT        PIC 9(07) COMP VALUE ZERO.
014600     05  SCOR-SUPERSEDED-COUNT       PIC 9(07) COMP VALUE ZERO.
014700     05  SCOR-USED-COUNT             PIC 9(07) COMP VALUE ZERO.
014800     05  SCOR-ORDINAL                PIC 9(07) COMP VALUE ZERO.
014900     05  SCOR-DATE-COUNT             PIC 9(05) COMP
015000                                     OCCURS 2 TIMES.
015100*****************************************************************
015200*  FIGURE NAMES - THE ORDER OF SCOR-FIG BELOW.  FIGURES 3-10
015300*  ARE THE REJECT REASONS IN SSTA-REJ-TABLE ORDER.
015400*****************************************************************
015500 01  SCOR-FIG-LABEL-LIST.
015600     05  FILLER                      PIC X(30)
015700         VALUE 'RECORDS SUPPLIED'.
015800     05  FILLER                      PIC X(30)
015900         VALUE 'DUPLICATES DROPPED'.
016000     05  FILLER                      PIC X(30)
016100         VALUE 'REJECT T1 TEST VALUE RANGE'.
016200     05  FILLER                      PIC X(30)
016300         VALUE 'REJECT I1 ITER CODE'.
016400     05  FILLER                      PIC X(30)
016500         VALUE 'REJECT S1 STATUS CODE'.
016600     05  FILLER                      PIC X(30)
016700         VALUE 'REJECT R1 REVERSAL NO MASTER'.
016800     05  FILLER                      PIC X(30)
016900         VALUE 'REJECT R2 REVERSAL AMOUNT'.
017000     05  FILLER                      PIC X(30)
017100         VALUE 'REJECT A1 ADJUST NO POSTING'.
017200     05  FILLER                      PIC X(30)
017300         VALUE 'REJECT F1 FROZEN ACCOUNT'.
017400     05  FILLER                      PIC X(30)
017500         VALUE 'REJECT C1 CLOSED ACCOUNT'.
017600     05  FILLER                      PIC X(30)
017700         VALUE 'REPAIRS RECYCLED'.
017800     05  FILLER                      PIC X(30)
017900         VALUE 'FORCED TO SUPVRPT'.
018000     05  FILLER                      PIC X(30)
018100         VALUE 'RECONCILIATION BREAKS'.
018200 01  SCOR-FIG-LABEL-TABLE REDEFINES SCOR-FIG-LABEL-LIST.
018300     05  SCOR-FIG-LABEL              PIC X(30) OCCURS 13 TIMES.
018400 77  SCOR-FIG-COUNT                  PIC 9(05) COMP VALUE 13.
018500 77  SCOR-FIG-BREAKS                 PIC 9(05) COMP VALUE 13.
018600*****************************************************************
018700*  PER-SOURCE TABLE - ONE ENTRY PER SOURCE-SYSTEM CODE SEEN IN
018800*  EITHER MONTH.  SIDE 1 IS THE REPORT MONTH TO DATE, SIDE 2
018900*  THE PRIOR MONTH.
019000*****************************************************************
019100 01  SCOR-SOURCE-FIELDS.
019200     05  SCOR-SRC-USED-COUNT         PIC 9(05) COMP VALUE ZERO.
019300     05  SCOR-SRC-SUB                PIC 9(05) COMP.
019400     05  SCOR-SRC-HIT                PIC 9(05) COMP.
019500     05  SCOR-SIDE                   PIC 9(05) COMP.
019600     05  SCOR-FIG-SUB                PIC 9(05) COMP.
019700     05  SCOR-RSN-SUB                PIC 9(05) COMP.
019800     05  SCOR-RANK-SUB               PIC 9(05) COMP.
019900     05  SCOR-BEST                   PIC 9(05) COMP.
020000     05  SCOR-RATE-WORK              PIC S9(09)V99 COMP-3.
020100 77  SCOR-MAX-SOURCES                PIC 9(05) COMP VALUE 20.
020200 77  SCOR-MAX-RATE                   PIC 9(03)V99 COMP-3
020300                                     VALUE 999.99.
020400 01  SCOR-SOURCE-TABLE.
020500     05  SCOR-SRC-ENTRY OCCURS 20 TIMES.
020600         10  SCOR-SRC-CODE           PIC X(02).
020700         10  SCOR-SRC-RANK           PIC 9(05) COMP.
020800         10  SCOR-SRC-RANKED-SW      PIC X(01).
020900             88  SCOR-SRC-RANKED         VALUE 'Y'.
021000         10  SCOR-SRC-SIDE OCCURS 2 TIMES.
021100             15  SCOR-FIG            PIC 9(09) COMP
021200                                     OCCURS 13 TIMES.
021300             15  SCOR-REJ-TOTAL      PIC 9(09) COMP.
021400             15  SCOR-EXC-COUNT      PIC 9(09) COMP.
021500             15  SCOR-RATE           PIC 9(03)V99 COMP-3.
021600 01  SCOR-RANK-TABLE.
021700     05  SCOR-RANK-SRC               PIC 9(05) COMP
021800                                     OCCURS 20 TIMES.
021900*****************************************************************
022000*  LISTING WORK LINES
022100*****************************************************************
022200 01  SCOR-RANK-HEADING-1.
022300     05  FILLER                      PIC X(32) VALUE SPACES.
022400     05  FILLER                      PIC X(16)
022500         VALUE 'EXCEPTION RATE %'.
022600     05  FILLER                      PIC X(32) VALUE SPACES.
022700 01  SCOR-RANK-HEADING-2.
022800     05  FILLER                      PIC X(08) VALUE 'RANK SRC'.
022900     05  FILLER                      PIC X(10) VALUE '  SUPPLIED'.
023000     05  FILLER                      PIC X(10) VALUE ' EXCEPTNS'.
023100     05  FILLER                      PIC X(08) VALUE '     MTD'.
023200     05  FILLER                      PIC X(08) VALUE '   PRIOR'.
023300     05  FILLER                      PIC X(08) VALUE '  CHANGE'.
023400     05  FILLER                      PIC X(07) VALUE ' BREAKS'.
023500     05  FILLER                      PIC X(09) VALUE '   FORCED'.
023600     05  FILLER                      PIC X(12) VALUE SPACES.
023700 01  SCOR-RANK-LINE.
023800     05  SCOR-RNK-NO                 PIC Z(03)9.
023900     05  FILLER                      PIC X(02) VALUE SPACES.
024000     05  SCOR-RNK-SRC                PIC X(02).
024100     05  FILLER                      PIC X(01) VALUE SPACES.
024200     05  SCOR-RNK-SUPPLIED           PIC Z(08)9.
024300     05  FILLER                      PIC X(01) VALUE SPACES.
024400     05  SCOR-RNK-EXC                PIC Z(08)9.
024500     05  FILLER                      PIC X(02) VALUE SPACES.
024600     05  SCOR-RNK-RATE               PIC ZZ9.99.
024700     05  FILLER                      PIC X(02) VALUE SPACES.
024800     05  SCOR-RNK-PRIOR-RATE         PIC ZZ9.99.
024900     05  FILLER                      PIC X(01) VALUE SPACES.
025000     05  SCOR-RNK-CHANGE             PIC -ZZ9.99.
025100     05  FILLER                      PIC X(02) VALUE SPACES.
025200     05  SCOR-RNK-BREAKS             PIC Z(04)9.
025300     05  FILLER                      PIC X(02) VALUE SPACES.
025400     05  SCOR-RNK-FORCED             PIC Z(06)9.
025500     05  FILLER                      PIC X(12) VALUE SPACES.
025600 01  SCOR-SOURCE-HEADING.
025700     05  FILLER                      PIC X(07) VALUE 'SOURCE '.
025800     05  SCOR-SHD-SRC                PIC X(02).
025900     05  FILLER                      PIC X(08) VALUE '   RANK '.
026000     05  SCOR-SHD-RANK               PIC Z(03)9.
026100     05  FILLER                      PIC X(59) VALUE SPACES.
026200 01  SCOR-FIGURE-HEADING.
026300     05  FILLER                      PIC X(30) VALUE 'FIGURE'.
026400     05  FILLER                      PIC X(11)
026500                                     VALUE '        MTD'.
026600     05  FILLER                      PIC X(02) VALUE SPACES.
026700     05  FILLER                      PIC X(11)
026800                                     VALUE '      PRIOR'.
026900     05  FILLER                      PIC X(02) VALUE SPACES.
027000     05  FILLER                      PIC X(11)
027100                                     VALUE '     CHANGE'.
027200     05  FILLER                      PIC X(13) VALUE SPACES.
027300 01  SCOR-FIGURE-LINE.
027400     05  SCOR-FGL-LABEL              PIC X(30).
027500     05  SCOR-FGL-MTD                PIC Z(10)9.
027600     05  FILLER                      PIC X(02) VALUE SPACES.
027700     05  SCOR-FGL-PRIOR              PIC Z(10)9.
027800     05  FILLER                      PIC X(02) VALUE SPACES.
027900     05  SCOR-FGL-CHANGE             PIC -(10)9.
028000     05  FILLER                      PIC X(13) VALUE SPACES.
028100 01  SCOR-RATE-LINE.
028200     05  SCOR-RTL-LABEL              PIC X(30).
028300     05  SCOR-RTL-MTD                PIC Z(07)9.99.
028400     05  FILLER                      PIC X(02) VALUE SPACES.
028500     05  SCOR-RTL-PRIOR              PIC Z(07)9.99.
028600     05  FILLER                      PIC X(02) VALUE SPACES.
028700     05  SCOR-RTL-CHANGE             PIC -(07)9.99.
028800     05  FILLER                      PIC X(12) VALUE SPACES.
028900 01  SCOR-CHANGE-WORK                PIC S9(09) COMP.
029000 01  SCOR-RATE-CHANGE                PIC S9(03)V99 COMP-3.
029100 01  SCOR-TOTAL-LINE.
029200     05  SCOR-TOT-LABEL              PIC X(30).
029300     05  SCOR-TOT-VALUE              PIC Z(06)9.
029400     05  FILLER                      PIC X(43) VALUE SPACES.
029500*****************************************************************
029600*  END-OF-JOB / ABEND WORK FIELDS
029700*****************************************************************
029800 01  SCOR-JOB-STATUS-FIELDS.
029900     05  SCOR-ABEND-MSG              PIC X(40).
029910*****************************************************************
029920*  RUN LOG FIELDS - WHEN THE STEP STARTED, AND WHETHER IT IS
029930*  ON ITS WAY OUT THROUGH 9600-ABEND (SEE 9700).
029940*****************************************************************
029950 01  SCOR-RUN-LOG-FIELDS.
029960     05  SCOR-STEP-START-DATE        PIC 9(08) VALUE ZERO.
029970     05  SCOR-STEP-START-TIME        PIC 9(08) VALUE ZERO.
029980     05  WS-STEP-END-SW              PIC X(01) VALUE 'N'.
029990         88  SCOR-STEP-ABENDED           VALUE 'A'.
030000 PROCEDURE DIVISION.
030100*****************************************************************
030200*  0000-MAINLINE - THE SORT BRINGS EACH DATE'S ROWS FOR ONE
030300*  PROGRAM TOGETHER, LATEST WRITTEN FIRST, SO THE OUTPUT
030400*  PROCEDURE CAN KEEP THE LAST RUN AND DROP THE REST.
030500*****************************************************************
030600 0000-MAINLINE.
030700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
030800     SORT SORT-WORK-FILE
030900         ON ASCENDING KEY SRT-BUS-DATE
031000         ON ASCENDING KEY SRT-PROGRAM
031100         ON DESCENDING KEY SRT-ORDINAL
031200         INPUT PROCEDURE IS 2000-SELECT-MONTHS
031300             THRU 2000-SELECT-EXIT
031400         OUTPUT PROCEDURE IS 3000-TAKE-LATEST
031500             THRU 3000-TAKE-EXIT
031600     PERFORM 4000-RANK-SOURCES THRU 4000-EXIT
031700     PERFORM 5000-WRITE-RANKING THRU 5000-EXIT
031800     PERFORM 6000-WRITE-SOURCE-DETAIL THRU 6000-EXIT
031900     PERFORM 8500-WRITE-TOTALS THRU 8500-EXIT
032000     PERFORM 9000-END-OF-JOB THRU 9000-EXIT
032100     STOP RUN
032200     .
032300*****************************************************************
032400*  1000-INITIALIZE - READS AND EDITS THE CARD, WORKS OUT THE
032500*  PRIOR MONTH, AND OPENS THE LISTING.
032600*****************************************************************
032700 1000-INITIALIZE.
032720     ACCEPT SCOR-STEP-START-DATE FROM DATE YYYYMMDD
032740     ACCEPT SCOR-STEP-START-TIME FROM TIME
032800     OPEN INPUT SCORE-CARD-FILE
032900     IF NOT WS-CARD-OK
033000         MOVE 'CANNOT OPEN SCORECARD CARD FILE' TO SCOR-ABEND-MSG
033100         GO TO 9600-ABEND
033200     END-IF
033300     READ SCORE-CARD-FILE
033400         AT END
033500             MOVE 'SCORECARD CARD FILE IS EMPTY' TO SCOR-ABEND-MSG
033600             GO TO 9600-ABEND
033700     END-READ
033800     CLOSE SCORE-CARD-FILE
033900     MOVE SCRC-REPORT-MONTH TO SCOR-PERIOD
034000     IF SCOR-PERIOD NOT NUMERIC
034100         OR SCOR-PERIOD-MONTH < 01
034200         OR SCOR-PERIOD-MONTH > 12
034300         MOVE 'REPORT MONTH IS NOT A VALID CCYYMM'
034400             TO SCOR-ABEND-MSG
034500         GO TO 9600-ABEND
034600     END-IF
034700     MOVE SCOR-PERIOD TO SCOR-REPORT-CCYYMM
034800     MOVE SCOR-PERIOD-YEAR TO SCOR-PRIOR-YEAR
034900     IF SCOR-PERIOD-MONTH = 01
035000         MOVE 12 TO SCOR-PRIOR-MONTH
035100         SUBTRACT 1 FROM SCOR-PRIOR-YEAR
035200     ELSE
035300         COMPUTE SCOR-PRIOR-MONTH = SCOR-PERIOD-MONTH - 1
035400     END-IF
035500     MOVE ZERO TO SCOR-DATE-COUNT (1)
035600     MOVE ZERO TO SCOR-DATE-COUNT (2)
035700     OPEN OUTPUT LISTING-FILE
035800     IF NOT WS-LIST-OK
035900         MOVE 'CANNOT OPEN LISTING FILE' TO SCOR-ABEND-MSG
036000         GO TO 9600-ABEND
036100     END-IF
036200     MOVE 'SCORCRD - MONTHLY SUPPLIER DATA-QUALITY SCORECARD'
036300         TO LIST-RECORD
036400     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
036500     MOVE 'REPORT MONTH' TO LIST-RECORD
036600     MOVE SCOR-REPORT-CCYYMM TO LIST-RECORD (14:6)
036700     MOVE '(MTD)   PRIOR MONTH' TO LIST-RECORD (21:19)
036800     MOVE SCOR-PRIOR-CCYYMM TO LIST-RECORD (41:6)
036900     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
037000     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
037100     .
037200 1000-EXIT.
037300     EXIT.
037400*****************************************************************
037500*  2000-SELECT-MONTHS - SORT INPUT PROCEDURE.  RELEASES EVERY
037600*  LOG ROW FOR THE REPORT MONTH OR THE PRIOR MONTH WITH ITS
037700*  READ ORDINAL, SO THE SORT CAN HAND EACH GROUP BACK LATEST
037800*  WRITTEN FIRST.
037900*****************************************************************
038000 2000-SELECT-MONTHS.
038100     OPEN INPUT SOURCE-STATS-FILE
038200     IF NOT WS-SSTA-OK
038300         MOVE 'CANNOT OPEN SOURCE STATS FILE' TO SCOR-ABEND-MSG
038400         GO TO 9600-ABEND
038500     END-IF
038600     PERFORM 2100-READ-STATS THRU 2100-EXIT
038700     PERFORM 2200-RELEASE-ONE THRU 2200-EXIT
038800         UNTIL WS-SSTA-EOF-YES
038900     CLOSE SOURCE-STATS-FILE
039000     GO TO 2000-SELECT-EXIT.
039100 2000-SELECT-EXIT.
039200     EXIT.
039300*****************************************************************
039400*  2100-READ-STATS
039500*****************************************************************
039600 2100-READ-STATS.
039700     READ SOURCE-STATS-FILE INTO SSTA-RECORD
039800         AT END
039900             MOVE 'Y' TO WS-SSTA-EOF-SW
040000     END-READ
040100     .
040200 2100-EXIT.
040300     EXIT.
040400*****************************************************************
040500*  2200-RELEASE-ONE
040600*****************************************************************
040700 2200-RELEASE-ONE.
040800     ADD 1 TO SCOR-READ-COUNT
040900     MOVE SSTA-BUS-DATE TO SCOR-WORK-DATE
041000     IF SCOR-WORK-CCYYMM NOT = SCOR-REPORT-CCYYMM
041100         AND SCOR-WORK-CCYYMM NOT = SCOR-PRIOR-CCYYMM
041200         GO TO 2200-READ-NEXT
041300     END-IF
041400     ADD 1 TO SCOR-IN-PERIOD-COUNT
041500     ADD 1 TO SCOR-ORDINAL
041600     MOVE SSTA-BUS-DATE TO SRT-BUS-DATE
041700     MOVE SSTA-PROGRAM TO SRT-PROGRAM
041800     MOVE SCOR-ORDINAL TO SRT-ORDINAL
041900     MOVE SSTA-RECORD TO SRT-STAT-IMAGE
042000     RELEASE SORT-RECORD
042100     .
042200 2200-READ-NEXT.
042300     PERFORM 2100-READ-STATS THRU 2100-EXIT
042400     .
042500 2200-EXIT.
042600     EXIT.
042700*****************************************************************
042800*  3000-TAKE-LATEST - SORT OUTPUT PROCEDURE.
042900*****************************************************************
043000 3000-TAKE-LATEST.
043100     PERFORM 3100-RETURN-ONE THRU 3100-EXIT
043200     PERFORM 3200-TAKE-ONE-ROW THRU 3200-EXIT
043300         UNTIL WS-SORT-EOF-YES
043400     GO TO 3000-TAKE-EXIT.
043500 3000-TAKE-EXIT.
043600     EXIT.
043700*****************************************************************
043800*  3100-RETURN-ONE
043900*****************************************************************
044000 3100-RETURN-ONE.
044100     RETURN SORT-WORK-FILE
044200         AT END
044300             MOVE 'Y' TO WS-SORT-EOF-SW
044400     END-RETURN
044500     .
044600 3100-EXIT.
044700     EXIT.
044800*****************************************************************
044900*  3200-TAKE-ONE-ROW - THE FIRST ROW OF A DATE/PROGRAM GROUP
045000*  NAMES THE RUN THAT STANDS.  A ROW FROM ANY OTHER RUN OF THE
045100*  SAME PROGRAM FOR THE SAME DATE WAS SUPERSEDED BY A RERUN.
045200*****************************************************************
045300 3200-TAKE-ONE-ROW.
045400     MOVE SRT-STAT-IMAGE TO SSTA-RECORD
045500     MOVE SSTA-BUS-DATE TO SCOR-WORK-DATE
045600     IF SCOR-WORK-CCYYMM = SCOR-REPORT-CCYYMM
045700         MOVE 1 TO SCOR-SIDE
045800     ELSE
045900         MOVE 2 TO SCOR-SIDE
046000     END-IF
046100     IF SSTA-BUS-DATE NOT = SCOR-LAST-DATE
046200         ADD 1 TO SCOR-DATE-COUNT (SCOR-SIDE)
046300         MOVE SSTA-BUS-DATE TO SCOR-LAST-DATE
046400     END-IF
046500     IF SSTA-BUS-DATE NOT = SCOR-GROUP-DATE
046600         OR SSTA-PROGRAM NOT = SCOR-GROUP-PROGRAM
046700         MOVE SSTA-BUS-DATE TO SCOR-GROUP-DATE
046800         MOVE SSTA-PROGRAM TO SCOR-GROUP-PROGRAM
046900         MOVE SSTA-RUN-STAMP TO SCOR-GROUP-STAMP
047000     END-IF
047100     IF SSTA-RUN-STAMP NOT = SCOR-GROUP-STAMP
047200         ADD 1 TO SCOR-SUPERSEDED-COUNT
047300         GO TO 3200-RETURN-NEXT
047400     END-IF
047500     ADD 1 TO SCOR-USED-COUNT
047600     PERFORM 3300-FIND-SOURCE THRU 3300-EXIT
047700     ADD SSTA-SUPPLIED-COUNT
047800         TO SCOR-FIG (SCOR-SRC-HIT SCOR-SIDE 1)
047900     ADD SSTA-DUP-COUNT TO SCOR-FIG (SCOR-SRC-HIT SCOR-SIDE 2)
048000     PERFORM 3400-ADD-ONE-REJECT THRU 3400-EXIT
048100         VARYING SCOR-RSN-SUB FROM 1 BY 1
048200         UNTIL SCOR-RSN-SUB > 8
048300     ADD SSTA-REPAIR-COUNT
048400         TO SCOR-FIG (SCOR-SRC-HIT SCOR-SIDE 11)
048500     ADD SSTA-FORCED-COUNT
048600         TO SCOR-FIG (SCOR-SRC-HIT SCOR-SIDE 12)
048700     ADD SSTA-BREAK-COUNT
048800         TO SCOR-FIG (SCOR-SRC-HIT SCOR-SIDE 13)
048900     .
049000 3200-RETURN-NEXT.
049100     PERFORM 3100-RETURN-ONE THRU 3100-EXIT
049200     .
049300 3200-EXIT.
049400     EXIT.
049500*****************************************************************
049600*  3300-FIND-SOURCE - FINDS THE TABLE ENTRY FOR THE ROW'S
049700*  SOURCE CODE, REGISTERING IT ZEROED ON FIRST SIGHT.
049800*****************************************************************
049900 3300-FIND-SOURCE.
050000     SET SCOR-SRC-NOT-FOUND TO TRUE
050100     PERFORM 3350-SCAN-ONE-SOURCE THRU 3350-EXIT
050200         VARYING SCOR-SRC-SUB FROM 1 BY 1
050300         UNTIL SCOR-SRC-SUB > SCOR-SRC-USED-COUNT
050400            OR SCOR-SRC-FOUND
050500     IF SCOR-SRC-FOUND
050600         GO TO 3300-EXIT
050700     END-IF
050800     IF SCOR-SRC-USED-COUNT NOT < SCOR-MAX-SOURCES
050900         MOVE 'MORE SOURCE CODES THAN TABLE SLOTS'
051000             TO SCOR-ABEND-MSG
051100         GO TO 9600-ABEND
051200     END-IF
051300     ADD 1 TO SCOR-SRC-USED-COUNT
051400     MOVE SCOR-SRC-USED-COUNT TO SCOR-SRC-HIT
051500     MOVE SSTA-SOURCE-SYSTEM TO SCOR-SRC-CODE (SCOR-SRC-HIT)
051600     MOVE ZERO TO SCOR-SRC-RANK (SCOR-SRC-HIT)
051700     MOVE 'N' TO SCOR-SRC-RANKED-SW (SCOR-SRC-HIT)
051800     PERFORM 3360-ZERO-ONE-FIGURE THRU 3360-EXIT
051900         VARYING SCOR-FIG-SUB FROM 1 BY 1
052000         UNTIL SCOR-FIG-SUB > SCOR-FIG-COUNT
052100     .
052200 3300-EXIT.
052300     EXIT.
052400*****************************************************************
052500*  3350-SCAN-ONE-SOURCE / 3360-ZERO-ONE-FIGURE
052600*****************************************************************
052700 3350-SCAN-ONE-SOURCE.
052800     IF SCOR-SRC-CODE (SCOR-SRC-SUB) = SSTA-SOURCE-SYSTEM
052900         SET SCOR-SRC-FOUND TO TRUE
053000         MOVE SCOR-SRC-SUB TO SCOR-SRC-HIT
053100     END-IF
053200     .
053300 3350-EXIT.
053400     EXIT.
053500 3360-ZERO-ONE-FIGURE.
053600     MOVE ZERO TO SCOR-FIG (SCOR-SRC-HIT 1 SCOR-FIG-SUB)
053700     MOVE ZERO TO SCOR-FIG (SCOR-SRC-HIT 2 SCOR-FIG-SUB)
053800     .
053900 3360-EXIT.
054000     EXIT.
054100*****************************************************************
054200*  3400-ADD-ONE-REJECT - REASON N IS FIGURE N + 2.
054300*****************************************************************
054400 3400-ADD-ONE-REJECT.
054500     COMPUTE SCOR-FIG-SUB = SCOR-RSN-SUB + 2
054600     ADD SSTA-REJ-COUNT (SCOR-RSN-SUB)
054700         TO SCOR-FIG (SCOR-SRC-HIT SCOR-SIDE SCOR-FIG-SUB)
054800     .
054900 3400-EXIT.
055000     EXIT.
055100*****************************************************************
055200*  4000-RANK-SOURCES - WORKS OUT EVERY SOURCE'S EXCEPTION RATE
055300*  FOR BOTH MONTHS, THEN PICKS THE SOURCES OFF WORST FIRST.
055400*****************************************************************
055500 4000-RANK-SOURCES.
055600     PERFORM 4100-RATE-ONE-SOURCE THRU 4100-EXIT
055700         VARYING SCOR-SRC-SUB FROM 1 BY 1
055800         UNTIL SCOR-SRC-SUB > SCOR-SRC-USED-COUNT
055900     PERFORM 4200-PICK-NEXT THRU 4200-EXIT
056000         VARYING SCOR-RANK-SUB FROM 1 BY 1
056100         UNTIL SCOR-RANK-SUB > SCOR-SRC-USED-COUNT
056200     .
056300 4000-EXIT.
056400     EXIT.
056500*****************************************************************
056600*  4100-RATE-ONE-SOURCE / 4150-RATE-ONE-SIDE - EXCEPTIONS ARE
056700*  DUPLICATES PLUS REJECTS OF EVERY REASON; THE RATE IS PER
056800*  HUNDRED RECORDS SUPPLIED, CAPPED AT 999.99.
056900*****************************************************************
057000 4100-RATE-ONE-SOURCE.
057100     PERFORM 4150-RATE-ONE-SIDE THRU 4150-EXIT
057200         VARYING SCOR-SIDE FROM 1 BY 1
057300         UNTIL SCOR-SIDE > 2
057400     .
057500 4100-EXIT.
057600     EXIT.
057700 4150-RATE-ONE-SIDE.
057800     MOVE ZERO TO SCOR-REJ-TOTAL (SCOR-SRC-SUB SCOR-SIDE)
057900     PERFORM 4160-ADD-ONE-REASON THRU 4160-EXIT
058000         VARYING SCOR-FIG-SUB FROM 3 BY 1
058100         UNTIL SCOR-FIG-SUB > 10
058200     COMPUTE SCOR-EXC-COUNT (SCOR-SRC-SUB SCOR-SIDE) =
058300         SCOR-FIG (SCOR-SRC-SUB SCOR-SIDE 2)
058400         + SCOR-REJ-TOTAL (SCOR-SRC-SUB SCOR-SIDE)
058500     IF SCOR-FIG (SCOR-SRC-SUB SCOR-SIDE 1) = ZERO
058600         IF SCOR-EXC-COUNT (SCOR-SRC-SUB SCOR-SIDE) = ZERO
058700             MOVE ZERO TO SCOR-RATE (SCOR-SRC-SUB SCOR-SIDE)
058800         ELSE
058900             MOVE SCOR-MAX-RATE
059000                 TO SCOR-RATE (SCOR-SRC-SUB SCOR-SIDE)
059100         END-IF
059200         GO TO 4150-EXIT
059300     END-IF
059400     COMPUTE SCOR-RATE-WORK ROUNDED =
059500         SCOR-EXC-COUNT (SCOR-SRC-SUB SCOR-SIDE) * 100
059600         / SCOR-FIG (SCOR-SRC-SUB SCOR-SIDE 1)
059700     IF SCOR-RATE-WORK > SCOR-MAX-RATE
059800         MOVE SCOR-MAX-RATE TO SCOR-RATE-WORK
059900     END-IF
060000     MOVE SCOR-RATE-WORK TO SCOR-RATE (SCOR-SRC-SUB SCOR-SIDE)
060100     .
060200 4150-EXIT.
060300     EXIT.
060400 4160-ADD-ONE-REASON.
060500     ADD SCOR-FIG (SCOR-SRC-SUB SCOR-SIDE SCOR-FIG-SUB)
060600         TO SCOR-REJ-TOTAL (SCOR-SRC-SUB SCOR-SIDE)
060700     .
060800 4160-EXIT.
060900     EXIT.
061000*****************************************************************
061100*  4200-PICK-NEXT - THE WORST SOURCE NOT YET RANKED TAKES THE
061200*  NEXT RANK.
061300*****************************************************************
061400 4200-PICK-NEXT.
061500     MOVE ZERO TO SCOR-BEST
061600     PERFORM 4250-TRY-ONE THRU 4250-EXIT
061700         VARYING SCOR-SRC-SUB FROM 1 BY 1
061800         UNTIL SCOR-SRC-SUB > SCOR-SRC-USED-COUNT
061900     MOVE SCOR-BEST TO SCOR-RANK-SRC (SCOR-RANK-SUB)
062000     MOVE SCOR-RANK-SUB TO SCOR-SRC-RANK (SCOR-BEST)
062100     MOVE 'Y' TO SCOR-SRC-RANKED-SW (SCOR-BEST)
062200     .
062300 4200-EXIT.
062400     EXIT.
062500*****************************************************************
062600*  4250-TRY-ONE - WORSE MEANS A HIGHER MONTH-TO-DATE RATE, THEN
062700*  MORE BREAKS, THEN MORE EXCEPTIONS.  A FULL TIE KEEPS THE
062800*  SOURCE FIRST SEEN.
062900*****************************************************************
063000 4250-TRY-ONE.
063100     IF SCOR-SRC-RANKED (SCOR-SRC-SUB)
063200         GO TO 4250-EXIT
063300     END-IF
063400     IF SCOR-BEST = ZERO
063500         GO TO 4250-TAKE
063600     END-IF
063700     IF SCOR-RATE (SCOR-SRC-SUB 1) > SCOR-RATE (SCOR-BEST 1)
063800         GO TO 4250-TAKE
063900     END-IF
064000     IF SCOR-RATE (SCOR-SRC-SUB 1) < SCOR-RATE (SCOR-BEST 1)
064100         GO TO 4250-EXIT
064200     END-IF
064300     IF SCOR-FIG (SCOR-SRC-SUB 1 SCOR-FIG-BREAKS)
064400         > SCOR-FIG (SCOR-BEST 1 SCOR-FIG-BREAKS)
064500         GO TO 4250-TAKE
064600     END-IF
064700     IF SCOR-FIG (SCOR-SRC-SUB 1 SCOR-FIG-BREAKS)
064800         < SCOR-FIG (SCOR-BEST 1 SCOR-FIG-BREAKS)
064900         GO TO 4250-EXIT
065000     END-IF
065100     IF SCOR-EXC-COUNT (SCOR-SRC-SUB 1)
065200         > SCOR-EXC-COUNT (SCOR-BEST 1)
065300         GO TO 4250-TAKE
065400     END-IF
065500     GO TO 4250-EXIT.
065600 4250-TAKE.
065700     MOVE SCOR-SRC-SUB TO SCOR-BEST
065800     .
065900 4250-EXIT.
066000     EXIT.
066100*****************************************************************
066200*  5000-WRITE-RANKING - ONE LINE PER SOURCE, WORST FIRST.
066300*****************************************************************
066400 5000-WRITE-RANKING.
066500     MOVE 'SUPPLIER RANKING - WORST MONTH-TO-DATE EXCEPTION RATE'
066600         TO LIST-RECORD
066700     MOVE ' FIRST' TO LIST-RECORD (54:6)
066800     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
066900     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
067000     MOVE SCOR-RANK-HEADING-1 TO LIST-RECORD
067100     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
067200     MOVE SCOR-RANK-HEADING-2 TO LIST-RECORD
067300     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
067400     PERFORM 5100-ONE-RANK-LINE THRU 5100-EXIT
067500         VARYING SCOR-RANK-SUB FROM 1 BY 1
067600         UNTIL SCOR-RANK-SUB > SCOR-SRC-USED-COUNT
067700     .
067800 5000-EXIT.
067900     EXIT.
068000*****************************************************************
068100*  5100-ONE-RANK-LINE
068200*****************************************************************
068300 5100-ONE-RANK-LINE.
068400     MOVE SCOR-RANK-SRC (SCOR-RANK-SUB) TO SCOR-SRC-SUB
068500     MOVE SCOR-RANK-SUB TO SCOR-RNK-NO
068600     MOVE SCOR-SRC-CODE (SCOR-SRC-SUB) TO SCOR-RNK-SRC
068700     MOVE SCOR-FIG (SCOR-SRC-SUB 1 1) TO SCOR-RNK-SUPPLIED
068800     MOVE SCOR-EXC-COUNT (SCOR-SRC-SUB 1) TO SCOR-RNK-EXC
068900     MOVE SCOR-RATE (SCOR-SRC-SUB 1) TO SCOR-RNK-RATE
069000     MOVE SCOR-RATE (SCOR-SRC-SUB 2) TO SCOR-RNK-PRIOR-RATE
069100     COMPUTE SCOR-RATE-CHANGE = SCOR-RATE (SCOR-SRC-SUB 1)
069200         - SCOR-RATE (SCOR-SRC-SUB 2)
069300     MOVE SCOR-RATE-CHANGE TO SCOR-RNK-CHANGE
069400     MOVE SCOR-FIG (SCOR-SRC-SUB 1 SCOR-FIG-BREAKS)
069500         TO SCOR-RNK-BREAKS
069600     MOVE SCOR-FIG (SCOR-SRC-SUB 1 12) TO SCOR-RNK-FORCED
069700     MOVE SCOR-RANK-LINE TO LIST-RECORD
069800     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
069900     .
070000 5100-EXIT.
070100     EXIT.
070200*****************************************************************
070300*  6000-WRITE-SOURCE-DETAIL - ONE BLOCK PER SOURCE IN RANK
070400*  ORDER: EVERY FIGURE FOR THE MONTH TO DATE, THE PRIOR MONTH
070500*  AND THE CHANGE.
070600*****************************************************************
070700 6000-WRITE-SOURCE-DETAIL.
070800     PERFORM 6100-ONE-SOURCE-BLOCK THRU 6100-EXIT
070900         VARYING SCOR-RANK-SUB FROM 1 BY 1
071000         UNTIL SCOR-RANK-SUB > SCOR-SRC-USED-COUNT
071100     .
071200 6000-EXIT.
071300     EXIT.
071400*****************************************************************
071500*  6100-ONE-SOURCE-BLOCK
071600*****************************************************************
071700 6100-ONE-SOURCE-BLOCK.
071800     MOVE SCOR-RANK-SRC (SCOR-RANK-SUB) TO SCOR-SRC-SUB
071900     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
072000     MOVE SCOR-SRC-CODE (SCOR-SRC-SUB) TO SCOR-SHD-SRC
072100     MOVE SCOR-RANK-SUB TO SCOR-SHD-RANK
072200     MOVE SCOR-SOURCE-HEADING TO LIST-RECORD
072300     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
072400     MOVE SCOR-FIGURE-HEADING TO LIST-RECORD
072500     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
072600     PERFORM 6200-ONE-FIGURE-LINE THRU 6200-EXIT
072700         VARYING SCOR-FIG-SUB FROM 1 BY 1
072800         UNTIL SCOR-FIG-SUB > SCOR-FIG-COUNT
072900     MOVE 'REJECTS - ALL REASONS' TO SCOR-FGL-LABEL
073000     MOVE SCOR-REJ-TOTAL (SCOR-SRC-SUB 1) TO SCOR-FGL-MTD
073100     MOVE SCOR-REJ-TOTAL (SCOR-SRC-SUB 2) TO SCOR-FGL-PRIOR
073200     COMPUTE SCOR-CHANGE-WORK = SCOR-REJ-TOTAL (SCOR-SRC-SUB 1)
073300         - SCOR-REJ-TOTAL (SCOR-SRC-SUB 2)
073400     MOVE SCOR-CHANGE-WORK TO SCOR-FGL-CHANGE
073500     MOVE SCOR-FIGURE-LINE TO LIST-RECORD
073600     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
073700     MOVE 'EXCEPTIONS (DUPS + REJECTS)' TO SCOR-FGL-LABEL
073800     MOVE SCOR-EXC-COUNT (SCOR-SRC-SUB 1) TO SCOR-FGL-MTD
073900     MOVE SCOR-EXC-COUNT (SCOR-SRC-SUB 2) TO SCOR-FGL-PRIOR
074000     COMPUTE SCOR-CHANGE-WORK = SCOR-EXC-COUNT (SCOR-SRC-SUB 1)
074100         - SCOR-EXC-COUNT (SCOR-SRC-SUB 2)
074200     MOVE SCOR-CHANGE-WORK TO SCOR-FGL-CHANGE
074300     MOVE SCOR-FIGURE-LINE TO LIST-RECORD
074400     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
074500     MOVE 'EXCEPTION RATE %' TO SCOR-RTL-LABEL
074600     MOVE SCOR-RATE (SCOR-SRC-SUB 1) TO SCOR-RTL-MTD
074700     MOVE SCOR-RATE (SCOR-SRC-SUB 2) TO SCOR-RTL-PRIOR
074800     COMPUTE SCOR-RATE-CHANGE = SCOR-RATE (SCOR-SRC-SUB 1)
074900         - SCOR-RATE (SCOR-SRC-SUB 2)
075000     MOVE SCOR-RATE-CHANGE TO SCOR-RTL-CHANGE
075100     MOVE SCOR-RATE-LINE TO LIST-RECORD
075200     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
075300     .
075400 6100-EXIT.
075500     EXIT.
075600*****************************************************************
075700*  6200-ONE-FIGURE-LINE
075800*****************************************************************
075900 6200-ONE-FIGURE-LINE.
076000     MOVE SCOR-FIG-LABEL (SCOR-FIG-SUB) TO SCOR-FGL-LABEL
076100     MOVE SCOR-FIG (SCOR-SRC-SUB 1 SCOR-FIG-SUB) TO SCOR-FGL-MTD
076200     MOVE SCOR-FIG (SCOR-SRC-SUB 2 SCOR-FIG-SUB) TO SCOR-FGL-PRIOR
076300     COMPUTE SCOR-CHANGE-WORK =
076400         SCOR-FIG (SCOR-SRC-SUB 1 SCOR-FIG-SUB)
076500         - SCOR-FIG (SCOR-SRC-SUB 2 SCOR-FIG-SUB)
076600     MOVE SCOR-CHANGE-WORK TO SCOR-FGL-CHANGE
076700     MOVE SCOR-FIGURE-LINE TO LIST-RECORD
076800     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
076900     .
077000 6200-EXIT.
077100     EXIT.
077200*****************************************************************
077300*  7000-WRITE-LISTING
077400*****************************************************************
077500 7000-WRITE-LISTING.
077600     WRITE LIST-RECORD
077700     IF NOT WS-LIST-OK
077800         MOVE 'CANNOT WRITE LISTING FILE' TO SCOR-ABEND-MSG
077900         GO TO 9600-ABEND
078000     END-IF
078100     MOVE SPACES TO LIST-RECORD
078200     .
078300 7000-EXIT.
078400     EXIT.
078500*****************************************************************
078600*  8500-WRITE-TOTALS
078700*****************************************************************
078800 8500-WRITE-TOTALS.
078900     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
079000     MOVE SPACES TO SCOR-TOTAL-LINE
079100     MOVE 'LOG ROWS READ' TO SCOR-TOT-LABEL
079200     MOVE SCOR-READ-COUNT TO SCOR-TOT-VALUE
079300     MOVE SCOR-TOTAL-LINE TO LIST-RECORD
079400     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
079500     MOVE SPACES TO SCOR-TOTAL-LINE
079600     MOVE 'LOG ROWS FOR THE TWO MONTHS' TO SCOR-TOT-LABEL
079700     MOVE SCOR-IN-PERIOD-COUNT TO SCOR-TOT-VALUE
079800     MOVE SCOR-TOTAL-LINE TO LIST-RECORD
079900     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
080000     MOVE SPACES TO SCOR-TOTAL-LINE
080100     MOVE 'ROWS SUPERSEDED BY A RERUN' TO SCOR-TOT-LABEL
080200     MOVE SCOR-SUPERSEDED-COUNT TO SCOR-TOT-VALUE
080300     MOVE SCOR-TOTAL-LINE TO LIST-RECORD
080400     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
080500     MOVE SPACES TO SCOR-TOTAL-LINE
080600     MOVE 'ROWS COUNTED' TO SCOR-TOT-LABEL
080700     MOVE SCOR-USED-COUNT TO SCOR-TOT-VALUE
080800     MOVE SCOR-TOTAL-LINE TO LIST-RECORD
080900     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
081000     MOVE SPACES TO SCOR-TOTAL-LINE
081100     MOVE 'BUSINESS DATES - MONTH TO DATE' TO SCOR-TOT-LABEL
081200     MOVE SCOR-DATE-COUNT (1) TO SCOR-TOT-VALUE
081300     MOVE SCOR-TOTAL-LINE TO LIST-RECORD
081400     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
081500     MOVE SPACES TO SCOR-TOTAL-LINE
081600     MOVE 'BUSINESS DATES - PRIOR MONTH' TO SCOR-TOT-LABEL
081700     MOVE SCOR-DATE-COUNT (2) TO SCOR-TOT-VALUE
081800     MOVE SCOR-TOTAL-LINE TO LIST-RECORD
081900     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
082000     MOVE SPACES TO SCOR-TOTAL-LINE
082100     MOVE 'SOURCES SCORED' TO SCOR-TOT-LABEL
082200     MOVE SCOR-SRC-USED-COUNT TO SCOR-TOT-VALUE
082300     MOVE SCOR-TOTAL-LINE TO LIST-RECORD
082400     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
082500     .
082600 8500-EXIT.
082700     EXIT.
082800*****************************************************************
082900*  9000-END-OF-JOB
083000*****************************************************************
083100 9000-END-OF-JOB.
083200     CLOSE LISTING-FILE
083300     IF SCOR-DATE-COUNT (1) = ZERO
083400         MOVE 4 TO RETURN-CODE
083500     ELSE
083600         MOVE 0 TO RETURN-CODE
083700     END-IF
083750     PERFORM 9700-WRITE-RUN-LOG THRU 9700-EXIT
083800     .
083900 9000-EXIT.
084000     EXIT.
084100*****************************************************************
084200*  9600-ABEND - SHARED HARD-FAILURE EXIT.
084300*****************************************************************
084400 9600-ABEND.
084500     DISPLAY 'SCORCRD - ' SCOR-ABEND-MSG
084600     MOVE 16 TO RETURN-CODE
084620     MOVE 'A' TO WS-STEP-END-SW
084640     PERFORM 9700-WRITE-RUN-LOG THRU 9700-EXIT
084700     STOP RUN
084800     .
084900 9600-EXIT.
085000     EXIT.
085100*****************************************************************
085200*  9700-WRITE-RUN-LOG - APPENDS THIS STEP'S RESULT ROW TO THE
085300*  SHARED RUN LOG (SEE RLOGREC), WHETHER THE STEP IS ENDING
085400*  NORMALLY OR THROUGH 9600-ABEND.  LIKE THE ERROR LOG, A RUN
085500*  LOG THAT CANNOT BE WRITTEN IS REPORTED BUT DOES NOT CHANGE
085600*  THE STEP'S OWN RESULT - THE NIGHT SUMMARY THEN SHOWS THE
085700*  STEP AS NEVER RUN, WHICH GETS IT LOOKED AT ANYWAY.
085800*****************************************************************
085900 9700-WRITE-RUN-LOG.
086000     OPEN EXTEND RUN-LOG-FILE
086100     IF WS-RLOG-NOT-PRESENT
086200         OPEN OUTPUT RUN-LOG-FILE
086300     END-IF
086400     IF NOT WS-RLOG-OK
086500         DISPLAY 'SCORCRD - CANNOT OPEN RUN LOG FILE'
086600         GO TO 9700-EXIT
086700     END-IF
086800     MOVE SPACES TO RLOG-RECORD
086900     MOVE 'SCORCRD' TO RLOG-PROGRAM
087000     SET RLOG-DATE-IS-RUN TO TRUE
087100     MOVE SCOR-STEP-START-DATE TO RLOG-BUS-DATE
087200     MOVE SCOR-STEP-START-DATE TO RLOG-START-DATE
087300     MOVE SCOR-STEP-START-TIME TO RLOG-START-TIME
087400     ACCEPT RLOG-END-DATE FROM DATE YYYYMMDD
087500     ACCEPT RLOG-END-TIME FROM TIME
087600     MOVE RETURN-CODE TO RLOG-RETURN-CODE
087700     MOVE ZERO TO RLOG-COUNT (1)
087800     MOVE ZERO TO RLOG-COUNT (2)
087900     MOVE ZERO TO RLOG-COUNT (3)
088000     MOVE ZERO TO RLOG-COUNT (4)
088100     MOVE ZERO TO RLOG-OUTSTANDING-COUNT
088200     MOVE 'LOG ROWS' TO RLOG-COUNT-NAME (1)
088300     MOVE SCOR-READ-COUNT TO RLOG-COUNT (1)
088400     MOVE 'USED' TO RLOG-COUNT-NAME (2)
088500     MOVE SCOR-USED-COUNT TO RLOG-COUNT (2)
088600     MOVE 'SUPERSEDED' TO RLOG-COUNT-NAME (3)
088700     MOVE SCOR-SUPERSEDED-COUNT TO RLOG-COUNT (3)
088800     MOVE 'SOURCES' TO RLOG-COUNT-NAME (4)
088900     MOVE SCOR-SRC-USED-COUNT TO RLOG-COUNT (4)
089000     IF SCOR-STEP-ABENDED
089100         SET RLOG-ABENDED TO TRUE
089200         MOVE SCOR-ABEND-MSG TO RLOG-MESSAGE
089300     ELSE
089400         SET RLOG-ENDED-NORMALLY TO TRUE
089500     END-IF
089600     WRITE RLOG-RECORD
089700     IF NOT WS-RLOG-OK
089800         DISPLAY 'SCORCRD - CANNOT WRITE RUN LOG FILE'
089900     END-IF
090000     CLOSE RUN-LOG-FILE
090100     .
090200 9700-EXIT.
090300     EXIT.
