000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ACCTMOV.
000300 AUTHOR. J D MORAN.
000400 INSTALLATION. DAILY PROCESSING GROUP.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  ACCTMOV - PERIOD-OVER-PERIOD MOVEMENT ANALYSIS
000900*
001000*  ACCTCLS SNAPSHOTS EVERY ACCOUNT TO PRIOR-PERIOD-FILE AT EACH
001100*  MONTH-END CLOSE.  THIS PROGRAM MATCHES TWO OF THOSE
001200*  SNAPSHOTS ON PPER-KEY AND PRINTS THE MONTH-END MOVEMENT
001300*  ANALYSIS ON MOVRPT:
001400*
001500*    - ACCOUNTS OPENED (IN THE CURRENT SNAPSHOT ONLY) AND
001600*      ACCOUNTS THAT DISAPPEARED (IN THE PRIOR ONE ONLY)
001700*    - THE LARGEST BALANCE INCREASES AND DECREASES ON
001800*      ACCOUNTS IN BOTH
001900*    - PER ACCOUNT, EVERY NEW / ADJUSTMENT / REVERSAL COUNT
002000*      THAT MOVED BY MORE THAN THE CARD PERCENTAGE, AND THE
002100*      ACTIVITY MIX OVER ALL ACCOUNTS FOR BOTH PERIODS
002200*    - A BRIDGE FROM THE PRIOR TOTAL BALANCE TO THE CURRENT
002300*      ONE, TIED TO THE SUM OF EVERY ACCOUNT'S NET MOVEMENT
002400*
002500*  THE SNAPSHOTS ARE READ ON PPERPREV AND PPERCURR.  ACCTCLS
002600*  WRITES EACH IN MASTER KEY ORDER; ROWS FOR ANY OTHER PERIOD
002700*  ON THE SAME DD ARE PASSED OVER, SO EITHER DD CAN CARRY A
002800*  CONCATENATION OF CLOSES.  A KEY OUT OF SEQUENCE STOPS THE
002900*  JOB - THE MATCH WOULD BE MEANINGLESS.
003000*
003100*  DRIVEN BY A SINGLE CARD ON MOVCARDS:
003200*      COLS 1-6    PRIOR PERIOD, CCYYMM
003300*      COLS 7-12   CURRENT PERIOD, CCYYMM
003400*      COLS 13-15  MIX CHANGE PERCENTAGE (BLANK = 25)
003500*      COLS 16-17  HOW MANY INCREASES/DECREASES TO LIST
003600*                  (BLANK = 10, MAXIMUM 50)
003700*
003800*  MIX CHANGES ARE WORKED OUT DURING THE MATCH AND HELD ON A
003900*  WORK FILE (MOVMIX) SO THEY PRINT AS THEIR OWN SECTION.
004000*
004100*  RETURN CODES - 0 CLEAN, 4 THE BRIDGE DOES NOT TIE, 16 HARD
004200*  FAILURE.
004300*
004400*  MOD HISTORY
004500*  -------------------------------------------------------------
004600*  DATE       INIT  DESCRIPTION
004700*  ---------  ----  ---------------------------------------------
004800*  2026-10-15 JDM   INITIAL VERSION.
004820*  2026-10-15 JDM   APPENDS A STEP-RESULT ROW TO THE SHARED RUN
004840*                   LOG (RUNLOG) AT END OF JOB AND ON AN ABEND,
004860*                   FOR THE NIGHT SUMMARY.
004865*  2026-10-15 JDM   MIX DETAIL AND SUMMARY LINES TRIMMED TO THE
004870*                   80-BYTE LISTING RECORD.
004880*****************************************************************
005000 ENVIRONMENT DIVISION.
005100 CONFIGURATION SECTION.
005200 SOURCE-COMPUTER. IBM-370.
005300 OBJECT-COMPUTER. IBM-370.
005400 INPUT-OUTPUT SECTION.
005500 FILE-CONTROL.
005600     SELECT MOVEMENT-CARD-FILE ASSIGN TO MOVCARDS
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-CARD-STATUS.
005900     SELECT PRIOR-SNAP-FILE ASSIGN TO PPERPREV
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-PREV-STATUS.
006200     SELECT CURRENT-SNAP-FILE ASSIGN TO PPERCURR
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS WS-CURR-STATUS.
006500     SELECT MIX-WORK-FILE ASSIGN TO MOVMIX
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS WS-MIX-STATUS.
006800     SELECT LISTING-FILE ASSIGN TO MOVRPT
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS WS-LIST-STATUS.
007020     SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
007040         ORGANIZATION IS SEQUENTIAL
007060         FILE STATUS IS WS-RLOG-STATUS.
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  MOVEMENT-CARD-FILE
007400     RECORDING MODE IS F
007500     LABEL RECORDS ARE STANDARD.
007600 01  MOVEMENT-CARD-RECORD.
007700     05  AMVC-PRIOR-PERIOD           PIC X(06).
007800     05  AMVC-CURR-PERIOD            PIC X(06).
007900     05  AMVC-MIX-PCT                PIC 9(03).
008000     05  AMVC-TOP-COUNT              PIC 9(02).
008100     05  FILLER                      PIC X(63).
008200 FD  PRIOR-SNAP-FILE
008300     RECORDING MODE IS F
008400     LABEL RECORDS ARE STANDARD.
008500     COPY PPERREC.
008600*****************************************************************
008700*  THE CURRENT SNAPSHOT IS THE SAME LAYOUT UNDER ITS OWN NAMES,
008800*  SO THE TWO CAN NEVER DRIFT APART.
008900*****************************************************************
009000 FD  CURRENT-SNAP-FILE
009100     RECORDING MODE IS F
009200     LABEL RECORDS ARE STANDARD.
009300     COPY PPERREC REPLACING ==PPER-RECORD== BY ==CPER-RECORD==
009400         ==PPER-PERIOD== BY ==CPER-PERIOD==
009500         ==PPER-KEY== BY ==CPER-KEY==
009600         ==PPER-BALANCE== BY ==CPER-BALANCE==
009700         ==PPER-PTD-COUNT== BY ==CPER-PTD-COUNT==
009800         ==PPER-PTD-NEW-COUNT== BY ==CPER-PTD-NEW-COUNT==
009900         ==PPER-PTD-ADJ-COUNT== BY ==CPER-PTD-ADJ-COUNT==
010000         ==PPER-PTD-REV-COUNT== BY ==CPER-PTD-REV-COUNT==
010100         ==PPER-CLOSE-TIMESTAMP== BY ==CPER-CLOSE-TIMESTAMP==.
010200 FD  MIX-WORK-FILE
010300     RECORDING MODE IS F
010400     LABEL RECORDS ARE STANDARD.
010500 01  MIX-WORK-RECORD                 PIC X(80).
010600 FD  LISTING-FILE
010700     RECORDING MODE IS F
010800     LABEL RECORDS ARE STANDARD.
010900 01  LIST-RECORD                     PIC X(80).
010920 FD  RUN-LOG-FILE
010940     RECORDING MODE IS F
010960     LABEL RECORDS ARE STANDARD.
010980     COPY RLOGREC.
011000 WORKING-STORAGE SECTION.
011100*****************************************************************
011200*  FILE STATUS SWITCHES
011300*****************************************************************
011400 01  WS-FILE-STATUSES.
011500     05  WS-CARD-STATUS              PIC X(02).
011600         88  WS-CARD-OK                  VALUE '00'.
011700     05  WS-PREV-STATUS              PIC X(02).
011800         88  WS-PREV-OK                  VALUE '00'.
011900     05  WS-CURR-STATUS              PIC X(02).
012000         88  WS-CURR-OK                  VALUE '00'.
012100     05  WS-MIX-STATUS               PIC X(02).
012200         88  WS-MIX-OK                   VALUE '00'.
012300     05  WS-LIST-STATUS              PIC X(02).
012400         88  WS-LIST-OK                  VALUE '00'.
012420     05  WS-RLOG-STATUS              PIC X(02).
012440         88  WS-RLOG-OK                  VALUE '00'.
012460         88  WS-RLOG-NOT-PRESENT         VALUE '35'.
012500*****************************************************************
012600*  CONTROL SWITCHES
012700*****************************************************************
012800 01  WS-SWITCHES.
012900     05  WS-PREV-EOF-SW              PIC X(01) VALUE 'N'.
013000         88  WS-PREV-EOF-YES             VALUE 'Y'.
013100     05  WS-CURR-EOF-SW              PIC X(01) VALUE 'N'.
013200         88  WS-CURR-EOF-YES             VALUE 'Y'.
013300     05  WS-MIX-EOF-SW               PIC X(01) VALUE 'N'.
013400         88  WS-MIX-EOF-YES              VALUE 'Y'.
013500     05  WS-BUBBLE-SW                PIC X(01) VALUE 'N'.
013600         88  AMOV-BUBBLE-DONE            VALUE 'Y'.
013700         88  AMOV-BUBBLE-MORE            VALUE 'N'.
013800     05  WS-MIX-HIT-SW               PIC X(01) VALUE 'N'.
013900         88  AMOV-MIX-OVER               VALUE 'Y'.
014000         88  AMOV-MIX-WITHIN             VALUE 'N'.
014100*****************************************************************
014200*  CARD EDIT FIELDS - BOTH PERIODS ARE CCYYMM, MONTH 01-12, THE
014300*  SAME EDIT ACCTCLS APPLIES TO ITS CLOSE CARD.
014400*****************************************************************
014500 01  AMOV-PERIOD-FIELDS.
014600     05  AMOV-PERIOD                 PIC X(06).
014700     05  AMOV-PERIOD-SPLIT REDEFINES AMOV-PERIOD.
014800         10  AMOV-PERIOD-YEAR        PIC 9(04).
014900         10  AMOV-PERIOD-MONTH       PIC 9(02).
015000     05  AMOV-MIX-PCT                PIC 9(03) VALUE 25.
015100     05  AMOV-TOP-N                  PIC 9(02) VALUE 10.
015200*****************************************************************
015300*  MATCH KEYS - HIGH-VALUES ONCE A SNAPSHOT RUNS OUT, SO THE
015400*  OTHER SIDE DRAINS AS OPENED OR DISAPPEARED.
015500*****************************************************************
015600 01  AMOV-MATCH-FIELDS.
015700     05  AMOV-PREV-KEY               PIC X(10).
015800     05  AMOV-CURR-KEY               PIC X(10).
015900     05  AMOV-LAST-PREV-KEY          PIC X(10) VALUE LOW-VALUES.
016000     05  AMOV-LAST-CURR-KEY          PIC X(10) VALUE LOW-VALUES.
016100     05  AMOV-CHANGE                 PIC S9(11)V99 COMP-3.
016200*****************************************************************
016300*  RUN COUNTERS AND BRIDGE TOTALS
016400*****************************************************************
016500 01  AMOV-COUNTERS.
016600     05  AMOV-PREV-COUNT             PIC 9(07) COMP VALUE ZERO.
016700     05  AMOV-CURR-COUNT             PIC 9(07) COMP VALUE ZERO.
016800     05  AMOV-PREV-SKIP-COUNT        PIC 9(07) COMP VALUE ZERO.
016900     05  AMOV-CURR-SKIP-COUNT        PIC 9(07) COMP VALUE ZERO.
017000     05  AMOV-MATCHED-COUNT          PIC 9(07) COMP VALUE ZERO.
017100     05  AMOV-OPENED-COUNT           PIC 9(07) COMP VALUE ZERO.
017200     05  AMOV-GONE-COUNT             PIC 9(07) COMP VALUE ZERO.
017300     05  AMOV-UP-COUNT               PIC 9(07) COMP VALUE ZERO.
017400     05  AMOV-DOWN-COUNT             PIC 9(07) COMP VALUE ZERO.
017500     05  AMOV-SAME-COUNT             PIC 9(07) COMP VALUE ZERO.
017600     05  AMOV-MIX-LINE-COUNT         PIC 9(07) COMP VALUE ZERO.
017700 01  AMOV-BRIDGE-TOTALS.
017800     05  AMOV-PREV-TOTAL             PIC S9(11)V99 COMP-3
017900                                     VALUE ZERO.
018000     05  AMOV-CURR-TOTAL             PIC S9(11)V99 COMP-3
018100                                     VALUE ZERO.
018200     05  AMOV-OPENED-TOTAL           PIC S9(11)V99 COMP-3
018300                                     VALUE ZERO.
018400     05  AMOV-GONE-TOTAL             PIC S9(11)V99 COMP-3
018500                                     VALUE ZERO.
018600     05  AMOV-UP-TOTAL               PIC S9(11)V99 COMP-3
018700                                     VALUE ZERO.
018800     05  AMOV-DOWN-TOTAL             PIC S9(11)V99 COMP-3
018900                                     VALUE ZERO.
019000     05  AMOV-NET-MOVEMENT           PIC S9(11)V99 COMP-3
019100                                     VALUE ZERO.
019200     05  AMOV-BRIDGED-TOTAL          PIC S9(11)V99 COMP-3
019300                                     VALUE ZERO.
019400     05  AMOV-BRIDGE-SW              PIC X(01) VALUE 'N'.
019500         88  AMOV-BRIDGE-TIES            VALUE 'Y'.
019600*****************************************************************
019700*  ACTIVITY MIX - EACH SNAPSHOT'S NEW / ADJUSTMENT / REVERSAL
019800*  TOTALS OVER EVERY ACCOUNT IN IT.  ENTRY 1 IS NEW, 2 IS
019900*  ADJUSTMENT, 3 IS REVERSAL.
020000*****************************************************************
020100 01  AMOV-MIX-TOTALS.
020200     05  AMOV-MIX-ENTRY OCCURS 3 TIMES.
020300         10  AMOV-MIX-PREV           PIC 9(09) COMP.
020400         10  AMOV-MIX-CURR           PIC 9(09) COMP.
020500 01  AMOV-MIX-ALL-PREV               PIC 9(09) COMP VALUE ZERO.
020600 01  AMOV-MIX-ALL-CURR               PIC 9(09) COMP VALUE ZERO.
020700 01  AMOV-MIX-SUB                    PIC 9(05) COMP.
020800*****************************************************************
020900*  ONE ACCOUNT'S MIX CHECK - 3550 WORKS ON WHICHEVER TYPE IS
021000*  MOVED IN HERE.  THE PERCENTAGE IS THE CHANGE OVER THE
021100*  PRIOR COUNT; A TYPE THAT WAS ZERO LAST PERIOD HAS NO
021200*  PERCENTAGE AND ALWAYS LISTS.
021300*****************************************************************
021400 01  AMOV-MIX-CHECK.
021500     05  AMOV-CHK-TYPE               PIC X(03).
021600     05  AMOV-CHK-PREV               PIC 9(05).
021700     05  AMOV-CHK-CURR               PIC 9(05).
021800     05  AMOV-CHK-PCT                PIC S9(07) COMP.
021900*****************************************************************
022000*  LARGEST MOVERS - SIDE 1 IS INCREASES, SIDE 2 DECREASES.
022100*  EACH SIDE IS KEPT IN DESCENDING ORDER OF THE SIZE OF THE
022200*  MOVE; A NEW ENTRY GOES IN AT THE BOTTOM AND BUBBLES UP.
022300*****************************************************************
022400 01  AMOV-TOP-FIELDS.
022500     05  AMOV-SIDE                   PIC 9(01).
022600     05  AMOV-SUB                    PIC 9(05) COMP.
022700     05  AMOV-PREV-SUB               PIC 9(05) COMP.
022800     05  AMOV-MAGNITUDE              PIC S9(11)V99 COMP-3.
022900 01  AMOV-TOP-TABLE.
023000     05  AMOV-TOP-SIDE OCCURS 2 TIMES.
023100         10  AMOV-TOP-COUNT          PIC 9(05) COMP.
023200         10  AMOV-TOP-ENTRY OCCURS 50 TIMES.
023300             15  AMOV-TOP-KEY        PIC X(10).
023400             15  AMOV-TOP-PREV-BAL   PIC S9(09)V99 COMP-3.
023500             15  AMOV-TOP-CURR-BAL   PIC S9(09)V99 COMP-3.
023600             15  AMOV-TOP-MAG        PIC S9(11)V99 COMP-3.
023700 01  AMOV-TOP-HOLD.
023800     05  AMOV-HOLD-KEY               PIC X(10).
023900     05  AMOV-HOLD-PREV-BAL          PIC S9(09)V99 COMP-3.
024000     05  AMOV-HOLD-CURR-BAL          PIC S9(09)V99 COMP-3.
024100     05  AMOV-HOLD-MAG               PIC S9(11)V99 COMP-3.
024200*****************************************************************
024300*  LISTING WORK LINES
024400*****************************************************************
024500 01  AMOV-ACCOUNT-HEADING.
024600     05  FILLER                      PIC X(14)
024700                                     VALUE 'DISPOSITION'.
024800     05  FILLER                      PIC X(12) VALUE 'KEY'.
024900     05  FILLER                      PIC X(15)
025000                                     VALUE 'PRIOR BALANCE'.
025100     05  FILLER                      PIC X(15)
025200                                     VALUE 'CURRENT BALANCE'.
025300     05  FILLER                      PIC X(24) VALUE 'CHANGE'.
025400 01  AMOV-ACCOUNT-LINE.
025500     05  AMOV-ACL-DISP               PIC X(12).
025600     05  FILLER                      PIC X(02) VALUE SPACES.
025700     05  AMOV-ACL-KEY                PIC X(10).
025800     05  FILLER                      PIC X(02) VALUE SPACES.
025900     05  AMOV-ACL-PREV               PIC -9(09).99.
026000     05  FILLER                      PIC X(02) VALUE SPACES.
026100     05  AMOV-ACL-CURR               PIC -9(09).99.
026200     05  FILLER                      PIC X(02) VALUE SPACES.
026300     05  AMOV-ACL-CHANGE             PIC -9(09).99.
026400     05  FILLER                      PIC X(11) VALUE SPACES.
026500 01  AMOV-MIX-HEADING.
026600     05  FILLER                      PIC X(12) VALUE 'KEY'.
026700     05  FILLER                      PIC X(06) VALUE 'TYPE'.
026800     05  FILLER                      PIC X(09) VALUE '    PRIOR'.
026900     05  FILLER                      PIC X(09) VALUE '  CURRENT'.
027000     05  FILLER                      PIC X(44) VALUE '  CHANGE %'.
027100 01  AMOV-MIX-LINE.
027200     05  AMOV-MXL-KEY                PIC X(10).
027300     05  FILLER                      PIC X(02) VALUE SPACES.
027400     05  AMOV-MXL-TYPE               PIC X(03).
027500     05  FILLER                      PIC X(03) VALUE SPACES.
027600     05  AMOV-MXL-PREV               PIC Z(08)9.
027700     05  AMOV-MXL-CURR               PIC Z(08)9.
027800     05  FILLER                      PIC X(02) VALUE SPACES.
027900     05  AMOV-MXL-PCT                PIC -Z(06)9.
028000     05  FILLER                      PIC X(02) VALUE SPACES.
028100     05  AMOV-MXL-NOTE               PIC X(20).
028200     05  FILLER                      PIC X(12) VALUE SPACES.
028300 01  AMOV-MIX-SUM-HEADING.
028400     05  FILLER                      PIC X(16) VALUE 'TYPE'.
028500     05  FILLER                      PIC X(11)
028600                                     VALUE '      PRIOR'.
028700     05  FILLER                      PIC X(08) VALUE ' SHARE %'.
028800     05  FILLER                      PIC X(11)
028900                                     VALUE '    CURRENT'.
029000     05  FILLER                      PIC X(08) VALUE ' SHARE %'.
029100     05  FILLER                      PIC X(26) VALUE '  CHANGE %'.
029200 01  AMOV-MIX-SUM-LINE.
029300     05  AMOV-MXS-LABEL              PIC X(16).
029400     05  AMOV-MXS-PREV               PIC Z(10)9.
029500     05  AMOV-MXS-PREV-SHARE         PIC ZZZZ9.99.
029600     05  AMOV-MXS-CURR               PIC Z(10)9.
029700     05  AMOV-MXS-CURR-SHARE         PIC ZZZZ9.99.
029800     05  FILLER                      PIC X(02) VALUE SPACES.
029900     05  AMOV-MXS-CHANGE             PIC -Z(06)9.99.
030000     05  FILLER                      PIC X(13) VALUE SPACES.
030100 01  AMOV-PCT-WORK                   PIC S9(07)V99 COMP-3.
030200 01  AMOV-TOTAL-LINE.
030300     05  AMOV-TOT-LABEL              PIC X(30).
030400     05  AMOV-TOT-VALUE              PIC Z(06)9.
030500     05  FILLER                      PIC X(43) VALUE SPACES.
030600 01  AMOV-AMOUNT-LINE.
030700     05  AMOV-AMT-LABEL              PIC X(30).
030800     05  AMOV-AMT-COUNT              PIC Z(06)9.
030900     05  FILLER                      PIC X(02) VALUE SPACES.
031000     05  AMOV-AMT-VALUE              PIC -9(11).99.
031100     05  FILLER                      PIC X(26) VALUE SPACES.
031200*****************************************************************
031300*  END-OF-JOB / ABEND WORK FIELDS
031400*****************************************************************
031500 01  AMOV-JOB-STATUS-FIELDS.
031600     05  AMOV-ABEND-MSG              PIC X(40).
031610*****************************************************************
031620*  RUN LOG FIELDS - WHEN THE STEP STARTED, AND WHETHER IT IS
031630*  ON ITS WAY OUT THROUGH 9600-ABEND (SEE 9700).
031640*****************************************************************
031650 01  AMOV-RUN-LOG-FIELDS.
031660     05  AMOV-STEP-START-DATE        PIC 9(08) VALUE ZERO.
031670     05  AMOV-STEP-START-TIME        PIC 9(08) VALUE ZERO.
031680     05  WS-STEP-END-SW              PIC X(01) VALUE 'N'.
031690         88  AMOV-STEP-ABENDED           VALUE 'A'.
031700 PROCEDURE DIVISION.
031800*****************************************************************
031900*  0000-MAINLINE
032000*****************************************************************
032100 0000-MAINLINE.
032200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
032300     PERFORM 2000-MATCH-ONE THRU 2000-EXIT
032400         UNTIL AMOV-PREV-KEY = HIGH-VALUES
032500           AND AMOV-CURR-KEY = HIGH-VALUES
032600     CLOSE MIX-WORK-FILE
032700     PERFORM 5000-WRITE-TOP-MOVERS THRU 5000-EXIT
032800     PERFORM 5500-WRITE-MIX-CHANGES THRU 5500-EXIT
032900     PERFORM 6000-WRITE-MIX-SUMMARY THRU 6000-EXIT
033000     PERFORM 8500-WRITE-BRIDGE THRU 8500-EXIT
033100     PERFORM 9000-END-OF-JOB THRU 9000-EXIT
033200     STOP RUN
033300     .
033400*****************************************************************
033500*  1000-INITIALIZE - READS AND EDITS THE CARD, OPENS THE FILES,
033600*  AND PRIMES BOTH SIDES OF THE MATCH.
033700*****************************************************************
033800 1000-INITIALIZE.
033820     ACCEPT AMOV-STEP-START-DATE FROM DATE YYYYMMDD
033840     ACCEPT AMOV-STEP-START-TIME FROM TIME
033900     OPEN INPUT MOVEMENT-CARD-FILE
034000     IF NOT WS-CARD-OK
034100         MOVE 'CANNOT OPEN MOVEMENT CARD FILE' TO AMOV-ABEND-MSG
034200         GO TO 9600-ABEND
034300     END-IF
034400     READ MOVEMENT-CARD-FILE
034500         AT END
034600             MOVE 'MOVEMENT CARD FILE IS EMPTY' TO AMOV-ABEND-MSG
034700             GO TO 9600-ABEND
034800     END-READ
034900     CLOSE MOVEMENT-CARD-FILE
035000     MOVE AMVC-PRIOR-PERIOD TO AMOV-PERIOD
035100     PERFORM 1100-EDIT-PERIOD THRU 1100-EXIT
035200     MOVE AMVC-CURR-PERIOD TO AMOV-PERIOD
035300     PERFORM 1100-EDIT-PERIOD THRU 1100-EXIT
035400     IF AMVC-CURR-PERIOD NOT > AMVC-PRIOR-PERIOD
035500         MOVE 'CURRENT PERIOD MUST FOLLOW PRIOR PERIOD'
035600             TO AMOV-ABEND-MSG
035700         GO TO 9600-ABEND
035800     END-IF
035900     IF AMVC-MIX-PCT IS NUMERIC
036000         MOVE AMVC-MIX-PCT TO AMOV-MIX-PCT
036100     END-IF
036200     IF AMVC-TOP-COUNT IS NUMERIC
036300         AND AMVC-TOP-COUNT > 0
036400         MOVE AMVC-TOP-COUNT TO AMOV-TOP-N
036500     END-IF
036600     IF AMOV-TOP-N > 50
036700         MOVE 50 TO AMOV-TOP-N
036800     END-IF
036900     MOVE ZERO TO AMOV-TOP-COUNT (1)
037000     MOVE ZERO TO AMOV-TOP-COUNT (2)
037100     PERFORM 1200-CLEAR-MIX-ENTRY THRU 1200-EXIT
037200         VARYING AMOV-MIX-SUB FROM 1 BY 1
037300         UNTIL AMOV-MIX-SUB > 3
037400     OPEN INPUT PRIOR-SNAP-FILE
037500     IF NOT WS-PREV-OK
037600         MOVE 'CANNOT OPEN PRIOR SNAPSHOT FILE' TO AMOV-ABEND-MSG
037700         GO TO 9600-ABEND
037800     END-IF
037900     OPEN INPUT CURRENT-SNAP-FILE
038000     IF NOT WS-CURR-OK
038100         MOVE 'CANNOT OPEN CURRENT SNAPSHOT FILE'
038200             TO AMOV-ABEND-MSG
038300         GO TO 9600-ABEND
038400     END-IF
038500     OPEN OUTPUT MIX-WORK-FILE
038600     IF NOT WS-MIX-OK
038700         MOVE 'CANNOT OPEN MIX WORK FILE' TO AMOV-ABEND-MSG
038800         GO TO 9600-ABEND
038900     END-IF
039000     OPEN OUTPUT LISTING-FILE
039100     IF NOT WS-LIST-OK
039200         MOVE 'CANNOT OPEN LISTING FILE' TO AMOV-ABEND-MSG
039300         GO TO 9600-ABEND
039400     END-IF
039500     MOVE SPACES TO LIST-RECORD
039600     MOVE 'ACCTMOV - PERIOD-OVER-PERIOD MOVEMENT ANALYSIS'
039700         TO LIST-RECORD
039800     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
039900     MOVE SPACES TO LIST-RECORD
040000     MOVE 'PRIOR PERIOD' TO LIST-RECORD
040100     MOVE AMVC-PRIOR-PERIOD TO LIST-RECORD (15:6)
040200     MOVE 'CURRENT PERIOD' TO LIST-RECORD (25:14)
040300     MOVE AMVC-CURR-PERIOD TO LIST-RECORD (40:6)
040400     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
040500     MOVE SPACES TO LIST-RECORD
040600     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
040700     MOVE 'ACCOUNTS OPENED AND DISAPPEARED' TO LIST-RECORD
040800     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
040900     MOVE AMOV-ACCOUNT-HEADING TO LIST-RECORD
041000     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
041100     PERFORM 2100-READ-PRIOR THRU 2100-EXIT
041200     PERFORM 2200-READ-CURRENT THRU 2200-EXIT
041300     IF AMOV-PREV-COUNT = 0
041400         MOVE 'NO PRIOR SNAPSHOT ROWS FOR THE PERIOD'
041500             TO AMOV-ABEND-MSG
041600         GO TO 9600-ABEND
041700     END-IF
041800     IF AMOV-CURR-COUNT = 0
041900         MOVE 'NO CURRENT SNAPSHOT ROWS FOR THE PERIOD'
042000             TO AMOV-ABEND-MSG
042100         GO TO 9600-ABEND
042200     END-IF
042300     .
042400 1000-EXIT.
042500     EXIT.
042600*****************************************************************
042700*  1100-EDIT-PERIOD
042800*****************************************************************
042900 1100-EDIT-PERIOD.
043000     IF AMOV-PERIOD NOT NUMERIC
043100         OR AMOV-PERIOD-MONTH < 01
043200         OR AMOV-PERIOD-MONTH > 12
043300         MOVE 'PERIOD ON CARD IS NOT A VALID CCYYMM'
043400             TO AMOV-ABEND-MSG
043500         GO TO 9600-ABEND
043600     END-IF
043700     .
043800 1100-EXIT.
043900     EXIT.
044000*****************************************************************
044100*  1200-CLEAR-MIX-ENTRY
044200*****************************************************************
044300 1200-CLEAR-MIX-ENTRY.
044400     MOVE ZERO TO AMOV-MIX-PREV (AMOV-MIX-SUB)
044500     MOVE ZERO TO AMOV-MIX-CURR (AMOV-MIX-SUB)
044600     .
044700 1200-EXIT.
044800     EXIT.
044900*****************************************************************
045000*  2000-MATCH-ONE - ONE STEP OF THE KEY MATCH.
045100*****************************************************************
045200 2000-MATCH-ONE.
045300     EVALUATE TRUE
045400         WHEN AMOV-PREV-KEY = AMOV-CURR-KEY
045500             PERFORM 3000-COMPARE-ACCOUNT THRU 3000-EXIT
045600             PERFORM 2100-READ-PRIOR THRU 2100-EXIT
045700             PERFORM 2200-READ-CURRENT THRU 2200-EXIT
045800         WHEN AMOV-PREV-KEY < AMOV-CURR-KEY
045900             PERFORM 3200-ACCOUNT-GONE THRU 3200-EXIT
046000             PERFORM 2100-READ-PRIOR THRU 2100-EXIT
046100         WHEN OTHER
046200             PERFORM 3100-ACCOUNT-OPENED THRU 3100-EXIT
046300             PERFORM 2200-READ-CURRENT THRU 2200-EXIT
046400     END-EVALUATE
046500     .
046600 2000-EXIT.
046700     EXIT.
046800*****************************************************************
046900*  2100-READ-PRIOR - NEXT PRIOR SNAPSHOT ROW FOR THE PRIOR
047000*  PERIOD.  ITS BALANCE AND ACTIVITY GO INTO THE PRIOR TOTALS
047100*  AS IT IS READ, INDEPENDENT OF THE MATCH, SO THE BRIDGE
047200*  PROVES THE MATCH MISSED NOTHING.
047300*****************************************************************
047400 2100-READ-PRIOR.
047500     PERFORM 2150-READ-ONE-PRIOR THRU 2150-EXIT
047600     IF WS-PREV-EOF-YES
047700         MOVE HIGH-VALUES TO AMOV-PREV-KEY
047800         GO TO 2100-EXIT
047900     END-IF
048000     IF PPER-KEY NOT > AMOV-LAST-PREV-KEY
048100         MOVE 'PRIOR SNAPSHOT OUT OF KEY SEQUENCE'
048200             TO AMOV-ABEND-MSG
048300         GO TO 9600-ABEND
048400     END-IF
048500     MOVE PPER-KEY TO AMOV-PREV-KEY
048600     MOVE PPER-KEY TO AMOV-LAST-PREV-KEY
048700     ADD 1 TO AMOV-PREV-COUNT
048800     ADD PPER-BALANCE TO AMOV-PREV-TOTAL
048900     ADD PPER-PTD-NEW-COUNT TO AMOV-MIX-PREV (1)
049000     ADD PPER-PTD-ADJ-COUNT TO AMOV-MIX-PREV (2)
049100     ADD PPER-PTD-REV-COUNT TO AMOV-MIX-PREV (3)
049200     .
049300 2100-EXIT.
049400     EXIT.
049500*****************************************************************
049600*  2150-READ-ONE-PRIOR - ROWS FOR ANY OTHER PERIOD ARE PASSED
049700*  OVER.
049800*****************************************************************
049900 2150-READ-ONE-PRIOR.
050000     READ PRIOR-SNAP-FILE
050100         AT END
050200             MOVE 'Y' TO WS-PREV-EOF-SW
050300             GO TO 2150-EXIT
050400     END-READ
050500     IF PPER-PERIOD NOT = AMVC-PRIOR-PERIOD
050600         ADD 1 TO AMOV-PREV-SKIP-COUNT
050700         GO TO 2150-READ-ONE-PRIOR
050800     END-IF
050900     .
051000 2150-EXIT.
051100     EXIT.
051200*****************************************************************
051300*  2200-READ-CURRENT - THE SAME FOR THE CURRENT SNAPSHOT.
051400*****************************************************************
051500 2200-READ-CURRENT.
051600     PERFORM 2250-READ-ONE-CURRENT THRU 2250-EXIT
051700     IF WS-CURR-EOF-YES
051800         MOVE HIGH-VALUES TO AMOV-CURR-KEY
051900         GO TO 2200-EXIT
052000     END-IF
052100     IF CPER-KEY NOT > AMOV-LAST-CURR-KEY
052200         MOVE 'CURRENT SNAPSHOT OUT OF KEY SEQUENCE'
052300             TO AMOV-ABEND-MSG
052400         GO TO 9600-ABEND
052500     END-IF
052600     MOVE CPER-KEY TO AMOV-CURR-KEY
052700     MOVE CPER-KEY TO AMOV-LAST-CURR-KEY
052800     ADD 1 TO AMOV-CURR-COUNT
052900     ADD CPER-BALANCE TO AMOV-CURR-TOTAL
053000     ADD CPER-PTD-NEW-COUNT TO AMOV-MIX-CURR (1)
053100     ADD CPER-PTD-ADJ-COUNT TO AMOV-MIX-CURR (2)
053200     ADD CPER-PTD-REV-COUNT TO AMOV-MIX-CURR (3)
053300     .
053400 2200-EXIT.
053500     EXIT.
053600*****************************************************************
053700*  2250-READ-ONE-CURRENT
053800*****************************************************************
053900 2250-READ-ONE-CURRENT.
054000     READ CURRENT-SNAP-FILE
054100         AT END
054200             MOVE 'Y' TO WS-CURR-EOF-SW
054300             GO TO 2250-EXIT
054400     END-READ
054500     IF CPER-PERIOD NOT = AMVC-CURR-PERIOD
054600         ADD 1 TO AMOV-CURR-SKIP-COUNT
054700         GO TO 2250-READ-ONE-CURRENT
054800     END-IF
054900     .
055000 2250-EXIT.
055100     EXIT.
055200*****************************************************************
055300*  3000-COMPARE-ACCOUNT - AN ACCOUNT IN BOTH SNAPSHOTS.  ITS
055400*  BALANCE CHANGE GOES INTO THE BRIDGE AND, IF IT IS BIG
055500*  ENOUGH, THE LARGEST-MOVERS TABLE; THEN EACH ACTIVITY TYPE
055600*  IS CHECKED AGAINST THE MIX PERCENTAGE.
055700*****************************************************************
055800 3000-COMPARE-ACCOUNT.
055900     ADD 1 TO AMOV-MATCHED-COUNT
056000     COMPUTE AMOV-CHANGE = CPER-BALANCE - PPER-BALANCE
056100     ADD AMOV-CHANGE TO AMOV-NET-MOVEMENT
056200     EVALUATE TRUE
056300         WHEN AMOV-CHANGE > 0
056400             ADD 1 TO AMOV-UP-COUNT
056500             ADD AMOV-CHANGE TO AMOV-UP-TOTAL
056600             MOVE 1 TO AMOV-SIDE
056700             MOVE AMOV-CHANGE TO AMOV-MAGNITUDE
056800             PERFORM 3600-INSERT-MOVER THRU 3600-EXIT
056900         WHEN AMOV-CHANGE < 0
057000             ADD 1 TO AMOV-DOWN-COUNT
057100             SUBTRACT AMOV-CHANGE FROM AMOV-DOWN-TOTAL
057200             MOVE 2 TO AMOV-SIDE
057300             COMPUTE AMOV-MAGNITUDE = 0 - AMOV-CHANGE
057400             PERFORM 3600-INSERT-MOVER THRU 3600-EXIT
057500         WHEN OTHER
057600             ADD 1 TO AMOV-SAME-COUNT
057700     END-EVALUATE
057800     MOVE 'NEW' TO AMOV-CHK-TYPE
057900     MOVE PPER-PTD-NEW-COUNT TO AMOV-CHK-PREV
058000     MOVE CPER-PTD-NEW-COUNT TO AMOV-CHK-CURR
058100     PERFORM 3500-CHECK-MIX-TYPE THRU 3500-EXIT
058200     MOVE 'ADJ' TO AMOV-CHK-TYPE
058300     MOVE PPER-PTD-ADJ-COUNT TO AMOV-CHK-PREV
058400     MOVE CPER-PTD-ADJ-COUNT TO AMOV-CHK-CURR
058500     PERFORM 3500-CHECK-MIX-TYPE THRU 3500-EXIT
058600     MOVE 'REV' TO AMOV-CHK-TYPE
058700     MOVE PPER-PTD-REV-COUNT TO AMOV-CHK-PREV
058800     MOVE CPER-PTD-REV-COUNT TO AMOV-CHK-CURR
058900     PERFORM 3500-CHECK-MIX-TYPE THRU 3500-EXIT
059000     .
059100 3000-EXIT.
059200     EXIT.
059300*****************************************************************
059400*  3100-ACCOUNT-OPENED - IN THE CURRENT SNAPSHOT ONLY.  ITS
059500*  WHOLE BALANCE IS MOVEMENT.
059600*****************************************************************
059700 3100-ACCOUNT-OPENED.
059800     ADD 1 TO AMOV-OPENED-COUNT
059900     ADD CPER-BALANCE TO AMOV-OPENED-TOTAL
060000     ADD CPER-BALANCE TO AMOV-NET-MOVEMENT
060100     MOVE SPACES TO AMOV-ACCOUNT-LINE
060200     MOVE 'OPENED' TO AMOV-ACL-DISP
060300     MOVE CPER-KEY TO AMOV-ACL-KEY
060400     MOVE ZERO TO AMOV-ACL-PREV
060500     MOVE CPER-BALANCE TO AMOV-ACL-CURR
060600     MOVE CPER-BALANCE TO AMOV-ACL-CHANGE
060700     MOVE AMOV-ACCOUNT-LINE TO LIST-RECORD
060800     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
060900     .
061000 3100-EXIT.
061100     EXIT.
061200*****************************************************************
061300*  3200-ACCOUNT-GONE - IN THE PRIOR SNAPSHOT ONLY.  ITS WHOLE
061400*  BALANCE WENT WITH IT.
061500*****************************************************************
061600 3200-ACCOUNT-GONE.
061700     ADD 1 TO AMOV-GONE-COUNT
061800     ADD PPER-BALANCE TO AMOV-GONE-TOTAL
061900     SUBTRACT PPER-BALANCE FROM AMOV-NET-MOVEMENT
062000     MOVE SPACES TO AMOV-ACCOUNT-LINE
062100     MOVE 'DISAPPEARED' TO AMOV-ACL-DISP
062200     MOVE PPER-KEY TO AMOV-ACL-KEY
062300     MOVE PPER-BALANCE TO AMOV-ACL-PREV
062400     MOVE ZERO TO AMOV-ACL-CURR
062500     COMPUTE AMOV-ACL-CHANGE = 0 - PPER-BALANCE
062600     MOVE AMOV-ACCOUNT-LINE TO LIST-RECORD
062700     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
062800     .
062900 3200-EXIT.
063000     EXIT.
063100*****************************************************************
063200*  3500-CHECK-MIX-TYPE - ONE ACTIVITY TYPE FOR ONE ACCOUNT.  A
063300*  CHANGE OF MORE THAN THE CARD PERCENTAGE EITHER WAY, OR ANY
063400*  ACTIVITY WHERE THERE WAS NONE, GOES TO THE MIX WORK FILE.
063500*****************************************************************
063600 3500-CHECK-MIX-TYPE.
063700     IF AMOV-CHK-CURR = AMOV-CHK-PREV
063800         GO TO 3500-EXIT
063900     END-IF
064000     SET AMOV-MIX-WITHIN TO TRUE
064100     MOVE SPACES TO AMOV-MIX-LINE
064200     IF AMOV-CHK-PREV = 0
064300         SET AMOV-MIX-OVER TO TRUE
064400         MOVE 'NONE LAST PERIOD' TO AMOV-MXL-NOTE
064500     ELSE
064600         COMPUTE AMOV-CHK-PCT ROUNDED =
064700             (AMOV-CHK-CURR - AMOV-CHK-PREV) * 100 / AMOV-CHK-PREV
064800         MOVE AMOV-CHK-PCT TO AMOV-MXL-PCT
064900         IF AMOV-CHK-PCT > AMOV-MIX-PCT
065000             OR AMOV-CHK-PCT < (0 - AMOV-MIX-PCT)
065100             SET AMOV-MIX-OVER TO TRUE
065200         END-IF
065300     END-IF
065400     IF AMOV-MIX-WITHIN
065500         GO TO 3500-EXIT
065600     END-IF
065700     MOVE PPER-KEY TO AMOV-MXL-KEY
065800     MOVE AMOV-CHK-TYPE TO AMOV-MXL-TYPE
065900     MOVE AMOV-CHK-PREV TO AMOV-MXL-PREV
066000     MOVE AMOV-CHK-CURR TO AMOV-MXL-CURR
066100     MOVE AMOV-MIX-LINE TO MIX-WORK-RECORD
066200     WRITE MIX-WORK-RECORD
066300     IF NOT WS-MIX-OK
066400         MOVE 'CANNOT WRITE MIX WORK FILE' TO AMOV-ABEND-MSG
066500         GO TO 9600-ABEND
066600     END-IF
066700     ADD 1 TO AMOV-MIX-LINE-COUNT
066800     .
066900 3500-EXIT.
067000     EXIT.
067100*****************************************************************
067200*  3600-INSERT-MOVER - PUTS THE ACCOUNT INTO ITS SIDE OF THE
067300*  LARGEST-MOVERS TABLE IF IT BELONGS THERE.  WHILE THE SIDE
067400*  HAS ROOM IT GOES ON THE END; ONCE FULL IT ONLY REPLACES THE
067500*  SMALLEST ENTRY, AND ONLY IF IT IS BIGGER.  EITHER WAY IT
067600*  THEN BUBBLES UP TO ITS PLACE.
067700*****************************************************************
067800 3600-INSERT-MOVER.
067900     IF AMOV-TOP-COUNT (AMOV-SIDE) < AMOV-TOP-N
068000         ADD 1 TO AMOV-TOP-COUNT (AMOV-SIDE)
068100         MOVE AMOV-TOP-COUNT (AMOV-SIDE) TO AMOV-SUB
068200     ELSE
068300         IF AMOV-MAGNITUDE
068400             NOT > AMOV-TOP-MAG (AMOV-SIDE AMOV-TOP-N)
068500             GO TO 3600-EXIT
068600         END-IF
068700         MOVE AMOV-TOP-N TO AMOV-SUB
068800     END-IF
068900     MOVE PPER-KEY TO AMOV-TOP-KEY (AMOV-SIDE AMOV-SUB)
069000     MOVE PPER-BALANCE TO AMOV-TOP-PREV-BAL (AMOV-SIDE AMOV-SUB)
069100     MOVE CPER-BALANCE TO AMOV-TOP-CURR-BAL (AMOV-SIDE AMOV-SUB)
069200     MOVE AMOV-MAGNITUDE TO AMOV-TOP-MAG (AMOV-SIDE AMOV-SUB)
069300     SET AMOV-BUBBLE-MORE TO TRUE
069400     PERFORM 3650-BUBBLE-UP THRU 3650-EXIT
069500         UNTIL AMOV-BUBBLE-DONE
069600     .
069700 3600-EXIT.
069800     EXIT.
069900*****************************************************************
070000*  3650-BUBBLE-UP - SWAPS THE ENTRY WITH THE ONE ABOVE IT WHILE
070100*  THE ONE ABOVE IS SMALLER.
070200*****************************************************************
070300 3650-BUBBLE-UP.
070400     IF AMOV-SUB = 1
070500         SET AMOV-BUBBLE-DONE TO TRUE
070600         GO TO 3650-EXIT
070700     END-IF
070800     COMPUTE AMOV-PREV-SUB = AMOV-SUB - 1
070900     IF AMOV-TOP-MAG (AMOV-SIDE AMOV-PREV-SUB)
071000         NOT < AMOV-TOP-MAG (AMOV-SIDE AMOV-SUB)
071100         SET AMOV-BUBBLE-DONE TO TRUE
071200         GO TO 3650-EXIT
071300     END-IF
071400     MOVE AMOV-TOP-ENTRY (AMOV-SIDE AMOV-PREV-SUB)
071500         TO AMOV-TOP-HOLD
071600     MOVE AMOV-TOP-ENTRY (AMOV-SIDE AMOV-SUB)
071700         TO AMOV-TOP-ENTRY (AMOV-SIDE AMOV-PREV-SUB)
071800     MOVE AMOV-TOP-HOLD TO AMOV-TOP-ENTRY (AMOV-SIDE AMOV-SUB)
071900     MOVE AMOV-PREV-SUB TO AMOV-SUB
072000     .
072100 3650-EXIT.
072200     EXIT.
072300*****************************************************************
072400*  5000-WRITE-TOP-MOVERS - BOTH SIDES OF THE TABLE, BIGGEST
072500*  MOVE FIRST.
072600*****************************************************************
072700 5000-WRITE-TOP-MOVERS.
072800     MOVE SPACES TO LIST-RECORD
072900     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
073000     MOVE 'LARGEST BALANCE INCREASES' TO LIST-RECORD
073100     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
073200     MOVE AMOV-ACCOUNT-HEADING TO LIST-RECORD
073300     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
073400     MOVE 1 TO AMOV-SIDE
073500     PERFORM 5100-WRITE-ONE-MOVER THRU 5100-EXIT
073600         VARYING AMOV-SUB FROM 1 BY 1
073700         UNTIL AMOV-SUB > AMOV-TOP-COUNT (1)
073800     MOVE SPACES TO LIST-RECORD
073900     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
074000     MOVE 'LARGEST BALANCE DECREASES' TO LIST-RECORD
074100     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
074200     MOVE AMOV-ACCOUNT-HEADING TO LIST-RECORD
074300     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
074400     MOVE 2 TO AMOV-SIDE
074500     PERFORM 5100-WRITE-ONE-MOVER THRU 5100-EXIT
074600         VARYING AMOV-SUB FROM 1 BY 1
074700         UNTIL AMOV-SUB > AMOV-TOP-COUNT (2)
074800     .
074900 5000-EXIT.
075000     EXIT.
075100*****************************************************************
075200*  5100-WRITE-ONE-MOVER
075300*****************************************************************
075400 5100-WRITE-ONE-MOVER.
075500     MOVE SPACES TO AMOV-ACCOUNT-LINE
075600     IF AMOV-SIDE = 1
075700         MOVE 'INCREASE' TO AMOV-ACL-DISP
075800     ELSE
075900         MOVE 'DECREASE' TO AMOV-ACL-DISP
076000     END-IF
076100     MOVE AMOV-TOP-KEY (AMOV-SIDE AMOV-SUB) TO AMOV-ACL-KEY
076200     MOVE AMOV-TOP-PREV-BAL (AMOV-SIDE AMOV-SUB) TO AMOV-ACL-PREV
076300     MOVE AMOV-TOP-CURR-BAL (AMOV-SIDE AMOV-SUB) TO AMOV-ACL-CURR
076400     COMPUTE AMOV-ACL-CHANGE =
076500         AMOV-TOP-CURR-BAL (AMOV-SIDE AMOV-SUB)
076600         - AMOV-TOP-PREV-BAL (AMOV-SIDE AMOV-SUB)
076700     MOVE AMOV-ACCOUNT-LINE TO LIST-RECORD
076800     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
076900     .
077000 5100-EXIT.
077100     EXIT.
077200*****************************************************************
077300*  5500-WRITE-MIX-CHANGES - COPIES THE MIX WORK FILE INTO THE
077400*  LISTING UNDER ITS OWN HEADING.
077500*****************************************************************
077600 5500-WRITE-MIX-CHANGES.
077700     MOVE SPACES TO LIST-RECORD
077800     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
077900     MOVE 'ACTIVITY MIX CHANGES OVER     PERCENT' TO LIST-RECORD
078000     MOVE AMOV-MIX-PCT TO LIST-RECORD (28:3)
078100     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
078200     MOVE AMOV-MIX-HEADING TO LIST-RECORD
078300     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
078400     OPEN INPUT MIX-WORK-FILE
078500     IF NOT WS-MIX-OK
078600         MOVE 'CANNOT REOPEN MIX WORK FILE' TO AMOV-ABEND-MSG
078700         GO TO 9600-ABEND
078800     END-IF
078900     PERFORM 5550-COPY-ONE-MIX-LINE THRU 5550-EXIT
079000         UNTIL WS-MIX-EOF-YES
079100     CLOSE MIX-WORK-FILE
079200     .
079300 5500-EXIT.
079400     EXIT.
079500*****************************************************************
079600*  5550-COPY-ONE-MIX-LINE
079700*****************************************************************
079800 5550-COPY-ONE-MIX-LINE.
079900     READ MIX-WORK-FILE
080000         AT END
080100             MOVE 'Y' TO WS-MIX-EOF-SW
080200             GO TO 5550-EXIT
080300     END-READ
080400     MOVE MIX-WORK-RECORD TO LIST-RECORD
080500     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
080600     .
080700 5550-EXIT.
080800     EXIT.
080900*****************************************************************
081000*  6000-WRITE-MIX-SUMMARY - EACH ACTIVITY TYPE'S COUNT AND
081100*  SHARE OF ALL ACTIVITY IN BOTH SNAPSHOTS, AND HOW FAR THE
081200*  COUNT MOVED.
081300*****************************************************************
081400 6000-WRITE-MIX-SUMMARY.
081500     MOVE AMOV-MIX-PREV (1) TO AMOV-MIX-ALL-PREV
081600     ADD AMOV-MIX-PREV (2) TO AMOV-MIX-ALL-PREV
081700     ADD AMOV-MIX-PREV (3) TO AMOV-MIX-ALL-PREV
081800     MOVE AMOV-MIX-CURR (1) TO AMOV-MIX-ALL-CURR
081900     ADD AMOV-MIX-CURR (2) TO AMOV-MIX-ALL-CURR
082000     ADD AMOV-MIX-CURR (3) TO AMOV-MIX-ALL-CURR
082100     MOVE SPACES TO LIST-RECORD
082200     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
082300     MOVE 'ACTIVITY MIX - ALL ACCOUNTS' TO LIST-RECORD
082400     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
082500     MOVE AMOV-MIX-SUM-HEADING TO LIST-RECORD
082600     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
082700     PERFORM 6100-WRITE-MIX-TYPE THRU 6100-EXIT
082800         VARYING AMOV-MIX-SUB FROM 1 BY 1
082900         UNTIL AMOV-MIX-SUB > 3
083000     .
083100 6000-EXIT.
083200     EXIT.
083300*****************************************************************
083400*  6100-WRITE-MIX-TYPE
083500*****************************************************************
083600 6100-WRITE-MIX-TYPE.
083700     MOVE SPACES TO AMOV-MIX-SUM-LINE
083800     EVALUATE AMOV-MIX-SUB
083900         WHEN 1
084000             MOVE 'NEW ITEMS' TO AMOV-MXS-LABEL
084100         WHEN 2
084200             MOVE 'ADJUSTMENTS' TO AMOV-MXS-LABEL
084300         WHEN OTHER
084400             MOVE 'REVERSALS' TO AMOV-MXS-LABEL
084500     END-EVALUATE
084600     MOVE AMOV-MIX-PREV (AMOV-MIX-SUB) TO AMOV-MXS-PREV
084700     MOVE AMOV-MIX-CURR (AMOV-MIX-SUB) TO AMOV-MXS-CURR
084800     MOVE ZERO TO AMOV-PCT-WORK
084900     IF AMOV-MIX-ALL-PREV > 0
085000         COMPUTE AMOV-PCT-WORK ROUNDED =
085100             AMOV-MIX-PREV (AMOV-MIX-SUB) * 100
085200             / AMOV-MIX-ALL-PREV
085300     END-IF
085400     MOVE AMOV-PCT-WORK TO AMOV-MXS-PREV-SHARE
085500     MOVE ZERO TO AMOV-PCT-WORK
085600     IF AMOV-MIX-ALL-CURR > 0
085700         COMPUTE AMOV-PCT-WORK ROUNDED =
085800             AMOV-MIX-CURR (AMOV-MIX-SUB) * 100
085900             / AMOV-MIX-ALL-CURR
086000     END-IF
086100     MOVE AMOV-PCT-WORK TO AMOV-MXS-CURR-SHARE
086200     IF AMOV-MIX-PREV (AMOV-MIX-SUB) > 0
086300         COMPUTE AMOV-PCT-WORK ROUNDED =
086400             (AMOV-MIX-CURR (AMOV-MIX-SUB)
086500              - AMOV-MIX-PREV (AMOV-MIX-SUB)) * 100
086600             / AMOV-MIX-PREV (AMOV-MIX-SUB)
086700         MOVE AMOV-PCT-WORK TO AMOV-MXS-CHANGE
086800     END-IF
086900     MOVE AMOV-MIX-SUM-LINE TO LIST-RECORD
087000     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
087100     .
087200 6100-EXIT.
087300     EXIT.
087400*****************************************************************
087500*  7000-WRITE-LISTING
087600*****************************************************************
087700 7000-WRITE-LISTING.
087800     WRITE LIST-RECORD
087900     IF NOT WS-LIST-OK
088000         MOVE 'CANNOT WRITE LISTING FILE' TO AMOV-ABEND-MSG
088100         GO TO 9600-ABEND
088200     END-IF
088300     MOVE SPACES TO LIST-RECORD
088400     .
088500 7000-EXIT.
088600     EXIT.
088700*****************************************************************
088800*  7100-WRITE-TOTAL / 7200-WRITE-AMOUNT - THE CALLER HAS SET
088900*  THE LABEL AND VALUE.
089000*****************************************************************
089100 7100-WRITE-TOTAL.
089200     MOVE AMOV-TOTAL-LINE TO LIST-RECORD
089300     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
089400     MOVE SPACES TO AMOV-TOTAL-LINE
089500     .
089600 7100-EXIT.
089700     EXIT.
089800 7200-WRITE-AMOUNT.
089900     MOVE AMOV-AMOUNT-LINE TO LIST-RECORD
090000     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
090100     MOVE SPACES TO AMOV-AMOUNT-LINE
090200     .
090300 7200-EXIT.
090400     EXIT.
090500*****************************************************************
090600*  8500-WRITE-BRIDGE - THE COUNTS, THEN THE BRIDGE:
090700*
090800*      PRIOR TOTAL + OPENED - DISAPPEARED + INCREASES
090900*          - DECREASES = BRIDGED CURRENT TOTAL
091000*
091100*  THE BRIDGE TIES WHEN THE BRIDGED TOTAL, AND THE PRIOR TOTAL
091200*  PLUS THE SUMMED NET MOVEMENT OF EVERY ACCOUNT, BOTH EQUAL
091300*  THE CURRENT SNAPSHOT'S OWN TOTAL.
091400*****************************************************************
091500 8500-WRITE-BRIDGE.
091600     MOVE SPACES TO AMOV-TOTAL-LINE
091700     MOVE SPACES TO AMOV-AMOUNT-LINE
091800     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
091900     MOVE 'PRIOR SNAPSHOT ACCOUNTS' TO AMOV-TOT-LABEL
092000     MOVE AMOV-PREV-COUNT TO AMOV-TOT-VALUE
092100     PERFORM 7100-WRITE-TOTAL THRU 7100-EXIT
092200     MOVE 'CURRENT SNAPSHOT ACCOUNTS' TO AMOV-TOT-LABEL
092300     MOVE AMOV-CURR-COUNT TO AMOV-TOT-VALUE
092400     PERFORM 7100-WRITE-TOTAL THRU 7100-EXIT
092500     MOVE 'ACCOUNTS IN BOTH' TO AMOV-TOT-LABEL
092600     MOVE AMOV-MATCHED-COUNT TO AMOV-TOT-VALUE
092700     PERFORM 7100-WRITE-TOTAL THRU 7100-EXIT
092800     MOVE '  BALANCE UNCHANGED' TO AMOV-TOT-LABEL
092900     MOVE AMOV-SAME-COUNT TO AMOV-TOT-VALUE
093000     PERFORM 7100-WRITE-TOTAL THRU 7100-EXIT
093100     MOVE 'MIX CHANGES LISTED' TO AMOV-TOT-LABEL
093200     MOVE AMOV-MIX-LINE-COUNT TO AMOV-TOT-VALUE
093300     PERFORM 7100-WRITE-TOTAL THRU 7100-EXIT
093400     MOVE 'OTHER-PERIOD ROWS PASSED OVER' TO AMOV-TOT-LABEL
093500     COMPUTE AMOV-TOT-VALUE =
093600         AMOV-PREV-SKIP-COUNT + AMOV-CURR-SKIP-COUNT
093700     PERFORM 7100-WRITE-TOTAL THRU 7100-EXIT
093800     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
093900     MOVE 'BALANCE BRIDGE' TO LIST-RECORD
094000     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
094100     MOVE 'PRIOR PERIOD TOTAL' TO AMOV-AMT-LABEL
094200     MOVE AMOV-PREV-COUNT TO AMOV-AMT-COUNT
094300     MOVE AMOV-PREV-TOTAL TO AMOV-AMT-VALUE
094400     PERFORM 7200-WRITE-AMOUNT THRU 7200-EXIT
094500     MOVE '  PLUS ACCOUNTS OPENED' TO AMOV-AMT-LABEL
094600     MOVE AMOV-OPENED-COUNT TO AMOV-AMT-COUNT
094700     MOVE AMOV-OPENED-TOTAL TO AMOV-AMT-VALUE
094800     PERFORM 7200-WRITE-AMOUNT THRU 7200-EXIT
094900     MOVE '  LESS ACCOUNTS DISAPPEARED' TO AMOV-AMT-LABEL
095000     MOVE AMOV-GONE-COUNT TO AMOV-AMT-COUNT
095100     COMPUTE AMOV-AMT-VALUE = 0 - AMOV-GONE-TOTAL
095200     PERFORM 7200-WRITE-AMOUNT THRU 7200-EXIT
095300     MOVE '  PLUS BALANCE INCREASES' TO AMOV-AMT-LABEL
095400     MOVE AMOV-UP-COUNT TO AMOV-AMT-COUNT
095500     MOVE AMOV-UP-TOTAL TO AMOV-AMT-VALUE
095600     PERFORM 7200-WRITE-AMOUNT THRU 7200-EXIT
095700     MOVE '  LESS BALANCE DECREASES' TO AMOV-AMT-LABEL
095800     MOVE AMOV-DOWN-COUNT TO AMOV-AMT-COUNT
095900     COMPUTE AMOV-AMT-VALUE = 0 - AMOV-DOWN-TOTAL
096000     PERFORM 7200-WRITE-AMOUNT THRU 7200-EXIT
096100     COMPUTE AMOV-BRIDGED-TOTAL = AMOV-PREV-TOTAL
096200         + AMOV-OPENED-TOTAL - AMOV-GONE-TOTAL
096300         + AMOV-UP-TOTAL - AMOV-DOWN-TOTAL
096400     MOVE 'BRIDGED CURRENT TOTAL' TO AMOV-AMT-LABEL
096500     MOVE AMOV-BRIDGED-TOTAL TO AMOV-AMT-VALUE
096600     PERFORM 7200-WRITE-AMOUNT THRU 7200-EXIT
096700     MOVE 'CURRENT PERIOD TOTAL' TO AMOV-AMT-LABEL
096800     MOVE AMOV-CURR-COUNT TO AMOV-AMT-COUNT
096900     MOVE AMOV-CURR-TOTAL TO AMOV-AMT-VALUE
097000     PERFORM 7200-WRITE-AMOUNT THRU 7200-EXIT
097100     MOVE 'SUMMED NET MOVEMENT' TO AMOV-AMT-LABEL
097200     MOVE AMOV-NET-MOVEMENT TO AMOV-AMT-VALUE
097300     PERFORM 7200-WRITE-AMOUNT THRU 7200-EXIT
097400     IF AMOV-BRIDGED-TOTAL = AMOV-CURR-TOTAL
097500         AND AMOV-PREV-TOTAL + AMOV-NET-MOVEMENT = AMOV-CURR-TOTAL
097600         SET AMOV-BRIDGE-TIES TO TRUE
097700         MOVE 'BRIDGE TIES TO NET MOVEMENT - OK' TO LIST-RECORD
097800     ELSE
097900         MOVE 'BRIDGE DOES NOT TIE TO NET MOVEMENT'
098000             TO LIST-RECORD
098100     END-IF
098200     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
098300     .
098400 8500-EXIT.
098500     EXIT.
098600*****************************************************************
098700*  9000-END-OF-JOB
098800*****************************************************************
098900 9000-END-OF-JOB.
099000     CLOSE PRIOR-SNAP-FILE
099100     CLOSE CURRENT-SNAP-FILE
099200     CLOSE LISTING-FILE
099300     IF AMOV-BRIDGE-TIES
099400         MOVE 0 TO RETURN-CODE
099500     ELSE
099600         MOVE 4 TO RETURN-CODE
099700     END-IF
099750     PERFORM 9700-WRITE-RUN-LOG THRU 9700-EXIT
099800     .
099900 9000-EXIT.
100000     EXIT.
100100*****************************************************************
100200*  9600-ABEND - SHARED HARD-FAILURE EXIT.
100300*****************************************************************
100400 9600-ABEND.
100500     DISPLAY 'ACCTMOV - ' AMOV-ABEND-MSG
100600     MOVE 16 TO RETURN-CODE
100620     MOVE 'A' TO WS-STEP-END-SW
100640     PERFORM 9700-WRITE-RUN-LOG THRU 9700-EXIT
100700     STOP RUN
100800     .
100900 9600-EXIT.
101000     EXIT.
101100*****************************************************************
101200*  9700-WRITE-RUN-LOG - APPENDS THIS STEP'S RESULT ROW TO THE
101300*  SHARED RUN LOG (SEE RLOGREC), WHETHER THE STEP IS ENDING
101400*  NORMALLY OR THROUGH 9600-ABEND.  LIKE THE ERROR LOG, A RUN
101500*  LOG THAT CANNOT BE WRITTEN IS REPORTED BUT DOES NOT CHANGE
101600*  THE STEP'S OWN RESULT - THE NIGHT SUMMARY THEN SHOWS THE
101700*  STEP AS NEVER RUN, WHICH GETS IT LOOKED AT ANYWAY.
101800*****************************************************************
101900 9700-WRITE-RUN-LOG.
102000     OPEN EXTEND RUN-LOG-FILE
102100     IF WS-RLOG-NOT-PRESENT
102200         OPEN OUTPUT RUN-LOG-FILE
102300     END-IF
102400     IF NOT WS-RLOG-OK
102500         DISPLAY 'ACCTMOV - CANNOT OPEN RUN LOG FILE'
102600         GO TO 9700-EXIT
102700     END-IF
102800     MOVE SPACES TO RLOG-RECORD
102900     MOVE 'ACCTMOV' TO RLOG-PROGRAM
103000     SET RLOG-DATE-IS-RUN TO TRUE
103100     MOVE AMOV-STEP-START-DATE TO RLOG-BUS-DATE
103200     MOVE AMOV-STEP-START-DATE TO RLOG-START-DATE
103300     MOVE AMOV-STEP-START-TIME TO RLOG-START-TIME
103400     ACCEPT RLOG-END-DATE FROM DATE YYYYMMDD
103500     ACCEPT RLOG-END-TIME FROM TIME
103600     MOVE RETURN-CODE TO RLOG-RETURN-CODE
103700     MOVE ZERO TO RLOG-COUNT (1)
103800     MOVE ZERO TO RLOG-COUNT (2)
103900     MOVE ZERO TO RLOG-COUNT (3)
104000     MOVE ZERO TO RLOG-COUNT (4)
104100     MOVE ZERO TO RLOG-OUTSTANDING-COUNT
104200     MOVE 'PRIOR' TO RLOG-COUNT-NAME (1)
104300     MOVE AMOV-PREV-COUNT TO RLOG-COUNT (1)
104400     MOVE 'CURRENT' TO RLOG-COUNT-NAME (2)
104500     MOVE AMOV-CURR-COUNT TO RLOG-COUNT (2)
104600     MOVE 'OPENED' TO RLOG-COUNT-NAME (3)
104700     MOVE AMOV-OPENED-COUNT TO RLOG-COUNT (3)
104800     MOVE 'GONE' TO RLOG-COUNT-NAME (4)
104900     MOVE AMOV-GONE-COUNT TO RLOG-COUNT (4)
105000     IF AMOV-STEP-ABENDED
105100         SET RLOG-ABENDED TO TRUE
105200         MOVE AMOV-ABEND-MSG TO RLOG-MESSAGE
105300     ELSE
105400         SET RLOG-ENDED-NORMALLY TO TRUE
105500     END-IF
105600     WRITE RLOG-RECORD
105700     IF NOT WS-RLOG-OK
105800         DISPLAY 'ACCTMOV - CANNOT WRITE RUN LOG FILE'
105900     END-IF
106000     CLOSE RUN-LOG-FILE
106100     .
106200 9700-EXIT.
106300     EXIT.
