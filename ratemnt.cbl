000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RATEMNT.
000300 AUTHOR. J D MORAN.
000400 INSTALLATION. DAILY PROCESSING GROUP.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  RATEMNT - ACCRUAL RATE AND FEE TABLE MAINTENANCE
000900*
001000*  RATE-FILE CARRIES COMP-3 FIELDS, SO LIKE PARM-FILE IT CANNOT
001100*  BE SAFELY BUILT OR PATCHED WITH AN EDITOR.  THIS PROGRAM
001200*  TAKES A READABLE KEYWORD=VALUE CARD DECK ON RATCARDS,
001300*  VALIDATES EVERY VALUE, AND WRITES A FRESH RATE-RECORD ON
001400*  RATENEW, PRINTING A BEFORE/AFTER CONFIRMATION LISTING ON
001500*  RATLIST.  EVERY VALUE THAT ACTUALLY CHANGES IS APPENDED TO
001600*  AUDIT-LOG-FILE THE WAY PARMMNT'S CHANGES ARE.
001700*
001800*  CARDS (ONE PER LINE, NUMERICS FIXED WIDTH, ZERO FILLED):
001900*      MIN-BALANCE=000001000 RANGE 000000000-999999999, WHOLE
002000*                            UNITS - AN ACCOUNT BELOW THIS IS
002100*                            CHARGED THE MONTHLY FEE
002200*      MONTHLY-FEE=00500     RANGE 00000-99999, IN CENTS
002300*                            (00500 = 5.00)
002400*      TIER-n=FFFFFFFFF,RRRRR
002500*                            n = 1-5.  FLOOR IN WHOLE UNITS,
002600*                            ANNUAL RATE AS A PERCENTAGE TO
002700*                            THREE DECIMALS (01250 = 1.250%)
002800*      TIER-n=NONE           TAKES THE BAND OUT OF USE
002900*
003000*  BANDS IN USE MUST RUN CONTIGUOUSLY FROM TIER-1 WITH THE
003100*  FLOORS ASCENDING; THAT IS CHECKED ONCE THE WHOLE DECK HAS
003200*  BEEN APPLIED.
003300*
003400*  THE CURRENT RATE-FILE IS READ FIRST AS THE BEFORE IMAGE;
003500*  WHEN NONE EXISTS YET THE TABLE STARTS EMPTY (NO FEE, NO
003600*  BANDS).  A DECK WITH ANY INVALID CARD WRITES NOTHING AND
003700*  ENDS WITH RETURN CODE 8.
003800*
003900*  MOD HISTORY
004000*  -------------------------------------------------------------
004100*  DATE       INIT  DESCRIPTION
004200*  ---------  ----  ---------------------------------------------
004300*  2026-10-15 JDM   INITIAL VERSION.
004320*  2026-10-15 JDM   APPENDS A STEP-RESULT ROW TO THE SHARED RUN
004340*                   LOG (RUNLOG) AT END OF JOB AND ON AN ABEND,
004360*                   FOR THE NIGHT SUMMARY.
004365*  2026-10-15 JDM   THE NEW RATE FILE IS WRITTEN BEFORE THE AUDIT
004370*                   ROWS, SO A FAILED WRITE LEAVES NO AUDIT TRAIL
004375*                   OF A CHANGE THAT WAS NEVER MADE.
004376*  2026-10-15 JDM   A BAD-CARD LINE TAKES ITS CARD TEXT FROM A
004377*                   WORK FIELD, SO THE TIER CHECK NO LONGER
004378*                   BUILDS ITS TIER-N LABEL IN THE CARD AREA.
004380*****************************************************************
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
004700 SOURCE-COMPUTER. IBM-370.
004800 OBJECT-COMPUTER. IBM-370.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT RATE-CARD-FILE ASSIGN TO RATCARDS
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-CARD-STATUS.
005400     SELECT OLD-RATE-FILE ASSIGN TO RATEFILE
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-ORAT-STATUS.
005700     SELECT NEW-RATE-FILE ASSIGN TO RATENEW
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-NRAT-STATUS.
006000     SELECT LISTING-FILE ASSIGN TO RATLIST
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS WS-LIST-STATUS.
006300     SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS WS-AUDT-STATUS.
006520     SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
006540         ORGANIZATION IS SEQUENTIAL
006560         FILE STATUS IS WS-RLOG-STATUS.
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  RATE-CARD-FILE
006900     RECORDING MODE IS F
007000     LABEL RECORDS ARE STANDARD.
007100 01  RATE-CARD-RECORD                PIC X(80).
007200 FD  OLD-RATE-FILE
007300     RECORDING MODE IS F
007400     LABEL RECORDS ARE STANDARD.
007500 01  OLD-RATE-IMAGE                  PIC X(97).
007600 FD  NEW-RATE-FILE
007700     RECORDING MODE IS F
007800     LABEL RECORDS ARE STANDARD.
007900     COPY RATEREC.
008000 FD  LISTING-FILE
008100     RECORDING MODE IS F
008200     LABEL RECORDS ARE STANDARD.
008300 01  LIST-RECORD                     PIC X(80).
008400 FD  AUDIT-LOG-FILE
008500     RECORDING MODE IS F
008600     LABEL RECORDS ARE STANDARD.
008700     COPY AUDTREC.
008720 FD  RUN-LOG-FILE
008740     RECORDING MODE IS F
008760     LABEL RECORDS ARE STANDARD.
008780     COPY RLOGREC.
008800 WORKING-STORAGE SECTION.
008900*****************************************************************
009000*  FILE STATUS SWITCHES
009100*****************************************************************
009200 01  WS-FILE-STATUSES.
009300     05  WS-CARD-STATUS              PIC X(02).
009400         88  WS-CARD-OK                  VALUE '00'.
009500     05  WS-ORAT-STATUS              PIC X(02).
009600         88  WS-ORAT-OK                  VALUE '00'.
009700         88  WS-ORAT-NOT-PRESENT         VALUE '35'.
009800     05  WS-NRAT-STATUS              PIC X(02).
009900         88  WS-NRAT-OK                  VALUE '00'.
010000     05  WS-LIST-STATUS              PIC X(02).
010100         88  WS-LIST-OK                  VALUE '00'.
010200     05  WS-AUDT-STATUS              PIC X(02).
010300         88  WS-AUDT-OK                  VALUE '00'.
010320     05  WS-RLOG-STATUS              PIC X(02).
010340         88  WS-RLOG-OK                  VALUE '00'.
010360         88  WS-RLOG-NOT-PRESENT         VALUE '35'.
010400*****************************************************************
010500*  CONTROL SWITCHES
010600*****************************************************************
010700 01  WS-SWITCHES.
010800     05  WS-CARD-EOF-SW              PIC X(01) VALUE 'N'.
010900         88  WS-CARD-EOF-YES             VALUE 'Y'.
011000         88  WS-CARD-EOF-NO              VALUE 'N'.
011100     05  WS-TIER-END-SW              PIC X(01) VALUE 'N'.
011200         88  RTMN-TIERS-ENDED            VALUE 'Y'.
011300         88  RTMN-TIERS-RUNNING          VALUE 'N'.
011400*****************************************************************
011500*  BEFORE IMAGE - THE CURRENT RATE-FILE CONTENT UNDER ITS OWN
011600*  NAMES, SO BEFORE AND AFTER CAN SIT SIDE BY SIDE.
011700*****************************************************************
011800     COPY RATEREC REPLACING ==RATE-RECORD== BY ==OLDR-RECORD==
011900         ==RATE-MIN-BALANCE== BY ==OLDR-MIN-BALANCE==
012000         ==RATE-MONTHLY-FEE== BY ==OLDR-MONTHLY-FEE==
012100         ==RATE-TIER-USED== BY ==OLDR-TIER-USED==
012200         ==RATE-TIER-IN-USE== BY ==OLDR-TIER-IN-USE==
012300         ==RATE-TIER-FLOOR== BY ==OLDR-TIER-FLOOR==
012400         ==RATE-TIER-RATE== BY ==OLDR-TIER-RATE==
012500         ==RATE-TIER== BY ==OLDR-TIER==.
012600*****************************************************************
012700*  AFTER IMAGE - STARTS AS A COPY OF THE BEFORE IMAGE, THEN THE
012800*  CARDS ARE APPLIED OVER IT.  WRITTEN TO RATENEW AT THE END
012900*  WHEN THE WHOLE DECK VALIDATED CLEAN.
013000*****************************************************************
013100     COPY RATEREC REPLACING ==RATE-RECORD== BY ==RTMN-WORK-RATES==
013200         ==RATE-MIN-BALANCE== BY ==RTMN-MIN-BALANCE==
013300         ==RATE-MONTHLY-FEE== BY ==RTMN-MONTHLY-FEE==
013400         ==RATE-TIER-USED== BY ==RTMN-TIER-USED==
013500         ==RATE-TIER-IN-USE== BY ==RTMN-TIER-IN-USE==
013600         ==RATE-TIER-FLOOR== BY ==RTMN-TIER-FLOOR==
013700         ==RATE-TIER-RATE== BY ==RTMN-TIER-RATE==
013800         ==RATE-TIER== BY ==RTMN-TIER==.
013900*****************************************************************
014000*  CARD PARSE FIELDS
014100*****************************************************************
014200 01  RTMN-PARSE-FIELDS.
014300     05  RTMN-KEYWORD                PIC X(20).
014400     05  RTMN-KEYWORD-TIER REDEFINES RTMN-KEYWORD.
014500         10  RTMN-KW-TIER-WORD       PIC X(05).
014600         10  RTMN-KW-TIER-NUMBER     PIC X(01).
014700         10  RTMN-KW-TIER-REST       PIC X(14).
014800     05  RTMN-VALUE                  PIC X(20).
014900     05  RTMN-VALUE-TIER REDEFINES RTMN-VALUE.
015000         10  RTMN-VT-FLOOR           PIC X(09).
015100         10  RTMN-VT-FLOOR-9 REDEFINES RTMN-VT-FLOOR
015200                                     PIC 9(09).
015300         10  RTMN-VT-COMMA           PIC X(01).
015400         10  RTMN-VT-RATE            PIC X(05).
015500         10  RTMN-VT-RATE-9 REDEFINES RTMN-VT-RATE
015600                                     PIC 9(02)V9(03).
015700         10  RTMN-VT-REST            PIC X(05).
015800     05  RTMN-VALUE-9                PIC X(09).
015900     05  RTMN-VALUE-9-9 REDEFINES RTMN-VALUE-9
016000                                     PIC 9(09).
016100     05  RTMN-VALUE-5                PIC X(05).
016200     05  RTMN-VALUE-5-9 REDEFINES RTMN-VALUE-5
016300                                     PIC 9(03)V99.
016400     05  RTMN-TIER-SUB               PIC 9(05) COMP.
016500     05  RTMN-PREV-SUB               PIC 9(05) COMP.
016600 77  RTMN-MAX-TIERS                  PIC 9(05) COMP VALUE 5.
016700*****************************************************************
016800*  RUN COUNTERS
016900*****************************************************************
017000 01  RTMN-COUNTERS.
017100     05  RTMN-CARD-COUNT             PIC 9(05) COMP VALUE ZERO.
017200     05  RTMN-ERROR-COUNT            PIC 9(05) COMP VALUE ZERO.
017300     05  RTMN-CHANGE-COUNT           PIC 9(05) COMP VALUE ZERO.
017400*****************************************************************
017500*  AUDIT WORK FIELDS
017600*****************************************************************
017700 01  RTMN-AUDIT-FIELDS.
017800     05  RTMN-AUDIT-DATE             PIC 9(08).
017900     05  RTMN-AUDIT-TIME             PIC 9(06).
018000 01  RTMN-AUDIT-TIMESTAMP REDEFINES RTMN-AUDIT-FIELDS
018100                                     PIC X(14).
018200*****************************************************************
018300*  DISPLAY WORK FIELDS - ONE VALUE EDITED FOR THE LISTING AND
018400*  THE AUDIT ROW.  AN UNUSED BAND SHOWS AS NONE.
018500*****************************************************************
018600 01  RTMN-EDIT-FIELDS.
018700     05  RTMN-EDIT-FLOOR             PIC 9(09).
018800     05  RTMN-EDIT-RATE              PIC 99.999.
018900     05  RTMN-EDIT-FEE               PIC ZZ9.99.
019000     05  RTMN-SHOW-BEFORE            PIC X(10).
019100     05  RTMN-SHOW-AFTER             PIC X(10).
019200     05  RTMN-FIELD-NAME             PIC X(20).
019300 01  RTMN-TIER-NAME.
019400     05  FILLER                      PIC X(10) VALUE 'RATE-TIER-'.
019500     05  RTMN-TN-NUMBER              PIC 9(01).
019600     05  RTMN-TN-SUFFIX              PIC X(06).
019700*****************************************************************
019800*  LISTING WORK LINES
019900*****************************************************************
020000 01  RTMN-DETAIL-LINE.
020100     05  RTMN-DET-LABEL              PIC X(20).
020200     05  RTMN-DET-BEFORE             PIC X(10).
020300     05  FILLER                      PIC X(04) VALUE SPACES.
020400     05  RTMN-DET-AFTER              PIC X(10).
020500     05  RTMN-DET-NOTE               PIC X(36).
020600 01  RTMN-ERROR-LINE.
020700     05  FILLER                      PIC X(08) VALUE 'BAD CARD'.
020800     05  FILLER                      PIC X(02) VALUE SPACES.
020900     05  RTMN-ERR-CARD               PIC X(40).
021000     05  RTMN-ERR-TEXT               PIC X(30).
021050 01  RTMN-CARD-LABEL                 PIC X(40).
021100*****************************************************************
021200*  END-OF-JOB / ABEND WORK FIELDS
021300*****************************************************************
021400 01  RTMN-JOB-STATUS-FIELDS.
021500     05  RTMN-ABEND-MSG              PIC X(40).
021510*****************************************************************
021520*  RUN LOG FIELDS - WHEN THE STEP STARTED, AND WHETHER IT IS
021530*  ON ITS WAY OUT THROUGH 9600-ABEND (SEE 9700).
021540*****************************************************************
021550 01  RTMN-RUN-LOG-FIELDS.
021560     05  RTMN-STEP-START-DATE        PIC 9(08) VALUE ZERO.
021570     05  RTMN-STEP-START-TIME        PIC 9(08) VALUE ZERO.
021580     05  WS-STEP-END-SW              PIC X(01) VALUE 'N'.
021590         88  RTMN-STEP-ABENDED           VALUE 'A'.
021600 PROCEDURE DIVISION.
021700*****************************************************************
021800*  0000-MAINLINE
021900*****************************************************************
022000 0000-MAINLINE.
022100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
022200     PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
022300         UNTIL WS-CARD-EOF-YES
022400     PERFORM 4000-CHECK-TIER-TABLE THRU 4000-EXIT
022500     PERFORM 8000-WRITE-RESULTS THRU 8000-EXIT
022600     PERFORM 9000-END-OF-JOB THRU 9000-EXIT
022700     STOP RUN
022800     .
022900*****************************************************************
023000*  1000-INITIALIZE - LOADS THE BEFORE IMAGE (OR AN EMPTY TABLE
023100*  WHEN NO RATE-FILE EXISTS YET) AND SEEDS THE AFTER IMAGE
023200*  FROM IT.
023300*****************************************************************
023400 1000-INITIALIZE.
023420     ACCEPT RTMN-STEP-START-DATE FROM DATE YYYYMMDD
023440     ACCEPT RTMN-STEP-START-TIME FROM TIME
023500     OPEN INPUT RATE-CARD-FILE
023600     IF NOT WS-CARD-OK
023700         MOVE 'CANNOT OPEN RATE CARD FILE' TO RTMN-ABEND-MSG
023800         GO TO 9600-ABEND
023900     END-IF
024000     OPEN OUTPUT LISTING-FILE
024100     IF NOT WS-LIST-OK
024200         MOVE 'CANNOT OPEN LISTING FILE' TO RTMN-ABEND-MSG
024300         GO TO 9600-ABEND
024400     END-IF
024500     MOVE SPACES TO LIST-RECORD
024600     MOVE 'RATEMNT - ACCRUAL RATE AND FEE TABLE MAINTENANCE'
024700         TO LIST-RECORD
024800     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
024900     MOVE SPACES TO LIST-RECORD
025000     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
025100     OPEN INPUT OLD-RATE-FILE
025200     EVALUATE TRUE
025300         WHEN WS-ORAT-OK
025400             READ OLD-RATE-FILE
025500                 AT END
025600                     PERFORM 1100-LOAD-EMPTY-TABLE THRU 1100-EXIT
025700                 NOT AT END
025800                     MOVE OLD-RATE-IMAGE TO OLDR-RECORD
025900             END-READ
026000             CLOSE OLD-RATE-FILE
026100         WHEN WS-ORAT-NOT-PRESENT
026200             PERFORM 1100-LOAD-EMPTY-TABLE THRU 1100-EXIT
026300         WHEN OTHER
026400             MOVE 'CANNOT OPEN CURRENT RATE FILE'
026500                 TO RTMN-ABEND-MSG
026600             GO TO 9600-ABEND
026700     END-EVALUATE
026800     MOVE OLDR-RECORD TO RTMN-WORK-RATES
026900     PERFORM 2100-READ-CARD THRU 2100-EXIT
027000     .
027100 1000-EXIT.
027200     EXIT.
027300*****************************************************************
027400*  1100-LOAD-EMPTY-TABLE
027500*****************************************************************
027600 1100-LOAD-EMPTY-TABLE.
027700     MOVE SPACES TO OLDR-RECORD
027800     MOVE ZERO TO OLDR-MIN-BALANCE
027900     MOVE ZERO TO OLDR-MONTHLY-FEE
028000     PERFORM 1150-CLEAR-ONE-TIER THRU 1150-EXIT
028100         VARYING RTMN-TIER-SUB FROM 1 BY 1
028200         UNTIL RTMN-TIER-SUB > RTMN-MAX-TIERS
028300     .
028400 1100-EXIT.
028500     EXIT.
028600*****************************************************************
028700*  1150-CLEAR-ONE-TIER
028800*****************************************************************
028900 1150-CLEAR-ONE-TIER.
029000     MOVE 'N' TO OLDR-TIER-USED (RTMN-TIER-SUB)
029100     MOVE ZERO TO OLDR-TIER-FLOOR (RTMN-TIER-SUB)
029200     MOVE ZERO TO OLDR-TIER-RATE (RTMN-TIER-SUB)
029300     .
029400 1150-EXIT.
029500     EXIT.
029600*****************************************************************
029700*  2000-PROCESS-CARD - KEYWORD=VALUE; A CARD THAT FAILS ANY
029800*  RULE IS LISTED AND COUNTED, AND THE RUN WRITES NOTHING.
029900*****************************************************************
030000 2000-PROCESS-CARD.
030100     ADD 1 TO RTMN-CARD-COUNT
030200     MOVE SPACES TO RTMN-KEYWORD
030300     MOVE SPACES TO RTMN-VALUE
030350     MOVE RATE-CARD-RECORD (1:40) TO RTMN-CARD-LABEL
030400     UNSTRING RATE-CARD-RECORD DELIMITED BY '='
030500         INTO RTMN-KEYWORD RTMN-VALUE
030600     END-UNSTRING
030700     EVALUATE TRUE
030800         WHEN RTMN-KEYWORD = 'MIN-BALANCE'
030900             PERFORM 3000-APPLY-MIN-BALANCE THRU 3000-EXIT
031000         WHEN RTMN-KEYWORD = 'MONTHLY-FEE'
031100             PERFORM 3100-APPLY-FEE THRU 3100-EXIT
031200         WHEN RTMN-KW-TIER-WORD = 'TIER-'
031300             AND RTMN-KW-TIER-REST = SPACES
031400             PERFORM 3200-APPLY-TIER THRU 3200-EXIT
031500         WHEN RTMN-KEYWORD = SPACES
031600             CONTINUE
031700         WHEN OTHER
031800             MOVE 'KEYWORD NOT RECOGNIZED' TO RTMN-ERR-TEXT
031900             PERFORM 3900-BAD-CARD THRU 3900-EXIT
032000     END-EVALUATE
032100     PERFORM 2100-READ-CARD THRU 2100-EXIT
032200     .
032300 2000-EXIT.
032400     EXIT.
032500*****************************************************************
032600*  2100-READ-CARD
032700*****************************************************************
032800 2100-READ-CARD.
032900     READ RATE-CARD-FILE
033000         AT END
033100             MOVE 'Y' TO WS-CARD-EOF-SW
033200     END-READ
033300     .
033400 2100-EXIT.
033500     EXIT.
033600*****************************************************************
033700*  3000-APPLY-MIN-BALANCE
033800*****************************************************************
033900 3000-APPLY-MIN-BALANCE.
034000     MOVE RTMN-VALUE (1:9) TO RTMN-VALUE-9
034100     IF RTMN-VALUE-9 IS NUMERIC
034200         MOVE RTMN-VALUE-9-9 TO RTMN-MIN-BALANCE
034300     ELSE
034400         MOVE 'MIN BALANCE MUST BE 9 DIGITS' TO RTMN-ERR-TEXT
034500         PERFORM 3900-BAD-CARD THRU 3900-EXIT
034600     END-IF
034700     .
034800 3000-EXIT.
034900     EXIT.
035000*****************************************************************
035100*  3100-APPLY-FEE - FIVE DIGITS IN CENTS.
035200*****************************************************************
035300 3100-APPLY-FEE.
035400     MOVE RTMN-VALUE (1:5) TO RTMN-VALUE-5
035500     IF RTMN-VALUE-5 IS NUMERIC
035600         MOVE RTMN-VALUE-5-9 TO RTMN-MONTHLY-FEE
035700     ELSE
035800         MOVE 'FEE MUST BE 00000-99999 CENTS' TO RTMN-ERR-TEXT
035900         PERFORM 3900-BAD-CARD THRU 3900-EXIT
036000     END-IF
036100     .
036200 3100-EXIT.
036300     EXIT.
036400*****************************************************************
036500*  3200-APPLY-TIER - TIER-n=FLOOR,RATE OR TIER-n=NONE.
036600*****************************************************************
036700 3200-APPLY-TIER.
036800     IF RTMN-KW-TIER-NUMBER < '1'
036900         OR RTMN-KW-TIER-NUMBER > '5'
037000         MOVE 'TIER NUMBER MUST BE 1-5' TO RTMN-ERR-TEXT
037100         PERFORM 3900-BAD-CARD THRU 3900-EXIT
037200         GO TO 3200-EXIT
037300     END-IF
037400     MOVE RTMN-KW-TIER-NUMBER TO RTMN-TN-NUMBER
037500     MOVE RTMN-TN-NUMBER TO RTMN-TIER-SUB
037600     IF RTMN-VALUE = 'NONE'
037700         MOVE 'N' TO RTMN-TIER-USED (RTMN-TIER-SUB)
037800         MOVE ZERO TO RTMN-TIER-FLOOR (RTMN-TIER-SUB)
037900         MOVE ZERO TO RTMN-TIER-RATE (RTMN-TIER-SUB)
038000         GO TO 3200-EXIT
038100     END-IF
038200     IF RTMN-VT-FLOOR NOT NUMERIC
038300         OR RTMN-VT-COMMA NOT = ','
038400         OR RTMN-VT-RATE NOT NUMERIC
038500         OR RTMN-VT-REST NOT = SPACES
038600         MOVE 'TIER MUST BE FFFFFFFFF,RRRRR' TO RTMN-ERR-TEXT
038700         PERFORM 3900-BAD-CARD THRU 3900-EXIT
038800         GO TO 3200-EXIT
038900     END-IF
039000     MOVE 'Y' TO RTMN-TIER-USED (RTMN-TIER-SUB)
039100     MOVE RTMN-VT-FLOOR-9 TO RTMN-TIER-FLOOR (RTMN-TIER-SUB)
039200     MOVE RTMN-VT-RATE-9 TO RTMN-TIER-RATE (RTMN-TIER-SUB)
039300     .
039400 3200-EXIT.
039500     EXIT.
039600*****************************************************************
039700*  3900-BAD-CARD
039800*****************************************************************
039900 3900-BAD-CARD.
040000     ADD 1 TO RTMN-ERROR-COUNT
040100     MOVE RTMN-CARD-LABEL TO RTMN-ERR-CARD
040200     MOVE RTMN-ERROR-LINE TO LIST-RECORD
040300     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
040400     .
040500 3900-EXIT.
040600     EXIT.
040700*****************************************************************
040800*  4000-CHECK-TIER-TABLE - ONCE EVERY CARD IS APPLIED, THE
040900*  BANDS IN USE MUST RUN UNBROKEN FROM TIER-1 WITH EACH FLOOR
041000*  ABOVE THE ONE BEFORE - ACCTACR PICKS AN ACCOUNT'S BAND BY
041100*  WALKING UP THE TABLE UNTIL THE FIRST UNUSED BAND.
041200*****************************************************************
041300 4000-CHECK-TIER-TABLE.
041400     SET RTMN-TIERS-RUNNING TO TRUE
041500     PERFORM 4100-CHECK-ONE-TIER THRU 4100-EXIT
041600         VARYING RTMN-TIER-SUB FROM 1 BY 1
041700         UNTIL RTMN-TIER-SUB > RTMN-MAX-TIERS
041800     .
041900 4000-EXIT.
042000     EXIT.
042100*****************************************************************
042200*  4100-CHECK-ONE-TIER
042300*****************************************************************
042400 4100-CHECK-ONE-TIER.
042500     MOVE SPACES TO RTMN-CARD-LABEL
042600     MOVE RTMN-TIER-SUB TO RTMN-TN-NUMBER
042700     MOVE 'TIER-' TO RTMN-CARD-LABEL
042800     MOVE RTMN-TN-NUMBER TO RTMN-CARD-LABEL (6:1)
042900     IF NOT RTMN-TIER-IN-USE (RTMN-TIER-SUB)
043000         SET RTMN-TIERS-ENDED TO TRUE
043100         GO TO 4100-EXIT
043200     END-IF
043300     IF RTMN-TIERS-ENDED
043400         MOVE 'TIER FOLLOWS AN UNUSED TIER' TO RTMN-ERR-TEXT
043500         PERFORM 3900-BAD-CARD THRU 3900-EXIT
043600         GO TO 4100-EXIT
043700     END-IF
043800     IF RTMN-TIER-SUB > 1
043900         COMPUTE RTMN-PREV-SUB = RTMN-TIER-SUB - 1
044000         IF RTMN-TIER-FLOOR (RTMN-TIER-SUB)
044100             NOT > RTMN-TIER-FLOOR (RTMN-PREV-SUB)
044200             MOVE 'FLOOR NOT ABOVE PREVIOUS TIER' TO RTMN-ERR-TEXT
044300             PERFORM 3900-BAD-CARD THRU 3900-EXIT
044400         END-IF
044500     END-IF
044600     .
044700 4100-EXIT.
044800     EXIT.
044900*****************************************************************
045000*  7000-WRITE-LISTING
045100*****************************************************************
045200 7000-WRITE-LISTING.
045300     WRITE LIST-RECORD
045400     IF NOT WS-LIST-OK
045500         MOVE 'CANNOT WRITE LISTING FILE' TO RTMN-ABEND-MSG
045600         GO TO 9600-ABEND
045700     END-IF
045800     .
045900 7000-EXIT.
046000     EXIT.
046100*****************************************************************
046200*  8000-WRITE-RESULTS - A CLEAN DECK WRITES THE NEW RATE-RECORD,
046300*  PRINTS THE BEFORE/AFTER LISTING, AND APPENDS ONE AUDIT ROW
046400*  PER VALUE THAT ACTUALLY CHANGED.  A DECK WITH ERRORS WRITES
046500*  NOTHING.
046600*****************************************************************
046700 8000-WRITE-RESULTS.
046800     IF RTMN-ERROR-COUNT > 0
046900         MOVE SPACES TO LIST-RECORD
047000         MOVE 'DECK HAS ERRORS - RATE FILE NOT WRITTEN'
047100             TO LIST-RECORD
047200         PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
047300         GO TO 8000-EXIT
047400     END-IF
047450     ACCEPT RTMN-AUDIT-DATE FROM DATE YYYYMMDD
047500     ACCEPT RTMN-AUDIT-TIME FROM TIME
047550     OPEN OUTPUT NEW-RATE-FILE
047600     IF NOT WS-NRAT-OK
047650         MOVE 'CANNOT OPEN NEW RATE FILE' TO RTMN-ABEND-MSG
047700         GO TO 9600-ABEND
047750     END-IF
047800     MOVE RTMN-WORK-RATES TO RATE-RECORD
047850     WRITE RATE-RECORD
047900     IF NOT WS-NRAT-OK
047950         MOVE 'CANNOT WRITE NEW RATE FILE' TO RTMN-ABEND-MSG
048000         GO TO 9600-ABEND
048050     END-IF
048100     CLOSE NEW-RATE-FILE
048150*    THE AUDIT ROWS GO ON ONLY ONCE THE NEW RATES ARE SAFELY
048200*    WRITTEN - AN ABEND ABOVE LEAVES NO ROW FOR A CHANGE THAT
048250*    NEVER HAPPENED.
048300     OPEN EXTEND AUDIT-LOG-FILE
048350     IF NOT WS-AUDT-OK
048400         MOVE 'CANNOT OPEN AUDIT LOG FILE' TO RTMN-ABEND-MSG
048450         GO TO 9600-ABEND
048500     END-IF
048550     PERFORM 8100-LIST-MIN-BALANCE THRU 8100-EXIT
048600     PERFORM 8200-LIST-FEE THRU 8200-EXIT
048650     PERFORM 8300-LIST-ONE-TIER THRU 8300-EXIT
048700         VARYING RTMN-TIER-SUB FROM 1 BY 1
048750         UNTIL RTMN-TIER-SUB > RTMN-MAX-TIERS
048800     CLOSE AUDIT-LOG-FILE
050000     MOVE SPACES TO LIST-RECORD
050100     MOVE 'NEW RATE FILE WRITTEN' TO LIST-RECORD
050200     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
050300     .
050400 8000-EXIT.
050500     EXIT.
050600*****************************************************************
050700*  8100-LIST-MIN-BALANCE
050800*****************************************************************
050900 8100-LIST-MIN-BALANCE.
051000     MOVE 'MIN-BALANCE' TO RTMN-DET-LABEL
051100     MOVE 'RATE-MIN-BALANCE' TO RTMN-FIELD-NAME
051200     MOVE OLDR-MIN-BALANCE TO RTMN-EDIT-FLOOR
051300     MOVE RTMN-EDIT-FLOOR TO RTMN-SHOW-BEFORE
051400     MOVE RTMN-MIN-BALANCE TO RTMN-EDIT-FLOOR
051500     MOVE RTMN-EDIT-FLOOR TO RTMN-SHOW-AFTER
051600     PERFORM 8500-LIST-ONE-VALUE THRU 8500-EXIT
051700     .
051800 8100-EXIT.
051900     EXIT.
052000*****************************************************************
052100*  8200-LIST-FEE
052200*****************************************************************
052300 8200-LIST-FEE.
052400     MOVE 'MONTHLY-FEE' TO RTMN-DET-LABEL
052500     MOVE 'RATE-MONTHLY-FEE' TO RTMN-FIELD-NAME
052600     MOVE OLDR-MONTHLY-FEE TO RTMN-EDIT-FEE
052700     MOVE RTMN-EDIT-FEE TO RTMN-SHOW-BEFORE
052800     MOVE RTMN-MONTHLY-FEE TO RTMN-EDIT-FEE
052900     MOVE RTMN-EDIT-FEE TO RTMN-SHOW-AFTER
053000     PERFORM 8500-LIST-ONE-VALUE THRU 8500-EXIT
053100     .
053200 8200-EXIT.
053300     EXIT.
053400*****************************************************************
053500*  8300-LIST-ONE-TIER - ONE LINE FOR THE FLOOR, ONE FOR THE
053600*  RATE.
053700*****************************************************************
053800 8300-LIST-ONE-TIER.
053900     MOVE RTMN-TIER-SUB TO RTMN-TN-NUMBER
054000     MOVE SPACES TO RTMN-DET-LABEL
054100     MOVE 'TIER-' TO RTMN-DET-LABEL
054200     MOVE RTMN-TN-NUMBER TO RTMN-DET-LABEL (6:1)
054300     MOVE ' FLOOR' TO RTMN-DET-LABEL (7:6)
054400     MOVE '-FLOOR' TO RTMN-TN-SUFFIX
054500     MOVE RTMN-TIER-NAME TO RTMN-FIELD-NAME
054600     MOVE 'NONE' TO RTMN-SHOW-BEFORE
054700     IF OLDR-TIER-IN-USE (RTMN-TIER-SUB)
054800         MOVE OLDR-TIER-FLOOR (RTMN-TIER-SUB) TO RTMN-EDIT-FLOOR
054900         MOVE RTMN-EDIT-FLOOR TO RTMN-SHOW-BEFORE
055000     END-IF
055100     MOVE 'NONE' TO RTMN-SHOW-AFTER
055200     IF RTMN-TIER-IN-USE (RTMN-TIER-SUB)
055300         MOVE RTMN-TIER-FLOOR (RTMN-TIER-SUB) TO RTMN-EDIT-FLOOR
055400         MOVE RTMN-EDIT-FLOOR TO RTMN-SHOW-AFTER
055500     END-IF
055600     PERFORM 8500-LIST-ONE-VALUE THRU 8500-EXIT
055700     MOVE ' RATE' TO RTMN-DET-LABEL (7:6)
055800     MOVE '-RATE' TO RTMN-TN-SUFFIX
055900     MOVE RTMN-TIER-NAME TO RTMN-FIELD-NAME
056000     MOVE 'NONE' TO RTMN-SHOW-BEFORE
056100     IF OLDR-TIER-IN-USE (RTMN-TIER-SUB)
056200         MOVE OLDR-TIER-RATE (RTMN-TIER-SUB) TO RTMN-EDIT-RATE
056300         MOVE RTMN-EDIT-RATE TO RTMN-SHOW-BEFORE
056400     END-IF
056500     MOVE 'NONE' TO RTMN-SHOW-AFTER
056600     IF RTMN-TIER-IN-USE (RTMN-TIER-SUB)
056700         MOVE RTMN-TIER-RATE (RTMN-TIER-SUB) TO RTMN-EDIT-RATE
056800         MOVE RTMN-EDIT-RATE TO RTMN-SHOW-AFTER
056900     END-IF
057000     PERFORM 8500-LIST-ONE-VALUE THRU 8500-EXIT
057100     .
057200 8300-EXIT.
057300     EXIT.
057400*****************************************************************
057500*  8500-LIST-ONE-VALUE - THE CALLER HAS SET THE LABEL, THE
057600*  AUDIT FIELD NAME, AND BOTH VALUES AS THEY SHOULD PRINT.  A
057700*  VALUE THAT PRINTS DIFFERENTLY HAS CHANGED.
057800*****************************************************************
057900 8500-LIST-ONE-VALUE.
058000     MOVE RTMN-SHOW-BEFORE TO RTMN-DET-BEFORE
058100     MOVE RTMN-SHOW-AFTER TO RTMN-DET-AFTER
058200     MOVE SPACES TO RTMN-DET-NOTE
058300     IF RTMN-SHOW-AFTER NOT = RTMN-SHOW-BEFORE
058400         MOVE 'CHANGED' TO RTMN-DET-NOTE
058500         MOVE SPACES TO AUDT-RECORD
058600         MOVE RTMN-FIELD-NAME TO AUDT-FIELD-NAME
058700         MOVE RTMN-SHOW-BEFORE TO AUDT-BEFORE-VALUE
058800         MOVE RTMN-SHOW-AFTER TO AUDT-AFTER-VALUE
058900         PERFORM 8900-WRITE-AUDIT-ROW THRU 8900-EXIT
059000     END-IF
059100     MOVE RTMN-DETAIL-LINE TO LIST-RECORD
059200     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
059300     .
059400 8500-EXIT.
059500     EXIT.
059600*****************************************************************
059700*  8900-WRITE-AUDIT-ROW - SAME ROW SHAPE PARMMNT WRITES.
059800*****************************************************************
059900 8900-WRITE-AUDIT-ROW.
060000     ADD 1 TO RTMN-CHANGE-COUNT
060100     MOVE RTMN-AUDIT-TIMESTAMP TO AUDT-TIMESTAMP
060200     MOVE 'RATEMNT' TO AUDT-PARAGRAPH
060300     MOVE 'RATETABLE' TO AUDT-KEY
060400     WRITE AUDT-RECORD
060500     IF NOT WS-AUDT-OK
060600         MOVE 'CANNOT WRITE AUDIT LOG FILE' TO RTMN-ABEND-MSG
060700         GO TO 9600-ABEND
060800     END-IF
060900     .
061000 8900-EXIT.
061100     EXIT.
061200*****************************************************************
061300*  9000-END-OF-JOB
061400*****************************************************************
061500 9000-END-OF-JOB.
061600     CLOSE RATE-CARD-FILE
061700     CLOSE LISTING-FILE
061800     IF RTMN-ERROR-COUNT > 0
061900         MOVE 8 TO RETURN-CODE
062000     ELSE
062100         MOVE 0 TO RETURN-CODE
062200     END-IF
062250     PERFORM 9700-WRITE-RUN-LOG THRU 9700-EXIT
062300     .
062400 9000-EXIT.
062500     EXIT.
062600*****************************************************************
062700*  9600-ABEND - SHARED HARD-FAILURE EXIT.
062800*****************************************************************
062900 9600-ABEND.
063000     DISPLAY 'RATEMNT - ' RTMN-ABEND-MSG
063100     MOVE 16 TO RETURN-CODE
063120     MOVE 'A' TO WS-STEP-END-SW
063140     PERFORM 9700-WRITE-RUN-LOG THRU 9700-EXIT
063200     STOP RUN
063300     .
063400 9600-EXIT.
063500     EXIT.
063600*****************************************************************
063700*  9700-WRITE-RUN-LOG - APPENDS THIS STEP'S RESULT ROW TO THE
063800*  SHARED RUN LOG (SEE RLOGREC), WHETHER THE STEP IS ENDING
063900*  NORMALLY OR THROUGH 9600-ABEND.  LIKE THE ERROR LOG, A RUN
064000*  LOG THAT CANNOT BE WRITTEN IS REPORTED BUT DOES NOT CHANGE
064100*  THE STEP'S OWN RESULT - THE NIGHT SUMMARY THEN SHOWS THE
064200*  STEP AS NEVER RUN, WHICH GETS IT LOOKED AT ANYWAY.
064300*****************************************************************
064400 9700-WRITE-RUN-LOG.
064500     OPEN EXTEND RUN-LOG-FILE
064600     IF WS-RLOG-NOT-PRESENT
064700         OPEN OUTPUT RUN-LOG-FILE
064800     END-IF
064900     IF NOT WS-RLOG-OK
065000         DISPLAY 'RATEMNT - CANNOT OPEN RUN LOG FILE'
065100         GO TO 9700-EXIT
065200     END-IF
065300     MOVE SPACES TO RLOG-RECORD
065400     MOVE 'RATEMNT' TO RLOG-PROGRAM
065500     SET RLOG-DATE-IS-RUN TO TRUE
065600     MOVE RTMN-STEP-START-DATE TO RLOG-BUS-DATE
065700     MOVE RTMN-STEP-START-DATE TO RLOG-START-DATE
065800     MOVE RTMN-STEP-START-TIME TO RLOG-START-TIME
065900     ACCEPT RLOG-END-DATE FROM DATE YYYYMMDD
066000     ACCEPT RLOG-END-TIME FROM TIME
066100     MOVE RETURN-CODE TO RLOG-RETURN-CODE
066200     MOVE ZERO TO RLOG-COUNT (1)
066300     MOVE ZERO TO RLOG-COUNT (2)
066400     MOVE ZERO TO RLOG-COUNT (3)
066500     MOVE ZERO TO RLOG-COUNT (4)
066600     MOVE ZERO TO RLOG-OUTSTANDING-COUNT
066700     MOVE 'CARDS' TO RLOG-COUNT-NAME (1)
066800     MOVE RTMN-CARD-COUNT TO RLOG-COUNT (1)
066900     MOVE 'CHANGES' TO RLOG-COUNT-NAME (2)
067000     MOVE RTMN-CHANGE-COUNT TO RLOG-COUNT (2)
067100     MOVE 'ERRORS' TO RLOG-COUNT-NAME (3)
067200     MOVE RTMN-ERROR-COUNT TO RLOG-COUNT (3)
067300     IF RTMN-STEP-ABENDED
067400         SET RLOG-ABENDED TO TRUE
067500         MOVE RTMN-ABEND-MSG TO RLOG-MESSAGE
067600     ELSE
067700         SET RLOG-ENDED-NORMALLY TO TRUE
067800     END-IF
067900     WRITE RLOG-RECORD
068000     IF NOT WS-RLOG-OK
068100         DISPLAY 'RATEMNT - CANNOT WRITE RUN LOG FILE'
068200     END-IF
068300     CLOSE RUN-LOG-FILE
068400     .
068500 9700-EXIT.
068600     EXIT.
