000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ACCTACR.
000300 AUTHOR. J D MORAN.
000400 INSTALLATION. DAILY PROCESSING GROUP.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  ACCTACR - MONTHLY INTEREST AND SERVICE-CHARGE ACCRUAL
000900*
001000*  READS THE ACCOUNT MASTER FRONT TO BACK AGAINST THE RATE AND
001100*  FEE TABLE ON RATE-FILE (MAINTAINED BY RATEMNT) AND WORKS
001200*  OUT EACH ACTIVE ACCOUNT'S MONTHLY ACCRUAL:
001300*
001400*    INTEREST - AN ACCOUNT WITH A BALANCE ABOVE ZERO FALLS IN
001500*               THE HIGHEST BAND WHOSE FLOOR IT HAS REACHED.
001600*               THAT BAND'S ANNUAL RATE, OVER TWELVE, APPLIES TO
001700*               THE WHOLE BALANCE.  A BALANCE BELOW THE FIRST
001800*               FLOOR EARNS NOTHING.
001900*    FEE      - AN ACCOUNT WHOSE BALANCE IS BELOW THE TABLE'S
002000*               MINIMUM BALANCE IS CHARGED THE FLAT MONTHLY FEE.
002100*
002200*  NOTHING IS POSTED HERE.  EACH CREDIT AND CHARGE IS WRITTEN
002300*  TO ACROUT AS A NEW-ITEM ('NW') TRANSACTION IN DTRANREC
002400*  LAYOUT UNDER THE ACCRUAL SOURCE-SYSTEM CODE 'AC' - INTEREST
002500*  POSITIVE, FEES NEGATIVE - AND ACROUT IS CONCATENATED INTO
002600*  THE NEXT RAWTRAN, SO THE ACCRUAL GOES THROUGH DTRNSRT,
002700*  SAMPLE'S VALIDATION, POSTING HISTORY, THE GL JOURNAL AND
002800*  THE PER-SOURCE RECONCILIATION LIKE ANY OTHER SUPPLIER'S
002900*  FEED.  THE MATCHING CONTROL-TOTAL ROW FOR SOURCE 'AC' IS
003000*  WRITTEN TO ACRCTOT FOR CONCATENATION INTO CTLTOTAL.  A
003100*  FROZEN OR CLOSED ACCOUNT ACCRUES NOTHING - SAMPLE WOULD
003200*  REJECT THE POSTING (F1/C1) ANYWAY.
003300*
003400*  THE ACCRUAL REGISTER ON ACRRPT LISTS EVERY ACCOUNT WITH ITS
003500*  BALANCE, BAND, RATE, INTEREST AND FEE, AND ENDS WITH THE
003600*  TOTALS THE CONTROL-TOTAL ROW CARRIES.
003700*
003800*  DRIVEN BY A SINGLE CARD ON ACRCARDS:
003900*      COL  1      MODE - R = REVIEW (REGISTER ONLY, NO FEED
004000*                  OR CONTROL ROW), P = POST
004100*      COLS 2-7    ACCRUAL PERIOD CCYYMM, FOR THE REGISTER
004200*
004300*  RETURN CODES - 0 CLEAN, 4 AN ACCOUNT'S INTEREST WAS TOO
004400*  LARGE FOR ONE TRANSACTION AND WAS LEFT OUT, 16 HARD FAILURE.
004500*
004600*  MOD HISTORY
004700*  -------------------------------------------------------------
004800*  DATE       INIT  DESCRIPTION
004900*  ---------  ----  ---------------------------------------------
005000*  2026-10-15 JDM   INITIAL VERSION.
005020*  2026-10-15 JDM   APPENDS A STEP-RESULT ROW TO THE SHARED RUN
005040*                   LOG (RUNLOG) AT END OF JOB AND ON AN ABEND,
005060*                   FOR THE NIGHT SUMMARY.
005080*****************************************************************
005200 ENVIRONMENT DIVISION.
005300 CONFIGURATION SECTION.
005400 SOURCE-COMPUTER. IBM-370.
005500 OBJECT-COMPUTER. IBM-370.
005600 INPUT-OUTPUT SECTION.
005700 FILE-CONTROL.
005800     SELECT ACCOUNT-MASTER-FILE ASSIGN TO ACCTMAST
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS SEQUENTIAL
006100         RECORD KEY IS ACCT-KEY
006200         FILE STATUS IS WS-ACCT-STATUS.
006300     SELECT ACCRUAL-CARD-FILE ASSIGN TO ACRCARDS
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS WS-CARD-STATUS.
006600     SELECT RATE-FILE ASSIGN TO RATEFILE
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS WS-RATE-STATUS.
006900     SELECT ACCRUAL-TRANS-FILE ASSIGN TO ACROUT
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS WS-ATRN-STATUS.
007200     SELECT CONTROL-TOTAL-FILE ASSIGN TO ACRCTOT
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS WS-CTOT-STATUS.
007500     SELECT LISTING-FILE ASSIGN TO ACRRPT
007600         ORGANIZATION IS SEQUENTIAL
007700         FILE STATUS IS WS-LIST-STATUS.
007720     SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
007740         ORGANIZATION IS SEQUENTIAL
007760         FILE STATUS IS WS-RLOG-STATUS.
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  ACCOUNT-MASTER-FILE
008100     LABEL RECORDS ARE STANDARD.
008200     COPY ACCTREC.
008300 FD  ACCRUAL-CARD-FILE
008400     RECORDING MODE IS F
008500     LABEL RECORDS ARE STANDARD.
008600 01  ACCRUAL-CARD-RECORD.
008700     05  AACC-MODE                   PIC X(01).
008800         88  AACC-MODE-REVIEW            VALUE 'R'.
008900         88  AACC-MODE-POST              VALUE 'P'.
009000     05  AACC-PERIOD                 PIC X(06).
009100     05  AACC-PERIOD-SPLIT REDEFINES AACC-PERIOD.
009200         10  AACC-PERIOD-YEAR        PIC 9(04).
009300         10  AACC-PERIOD-MONTH       PIC 9(02).
009400     05  FILLER                      PIC X(73).
009500 FD  RATE-FILE
009600     RECORDING MODE IS F
009700     LABEL RECORDS ARE STANDARD.
009800     COPY RATEREC.
009900 FD  ACCRUAL-TRANS-FILE
010000     RECORDING MODE IS F
010100     LABEL RECORDS ARE STANDARD.
010200     COPY DTRANREC.
010300 FD  CONTROL-TOTAL-FILE
010400     RECORDING MODE IS F
010500     LABEL RECORDS ARE STANDARD.
010600     COPY CTOTREC.
010700 FD  LISTING-FILE
010800     RECORDING MODE IS F
010900     LABEL RECORDS ARE STANDARD.
011000 01  LIST-RECORD                     PIC X(80).
011020 FD  RUN-LOG-FILE
011040     RECORDING MODE IS F
011060     LABEL RECORDS ARE STANDARD.
011080     COPY RLOGREC.
011100 WORKING-STORAGE SECTION.
011200*****************************************************************
011300*  FILE STATUS SWITCHES
011400*****************************************************************
011500 01  WS-FILE-STATUSES.
011600     05  WS-ACCT-STATUS              PIC X(02).
011700         88  WS-ACCT-OK                  VALUE '00'.
011800     05  WS-CARD-STATUS              PIC X(02).
011900         88  WS-CARD-OK                  VALUE '00'.
012000     05  WS-RATE-STATUS              PIC X(02).
012100         88  WS-RATE-OK                  VALUE '00'.
012200     05  WS-ATRN-STATUS              PIC X(02).
012300         88  WS-ATRN-OK                  VALUE '00'.
012400     05  WS-CTOT-STATUS              PIC X(02).
012500         88  WS-CTOT-OK                  VALUE '00'.
012600     05  WS-LIST-STATUS              PIC X(02).
012700         88  WS-LIST-OK                  VALUE '00'.
012720     05  WS-RLOG-STATUS              PIC X(02).
012740         88  WS-RLOG-OK                  VALUE '00'.
012760         88  WS-RLOG-NOT-PRESENT         VALUE '35'.
012800*****************************************************************
012900*  CONTROL SWITCHES
013000*****************************************************************
013100 01  WS-SWITCHES.
013200     05  WS-ACCT-EOF-SW              PIC X(01) VALUE 'N'.
013300         88  WS-ACCT-EOF-YES             VALUE 'Y'.
013400         88  WS-ACCT-EOF-NO              VALUE 'N'.
013500     05  WS-BAND-SW                  PIC X(01) VALUE 'N'.
013600         88  AACR-BAND-FOUND             VALUE 'Y'.
013700         88  AACR-BAND-SEARCHING         VALUE 'N'.
013800*****************************************************************
013900*  ACCRUAL TRANSACTION CONSTANTS - THE SOURCE-SYSTEM CODE THE
014000*  WHOLE ACCRUAL FEED CARRIES, AND THE ITER CODES THAT KEEP
014100*  INTEREST AND FEES IN SEPARATE GL JOURNAL BUCKETS.
014200*****************************************************************
014300 77  AACR-SOURCE-CODE                PIC X(02) VALUE 'AC'.
014400 77  AACR-INTEREST-ITER              PIC X(01) VALUE 'A'.
014500 77  AACR-FEE-ITER                   PIC X(01) VALUE 'B'.
014600 77  AACR-MAX-TIERS                  PIC 9(05) COMP VALUE 5.
014700 77  AACR-MAX-TRANS-AMOUNT           PIC S9(07)V99 COMP-3
014800                                     VALUE +9999999.99.
014900*****************************************************************
015000*  ONE ACCOUNT'S ACCRUAL
015100*****************************************************************
015200 01  AACR-ACCOUNT-FIELDS.
015300     05  AACR-TIER-SUB               PIC 9(05) COMP.
015400     05  AACR-BAND                   PIC 9(05) COMP.
015500     05  AACR-RATE                   PIC 9(02)V9(03) COMP-3.
015600     05  AACR-INTEREST-WORK          PIC S9(11)V99 COMP-3.
015700     05  AACR-INTEREST               PIC S9(07)V99 COMP-3.
015800     05  AACR-FEE                    PIC S9(07)V99 COMP-3.
015900     05  AACR-NOTE                   PIC X(20).
016000     05  AACR-TRANS-ITER             PIC X(01).
016100     05  AACR-TRANS-AMOUNT           PIC S9(07)V99.
016200*****************************************************************
016300*  RUN COUNTERS AND TOTALS
016400*****************************************************************
016500 01  AACR-COUNTERS.
016600     05  AACR-READ-COUNT             PIC 9(07) COMP VALUE ZERO.
016700     05  AACR-FROZEN-COUNT           PIC 9(07) COMP VALUE ZERO.
016800     05  AACR-CLOSED-COUNT           PIC 9(07) COMP VALUE ZERO.
016900     05  AACR-INTEREST-COUNT         PIC 9(07) COMP VALUE ZERO.
017000     05  AACR-FEE-COUNT              PIC 9(07) COMP VALUE ZERO.
017100     05  AACR-NONE-COUNT             PIC 9(07) COMP VALUE ZERO.
017200     05  AACR-TOO-LARGE-COUNT        PIC 9(07) COMP VALUE ZERO.
017300     05  AACR-TRANS-COUNT            PIC 9(07) COMP VALUE ZERO.
017400 01  AACR-TOTALS.
017500     05  AACR-INTEREST-TOTAL         PIC S9(11)V99 COMP-3
017600                                     VALUE ZERO.
017700     05  AACR-FEE-TOTAL              PIC S9(11)V99 COMP-3
017800                                     VALUE ZERO.
017900     05  AACR-NET-TOTAL              PIC S9(11)V99 COMP-3
018000                                     VALUE ZERO.
018100*****************************************************************
018200*  LISTING WORK LINES
018300*****************************************************************
018400 01  AACR-HEADING-LINE.
018500     05  FILLER                      PIC X(12) VALUE 'KEY'.
018600     05  FILLER                      PIC X(02) VALUE 'ST'.
018700     05  FILLER                      PIC X(14)
018800                                     VALUE '      BALANCE'.
018900     05  FILLER                      PIC X(09) VALUE ' BAND   '.
019000     05  FILLER                      PIC X(07) VALUE 'RATE  '.
019100     05  FILLER                      PIC X(11)
019200                                     VALUE '   INTEREST'.
019300     05  FILLER                      PIC X(10) VALUE '       FEE'.
019400     05  FILLER                      PIC X(15) VALUE '  NOTE'.
019500 01  AACR-DETAIL-LINE.
019600     05  AACR-DET-KEY                PIC X(10).
019700     05  FILLER                      PIC X(02) VALUE SPACES.
019800     05  AACR-DET-STATUS             PIC X(01).
019900     05  FILLER                      PIC X(01) VALUE SPACES.
020000     05  AACR-DET-BALANCE            PIC -9(09).99.
020100     05  FILLER                      PIC X(02) VALUE SPACES.
020200     05  AACR-DET-BAND               PIC Z9.
020300     05  FILLER                      PIC X(02) VALUE SPACES.
020400     05  AACR-DET-RATE               PIC Z9.999.
020500     05  FILLER                      PIC X(01) VALUE SPACES.
020600     05  AACR-DET-INTEREST           PIC Z(06)9.99.
020700     05  AACR-DET-FEE                PIC Z(06)9.99.
020800     05  FILLER                      PIC X(02) VALUE SPACES.
020900     05  AACR-DET-NOTE               PIC X(10).
021000 01  AACR-TOTAL-LINE.
021100     05  AACR-TOT-LABEL              PIC X(30).
021200     05  AACR-TOT-VALUE              PIC Z(06)9.
021300     05  FILLER                      PIC X(43) VALUE SPACES.
021400 01  AACR-AMOUNT-LINE.
021500     05  AACR-AMT-LABEL              PIC X(30).
021600     05  AACR-AMT-COUNT              PIC Z(06)9.
021700     05  FILLER                      PIC X(02) VALUE SPACES.
021800     05  AACR-AMT-VALUE              PIC -9(11).99.
021900     05  FILLER                      PIC X(26) VALUE SPACES.
022000*****************************************************************
022100*  END-OF-JOB / ABEND WORK FIELDS
022200*****************************************************************
022300 01  AACR-JOB-STATUS-FIELDS.
022400     05  AACR-ABEND-MSG              PIC X(40).
022410*****************************************************************
022420*  RUN LOG FIELDS - WHEN THE STEP STARTED, AND WHETHER IT IS
022430*  ON ITS WAY OUT THROUGH 9600-ABEND (SEE 9700).
022440*****************************************************************
022450 01  AACR-RUN-LOG-FIELDS.
022460     05  AACR-STEP-START-DATE        PIC 9(08) VALUE ZERO.
022470     05  AACR-STEP-START-TIME        PIC 9(08) VALUE ZERO.
022480     05  WS-STEP-END-SW              PIC X(01) VALUE 'N'.
022490         88  AACR-STEP-ABENDED           VALUE 'A'.
022500 PROCEDURE DIVISION.
022600*****************************************************************
022700*  0000-MAINLINE
022800*****************************************************************
022900 0000-MAINLINE.
023000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
023100     PERFORM 2000-ACCRUE-ONE THRU 2000-EXIT
023200         UNTIL WS-ACCT-EOF-YES
023300     PERFORM 8000-WRITE-CONTROL-TOTAL THRU 8000-EXIT
023400     PERFORM 8500-WRITE-TOTALS THRU 8500-EXIT
023500     PERFORM 9000-END-OF-JOB THRU 9000-EXIT
023600     STOP RUN
023700     .
023800*****************************************************************
023900*  1000-INITIALIZE - READS AND EDITS THE CARD, LOADS THE RATE
024000*  TABLE, AND OPENS THE MASTER AND (POST MODE ONLY) THE FEED
024100*  AND CONTROL-TOTAL FILES.
024200*****************************************************************
024300 1000-INITIALIZE.
024320     ACCEPT AACR-STEP-START-DATE FROM DATE YYYYMMDD
024340     ACCEPT AACR-STEP-START-TIME FROM TIME
024400     OPEN INPUT ACCRUAL-CARD-FILE
024500     IF NOT WS-CARD-OK
024600         MOVE 'CANNOT OPEN ACCRUAL CARD FILE' TO AACR-ABEND-MSG
024700         GO TO 9600-ABEND
024800     END-IF
024900     READ ACCRUAL-CARD-FILE
025000         AT END
025100             MOVE 'ACCRUAL CARD FILE IS EMPTY' TO AACR-ABEND-MSG
025200             GO TO 9600-ABEND
025300     END-READ
025400     CLOSE ACCRUAL-CARD-FILE
025500     IF NOT AACC-MODE-REVIEW AND NOT AACC-MODE-POST
025600         MOVE 'MODE ON CARD MUST BE R OR P' TO AACR-ABEND-MSG
025700         GO TO 9600-ABEND
025800     END-IF
025900     IF AACC-PERIOD NOT NUMERIC
026000         OR AACC-PERIOD-MONTH < 01
026100         OR AACC-PERIOD-MONTH > 12
026200         MOVE 'PERIOD ON CARD IS NOT A VALID CCYYMM'
026300             TO AACR-ABEND-MSG
026400         GO TO 9600-ABEND
026500     END-IF
026600     OPEN INPUT RATE-FILE
026700     IF NOT WS-RATE-OK
026800         MOVE 'CANNOT OPEN RATE FILE' TO AACR-ABEND-MSG
026900         GO TO 9600-ABEND
027000     END-IF
027100     READ RATE-FILE
027200         AT END
027300             MOVE 'RATE FILE HAS NO RECORD' TO AACR-ABEND-MSG
027400             GO TO 9600-ABEND
027500     END-READ
027600     CLOSE RATE-FILE
027700     OPEN INPUT ACCOUNT-MASTER-FILE
027800     IF NOT WS-ACCT-OK
027900         MOVE 'CANNOT OPEN ACCOUNT MASTER' TO AACR-ABEND-MSG
028000         GO TO 9600-ABEND
028100     END-IF
028200     IF AACC-MODE-POST
028300         OPEN OUTPUT ACCRUAL-TRANS-FILE
028400         IF NOT WS-ATRN-OK
028500             MOVE 'CANNOT OPEN ACCRUAL TRANS FILE'
028600                 TO AACR-ABEND-MSG
028700             GO TO 9600-ABEND
028800         END-IF
028900         OPEN OUTPUT CONTROL-TOTAL-FILE
029000         IF NOT WS-CTOT-OK
029100             MOVE 'CANNOT OPEN CONTROL TOTAL FILE'
029200                 TO AACR-ABEND-MSG
029300             GO TO 9600-ABEND
029400         END-IF
029500     END-IF
029600     OPEN OUTPUT LISTING-FILE
029700     IF NOT WS-LIST-OK
029800         MOVE 'CANNOT OPEN LISTING FILE' TO AACR-ABEND-MSG
029900         GO TO 9600-ABEND
030000     END-IF
030100     MOVE SPACES TO LIST-RECORD
030200     IF AACC-MODE-REVIEW
030300         MOVE 'ACCTACR - ACCRUAL REGISTER - REVIEW ONLY'
030400             TO LIST-RECORD
030500     ELSE
030600         MOVE 'ACCTACR - ACCRUAL REGISTER' TO LIST-RECORD
030700     END-IF
030800     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
030900     MOVE 'PERIOD' TO LIST-RECORD
031000     MOVE AACC-PERIOD TO LIST-RECORD (8:6)
031100     MOVE 'SOURCE' TO LIST-RECORD (17:6)
031200     MOVE AACR-SOURCE-CODE TO LIST-RECORD (24:2)
031300     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
031400     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
031500     MOVE AACR-HEADING-LINE TO LIST-RECORD
031600     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
031700     PERFORM 2100-READ-MASTER THRU 2100-EXIT
031800     .
031900 1000-EXIT.
032000     EXIT.
032100*****************************************************************
032200*  2000-ACCRUE-ONE - ONE ACCOUNT: WORK OUT ITS INTEREST AND
032300*  FEE, WRITE THE TRANSACTIONS, AND PRINT ITS REGISTER LINE.
032400*****************************************************************
032500 2000-ACCRUE-ONE.
032600     ADD 1 TO AACR-READ-COUNT
032700     MOVE ZERO TO AACR-BAND
032800     MOVE ZERO TO AACR-RATE
032900     MOVE ZERO TO AACR-INTEREST
033000     MOVE ZERO TO AACR-FEE
033100     MOVE SPACES TO AACR-NOTE
033200     EVALUATE TRUE
033300         WHEN ACCT-STAT-FROZEN
033400             ADD 1 TO AACR-FROZEN-COUNT
033500             MOVE 'FROZEN' TO AACR-NOTE
033600         WHEN ACCT-STAT-CLOSED
033700             ADD 1 TO AACR-CLOSED-COUNT
033800             MOVE 'CLOSED' TO AACR-NOTE
033900         WHEN OTHER
034000             PERFORM 3000-WORK-OUT-INTEREST THRU 3000-EXIT
034100             PERFORM 3500-WORK-OUT-FEE THRU 3500-EXIT
034200             IF AACR-INTEREST = 0 AND AACR-FEE = 0
034300                 AND AACR-NOTE = SPACES
034400                 ADD 1 TO AACR-NONE-COUNT
034500             END-IF
034600     END-EVALUATE
034700     PERFORM 7100-WRITE-REGISTER-LINE THRU 7100-EXIT
034800     PERFORM 2100-READ-MASTER THRU 2100-EXIT
034900     .
035000 2000-EXIT.
035100     EXIT.
035200*****************************************************************
035300*  2100-READ-MASTER
035400*****************************************************************
035500 2100-READ-MASTER.
035600     READ ACCOUNT-MASTER-FILE
035700         AT END
035800             MOVE 'Y' TO WS-ACCT-EOF-SW
035900     END-READ
036000     .
036100 2100-EXIT.
036200     EXIT.
036300*****************************************************************
036400*  3000-WORK-OUT-INTEREST - FINDS THE ACCOUNT'S BAND BY WALKING
036500*  UP THE TABLE WHILE THE NEXT BAND IS IN USE AND ITS FLOOR HAS
036600*  BEEN REACHED, THEN CREDITS A MONTH OF THAT BAND'S ANNUAL
036700*  RATE.  AN AMOUNT TOO BIG FOR ONE TRANSACTION IS LEFT OUT AND
036800*  FLAGGED RATHER THAN SPLIT.
036900*****************************************************************
037000 3000-WORK-OUT-INTEREST.
037100     IF ACCT-BALANCE NOT > 0
037200         GO TO 3000-EXIT
037300     END-IF
037400     SET AACR-BAND-SEARCHING TO TRUE
037500     PERFORM 3100-CHECK-ONE-BAND THRU 3100-EXIT
037600         VARYING AACR-TIER-SUB FROM 1 BY 1
037700         UNTIL AACR-TIER-SUB > AACR-MAX-TIERS
037800            OR AACR-BAND-FOUND
037900     IF AACR-BAND = 0
038000         GO TO 3000-EXIT
038100     END-IF
038200     MOVE RATE-TIER-RATE (AACR-BAND) TO AACR-RATE
038300     COMPUTE AACR-INTEREST-WORK ROUNDED =
038400         ACCT-BALANCE * AACR-RATE / 1200
038500     IF AACR-INTEREST-WORK > AACR-MAX-TRANS-AMOUNT
038600         ADD 1 TO AACR-TOO-LARGE-COUNT
038700         MOVE 'TOO LARGE' TO AACR-NOTE
038800         GO TO 3000-EXIT
038900     END-IF
039000     MOVE AACR-INTEREST-WORK TO AACR-INTEREST
039100     IF AACR-INTEREST > 0
039200         ADD 1 TO AACR-INTEREST-COUNT
039300         ADD AACR-INTEREST TO AACR-INTEREST-TOTAL
039400         ADD AACR-INTEREST TO AACR-NET-TOTAL
039500         MOVE AACR-INTEREST-ITER TO AACR-TRANS-ITER
039600         MOVE AACR-INTEREST TO AACR-TRANS-AMOUNT
039700         PERFORM 4000-WRITE-ACCRUAL-TRANS THRU 4000-EXIT
039800     END-IF
039900     .
040000 3000-EXIT.
040100     EXIT.
040200*****************************************************************
040300*  3100-CHECK-ONE-BAND - THE SEARCH STOPS AT THE FIRST BAND OUT
040400*  OF USE OR NOT YET REACHED; THE LAST ONE REACHED IS THE
040500*  ACCOUNT'S BAND.
040600*****************************************************************
040700 3100-CHECK-ONE-BAND.
040800     IF NOT RATE-TIER-IN-USE (AACR-TIER-SUB)
040900         OR ACCT-BALANCE < RATE-TIER-FLOOR (AACR-TIER-SUB)
041000         SET AACR-BAND-FOUND TO TRUE
041100         GO TO 3100-EXIT
041200     END-IF
041300     MOVE AACR-TIER-SUB TO AACR-BAND
041400     .
041500 3100-EXIT.
041600     EXIT.
041700*****************************************************************
041800*  3500-WORK-OUT-FEE - THE FLAT FEE, BELOW THE MINIMUM BALANCE
041900*  ONLY.
042000*****************************************************************
042100 3500-WORK-OUT-FEE.
042200     IF RATE-MONTHLY-FEE = 0
042300         OR ACCT-BALANCE NOT < RATE-MIN-BALANCE
042400         GO TO 3500-EXIT
042500     END-IF
042600     MOVE RATE-MONTHLY-FEE TO AACR-FEE
042700     ADD 1 TO AACR-FEE-COUNT
042800     ADD AACR-FEE TO AACR-FEE-TOTAL
042900     SUBTRACT AACR-FEE FROM AACR-NET-TOTAL
043000     MOVE AACR-FEE-ITER TO AACR-TRANS-ITER
043100     COMPUTE AACR-TRANS-AMOUNT = 0 - AACR-FEE
043200     PERFORM 4000-WRITE-ACCRUAL-TRANS THRU 4000-EXIT
043300     .
043400 3500-EXIT.
043500     EXIT.
043600*****************************************************************
043700*  4000-WRITE-ACCRUAL-TRANS - THE CALLER HAS SET THE ITER CODE
043800*  AND THE SIGNED AMOUNT IN AACR-TRANS-ITER AND -AMOUNT.  THE
043900*  REST IS A PLAIN NEW ITEM: TEST VALUE ZERO SO IT IS NEVER
044000*  HELD, NO RECYCLE TRIPS, NO RELEASE MARK.  IN REVIEW MODE
044100*  NOTHING IS WRITTEN.
044200*****************************************************************
044300 4000-WRITE-ACCRUAL-TRANS.
044400     ADD 1 TO AACR-TRANS-COUNT
044500     IF AACC-MODE-REVIEW
044600         GO TO 4000-EXIT
044700     END-IF
044800     MOVE SPACES TO DTRAN-RECORD
044900     MOVE ACCT-KEY TO DTRAN-KEY
045000     MOVE ZERO TO DTRAN-TEST-VALUE
045100     MOVE AACR-TRANS-ITER TO DTRAN-ITER-CODE
045200     MOVE AACR-TRANS-AMOUNT TO DTRAN-AMOUNT
045300     MOVE 'NW' TO DTRAN-STATUS-CODE
045400     MOVE ZERO TO DTRAN-RECYCLE-COUNT
045500     MOVE AACR-SOURCE-CODE TO DTRAN-SOURCE-SYSTEM
045600     WRITE DTRAN-RECORD
045700     IF NOT WS-ATRN-OK
045800         MOVE 'CANNOT WRITE ACCRUAL TRANS FILE' TO AACR-ABEND-MSG
045900         GO TO 9600-ABEND
046000     END-IF
046100     .
046200 4000-EXIT.
046300     EXIT.
046400*****************************************************************
046500*  7000-WRITE-LISTING
046600*****************************************************************
046700 7000-WRITE-LISTING.
046800     WRITE LIST-RECORD
046900     IF NOT WS-LIST-OK
047000         MOVE 'CANNOT WRITE LISTING FILE' TO AACR-ABEND-MSG
047100         GO TO 9600-ABEND
047200     END-IF
047300     MOVE SPACES TO LIST-RECORD
047400     .
047500 7000-EXIT.
047600     EXIT.
047700*****************************************************************
047800*  7100-WRITE-REGISTER-LINE
047900*****************************************************************
048000 7100-WRITE-REGISTER-LINE.
048100     MOVE SPACES TO AACR-DETAIL-LINE
048200     MOVE ACCT-KEY TO AACR-DET-KEY
048300     MOVE ACCT-STATUS TO AACR-DET-STATUS
048400     MOVE ACCT-BALANCE TO AACR-DET-BALANCE
048500     MOVE AACR-BAND TO AACR-DET-BAND
048600     MOVE AACR-RATE TO AACR-DET-RATE
048700     MOVE AACR-INTEREST TO AACR-DET-INTEREST
048800     MOVE AACR-FEE TO AACR-DET-FEE
048900     MOVE AACR-NOTE TO AACR-DET-NOTE
049000     MOVE AACR-DETAIL-LINE TO LIST-RECORD
049100     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
049200     .
049300 7100-EXIT.
049400     EXIT.
049500*****************************************************************
049600*  7200-WRITE-TOTAL / 7300-WRITE-AMOUNT - THE CALLER HAS SET
049700*  THE LABEL AND VALUE.
049800*****************************************************************
049900 7200-WRITE-TOTAL.
050000     MOVE AACR-TOTAL-LINE TO LIST-RECORD
050100     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
050200     MOVE SPACES TO AACR-TOTAL-LINE
050300     .
050400 7200-EXIT.
050500     EXIT.
050600 7300-WRITE-AMOUNT.
050700     MOVE AACR-AMOUNT-LINE TO LIST-RECORD
050800     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
050900     MOVE SPACES TO AACR-AMOUNT-LINE
051000     .
051100 7300-EXIT.
051200     EXIT.
051300*****************************************************************
051400*  8000-WRITE-CONTROL-TOTAL - ONE ROW FOR SOURCE 'AC' WITH THE
051500*  COUNT AND SIGNED SUM OF EVERYTHING WRITTEN TO ACROUT, ON
051600*  THE SAME SIGNED BASIS SAMPLE RECONCILES A NEW ITEM.  AN
051700*  ACCRUAL THAT CAME TO NOTHING STILL WRITES ITS ZERO ROW.
051800*****************************************************************
051900 8000-WRITE-CONTROL-TOTAL.
052000     IF AACC-MODE-REVIEW
052100         GO TO 8000-EXIT
052200     END-IF
052300     MOVE SPACES TO CTOT-RECORD
052400     MOVE AACR-TRANS-COUNT TO CTOT-EXPECTED-COUNT
052500     MOVE AACR-NET-TOTAL TO CTOT-EXPECTED-SUM
052600     MOVE AACR-SOURCE-CODE TO CTOT-SOURCE-SYSTEM
052700     WRITE CTOT-RECORD
052800     IF NOT WS-CTOT-OK
052900         MOVE 'CANNOT WRITE CONTROL TOTAL FILE' TO AACR-ABEND-MSG
053000         GO TO 9600-ABEND
053100     END-IF
053200     .
053300 8000-EXIT.
053400     EXIT.
053500*****************************************************************
053600*  8500-WRITE-TOTALS - THE CREDITS LESS THE CHARGES ARE THE
053700*  NET THE CONTROL-TOTAL ROW CARRIES.
053800*****************************************************************
053900 8500-WRITE-TOTALS.
054000     MOVE SPACES TO AACR-TOTAL-LINE
054100     MOVE SPACES TO AACR-AMOUNT-LINE
054200     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
054300     MOVE 'ACCOUNTS READ' TO AACR-TOT-LABEL
054400     MOVE AACR-READ-COUNT TO AACR-TOT-VALUE
054500     PERFORM 7200-WRITE-TOTAL THRU 7200-EXIT
054600     MOVE '  FROZEN - NOT ACCRUED' TO AACR-TOT-LABEL
054700     MOVE AACR-FROZEN-COUNT TO AACR-TOT-VALUE
054800     PERFORM 7200-WRITE-TOTAL THRU 7200-EXIT
054900     MOVE '  CLOSED - NOT ACCRUED' TO AACR-TOT-LABEL
055000     MOVE AACR-CLOSED-COUNT TO AACR-TOT-VALUE
055100     PERFORM 7200-WRITE-TOTAL THRU 7200-EXIT
055200     MOVE '  NOTHING DUE' TO AACR-TOT-LABEL
055300     MOVE AACR-NONE-COUNT TO AACR-TOT-VALUE
055400     PERFORM 7200-WRITE-TOTAL THRU 7200-EXIT
055500     MOVE '  INTEREST TOO LARGE' TO AACR-TOT-LABEL
055600     MOVE AACR-TOO-LARGE-COUNT TO AACR-TOT-VALUE
055700     PERFORM 7200-WRITE-TOTAL THRU 7200-EXIT
055800     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
055900     MOVE 'INTEREST CREDITS' TO AACR-AMT-LABEL
056000     MOVE AACR-INTEREST-COUNT TO AACR-AMT-COUNT
056100     MOVE AACR-INTEREST-TOTAL TO AACR-AMT-VALUE
056200     PERFORM 7300-WRITE-AMOUNT THRU 7300-EXIT
056300     MOVE 'SERVICE CHARGES' TO AACR-AMT-LABEL
056400     MOVE AACR-FEE-COUNT TO AACR-AMT-COUNT
056500     COMPUTE AACR-AMT-VALUE = 0 - AACR-FEE-TOTAL
056600     PERFORM 7300-WRITE-AMOUNT THRU 7300-EXIT
056700     MOVE 'NET ACCRUAL FEED - SOURCE AC' TO AACR-AMT-LABEL
056800     MOVE AACR-TRANS-COUNT TO AACR-AMT-COUNT
056900     MOVE AACR-NET-TOTAL TO AACR-AMT-VALUE
057000     PERFORM 7300-WRITE-AMOUNT THRU 7300-EXIT
057100     IF AACC-MODE-REVIEW
057200         MOVE 'REVIEW ONLY - NO FEED OR CONTROL ROW WRITTEN'
057300             TO LIST-RECORD
057400     ELSE
057500         MOVE 'ACROUT AND ACRCTOT WRITTEN - CONCATENATE INTO'
057600             TO LIST-RECORD
057700         MOVE 'RAWTRAN AND CTLTOTAL' TO LIST-RECORD (47:20)
057800     END-IF
057900     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
058000     .
058100 8500-EXIT.
058200     EXIT.
058300*****************************************************************
058400*  9000-END-OF-JOB
058500*****************************************************************
058600 9000-END-OF-JOB.
058700     CLOSE ACCOUNT-MASTER-FILE
058800     IF AACC-MODE-POST
058900         CLOSE ACCRUAL-TRANS-FILE
059000         CLOSE CONTROL-TOTAL-FILE
059100     END-IF
059200     CLOSE LISTING-FILE
059300     IF AACR-TOO-LARGE-COUNT > 0
059400         MOVE 4 TO RETURN-CODE
059500     ELSE
059600         MOVE 0 TO RETURN-CODE
059700     END-IF
059750     PERFORM 9700-WRITE-RUN-LOG THRU 9700-EXIT
059800     .
059900 9000-EXIT.
060000     EXIT.
060100*****************************************************************
060200*  9600-ABEND - SHARED HARD-FAILURE EXIT.
060300*****************************************************************
060400 9600-ABEND.
060500     DISPLAY 'ACCTACR - ' AACR-ABEND-MSG
060600     MOVE 16 TO RETURN-CODE
060620     MOVE 'A' TO WS-STEP-END-SW
060640     PERFORM 9700-WRITE-RUN-LOG THRU 9700-EXIT
060700     STOP RUN
060800     .
060900 9600-EXIT.
061000     EXIT.
061100*****************************************************************
061200*  9700-WRITE-RUN-LOG - APPENDS THIS STEP'S RESULT ROW TO THE
061300*  SHARED RUN LOG (SEE RLOGREC), WHETHER THE STEP IS ENDING
061400*  NORMALLY OR THROUGH 9600-ABEND.  LIKE THE ERROR LOG, A RUN
061500*  LOG THAT CANNOT BE WRITTEN IS REPORTED BUT DOES NOT CHANGE
061600*  THE STEP'S OWN RESULT - THE NIGHT SUMMARY THEN SHOWS THE
061700*  STEP AS NEVER RUN, WHICH GETS IT LOOKED AT ANYWAY.
061800*****************************************************************
061900 9700-WRITE-RUN-LOG.
062000     OPEN EXTEND RUN-LOG-FILE
062100     IF WS-RLOG-NOT-PRESENT
062200         OPEN OUTPUT RUN-LOG-FILE
062300     END-IF
062400     IF NOT WS-RLOG-OK
062500         DISPLAY 'ACCTACR - CANNOT OPEN RUN LOG FILE'
062600         GO TO 9700-EXIT
062700     END-IF
062800     MOVE SPACES TO RLOG-RECORD
062900     MOVE 'ACCTACR' TO RLOG-PROGRAM
063000     SET RLOG-DATE-IS-RUN TO TRUE
063100     MOVE AACR-STEP-START-DATE TO RLOG-BUS-DATE
063200     MOVE AACR-STEP-START-DATE TO RLOG-START-DATE
063300     MOVE AACR-STEP-START-TIME TO RLOG-START-TIME
063400     ACCEPT RLOG-END-DATE FROM DATE YYYYMMDD
063500     ACCEPT RLOG-END-TIME FROM TIME
063600     MOVE RETURN-CODE TO RLOG-RETURN-CODE
063700     MOVE ZERO TO RLOG-COUNT (1)
063800     MOVE ZERO TO RLOG-COUNT (2)
063900     MOVE ZERO TO RLOG-COUNT (3)
064000     MOVE ZERO TO RLOG-COUNT (4)
064100     MOVE ZERO TO RLOG-OUTSTANDING-COUNT
064200     MOVE 'READ' TO RLOG-COUNT-NAME (1)
064300     MOVE AACR-READ-COUNT TO RLOG-COUNT (1)
064400     MOVE 'INTEREST' TO RLOG-COUNT-NAME (2)
064500     MOVE AACR-INTEREST-COUNT TO RLOG-COUNT (2)
064600     MOVE 'FEES' TO RLOG-COUNT-NAME (3)
064700     MOVE AACR-FEE-COUNT TO RLOG-COUNT (3)
064800     MOVE 'TOO LARGE' TO RLOG-COUNT-NAME (4)
064900     MOVE AACR-TOO-LARGE-COUNT TO RLOG-COUNT (4)
065000     IF AACR-STEP-ABENDED
065100         SET RLOG-ABENDED TO TRUE
065200         MOVE AACR-ABEND-MSG TO RLOG-MESSAGE
065300     ELSE
065400         SET RLOG-ENDED-NORMALLY TO TRUE
065500     END-IF
065600     WRITE RLOG-RECORD
065700     IF NOT WS-RLOG-OK
065800         DISPLAY 'ACCTACR - CANNOT WRITE RUN LOG FILE'
065900     END-IF
066000     CLOSE RUN-LOG-FILE
066100     .
066200 9700-EXIT.
066300     EXIT.
