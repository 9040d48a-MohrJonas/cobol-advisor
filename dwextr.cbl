000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DWEXTR.
000300 AUTHOR. J D MORAN.
000400 INSTALLATION. DAILY PROCESSING GROUP.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  DWEXTR - DELIMITED DATA-WAREHOUSE EXTRACT
000900*
001000*  WRITES TWO COMMA-DELIMITED FILES FOR THE REPORTING TEAM'S
001100*  WAREHOUSE LOAD, EACH OPENING WITH A HEADER ROW OF COLUMN
001200*  NAMES AND EVERY ROW STARTING WITH THE BUSINESS DATE:
001300*
001400*      DWACCT - THE ACCOUNT MASTER, EVERY ACCTREC FIELD.  A FULL
001500*               SNAPSHOT, OR ONLY THE ACCOUNTS POSTED TO OR
001600*               MAINTAINED ON OR AFTER A CHANGED-SINCE DATE.
001700*      DWHIST - THE BUSINESS DATE'S POSTING HISTORY ROWS.
001800*
001900*  AMOUNTS ARE WRITTEN AS READABLE SIGNED DECIMALS (-1234.56),
002000*  COUNTS AND DATES AS PLAIN DIGITS, TEXT IN DOUBLE QUOTES WITH
002100*  TRAILING BLANKS DROPPED.  A BLANK ACCOUNT STATUS IS WRITTEN
002200*  AS 'A', WHICH IS WHAT IT MEANS.
002300*
002400*  EACH FILE CLOSES WITH A CONTROL ROW -
002500*      TRAILER,BUSINESS DATE,ROW COUNT,AMOUNT TOTAL,TIMESTAMP
002600*  - (BALANCES FOR DWACCT, POSTED AMOUNTS FOR DWHIST), ECHOED
002700*  TO ITS TRANSMITTAL CONTROL FILE (DWACTL, DWHCTL - XMITREC
002800*  LAYOUT).  THE WAREHOUSE WRITES BACK AN ACKNOWLEDGMENT PER
002900*  FILE (DWAACK, DWHACK - ACKREC LAYOUT) AND THE NEXT RUN
003000*  MATCHES THEM THE WAY SAMPLE MATCHES ITS EXTRACT FEED: A
003100*  MISSING OR DISAGREEING ACKNOWLEDGMENT DOES NOT STOP TONIGHT'S
003200*  EXTRACT, BUT ENDS THE RUN WITH RETURN CODE 6.
003300*
003400*  AN ACCOUNT COUNTS AS CHANGED WHEN EITHER DATE ON THE MASTER
003500*  IS ON OR AFTER THE CHANGED-SINCE DATE - ACCT-LAST-RUN-DATE
003600*  FOR A POSTING, ACCT-LAST-MAINT-DATE FOR A HAND CORRECTION
003700*  (ACCTMNT), AN APPLIED APPROVAL (ACCTAPR), A PERIOD CLOSE
003750*  (ACCTCLS) OR A BACKOUT (DAYBACK, WHICH CLEARS THE FIRST).
003800*
003900*  DRIVEN BY A SINGLE CARD ON DWXCARD:
004000*      COL  1      MODE - F = FULL SNAPSHOT, C = CHANGED SINCE
004100*      COLS 2-9    BUSINESS DATE CCYYMMDD
004200*      COLS 10-17  CHANGED-SINCE DATE CCYYMMDD (MODE C ONLY)
004300*
004400*  RETURN CODES - 0 CLEAN, 4 ROWS LEFT OUT FOR UNREADABLE PACKED
004500*  FIELDS, 6 A PRIOR FILE NOT ACKNOWLEDGED, 16 HARD FAILURE.
004600*
004700*  MOD HISTORY
004800*  -------------------------------------------------------------
004900*  DATE       INIT  DESCRIPTION
005000*  ---------  ----  ---------------------------------------------
005100*  2026-10-15 JDM   INITIAL VERSION.
005110*  2026-10-15 JDM   CHANGED-SINCE MODE ALSO SELECTS ACCOUNTS
005120*                   MAINTAINED SINCE THE DATE, AND THE LAST
005130*                   MAINTENANCE DATE IS A NEW LAST COLUMN.
005200*****************************************************************
005300 ENVIRONMENT DIVISION.
005400 CONFIGURATION SECTION.
005500 SOURCE-COMPUTER. IBM-370.
005600 OBJECT-COMPUTER. IBM-370.
005700 INPUT-OUTPUT SECTION.
005800 FILE-CONTROL.
005900     SELECT DWX-CARD-FILE ASSIGN TO DWXCARD
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-CARD-STATUS.
006200     SELECT ACCOUNT-MASTER-FILE ASSIGN TO ACCTMAST
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS SEQUENTIAL
006500         RECORD KEY IS ACCT-KEY
006600         FILE STATUS IS WS-ACCT-STATUS.
006700     SELECT POSTING-HISTORY-FILE ASSIGN TO POSTHIST
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS WS-HIST-STATUS.
007000     SELECT ACCOUNT-CSV-FILE ASSIGN TO DWACCT
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS WS-ACSV-STATUS.
007300     SELECT HISTORY-CSV-FILE ASSIGN TO DWHIST
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS WS-HCSV-STATUS.
007600     SELECT ACCOUNT-CONTROL-FILE ASSIGN TO DWACTL
007700         ORGANIZATION IS SEQUENTIAL
007800         FILE STATUS IS WS-ACTL-STATUS.
007900     SELECT HISTORY-CONTROL-FILE ASSIGN TO DWHCTL
008000         ORGANIZATION IS SEQUENTIAL
008100         FILE STATUS IS WS-HCTL-STATUS.
008200     SELECT ACCOUNT-ACK-FILE ASSIGN TO DWAACK
008300         ORGANIZATION IS SEQUENTIAL
008400         FILE STATUS IS WS-AACK-STATUS.
008500     SELECT HISTORY-ACK-FILE ASSIGN TO DWHACK
008600         ORGANIZATION IS SEQUENTIAL
008700         FILE STATUS IS WS-HACK-STATUS.
008800     SELECT LISTING-FILE ASSIGN TO DWXRPT
008900         ORGANIZATION IS SEQUENTIAL
009000         FILE STATUS IS WS-LIST-STATUS.
009100     SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
009200         ORGANIZATION IS SEQUENTIAL
009300         FILE STATUS IS WS-RLOG-STATUS.
009400 DATA DIVISION.
009500 FILE SECTION.
009600 FD  DWX-CARD-FILE
009700     RECORDING MODE IS F
009800     LABEL RECORDS ARE STANDARD.
009900 01  DWX-CARD-RECORD.
010000     05  DWXC-MODE                   PIC X(01).
010100         88  DWXC-FULL                   VALUE 'F'.
010200         88  DWXC-CHANGED                VALUE 'C'.
010300     05  DWXC-BUS-DATE               PIC X(08).
010400     05  DWXC-SINCE-DATE             PIC X(08).
010500     05  FILLER                      PIC X(63).
010600 FD  ACCOUNT-MASTER-FILE
010700     LABEL RECORDS ARE STANDARD.
010800     COPY ACCTREC.
010900 FD  POSTING-HISTORY-FILE
011000     RECORDING MODE IS F
011100     LABEL RECORDS ARE STANDARD.
011200     COPY HISTREC.
011300*****************************************************************
011400*  THE DELIMITED FILES ARE VARIABLE-LENGTH - EACH ROW IS AS
011500*  LONG AS ITS FIELDS, WITH NO PADDING FOR THE LOADER TO TRIM.
011600*****************************************************************
011700 FD  ACCOUNT-CSV-FILE
011800     RECORDING MODE IS V
011900     LABEL RECORDS ARE STANDARD
012000     RECORD IS VARYING IN SIZE FROM 1 TO 200 CHARACTERS
012100         DEPENDING ON DWX-ACSV-LENGTH.
012200 01  ACCOUNT-CSV-RECORD              PIC X(200).
012300 FD  HISTORY-CSV-FILE
012400     RECORDING MODE IS V
012500     LABEL RECORDS ARE STANDARD
012600     RECORD IS VARYING IN SIZE FROM 1 TO 200 CHARACTERS
012700         DEPENDING ON DWX-HCSV-LENGTH.
012800 01  HISTORY-CSV-RECORD              PIC X(200).
012900 FD  ACCOUNT-CONTROL-FILE
013000     RECORDING MODE IS F
013100     LABEL RECORDS ARE STANDARD.
013200     COPY XMITREC REPLACING ==XMIT-RECORD== BY ==DWAC-RECORD==
013300         ==XMIT-COUNT== BY ==DWAC-COUNT==
013400         ==XMIT-TIMESTAMP== BY ==DWAC-TIMESTAMP==
013500         ==XMIT-AMOUNT-TOTAL== BY ==DWAC-AMOUNT-TOTAL==.
013600 FD  HISTORY-CONTROL-FILE
013700     RECORDING MODE IS F
013800     LABEL RECORDS ARE STANDARD.
013900     COPY XMITREC REPLACING ==XMIT-RECORD== BY ==DWHC-RECORD==
014000         ==XMIT-COUNT== BY ==DWHC-COUNT==
014100         ==XMIT-TIMESTAMP== BY ==DWHC-TIMESTAMP==
014200         ==XMIT-AMOUNT-TOTAL== BY ==DWHC-AMOUNT-TOTAL==.
014300 FD  ACCOUNT-ACK-FILE
014400     RECORDING MODE IS F
014500     LABEL RECORDS ARE STANDARD.
014600     COPY ACKREC REPLACING ==ACK-RECORD== BY ==DWAA-RECORD==
014700         ==ACK-COUNT== BY ==DWAA-COUNT==
014800         ==ACK-TIMESTAMP== BY ==DWAA-TIMESTAMP==.
014900 FD  HISTORY-ACK-FILE
015000     RECORDING MODE IS F
015100     LABEL RECORDS ARE STANDARD.
015200     COPY ACKREC REPLACING ==ACK-RECORD== BY ==DWHA-RECORD==
015300         ==ACK-COUNT== BY ==DWHA-COUNT==
015400         ==ACK-TIMESTAMP== BY ==DWHA-TIMESTAMP==.
015500 FD  LISTING-FILE
015600     RECORDING MODE IS F
015700     LABEL RECORDS ARE STANDARD.
015800 01  LIST-RECORD                     PIC X(80).
015900 FD  RUN-LOG-FILE
016000     RECORDING MODE IS F
016100     LABEL RECORDS ARE STANDARD.
016200     COPY RLOGREC.
016300 WORKING-STORAGE SECTION.
016400*****************************************************************
016500*  FILE STATUS SWITCHES
016600*****************************************************************
016700 01  WS-FILE-STATUSES.
016800     05  WS-CARD-STATUS              PIC X(02).
016900         88  WS-CARD-OK                  VALUE '00'.
017000     05  WS-ACCT-STATUS              PIC X(02).
017100         88  WS-ACCT-OK                  VALUE '00'.
017200     05  WS-HIST-STATUS              PIC X(02).
017300         88  WS-HIST-OK                  VALUE '00'.
017400         88  WS-HIST-NOT-PRESENT         VALUE '35'.
017500     05  WS-ACSV-STATUS              PIC X(02).
017600         88  WS-ACSV-OK                  VALUE '00'.
017700     05  WS-HCSV-STATUS              PIC X(02).
017800         88  WS-HCSV-OK                  VALUE '00'.
017900     05  WS-ACTL-STATUS              PIC X(02).
018000         88  WS-ACTL-OK                  VALUE '00'.
018100         88  WS-ACTL-NOT-PRESENT         VALUE '35'.
018200     05  WS-HCTL-STATUS              PIC X(02).
018300         88  WS-HCTL-OK                  VALUE '00'.
018400         88  WS-HCTL-NOT-PRESENT         VALUE '35'.
018500     05  WS-AACK-STATUS              PIC X(02).
018600         88  WS-AACK-OK                  VALUE '00'.
018700         88  WS-AACK-NOT-PRESENT         VALUE '35'.
018800     05  WS-HACK-STATUS              PIC X(02).
018900         88  WS-HACK-OK                  VALUE '00'.
019000         88  WS-HACK-NOT-PRESENT         VALUE '35'.
019100     05  WS-LIST-STATUS              PIC X(02).
019200         88  WS-LIST-OK                  VALUE '00'.
019300     05  WS-RLOG-STATUS              PIC X(02).
019400         88  WS-RLOG-OK                  VALUE '00'.
019500         88  WS-RLOG-NOT-PRESENT         VALUE '35'.
019600*****************************************************************
019700*  CONTROL SWITCHES
019800*****************************************************************
019900 01  WS-SWITCHES.
020000     05  WS-ACCT-EOF-SW              PIC X(01) VALUE 'N'.
020100         88  WS-ACCT-EOF-YES             VALUE 'Y'.
020200     05  WS-HIST-EOF-SW              PIC X(01) VALUE 'N'.
020300         88  WS-HIST-EOF-YES             VALUE 'Y'.
020400*****************************************************************
020500*  RUN PARAMETERS FROM THE CARD, AND THE RUN TIMESTAMP THAT
020600*  GOES ON BOTH CONTROL ROWS FOR THE WAREHOUSE TO ECHO BACK.
020700*****************************************************************
020800 01  DWX-RUN-FIELDS.
020900     05  DWX-BUS-DATE                PIC 9(08) VALUE ZERO.
021000     05  DWX-SINCE-DATE              PIC 9(08) VALUE ZERO.
021100     05  DWX-RUN-TIMESTAMP.
021200         10  DWX-RUN-DATE            PIC 9(08).
021300         10  DWX-RUN-TIME            PIC 9(06).
021400     05  DWX-TIME-NOW                PIC 9(08).
021500*****************************************************************
021600*  PRIOR-RUN ACKNOWLEDGMENT MATCH (SEE 1300/1400).
021700*****************************************************************
021800 01  DWX-ACK-FIELDS.
021900     05  WS-ACCT-ACK-SW              PIC X(01) VALUE 'N'.
022000         88  DWX-ACCT-ACK-FAILED         VALUE 'Y'.
022100     05  WS-HIST-ACK-SW              PIC X(01) VALUE 'N'.
022200         88  DWX-HIST-ACK-FAILED         VALUE 'Y'.
022300     05  DWX-ACCT-ACK-TEXT           PIC X(40) VALUE SPACES.
022400     05  DWX-HIST-ACK-TEXT           PIC X(40) VALUE SPACES.
022500     05  DWX-CTL-COUNT-SAVE          PIC 9(07).
022600     05  DWX-CTL-TS-SAVE             PIC X(14).
022700     05  DWX-UNACKED-COUNT           PIC 9(05) COMP VALUE ZERO.
022800*****************************************************************
022900*  RUN COUNTERS AND CONTROL TOTALS
023000*****************************************************************
023100 01  DWX-COUNTERS.
023200     05  DWX-ACCT-READ-COUNT         PIC 9(07) COMP VALUE ZERO.
023300     05  DWX-ACCT-ROW-COUNT          PIC 9(07) COMP VALUE ZERO.
023400     05  DWX-ACCT-UNCHANGED-COUNT    PIC 9(07) COMP VALUE ZERO.
023500     05  DWX-ACCT-BAD-COUNT          PIC 9(07) COMP VALUE ZERO.
023600     05  DWX-HIST-READ-COUNT         PIC 9(07) COMP VALUE ZERO.
023700     05  DWX-HIST-ROW-COUNT          PIC 9(07) COMP VALUE ZERO.
023800     05  DWX-HIST-OTHER-DATE-COUNT   PIC 9(07) COMP VALUE ZERO.
023900     05  DWX-HIST-BAD-COUNT          PIC 9(07) COMP VALUE ZERO.
024000     05  DWX-ACCT-AMOUNT-TOTAL       PIC S9(15)V99 COMP-3
024100                                     VALUE ZERO.
024200     05  DWX-HIST-AMOUNT-TOTAL       PIC S9(15)V99 COMP-3
024300                                     VALUE ZERO.
024400*****************************************************************
024500*  ROW BUILDING - 6000-6900 APPEND ONE FIELD AT A TIME TO
024600*  DWX-LINE AT DWX-LINE-PTR, PUTTING THE COMMA IN FRONT OF
024700*  EVERY FIELD BUT THE FIRST.
024800*****************************************************************
024900 01  DWX-ROW-FIELDS.
025000     05  DWX-LINE                    PIC X(200).
025100     05  DWX-LINE-PTR                PIC 9(04) COMP.
025200     05  DWX-ACSV-LENGTH             PIC 9(04) COMP.
025300     05  DWX-HCSV-LENGTH             PIC 9(04) COMP.
025400     05  DWX-FIELD-TEXT              PIC X(40).
025500     05  DWX-FIELD-LEN               PIC 9(04) COMP.
025600     05  DWX-FIELD-PTR               PIC 9(04) COMP.
025700     05  DWX-LEAD-SPACES             PIC 9(04) COMP.
025800     05  DWX-TEXT-IN                 PIC X(30).
025900     05  DWX-TEXT-LEN                PIC 9(04) COMP.
026000     05  DWX-SCAN-SUB                PIC S9(04) COMP.
026100     05  DWX-AMOUNT-IN               PIC S9(15)V99.
026200     05  DWX-AMOUNT-EDIT             PIC -(15)9.99.
026300     05  DWX-COUNT-IN                PIC 9(15).
026400     05  DWX-COUNT-EDIT              PIC Z(14)9.
026500*****************************************************************
026600*  LISTING WORK LINES
026700*****************************************************************
026800 01  DWX-TOTAL-LINE.
026900     05  DWX-TOT-LABEL               PIC X(32).
027000     05  DWX-TOT-VALUE               PIC Z(06)9.
027100     05  FILLER                      PIC X(02) VALUE SPACES.
027200     05  DWX-TOT-EDIT-AMT            PIC -(15)9.99.
027300     05  FILLER                      PIC X(19) VALUE SPACES.
027400*****************************************************************
027500*  END-OF-JOB / ABEND WORK FIELDS
027600*****************************************************************
027700 01  DWX-JOB-STATUS-FIELDS.
027800     05  DWX-ABEND-MSG               PIC X(40).
027900*****************************************************************
028000*  RUN LOG FIELDS - WHEN THE STEP STARTED, AND WHETHER IT IS
028100*  ON ITS WAY OUT THROUGH 9600-ABEND (SEE 9700).
028200*****************************************************************
028300 01  DWX-RUN-LOG-FIELDS.
028400     05  DWX-STEP-START-DATE         PIC 9(08) VALUE ZERO.
028500     05  DWX-STEP-START-TIME         PIC 9(08) VALUE ZERO.
028600     05  WS-STEP-END-SW              PIC X(01) VALUE 'N'.
028700         88  DWX-STEP-ABENDED            VALUE 'A'.
028800 PROCEDURE DIVISION.
028900*****************************************************************
029000*  0000-MAINLINE
029100*****************************************************************
029200 0000-MAINLINE.
029300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
029400     PERFORM 2000-EXTRACT-ONE-ACCOUNT THRU 2000-EXIT
029500         UNTIL WS-ACCT-EOF-YES
029600     PERFORM 3000-EXTRACT-ONE-HISTORY THRU 3000-EXIT
029700         UNTIL WS-HIST-EOF-YES
029800     PERFORM 8000-WRITE-CONTROLS THRU 8000-EXIT
029900     PERFORM 8500-WRITE-SUMMARY THRU 8500-EXIT
030000     PERFORM 9000-END-OF-JOB THRU 9000-EXIT
030100     STOP RUN
030200     .
030300*****************************************************************
030400*  1000-INITIALIZE - READS THE CARD, MATCHES LAST RUN'S TWO
030500*  FILES AGAINST THEIR ACKNOWLEDGMENTS BEFORE THIS RUN REPLACES
030600*  THE CONTROL RECORDS, THEN OPENS EVERYTHING AND WRITES THE
030700*  HEADER ROWS.  NO HISTORY FILE MEANS NOTHING POSTED - THE
030800*  HISTORY EXTRACT IS THEN A HEADER AND A ZERO CONTROL ROW.
030900*****************************************************************
031000 1000-INITIALIZE.
031100     ACCEPT DWX-STEP-START-DATE FROM DATE YYYYMMDD
031200     ACCEPT DWX-STEP-START-TIME FROM TIME
031300     ACCEPT DWX-RUN-DATE FROM DATE YYYYMMDD
031400     ACCEPT DWX-TIME-NOW FROM TIME
031500     MOVE DWX-TIME-NOW (1:6) TO DWX-RUN-TIME
031600     PERFORM 1100-READ-CARD THRU 1100-EXIT
031700     PERFORM 1300-CHECK-ACCOUNT-ACK THRU 1300-EXIT
031800     PERFORM 1400-CHECK-HISTORY-ACK THRU 1400-EXIT
031900     OPEN INPUT ACCOUNT-MASTER-FILE
032000     IF NOT WS-ACCT-OK
032100         MOVE 'CANNOT OPEN ACCOUNT MASTER' TO DWX-ABEND-MSG
032200         GO TO 9600-ABEND
032300     END-IF
032400     OPEN INPUT POSTING-HISTORY-FILE
032500     IF WS-HIST-NOT-PRESENT
032600         MOVE 'Y' TO WS-HIST-EOF-SW
032700     ELSE
032800         IF NOT WS-HIST-OK
032900             MOVE 'CANNOT OPEN POSTING HISTORY FILE'
033000                 TO DWX-ABEND-MSG
033100             GO TO 9600-ABEND
033200         END-IF
033300     END-IF
033400     OPEN OUTPUT ACCOUNT-CSV-FILE
033500     IF NOT WS-ACSV-OK
033600         MOVE 'CANNOT OPEN ACCOUNT EXTRACT FILE' TO DWX-ABEND-MSG
033700         GO TO 9600-ABEND
033800     END-IF
033900     OPEN OUTPUT HISTORY-CSV-FILE
034000     IF NOT WS-HCSV-OK
034100         MOVE 'CANNOT OPEN HISTORY EXTRACT FILE' TO DWX-ABEND-MSG
034200         GO TO 9600-ABEND
034300     END-IF
034400     OPEN OUTPUT LISTING-FILE
034500     IF NOT WS-LIST-OK
034600         MOVE 'CANNOT OPEN LISTING FILE' TO DWX-ABEND-MSG
034700         GO TO 9600-ABEND
034800     END-IF
034900     MOVE SPACES TO LIST-RECORD
035000     MOVE 'DWEXTR - DATA-WAREHOUSE EXTRACT' TO LIST-RECORD
035100     MOVE 'BUSINESS DATE' TO LIST-RECORD (46:13)
035200     MOVE DWX-BUS-DATE TO LIST-RECORD (60:8)
035300     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
035400     MOVE SPACES TO LIST-RECORD
035500     IF DWXC-FULL
035600         MOVE 'FULL ACCOUNT SNAPSHOT' TO LIST-RECORD
035700     ELSE
035800         MOVE 'ACCOUNTS CHANGED SINCE' TO LIST-RECORD
035900         MOVE DWX-SINCE-DATE TO LIST-RECORD (24:8)
036000     END-IF
036100     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
036200     MOVE SPACES TO LIST-RECORD
036300     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
036400     PERFORM 1500-WRITE-HEADERS THRU 1500-EXIT
036500     PERFORM 2100-READ-MASTER THRU 2100-EXIT
036600     IF NOT WS-HIST-EOF-YES
036700         PERFORM 3100-READ-HISTORY THRU 3100-EXIT
036800     END-IF
036900     .
037000 1000-EXIT.
037100     EXIT.
037200*****************************************************************
037300*  1100-READ-CARD - MODE, A REAL BUSINESS DATE, AND FOR MODE C
037400*  A REAL CHANGED-SINCE DATE.
037500*****************************************************************
037600 1100-READ-CARD.
037700     OPEN INPUT DWX-CARD-FILE
037800     IF NOT WS-CARD-OK
037900         MOVE 'CANNOT OPEN CONTROL CARD FILE' TO DWX-ABEND-MSG
038000         GO TO 9600-ABEND
038100     END-IF
038200     READ DWX-CARD-FILE
038300         AT END
038400             MOVE 'CONTROL CARD FILE IS EMPTY' TO DWX-ABEND-MSG
038500             GO TO 9600-ABEND
038600     END-READ
038700     CLOSE DWX-CARD-FILE
038800     IF NOT DWXC-FULL AND NOT DWXC-CHANGED
038900         MOVE 'CARD MODE MUST BE F OR C' TO DWX-ABEND-MSG
039000         GO TO 9600-ABEND
039100     END-IF
039200     IF DWXC-BUS-DATE NOT NUMERIC
039300         MOVE 'BUSINESS DATE ON CARD IS NOT CCYYMMDD'
039400             TO DWX-ABEND-MSG
039500         GO TO 9600-ABEND
039600     END-IF
039700     MOVE DWXC-BUS-DATE TO DWX-BUS-DATE
039800     IF DWX-BUS-DATE (5:2) < '01' OR DWX-BUS-DATE (5:2) > '12'
039900         OR DWX-BUS-DATE (7:2) < '01'
040000         OR DWX-BUS-DATE (7:2) > '31'
040100         MOVE 'BUSINESS DATE ON CARD IS NOT CCYYMMDD'
040200             TO DWX-ABEND-MSG
040300         GO TO 9600-ABEND
040400     END-IF
040500     IF DWXC-FULL
040600         GO TO 1100-EXIT
040700     END-IF
040800     IF DWXC-SINCE-DATE NOT NUMERIC
040900         MOVE 'CHANGED-SINCE DATE IS NOT CCYYMMDD'
041000             TO DWX-ABEND-MSG
041100         GO TO 9600-ABEND
041200     END-IF
041300     MOVE DWXC-SINCE-DATE TO DWX-SINCE-DATE
041400     IF DWX-SINCE-DATE (5:2) < '01' OR DWX-SINCE-DATE (5:2) > '12'
041500         OR DWX-SINCE-DATE (7:2) < '01'
041600         OR DWX-SINCE-DATE (7:2) > '31'
041700         MOVE 'CHANGED-SINCE DATE IS NOT CCYYMMDD'
041800             TO DWX-ABEND-MSG
041900         GO TO 9600-ABEND
042000     END-IF
042100     .
042200 1100-EXIT.
042300     EXIT.
042400*****************************************************************
042500*  1300-CHECK-ACCOUNT-ACK - MATCHES LAST RUN'S ACCOUNT FILE
042600*  CONTROL RECORD AGAINST THE WAREHOUSE'S ACKNOWLEDGMENT, THE
042700*  SAME WAY SAMPLE'S 1300 CHECKS THE EXTRACT FEED.  NO CONTROL
042800*  RECORD MEANS NO PRIOR FILE TO CONFIRM, SO THE CHECK PASSES.
042900*****************************************************************
043000 1300-CHECK-ACCOUNT-ACK.
043100     OPEN INPUT ACCOUNT-CONTROL-FILE
043200     IF WS-ACTL-NOT-PRESENT
043300         GO TO 1300-EXIT
043400     END-IF
043500     IF NOT WS-ACTL-OK
043600         MOVE 'CANNOT OPEN ACCOUNT CONTROL FILE' TO DWX-ABEND-MSG
043700         GO TO 9600-ABEND
043800     END-IF
043900     READ ACCOUNT-CONTROL-FILE
044000         AT END
044100             CLOSE ACCOUNT-CONTROL-FILE
044200             GO TO 1300-EXIT
044300         NOT AT END
044400             MOVE DWAC-COUNT TO DWX-CTL-COUNT-SAVE
044500             MOVE DWAC-TIMESTAMP TO DWX-CTL-TS-SAVE
044600     END-READ
044700     CLOSE ACCOUNT-CONTROL-FILE
044800     OPEN INPUT ACCOUNT-ACK-FILE
044900     IF WS-AACK-NOT-PRESENT
045000         SET DWX-ACCT-ACK-FAILED TO TRUE
045100         MOVE 'PRIOR ACCOUNT FILE NOT ACKNOWLEDGED'
045200             TO DWX-ACCT-ACK-TEXT
045300         DISPLAY 'DWEXTR - ' DWX-ACCT-ACK-TEXT
045400         GO TO 1300-EXIT
045500     END-IF
045600     IF NOT WS-AACK-OK
045700         MOVE 'CANNOT OPEN ACCOUNT ACK FILE' TO DWX-ABEND-MSG
045800         GO TO 9600-ABEND
045900     END-IF
046000     READ ACCOUNT-ACK-FILE
046100         AT END
046200             SET DWX-ACCT-ACK-FAILED TO TRUE
046300             MOVE 'PRIOR ACCOUNT FILE NOT ACKNOWLEDGED'
046400                 TO DWX-ACCT-ACK-TEXT
046500             DISPLAY 'DWEXTR - ' DWX-ACCT-ACK-TEXT
046600         NOT AT END
046700             IF DWAA-COUNT NOT = DWX-CTL-COUNT-SAVE
046800                 OR DWAA-TIMESTAMP NOT = DWX-CTL-TS-SAVE
046900                 SET DWX-ACCT-ACK-FAILED TO TRUE
047000                 MOVE 'ACCOUNT FILE ACK DISAGREES WITH CONTROL'
047100                     TO DWX-ACCT-ACK-TEXT
047200                 DISPLAY 'DWEXTR - ' DWX-ACCT-ACK-TEXT
047300             END-IF
047400     END-READ
047500     CLOSE ACCOUNT-ACK-FILE
047600     .
047700 1300-EXIT.
047800     EXIT.
047900*****************************************************************
048000*  1400-CHECK-HISTORY-ACK - THE SAME MATCH FOR LAST RUN'S
048100*  HISTORY FILE.
048200*****************************************************************
048300 1400-CHECK-HISTORY-ACK.
048400     OPEN INPUT HISTORY-CONTROL-FILE
048500     IF WS-HCTL-NOT-PRESENT
048600         GO TO 1400-EXIT
048700     END-IF
048800     IF NOT WS-HCTL-OK
048900         MOVE 'CANNOT OPEN HISTORY CONTROL FILE' TO DWX-ABEND-MSG
049000         GO TO 9600-ABEND
049100     END-IF
049200     READ HISTORY-CONTROL-FILE
049300         AT END
049400             CLOSE HISTORY-CONTROL-FILE
049500             GO TO 1400-EXIT
049600         NOT AT END
049700             MOVE DWHC-COUNT TO DWX-CTL-COUNT-SAVE
049800             MOVE DWHC-TIMESTAMP TO DWX-CTL-TS-SAVE
049900     END-READ
050000     CLOSE HISTORY-CONTROL-FILE
050100     OPEN INPUT HISTORY-ACK-FILE
050200     IF WS-HACK-NOT-PRESENT
050300         SET DWX-HIST-ACK-FAILED TO TRUE
050400         MOVE 'PRIOR HISTORY FILE NOT ACKNOWLEDGED'
050500             TO DWX-HIST-ACK-TEXT
050600         DISPLAY 'DWEXTR - ' DWX-HIST-ACK-TEXT
050700         GO TO 1400-EXIT
050800     END-IF
050900     IF NOT WS-HACK-OK
051000         MOVE 'CANNOT OPEN HISTORY ACK FILE' TO DWX-ABEND-MSG
051100         GO TO 9600-ABEND
051200     END-IF
051300     READ HISTORY-ACK-FILE
051400         AT END
051500             SET DWX-HIST-ACK-FAILED TO TRUE
051600             MOVE 'PRIOR HISTORY FILE NOT ACKNOWLEDGED'
051700                 TO DWX-HIST-ACK-TEXT
051800             DISPLAY 'DWEXTR - ' DWX-HIST-ACK-TEXT
051900         NOT AT END
052000             IF DWHA-COUNT NOT = DWX-CTL-COUNT-SAVE
052100                 OR DWHA-TIMESTAMP NOT = DWX-CTL-TS-SAVE
052200                 SET DWX-HIST-ACK-FAILED TO TRUE
052300                 MOVE 'HISTORY FILE ACK DISAGREES WITH CONTROL'
052400                     TO DWX-HIST-ACK-TEXT
052500                 DISPLAY 'DWEXTR - ' DWX-HIST-ACK-TEXT
052600             END-IF
052700     END-READ
052800     CLOSE HISTORY-ACK-FILE
052900     .
053000 1400-EXIT.
053100     EXIT.
053200*****************************************************************
053300*  1500-WRITE-HEADERS - THE WAREHOUSE'S COLUMN NAMES, IN THE
053400*  ORDER 2000 AND 3000 WRITE THE FIELDS.
053500*****************************************************************
053600 1500-WRITE-HEADERS.
053700     MOVE SPACES TO DWX-LINE
053800     MOVE 1 TO DWX-LINE-PTR
053900     STRING 'BUSINESS_DATE,ACCT_KEY,BALANCE,LAST_AMOUNT,'
054000                DELIMITED BY SIZE
054100            'LAST_TIMESTAMP,PTD_COUNT,PTD_NEW_COUNT,'
054200                DELIMITED BY SIZE
054300            'PTD_ADJ_COUNT,PTD_REV_COUNT,LAST_RUN_DATE,'
054400                DELIMITED BY SIZE
054500            'LAST_PASS,LAST_DETAIL_SEQ,STATUS,LAST_MAINT_DATE'
054600                DELIMITED BY SIZE
054700         INTO DWX-LINE WITH POINTER DWX-LINE-PTR
054800     PERFORM 7100-WRITE-ACCOUNT-ROW THRU 7100-EXIT
054900     MOVE SPACES TO DWX-LINE
055000     MOVE 1 TO DWX-LINE-PTR
055100     STRING 'BUSINESS_DATE,ACCT_KEY,RUN_DATE,PASS,'
055200                DELIMITED BY SIZE
055300            'STATUS_CODE,AMOUNT,BALANCE_AFTER,TIMESTAMP,'
055400                DELIMITED BY SIZE
055500            'PRIOR_LAST_AMOUNT,NEW_ACCOUNT'
055600                DELIMITED BY SIZE
055700         INTO DWX-LINE WITH POINTER DWX-LINE-PTR
055800     PERFORM 7200-WRITE-HISTORY-ROW THRU 7200-EXIT
055900     .
056000 1500-EXIT.
056100     EXIT.
056200*****************************************************************
056300*  2000-EXTRACT-ONE-ACCOUNT - ONE MASTER RECORD TO ONE ROW.  IN
056400*  MODE C AN ACCOUNT NEITHER POSTED TO NOR MAINTAINED ON OR
056450*  AFTER THE CHANGED-SINCE DATE IS LEFT OUT; A RECORD NEVER
056500*  MAINTAINED HAS NO DATE THERE.  A RECORD WHOSE PACKED FIELDS
056550*  WILL NOT READ IS LISTED AND LEFT OUT RATHER THAN SENT AS
056600*  GARBAGE.
056700*****************************************************************
056800 2000-EXTRACT-ONE-ACCOUNT.
056900     ADD 1 TO DWX-ACCT-READ-COUNT
057000     IF DWXC-CHANGED
057100         AND ACCT-LAST-RUN-DATE < DWX-SINCE-DATE
057150         AND (ACCT-LAST-MAINT-DATE NOT NUMERIC
057160              OR ACCT-LAST-MAINT-DATE < DWX-SINCE-DATE)
057200         ADD 1 TO DWX-ACCT-UNCHANGED-COUNT
057300         GO TO 2000-READ-NEXT
057400     END-IF
057500     IF ACCT-BALANCE NOT NUMERIC
057600         OR ACCT-LAST-AMOUNT NOT NUMERIC
057700         ADD 1 TO DWX-ACCT-BAD-COUNT
057800         MOVE SPACES TO LIST-RECORD
057900         MOVE 'BAD PACKED ACCOUNT LEFT OUT' TO LIST-RECORD
058000         MOVE ACCT-KEY TO LIST-RECORD (32:10)
058100         PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
058200         GO TO 2000-READ-NEXT
058300     END-IF
058400     MOVE SPACES TO DWX-LINE
058500     MOVE 1 TO DWX-LINE-PTR
058600     MOVE DWX-BUS-DATE TO DWX-COUNT-IN
058700     PERFORM 6200-ADD-COUNT-FIELD THRU 6200-EXIT
058800     MOVE ACCT-KEY TO DWX-TEXT-IN
058900     PERFORM 6300-ADD-TEXT-FIELD THRU 6300-EXIT
059000     MOVE ACCT-BALANCE TO DWX-AMOUNT-IN
059100     PERFORM 6100-ADD-AMOUNT-FIELD THRU 6100-EXIT
059200     MOVE ACCT-LAST-AMOUNT TO DWX-AMOUNT-IN
059300     PERFORM 6100-ADD-AMOUNT-FIELD THRU 6100-EXIT
059400     MOVE ACCT-LAST-TIMESTAMP TO DWX-TEXT-IN
059500     PERFORM 6300-ADD-TEXT-FIELD THRU 6300-EXIT
059600     MOVE ACCT-PTD-COUNT TO DWX-COUNT-IN
059700     PERFORM 6200-ADD-COUNT-FIELD THRU 6200-EXIT
059800     MOVE ACCT-PTD-NEW-COUNT TO DWX-COUNT-IN
059900     PERFORM 6200-ADD-COUNT-FIELD THRU 6200-EXIT
060000     MOVE ACCT-PTD-ADJ-COUNT TO DWX-COUNT-IN
060100     PERFORM 6200-ADD-COUNT-FIELD THRU 6200-EXIT
060200     MOVE ACCT-PTD-REV-COUNT TO DWX-COUNT-IN
060300     PERFORM 6200-ADD-COUNT-FIELD THRU 6200-EXIT
060400     MOVE ACCT-LAST-RUN-DATE TO DWX-COUNT-IN
060500     PERFORM 6200-ADD-COUNT-FIELD THRU 6200-EXIT
060600     MOVE ACCT-LAST-PASS TO DWX-COUNT-IN
060700     PERFORM 6200-ADD-COUNT-FIELD THRU 6200-EXIT
060800     MOVE ACCT-LAST-DETAIL-SEQ TO DWX-COUNT-IN
060900     PERFORM 6200-ADD-COUNT-FIELD THRU 6200-EXIT
061000     IF ACCT-STATUS = SPACE
061100         MOVE 'A' TO DWX-TEXT-IN
061200     ELSE
061300         MOVE ACCT-STATUS TO DWX-TEXT-IN
061400     END-IF
061500     PERFORM 6300-ADD-TEXT-FIELD THRU 6300-EXIT
061510     IF ACCT-LAST-MAINT-DATE NUMERIC
061520         MOVE ACCT-LAST-MAINT-DATE TO DWX-COUNT-IN
061530         PERFORM 6200-ADD-COUNT-FIELD THRU 6200-EXIT
061540     ELSE
061550         MOVE ZERO TO DWX-FIELD-LEN
061560         PERFORM 6900-APPEND-FIELD THRU 6900-EXIT
061570     END-IF
061600     PERFORM 7100-WRITE-ACCOUNT-ROW THRU 7100-EXIT
061700     ADD 1 TO DWX-ACCT-ROW-COUNT
061800     ADD ACCT-BALANCE TO DWX-ACCT-AMOUNT-TOTAL
061900     .
062000 2000-READ-NEXT.
062100     PERFORM 2100-READ-MASTER THRU 2100-EXIT
062200     .
062300 2000-EXIT.
062400     EXIT.
062500*****************************************************************
062600*  2100-READ-MASTER
062700*****************************************************************
062800 2100-READ-MASTER.
062900     READ ACCOUNT-MASTER-FILE
063000         AT END
063100             MOVE 'Y' TO WS-ACCT-EOF-SW
063200     END-READ
063300     .
063400 2100-EXIT.
063500     EXIT.
063600*****************************************************************
063700*  3000-EXTRACT-ONE-HISTORY - ONE HISTORY ROW FOR THE BUSINESS
063800*  DATE TO ONE ROW.  ROWS FOR ANY OTHER DATE ON THE DD ARE
063900*  COUNTED AND SKIPPED.  A ROW WRITTEN BEFORE SAMPLE RECORDED
064000*  THE PRIOR LAST AMOUNT HAS SPACES THERE, AND GOES OUT WITH
064100*  THAT COLUMN (AND THE NEW-ACCOUNT FLAG) EMPTY.
064200*****************************************************************
064300 3000-EXTRACT-ONE-HISTORY.
064400     ADD 1 TO DWX-HIST-READ-COUNT
064500     IF HIST-RUN-DATE NOT = DWX-BUS-DATE
064600         ADD 1 TO DWX-HIST-OTHER-DATE-COUNT
064700         GO TO 3000-READ-NEXT
064800     END-IF
064900     IF HIST-AMOUNT NOT NUMERIC
065000         OR HIST-BALANCE-AFTER NOT NUMERIC
065100         ADD 1 TO DWX-HIST-BAD-COUNT
065200         MOVE SPACES TO LIST-RECORD
065300         MOVE 'BAD PACKED HISTORY ROW LEFT OUT' TO LIST-RECORD
065400         MOVE HIST-KEY TO LIST-RECORD (32:10)
065500         PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
065600         GO TO 3000-READ-NEXT
065700     END-IF
065800     MOVE SPACES TO DWX-LINE
065900     MOVE 1 TO DWX-LINE-PTR
066000     MOVE DWX-BUS-DATE TO DWX-COUNT-IN
066100     PERFORM 6200-ADD-COUNT-FIELD THRU 6200-EXIT
066200     MOVE HIST-KEY TO DWX-TEXT-IN
066300     PERFORM 6300-ADD-TEXT-FIELD THRU 6300-EXIT
066400     MOVE HIST-RUN-DATE TO DWX-COUNT-IN
066500     PERFORM 6200-ADD-COUNT-FIELD THRU 6200-EXIT
066600     MOVE HIST-PASS TO DWX-COUNT-IN
066700     PERFORM 6200-ADD-COUNT-FIELD THRU 6200-EXIT
066800     MOVE HIST-STATUS-CODE TO DWX-TEXT-IN
066900     PERFORM 6300-ADD-TEXT-FIELD THRU 6300-EXIT
067000     MOVE HIST-AMOUNT TO DWX-AMOUNT-IN
067100     PERFORM 6100-ADD-AMOUNT-FIELD THRU 6100-EXIT
067200     MOVE HIST-BALANCE-AFTER TO DWX-AMOUNT-IN
067300     PERFORM 6100-ADD-AMOUNT-FIELD THRU 6100-EXIT
067400     MOVE HIST-TIMESTAMP TO DWX-TEXT-IN
067500     PERFORM 6300-ADD-TEXT-FIELD THRU 6300-EXIT
067600     IF HIST-PRIOR-LAST-AMOUNT NUMERIC
067700         MOVE HIST-PRIOR-LAST-AMOUNT TO DWX-AMOUNT-IN
067800         PERFORM 6100-ADD-AMOUNT-FIELD THRU 6100-EXIT
067900     ELSE
068000         MOVE ZERO TO DWX-FIELD-LEN
068100         PERFORM 6900-APPEND-FIELD THRU 6900-EXIT
068200     END-IF
068300     IF HIST-ACCOUNT-CREATED OR HIST-ACCOUNT-EXISTED
068400         MOVE HIST-NEW-ACCOUNT TO DWX-TEXT-IN
068500         PERFORM 6300-ADD-TEXT-FIELD THRU 6300-EXIT
068600     ELSE
068700         MOVE ZERO TO DWX-FIELD-LEN
068800         PERFORM 6900-APPEND-FIELD THRU 6900-EXIT
068900     END-IF
069000     PERFORM 7200-WRITE-HISTORY-ROW THRU 7200-EXIT
069100     ADD 1 TO DWX-HIST-ROW-COUNT
069200     ADD HIST-AMOUNT TO DWX-HIST-AMOUNT-TOTAL
069300     .
069400 3000-READ-NEXT.
069500     PERFORM 3100-READ-HISTORY THRU 3100-EXIT
069600     .
069700 3000-EXIT.
069800     EXIT.
069900*****************************************************************
070000*  3100-READ-HISTORY
070100*****************************************************************
070200 3100-READ-HISTORY.
070300     READ POSTING-HISTORY-FILE
070400         AT END
070500             MOVE 'Y' TO WS-HIST-EOF-SW
070600     END-READ
070700     .
070800 3100-EXIT.
070900     EXIT.
071000*****************************************************************
071100*  6100-ADD-AMOUNT-FIELD - DWX-AMOUNT-IN AS A SIGNED DECIMAL
071200*  WITH NO LEADING BLANKS OR ZEROS: 1234.56, -0.07, 0.00.
071300*****************************************************************
071400 6100-ADD-AMOUNT-FIELD.
071500     MOVE DWX-AMOUNT-IN TO DWX-AMOUNT-EDIT
071600     MOVE ZERO TO DWX-LEAD-SPACES
071700     INSPECT DWX-AMOUNT-EDIT
071800         TALLYING DWX-LEAD-SPACES FOR LEADING SPACES
071900     MOVE DWX-AMOUNT-EDIT (DWX-LEAD-SPACES + 1:) TO DWX-FIELD-TEXT
072000     COMPUTE DWX-FIELD-LEN = LENGTH OF DWX-AMOUNT-EDIT
072100         - DWX-LEAD-SPACES
072200     PERFORM 6900-APPEND-FIELD THRU 6900-EXIT
072300     .
072400 6100-EXIT.
072500     EXIT.
072600*****************************************************************
072700*  6200-ADD-COUNT-FIELD - DWX-COUNT-IN AS PLAIN DIGITS WITH NO
072800*  LEADING ZEROS (A DATE IS ALWAYS ITS EIGHT DIGITS).
072900*****************************************************************
073000 6200-ADD-COUNT-FIELD.
073100     MOVE DWX-COUNT-IN TO DWX-COUNT-EDIT
073200     MOVE ZERO TO DWX-LEAD-SPACES
073300     INSPECT DWX-COUNT-EDIT
073400         TALLYING DWX-LEAD-SPACES FOR LEADING SPACES
073500     MOVE DWX-COUNT-EDIT (DWX-LEAD-SPACES + 1:) TO DWX-FIELD-TEXT
073600     COMPUTE DWX-FIELD-LEN = LENGTH OF DWX-COUNT-EDIT
073700         - DWX-LEAD-SPACES
073800     PERFORM 6900-APPEND-FIELD THRU 6900-EXIT
073900     .
074000 6200-EXIT.
074100     EXIT.
074200*****************************************************************
074300*  6300-ADD-TEXT-FIELD - DWX-TEXT-IN IN DOUBLE QUOTES, TRAILING
074400*  BLANKS DROPPED.  A DOUBLE QUOTE INSIDE THE TEXT WOULD END
074500*  THE FIELD EARLY, SO IT GOES OUT AS AN APOSTROPHE.
074600*****************************************************************
074700 6300-ADD-TEXT-FIELD.
074800     INSPECT DWX-TEXT-IN REPLACING ALL '"' BY ''''
074900     MOVE ZERO TO DWX-TEXT-LEN
075000     PERFORM 6350-FIND-TEXT-END THRU 6350-EXIT
075100         VARYING DWX-SCAN-SUB FROM 30 BY -1
075200         UNTIL DWX-SCAN-SUB < 1
075300            OR DWX-TEXT-LEN > 0
075400     MOVE SPACES TO DWX-FIELD-TEXT
075500     MOVE 1 TO DWX-FIELD-PTR
075600     STRING '"' DELIMITED BY SIZE
075700         INTO DWX-FIELD-TEXT WITH POINTER DWX-FIELD-PTR
075800     IF DWX-TEXT-LEN > 0
075900         STRING DWX-TEXT-IN (1:DWX-TEXT-LEN) DELIMITED BY SIZE
076000             INTO DWX-FIELD-TEXT WITH POINTER DWX-FIELD-PTR
076100     END-IF
076200     STRING '"' DELIMITED BY SIZE
076300         INTO DWX-FIELD-TEXT WITH POINTER DWX-FIELD-PTR
076400     COMPUTE DWX-FIELD-LEN = DWX-FIELD-PTR - 1
076500     PERFORM 6900-APPEND-FIELD THRU 6900-EXIT
076600     .
076700 6300-EXIT.
076800     EXIT.
076900*****************************************************************
077000*  6350-FIND-TEXT-END - BACKS UP FROM THE END OF DWX-TEXT-IN TO
077100*  ITS LAST NON-BLANK CHARACTER.
077200*****************************************************************
077300 6350-FIND-TEXT-END.
077400     IF DWX-TEXT-IN (DWX-SCAN-SUB:1) NOT = SPACE
077500         MOVE DWX-SCAN-SUB TO DWX-TEXT-LEN
077600     END-IF
077700     .
077800 6350-EXIT.
077900     EXIT.
078000*****************************************************************
078100*  6900-APPEND-FIELD - ADDS THE FIRST DWX-FIELD-LEN CHARACTERS
078200*  OF DWX-FIELD-TEXT TO THE ROW, AFTER A COMMA UNLESS IT IS THE
078300*  ROW'S FIRST FIELD.  A LENGTH OF ZERO WRITES AN EMPTY FIELD.
078400*****************************************************************
078500 6900-APPEND-FIELD.
078600     IF DWX-LINE-PTR > 1
078700         STRING ',' DELIMITED BY SIZE
078800             INTO DWX-LINE WITH POINTER DWX-LINE-PTR
078900     END-IF
079000     IF DWX-FIELD-LEN > 0
079100         STRING DWX-FIELD-TEXT (1:DWX-FIELD-LEN) DELIMITED BY SIZE
079200             INTO DWX-LINE WITH POINTER DWX-LINE-PTR
079300             ON OVERFLOW
079400                 MOVE 'EXTRACT ROW LONGER THAN RECORD'
079500                     TO DWX-ABEND-MSG
079600                 GO TO 9600-ABEND
079700         END-STRING
079800     END-IF
079900     .
080000 6900-EXIT.
080100     EXIT.
080200*****************************************************************
080300*  7000-WRITE-LISTING
080400*****************************************************************
080500 7000-WRITE-LISTING.
080600     WRITE LIST-RECORD
080700     IF NOT WS-LIST-OK
080800         MOVE 'CANNOT WRITE LISTING FILE' TO DWX-ABEND-MSG
080900         GO TO 9600-ABEND
081000     END-IF
081100     .
081200 7000-EXIT.
081300     EXIT.
081400*****************************************************************
081500*  7100-WRITE-ACCOUNT-ROW - DWX-LINE UP TO DWX-LINE-PTR GOES
081600*  OUT AS ONE ROW OF THE ACCOUNT FILE.
081700*****************************************************************
081800 7100-WRITE-ACCOUNT-ROW.
081900     COMPUTE DWX-ACSV-LENGTH = DWX-LINE-PTR - 1
082000     MOVE DWX-LINE TO ACCOUNT-CSV-RECORD
082100     WRITE ACCOUNT-CSV-RECORD
082200     IF NOT WS-ACSV-OK
082300         MOVE 'CANNOT WRITE ACCOUNT EXTRACT FILE' TO DWX-ABEND-MSG
082400         GO TO 9600-ABEND
082500     END-IF
082600     .
082700 7100-EXIT.
082800     EXIT.
082900*****************************************************************
083000*  7200-WRITE-HISTORY-ROW - THE SAME FOR THE HISTORY FILE.
083100*****************************************************************
083200 7200-WRITE-HISTORY-ROW.
083300     COMPUTE DWX-HCSV-LENGTH = DWX-LINE-PTR - 1
083400     MOVE DWX-LINE TO HISTORY-CSV-RECORD
083500     WRITE HISTORY-CSV-RECORD
083600     IF NOT WS-HCSV-OK
083700         MOVE 'CANNOT WRITE HISTORY EXTRACT FILE' TO DWX-ABEND-MSG
083800         GO TO 9600-ABEND
083900     END-IF
084000     .
084100 7200-EXIT.
084200     EXIT.
084300*****************************************************************
084400*  8000-WRITE-CONTROLS - CLOSES EACH FILE WITH ITS CONTROL ROW
084500*  AND ECHOES THE SAME COUNT, AMOUNT AND TIMESTAMP TO ITS
084600*  TRANSMITTAL CONTROL FILE FOR TOMORROW'S ACKNOWLEDGMENT MATCH.
084700*  THE ROW COUNT LEAVES OUT THE HEADER AND CONTROL ROWS.
084800*****************************************************************
084900 8000-WRITE-CONTROLS.
085000     MOVE SPACES TO DWX-LINE
085100     MOVE 1 TO DWX-LINE-PTR
085200     MOVE 'TRAILER' TO DWX-FIELD-TEXT
085300     MOVE 7 TO DWX-FIELD-LEN
085400     PERFORM 6900-APPEND-FIELD THRU 6900-EXIT
085500     MOVE DWX-BUS-DATE TO DWX-COUNT-IN
085600     PERFORM 6200-ADD-COUNT-FIELD THRU 6200-EXIT
085700     MOVE DWX-ACCT-ROW-COUNT TO DWX-COUNT-IN
085800     PERFORM 6200-ADD-COUNT-FIELD THRU 6200-EXIT
085900     MOVE DWX-ACCT-AMOUNT-TOTAL TO DWX-AMOUNT-IN
086000     PERFORM 6100-ADD-AMOUNT-FIELD THRU 6100-EXIT
086100     MOVE DWX-RUN-TIMESTAMP TO DWX-TEXT-IN
086200     PERFORM 6300-ADD-TEXT-FIELD THRU 6300-EXIT
086300     PERFORM 7100-WRITE-ACCOUNT-ROW THRU 7100-EXIT
086400     MOVE SPACES TO DWX-LINE
086500     MOVE 1 TO DWX-LINE-PTR
086600     MOVE 'TRAILER' TO DWX-FIELD-TEXT
086700     MOVE 7 TO DWX-FIELD-LEN
086800     PERFORM 6900-APPEND-FIELD THRU 6900-EXIT
086900     MOVE DWX-BUS-DATE TO DWX-COUNT-IN
087000     PERFORM 6200-ADD-COUNT-FIELD THRU 6200-EXIT
087100     MOVE DWX-HIST-ROW-COUNT TO DWX-COUNT-IN
087200     PERFORM 6200-ADD-COUNT-FIELD THRU 6200-EXIT
087300     MOVE DWX-HIST-AMOUNT-TOTAL TO DWX-AMOUNT-IN
087400     PERFORM 6100-ADD-AMOUNT-FIELD THRU 6100-EXIT
087500     MOVE DWX-RUN-TIMESTAMP TO DWX-TEXT-IN
087600     PERFORM 6300-ADD-TEXT-FIELD THRU 6300-EXIT
087700     PERFORM 7200-WRITE-HISTORY-ROW THRU 7200-EXIT
087800     OPEN OUTPUT ACCOUNT-CONTROL-FILE
087900     IF NOT WS-ACTL-OK
088000         MOVE 'CANNOT OPEN ACCOUNT CONTROL FILE' TO DWX-ABEND-MSG
088100         GO TO 9600-ABEND
088200     END-IF
088300     MOVE SPACES TO DWAC-RECORD
088400     MOVE DWX-ACCT-ROW-COUNT TO DWAC-COUNT
088500     MOVE DWX-RUN-TIMESTAMP TO DWAC-TIMESTAMP
088600     MOVE DWX-ACCT-AMOUNT-TOTAL TO DWAC-AMOUNT-TOTAL
088700     WRITE DWAC-RECORD
088800     IF NOT WS-ACTL-OK
088900         MOVE 'CANNOT WRITE ACCOUNT CONTROL FILE' TO DWX-ABEND-MSG
089000         GO TO 9600-ABEND
089100     END-IF
089200     CLOSE ACCOUNT-CONTROL-FILE
089300     OPEN OUTPUT HISTORY-CONTROL-FILE
089400     IF NOT WS-HCTL-OK
089500         MOVE 'CANNOT OPEN HISTORY CONTROL FILE' TO DWX-ABEND-MSG
089600         GO TO 9600-ABEND
089700     END-IF
089800     MOVE SPACES TO DWHC-RECORD
089900     MOVE DWX-HIST-ROW-COUNT TO DWHC-COUNT
090000     MOVE DWX-RUN-TIMESTAMP TO DWHC-TIMESTAMP
090100     MOVE DWX-HIST-AMOUNT-TOTAL TO DWHC-AMOUNT-TOTAL
090200     WRITE DWHC-RECORD
090300     IF NOT WS-HCTL-OK
090400         MOVE 'CANNOT WRITE HISTORY CONTROL FILE' TO DWX-ABEND-MSG
090500         GO TO 9600-ABEND
090600     END-IF
090700     CLOSE HISTORY-CONTROL-FILE
090800     .
090900 8000-EXIT.
091000     EXIT.
091100*****************************************************************
091200*  8500-WRITE-SUMMARY
091300*****************************************************************
091400 8500-WRITE-SUMMARY.
091500     MOVE SPACES TO LIST-RECORD
091600     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
091700     MOVE SPACES TO DWX-TOTAL-LINE
091800     MOVE 'MASTER RECORDS READ' TO DWX-TOT-LABEL
091900     MOVE DWX-ACCT-READ-COUNT TO DWX-TOT-VALUE
092000     MOVE ZERO TO DWX-TOT-EDIT-AMT
092100     MOVE DWX-TOTAL-LINE TO LIST-RECORD
092200     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
092300     MOVE SPACES TO DWX-TOTAL-LINE
092400     MOVE '  NOT CHANGED SINCE THE DATE' TO DWX-TOT-LABEL
092500     MOVE DWX-ACCT-UNCHANGED-COUNT TO DWX-TOT-VALUE
092600     MOVE ZERO TO DWX-TOT-EDIT-AMT
092700     MOVE DWX-TOTAL-LINE TO LIST-RECORD
092800     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
092900     MOVE SPACES TO DWX-TOTAL-LINE
093000     MOVE '  UNREADABLE - LEFT OUT' TO DWX-TOT-LABEL
093100     MOVE DWX-ACCT-BAD-COUNT TO DWX-TOT-VALUE
093200     MOVE ZERO TO DWX-TOT-EDIT-AMT
093300     MOVE DWX-TOTAL-LINE TO LIST-RECORD
093400     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
093500     MOVE SPACES TO DWX-TOTAL-LINE
093600     MOVE 'ACCOUNT ROWS / BALANCE TOTAL' TO DWX-TOT-LABEL
093700     MOVE DWX-ACCT-ROW-COUNT TO DWX-TOT-VALUE
093800     MOVE DWX-ACCT-AMOUNT-TOTAL TO DWX-TOT-EDIT-AMT
093900     MOVE DWX-TOTAL-LINE TO LIST-RECORD
094000     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
094100     MOVE SPACES TO DWX-TOTAL-LINE
094200     MOVE 'HISTORY ROWS READ' TO DWX-TOT-LABEL
094300     MOVE DWX-HIST-READ-COUNT TO DWX-TOT-VALUE
094400     MOVE ZERO TO DWX-TOT-EDIT-AMT
094500     MOVE DWX-TOTAL-LINE TO LIST-RECORD
094600     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
094700     MOVE SPACES TO DWX-TOTAL-LINE
094800     MOVE '  FOR ANOTHER DATE - SKIPPED' TO DWX-TOT-LABEL
094900     MOVE DWX-HIST-OTHER-DATE-COUNT TO DWX-TOT-VALUE
095000     MOVE ZERO TO DWX-TOT-EDIT-AMT
095100     MOVE DWX-TOTAL-LINE TO LIST-RECORD
095200     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
095300     MOVE SPACES TO DWX-TOTAL-LINE
095400     MOVE '  UNREADABLE - LEFT OUT' TO DWX-TOT-LABEL
095500     MOVE DWX-HIST-BAD-COUNT TO DWX-TOT-VALUE
095600     MOVE ZERO TO DWX-TOT-EDIT-AMT
095700     MOVE DWX-TOTAL-LINE TO LIST-RECORD
095800     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
095900     MOVE SPACES TO DWX-TOTAL-LINE
096000     MOVE 'HISTORY ROWS / AMOUNT TOTAL' TO DWX-TOT-LABEL
096100     MOVE DWX-HIST-ROW-COUNT TO DWX-TOT-VALUE
096200     MOVE DWX-HIST-AMOUNT-TOTAL TO DWX-TOT-EDIT-AMT
096300     MOVE DWX-TOTAL-LINE TO LIST-RECORD
096400     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
096500     MOVE SPACES TO LIST-RECORD
096600     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
096700     MOVE SPACES TO LIST-RECORD
096800     IF DWX-ACCT-ACK-FAILED
096900         MOVE DWX-ACCT-ACK-TEXT TO LIST-RECORD
097000     ELSE
097100         MOVE 'PRIOR ACCOUNT FILE ACKNOWLEDGED' TO LIST-RECORD
097200     END-IF
097300     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
097400     MOVE SPACES TO LIST-RECORD
097500     IF DWX-HIST-ACK-FAILED
097600         MOVE DWX-HIST-ACK-TEXT TO LIST-RECORD
097700     ELSE
097800         MOVE 'PRIOR HISTORY FILE ACKNOWLEDGED' TO LIST-RECORD
097900     END-IF
098000     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
098100     .
098200 8500-EXIT.
098300     EXIT.
098400*****************************************************************
098500*  9000-END-OF-JOB - AN UNACKNOWLEDGED PRIOR FILE OUTRANKS ROWS
098600*  LEFT OUT TONIGHT, AS IT DOES IN SAMPLE.
098700*****************************************************************
098800 9000-END-OF-JOB.
098900     CLOSE ACCOUNT-MASTER-FILE
099000     IF NOT WS-HIST-NOT-PRESENT
099100         CLOSE POSTING-HISTORY-FILE
099200     END-IF
099300     CLOSE ACCOUNT-CSV-FILE
099400     CLOSE HISTORY-CSV-FILE
099500     CLOSE LISTING-FILE
099600     IF DWX-ACCT-ACK-FAILED
099700         ADD 1 TO DWX-UNACKED-COUNT
099800     END-IF
099900     IF DWX-HIST-ACK-FAILED
100000         ADD 1 TO DWX-UNACKED-COUNT
100100     END-IF
100200     EVALUATE TRUE
100300         WHEN DWX-UNACKED-COUNT > 0
100400             MOVE 6 TO RETURN-CODE
100500         WHEN DWX-ACCT-BAD-COUNT > 0
100600             MOVE 4 TO RETURN-CODE
100700         WHEN DWX-HIST-BAD-COUNT > 0
100800             MOVE 4 TO RETURN-CODE
100900         WHEN OTHER
101000             MOVE 0 TO RETURN-CODE
101100     END-EVALUATE
101200     PERFORM 9700-WRITE-RUN-LOG THRU 9700-EXIT
101300     .
101400 9000-EXIT.
101500     EXIT.
101600*****************************************************************
101700*  9600-ABEND - SHARED HARD-FAILURE EXIT.
101800*****************************************************************
101900 9600-ABEND.
102000     DISPLAY 'DWEXTR - ' DWX-ABEND-MSG
102100     MOVE 16 TO RETURN-CODE
102200     MOVE 'A' TO WS-STEP-END-SW
102300     PERFORM 9700-WRITE-RUN-LOG THRU 9700-EXIT
102400     STOP RUN
102500     .
102600 9600-EXIT.
102700     EXIT.
102800*****************************************************************
102900*  9700-WRITE-RUN-LOG - APPENDS THIS STEP'S RESULT ROW TO THE
103000*  SHARED RUN LOG (SEE RLOGREC), WHETHER THE STEP IS ENDING
103100*  NORMALLY OR THROUGH 9600-ABEND.  LIKE THE ERROR LOG, A RUN
103200*  LOG THAT CANNOT BE WRITTEN IS REPORTED BUT DOES NOT CHANGE
103300*  THE STEP'S OWN RESULT.  AN UNACKNOWLEDGED PRIOR FILE IS THE
103400*  STEP'S OUTSTANDING WORK.
103500*****************************************************************
103600 9700-WRITE-RUN-LOG.
103700     OPEN EXTEND RUN-LOG-FILE
103800     IF WS-RLOG-NOT-PRESENT
103900         OPEN OUTPUT RUN-LOG-FILE
104000     END-IF
104100     IF NOT WS-RLOG-OK
104200         DISPLAY 'DWEXTR - CANNOT OPEN RUN LOG FILE'
104300         GO TO 9700-EXIT
104400     END-IF
104500     MOVE SPACES TO RLOG-RECORD
104600     MOVE 'DWEXTR' TO RLOG-PROGRAM
104700     IF DWX-BUS-DATE NUMERIC AND DWX-BUS-DATE > 0
104800         SET RLOG-DATE-IS-BUSINESS TO TRUE
104900         MOVE DWX-BUS-DATE TO RLOG-BUS-DATE
105000     ELSE
105100         SET RLOG-DATE-IS-RUN TO TRUE
105200         MOVE DWX-STEP-START-DATE TO RLOG-BUS-DATE
105300     END-IF
105400     MOVE DWX-STEP-START-DATE TO RLOG-START-DATE
105500     MOVE DWX-STEP-START-TIME TO RLOG-START-TIME
105600     ACCEPT RLOG-END-DATE FROM DATE YYYYMMDD
105700     ACCEPT RLOG-END-TIME FROM TIME
105800     MOVE RETURN-CODE TO RLOG-RETURN-CODE
105900     MOVE ZERO TO RLOG-COUNT (1)
106000     MOVE ZERO TO RLOG-COUNT (2)
106100     MOVE ZERO TO RLOG-COUNT (3)
106200     MOVE ZERO TO RLOG-COUNT (4)
106300     MOVE ZERO TO RLOG-OUTSTANDING-COUNT
106400     MOVE 'MASTER RD' TO RLOG-COUNT-NAME (1)
106500     MOVE DWX-ACCT-READ-COUNT TO RLOG-COUNT (1)
106600     MOVE 'ACCT ROWS' TO RLOG-COUNT-NAME (2)
106700     MOVE DWX-ACCT-ROW-COUNT TO RLOG-COUNT (2)
106800     MOVE 'HIST ROWS' TO RLOG-COUNT-NAME (3)
106900     MOVE DWX-HIST-ROW-COUNT TO RLOG-COUNT (3)
107000     MOVE 'LEFT OUT' TO RLOG-COUNT-NAME (4)
107100     COMPUTE RLOG-COUNT (4) = DWX-ACCT-BAD-COUNT
107200         + DWX-HIST-BAD-COUNT
107300     IF DWX-STEP-ABENDED
107400         SET RLOG-ABENDED TO TRUE
107500         MOVE DWX-ABEND-MSG TO RLOG-MESSAGE
107600     ELSE
107700         SET RLOG-ENDED-NORMALLY TO TRUE
107800         MOVE DWX-UNACKED-COUNT TO RLOG-OUTSTANDING-COUNT
107900         IF DWX-ACCT-ACK-FAILED
108000             MOVE DWX-ACCT-ACK-TEXT TO RLOG-MESSAGE
108100         ELSE
108200             IF DWX-HIST-ACK-FAILED
108300                 MOVE DWX-HIST-ACK-TEXT TO RLOG-MESSAGE
108400             END-IF
108500         END-IF
108600     END-IF
108700     WRITE RLOG-RECORD
108800     IF NOT WS-RLOG-OK
108900         DISPLAY 'DWEXTR - CANNOT WRITE RUN LOG FILE'
109000     END-IF
109100     CLOSE RUN-LOG-FILE
109200     .
109300 9700-EXIT.
109400     EXIT.
