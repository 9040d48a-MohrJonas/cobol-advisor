002100*                  EVERY KEY REMOVED.  A DORMANT WITH A BALANCE
002200*                  IS ONLY EVER REPORTED, NEVER PURGED, SO
002300*                  MONEY CANNOT DISAPPEAR WITH THE RECORD.
002310*                  ONLY AN ACTIVE ACCOUNT IS EVER PURGED - A
002320*                  FROZEN OR CLOSED RECORD IS WHAT KEEPS
002330*                  POSTINGS OFF THE ACCOUNT, AND PURGING IT
002340*                  WOULD LET THE NEXT TRANSACTION RECREATE IT.
002350*
002360*  BOTH MODES END WITH THE ACCOUNT COUNT AND BALANCE BY
002370*  STATUS (ACTIVE, FROZEN, CLOSED) OVER THE WHOLE MASTER.
002400*
002500*  DRIVEN BY A SINGLE CARD ON DRMCARDS:
002600*      COL  1      MODE - R = REVIEW, P = PURGE
003200*  DATE       INIT  DESCRIPTION
003300*  ---------  ----  ---------------------------------------------
003400*  2026-09-02 JDM   INITIAL VERSION.
003410*  2026-10-15 JDM   COUNTS AND BALANCES BY ACCOUNT STATUS.
003420*                   FROZEN AND CLOSED DORMANTS ARE RETAINED,
003430*                   NEVER PURGED.
003440*  2026-10-15 JDM   APPENDS A STEP-RESULT ROW TO THE SHARED RUN
003450*                   LOG (RUNLOG) AT END OF JOB AND ON AN ABEND,
003460*                   FOR THE NIGHT SUMMARY.
003470*  2026-10-15 JDM   ARCHIVE COPY OF THE LAST MAINTENANCE DATE
003480*                   RENAMED DARC-LAST-MAINT-DATE LIKE THE REST.
003500*****************************************************************
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
005300     SELECT LISTING-FILE ASSIGN TO DRMRPT
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WS-LIST-STATUS.
005520     SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
005540         ORGANIZATION IS SEQUENTIAL
005560         FILE STATUS IS WS-RLOG-STATUS.
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  ACCOUNT-MASTER-FILE
008500         ==ACCT-PTD-REV-COUNT== BY ==DARC-PTD-REV-COUNT==
008600         ==ACCT-LAST-RUN-DATE== BY ==DARC-LAST-RUN-DATE==
008700         ==ACCT-LAST-PASS== BY ==DARC-LAST-PASS==
008710         ==ACCT-LAST-DETAIL-SEQ== BY ==DARC-LAST-DETAIL-SEQ==
008720         ==ACCT-STATUS== BY ==DARC-STATUS==
008730         ==ACCT-STAT-ACTIVE== BY ==DARC-STAT-ACTIVE==
008740         ==ACCT-STAT-FROZEN== BY ==DARC-STAT-FROZEN==
008750         ==ACCT-STAT-CLOSED== BY ==DARC-STAT-CLOSED==
008760         ==ACCT-LAST-MAINT-DATE== BY ==DARC-LAST-MAINT-DATE==.
008800 FD  LISTING-FILE
008900     RECORDING MODE IS F
009000     LABEL RECORDS ARE STANDARD.
009100 01  LIST-RECORD                     PIC X(80).
009120 FD  RUN-LOG-FILE
009140     RECORDING MODE IS F
009160     LABEL RECORDS ARE STANDARD.
009180     COPY RLOGREC.
009200 WORKING-STORAGE SECTION.
009300*****************************************************************
009400*  FILE STATUS SWITCHES
010200         88  WS-ARCH-OK                  VALUE '00'.
010300     05  WS-LIST-STATUS              PIC X(02).
010400         88  WS-LIST-OK                  VALUE '00'.
010420     05  WS-RLOG-STATUS              PIC X(02).
010440         88  WS-RLOG-OK                  VALUE '00'.
010460         88  WS-RLOG-NOT-PRESENT         VALUE '35'.
010500*****************************************************************
010600*  CONTROL SWITCHES
010700*****************************************************************
011900     05  ADRM-RETAINED-COUNT         PIC 9(07) COMP VALUE ZERO.
012000     05  ADRM-RETAINED-BALANCE       PIC S9(11)V99 COMP-3
012100                                     VALUE ZERO.
012110     05  ADRM-ACTIVE-COUNT           PIC 9(07) COMP VALUE ZERO.
012120     05  ADRM-ACTIVE-BALANCE         PIC S9(11)V99 COMP-3
012130                                     VALUE ZERO.
012140     05  ADRM-FROZEN-COUNT           PIC 9(07) COMP VALUE ZERO.
012150     05  ADRM-FROZEN-BALANCE         PIC S9(11)V99 COMP-3
012160                                     VALUE ZERO.
012170     05  ADRM-CLOSED-COUNT           PIC 9(07) COMP VALUE ZERO.
012180     05  ADRM-CLOSED-BALANCE         PIC S9(11)V99 COMP-3
012190                                     VALUE ZERO.
012200*****************************************************************
012300*  LISTING WORK LINES
012400*****************************************************************
013500     05  ADRM-TOT-LABEL              PIC X(30).
013600     05  ADRM-TOT-VALUE              PIC Z(06)9.
013700     05  FILLER                      PIC X(43) VALUE SPACES.
013710 01  ADRM-STATUS-LINE.
013720     05  ADRM-STS-LABEL              PIC X(30).
013730     05  ADRM-STS-COUNT              PIC Z(06)9.
013740     05  FILLER                      PIC X(02) VALUE SPACES.
013750     05  ADRM-STS-BALANCE            PIC -9(11).99.
013760     05  FILLER                      PIC X(26) VALUE SPACES.
013800*****************************************************************
013900*  END-OF-JOB / ABEND WORK FIELDS
014000*****************************************************************
014100 01  ADRM-JOB-STATUS-FIELDS.
014200     05  ADRM-ABEND-MSG              PIC X(40).
014210*****************************************************************
014220*  RUN LOG FIELDS - WHEN THE STEP STARTED, AND WHETHER IT IS
014230*  ON ITS WAY OUT THROUGH 9600-ABEND (SEE 9700).
014240*****************************************************************
014250 01  ADRM-RUN-LOG-FIELDS.
014260     05  ADRM-STEP-START-DATE        PIC 9(08) VALUE ZERO.
014270     05  ADRM-STEP-START-TIME        PIC 9(08) VALUE ZERO.
014280     05  WS-STEP-END-SW              PIC X(01) VALUE 'N'.
014290         88  ADRM-STEP-ABENDED           VALUE 'A'.
014300 PROCEDURE DIVISION.
014400*****************************************************************
014500*  0000-MAINLINE
015900*  REVIEW PASS PHYSICALLY CANNOT TOUCH A RECORD.
016000*****************************************************************
016100 1000-INITIALIZE.
016120     ACCEPT ADRM-STEP-START-DATE FROM DATE YYYYMMDD
016140     ACCEPT ADRM-STEP-START-TIME FROM TIME
016200     OPEN INPUT SWEEP-CARD-FILE
016300     IF NOT WS-CARD-OK
016400         MOVE 'CANNOT OPEN SWEEP CARD FILE' TO ADRM-ABEND-MSG
022400*  CUTOFF IS PASSED OVER.  A DORMANT ONE IS REPORTED, AND ON A
022500*  PURGE RUN A ZERO-BALANCE DORMANT IS ARCHIVED AND DELETED.
022600*  A DORMANT WITH A BALANCE IS REPORTED ON BOTH MODES AND
022700*  NEVER PURGED, AND SO IS A FROZEN OR CLOSED DORMANT.  EVERY
022750*  ACCOUNT READ GOES INTO THE STATUS TOTALS FIRST.
022800*****************************************************************
022900 2000-SWEEP-ONE-ACCOUNT.
023000     ADD 1 TO ADRM-READ-COUNT
023005     EVALUATE TRUE
023010         WHEN ACCT-STAT-FROZEN
023015             ADD 1 TO ADRM-FROZEN-COUNT
023020             ADD ACCT-BALANCE TO ADRM-FROZEN-BALANCE
023025         WHEN ACCT-STAT-CLOSED
023030             ADD 1 TO ADRM-CLOSED-COUNT
023035             ADD ACCT-BALANCE TO ADRM-CLOSED-BALANCE
023040         WHEN OTHER
023045             ADD 1 TO ADRM-ACTIVE-COUNT
023050             ADD ACCT-BALANCE TO ADRM-ACTIVE-BALANCE
023055     END-EVALUATE
023100     IF ACCT-LAST-TIMESTAMP NOT < DRMC-CUTOFF-TIMESTAMP
023200         GO TO 2000-READ-NEXT
023300     END-IF
023400     ADD 1 TO ADRM-DORMANT-COUNT
023500     IF DRMC-PURGE-MODE
023600         AND ACCT-BALANCE = ZERO
023650         AND ACCT-STAT-ACTIVE
023700         PERFORM 3000-PURGE-ACCOUNT THRU 3000-EXIT
023800     ELSE
023900         ADD 1 TO ADRM-RETAINED-COUNT
024000         ADD ACCT-BALANCE TO ADRM-RETAINED-BALANCE
024100         MOVE SPACES TO ADRM-DETAIL-LINE
024200         EVALUATE TRUE
024300             WHEN ACCT-STAT-FROZEN
024400                 MOVE 'DORMANT-FROZEN' TO ADRM-DET-DISP
024500             WHEN ACCT-STAT-CLOSED
024600                 MOVE 'DORMANT-CLOSED' TO ADRM-DET-DISP
024610             WHEN ACCT-BALANCE = ZERO
024620                 MOVE 'DORMANT' TO ADRM-DET-DISP
024630             WHEN OTHER
024640                 MOVE 'DORMANT-BAL' TO ADRM-DET-DISP
024650         END-EVALUATE
024700         MOVE ACCT-KEY TO ADRM-DET-KEY
024800         MOVE ACCT-BALANCE TO ADRM-DET-BALANCE
024900         MOVE ACCT-LAST-TIMESTAMP TO ADRM-DET-LAST-ACT
033500     MOVE ADRM-RETAINED-COUNT TO ADRM-TOT-VALUE
033600     MOVE ADRM-TOTAL-LINE TO LIST-RECORD
033700     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
033702     MOVE SPACES TO LIST-RECORD
033704     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
033706     MOVE SPACES TO ADRM-STATUS-LINE
033708     MOVE 'ACTIVE ACCOUNTS' TO ADRM-STS-LABEL
033710     MOVE ADRM-ACTIVE-COUNT TO ADRM-STS-COUNT
033712     MOVE ADRM-ACTIVE-BALANCE TO ADRM-STS-BALANCE
033714     MOVE ADRM-STATUS-LINE TO LIST-RECORD
033716     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
033718     MOVE SPACES TO ADRM-STATUS-LINE
033720     MOVE 'FROZEN ACCOUNTS' TO ADRM-STS-LABEL
033722     MOVE ADRM-FROZEN-COUNT TO ADRM-STS-COUNT
033724     MOVE ADRM-FROZEN-BALANCE TO ADRM-STS-BALANCE
033726     MOVE ADRM-STATUS-LINE TO LIST-RECORD
033728     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
033730     MOVE SPACES TO ADRM-STATUS-LINE
033732     MOVE 'CLOSED ACCOUNTS' TO ADRM-STS-LABEL
033734     MOVE ADRM-CLOSED-COUNT TO ADRM-STS-COUNT
033736     MOVE ADRM-CLOSED-BALANCE TO ADRM-STS-BALANCE
033738     MOVE ADRM-STATUS-LINE TO LIST-RECORD
033740     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
033800     .
033900 8500-EXIT.
034000     EXIT.
034800     END-IF
034900     CLOSE LISTING-FILE
035000     MOVE 0 TO RETURN-CODE
035050     PERFORM 9700-WRITE-RUN-LOG THRU 9700-EXIT
035100     .
035200 9000-EXIT.
035300     EXIT.
035700 9600-ABEND.
035800     DISPLAY 'ACCTDRM - ' ADRM-ABEND-MSG
035900     MOVE 16 TO RETURN-CODE
035920     MOVE 'A' TO WS-STEP-END-SW
035940     PERFORM 9700-WRITE-RUN-LOG THRU 9700-EXIT
036000     STOP RUN
036100     .
036200 9600-EXIT.
036300     EXIT.
036400*****************************************************************
036500*  9700-WRITE-RUN-LOG - APPENDS THIS STEP'S RESULT ROW TO THE
036600*  SHARED RUN LOG (SEE RLOGREC), WHETHER THE STEP IS ENDING
036700*  NORMALLY OR THROUGH 9600-ABEND.  LIKE THE ERROR LOG, A RUN
036800*  LOG THAT CANNOT BE WRITTEN IS REPORTED BUT DOES NOT CHANGE
036900*  THE STEP'S OWN RESULT - THE NIGHT SUMMARY THEN SHOWS THE
037000*  STEP AS NEVER RUN, WHICH GETS IT LOOKED AT ANYWAY.
037100*****************************************************************
037200 9700-WRITE-RUN-LOG.
037300     OPEN EXTEND RUN-LOG-FILE
037400     IF WS-RLOG-NOT-PRESENT
037500         OPEN OUTPUT RUN-LOG-FILE
037600     END-IF
037700     IF NOT WS-RLOG-OK
037800         DISPLAY 'ACCTDRM - CANNOT OPEN RUN LOG FILE'
037900         GO TO 9700-EXIT
038000     END-IF
038100     MOVE SPACES TO RLOG-RECORD
038200     MOVE 'ACCTDRM' TO RLOG-PROGRAM
038300     SET RLOG-DATE-IS-RUN TO TRUE
038400     MOVE ADRM-STEP-START-DATE TO RLOG-BUS-DATE
038500     MOVE ADRM-STEP-START-DATE TO RLOG-START-DATE
038600     MOVE ADRM-STEP-START-TIME TO RLOG-START-TIME
038700     ACCEPT RLOG-END-DATE FROM DATE YYYYMMDD
038800     ACCEPT RLOG-END-TIME FROM TIME
038900     MOVE RETURN-CODE TO RLOG-RETURN-CODE
039000     MOVE ZERO TO RLOG-COUNT (1)
039100     MOVE ZERO TO RLOG-COUNT (2)
039200     MOVE ZERO TO RLOG-COUNT (3)
039300     MOVE ZERO TO RLOG-COUNT (4)
039400     MOVE ZERO TO RLOG-OUTSTANDING-COUNT
039500     MOVE 'READ' TO RLOG-COUNT-NAME (1)
039600     MOVE ADRM-READ-COUNT TO RLOG-COUNT (1)
039700     MOVE 'DORMANT' TO RLOG-COUNT-NAME (2)
039800     MOVE ADRM-DORMANT-COUNT TO RLOG-COUNT (2)
039900     MOVE 'PURGED' TO RLOG-COUNT-NAME (3)
040000     MOVE ADRM-PURGED-COUNT TO RLOG-COUNT (3)
040100     MOVE 'RETAINED' TO RLOG-COUNT-NAME (4)
040200     MOVE ADRM-RETAINED-COUNT TO RLOG-COUNT (4)
040300     IF ADRM-STEP-ABENDED
040400         SET RLOG-ABENDED TO TRUE
040500         MOVE ADRM-ABEND-MSG TO RLOG-MESSAGE
040600     ELSE
040700         SET RLOG-ENDED-NORMALLY TO TRUE
040800     END-IF
040900     WRITE RLOG-RECORD
041000     IF NOT WS-RLOG-OK
041100         DISPLAY 'ACCTDRM - CANNOT WRITE RUN LOG FILE'
041200     END-IF
041300     CLOSE RUN-LOG-FILE
041400     .
041500 9700-EXIT.
041600     EXIT.
