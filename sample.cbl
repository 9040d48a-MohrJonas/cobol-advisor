014592*                   ROWS - THE MASTER CARRIES EACH POSTING'S
014594*                   ORDINAL AND THE ROWS ALREADY ON FILE ARE
014596*                   COUNTED AND SUPPRESSED AT RESTART.
014598*  2026-10-15 JDM   A VALID TRANSACTION OVER THE TEST THRESHOLD
014600*                   NO LONGER POSTS - IT IS WRITTEN TO THE HELD
014602*                   FILE (HELDTRAN) FOR HELDREV TO RELEASE OR
014604*                   DECLINE, AND STAYS OFF THE MASTER, HISTORY,
014606*                   GL AND EXTRACT.  AN ITEM HELDREV RELEASED
014608*                   BACK INTO RAWTRAN CARRIES DTRAN-HOLD-RELEASE
014610*                   'R' AND POSTS NORMALLY.  HELD ROWS ARE
014612*                   COUNTED AND SUPPRESSED AT RESTART LIKE THE
014614*                   OTHER DOWNSTREAM FILES.
014616*  2026-10-15 JDM   EVERY KNOWN TRANSACTION IS NOW CHECKED
014618*                   AGAINST THE MASTER: A KEY WHOSE ACCOUNT IS
014620*                   FROZEN REJECTS F1, A CLOSED ONE C1.  A
014622*                   CLOSED ACCOUNT STAYS ON THE MASTER, SO 4500
014624*                   CAN NEVER RECREATE IT.  NEW ACCOUNTS ARE
014626*                   CREATED ACTIVE.
014628*  2026-10-15 JDM   EACH POSTING-HISTORY ROW NOW ALSO CARRIES THE
014630*                   ACCOUNT'S LAST AMOUNT BEFORE THE POSTING AND
014632*                   WHETHER THE POSTING CREATED THE ACCOUNT, SO
014634*                   PROGRAM DAYBACK CAN UNWIND A BUSINESS DATE.
014636*  2026-10-15 JDM   PASS-FILE COPIES OF DTRANREC RENAME THE NEW
014638*                   EFFECTIVE-DATE FIELDS.  DTRNSRT ONLY DEALS
014640*                   AN ITEM INTO A PASS FILE ONCE ITS DATE HAS
014642*                   ARRIVED, SO THE DATE IS NOT RECHECKED HERE.
014644*  2026-10-15 JDM   AT END OF JOB EACH SOURCE'S REJECTS BY REASON
014646*                   CODE AND WHETHER IT FAILED TO RECONCILE ARE
014648*                   APPENDED TO THE SOURCE STATISTICS LOG
014650*                   (SRCSTAT) FOR THE MONTHLY SCORECARD.
014652*  2026-10-15 JDM   APPENDS A STEP-RESULT ROW TO THE SHARED RUN
014654*                   LOG (RUNLOG) AT END OF JOB AND ON AN ABEND,
014656*                   FOR THE NIGHT SUMMARY.
014658*  2026-10-15 JDM   THE TRANSMITTAL CONTROL RECORDS (XMITCTL,
014660*                   GLXMITC) NOW CARRY AN AMOUNT TOTAL, WRITTEN
014662*                   AS ZERO - THESE FEEDS BALANCE ON ROWS ONLY.
014664*  2026-10-15 JDM   PARM-UPDATE-MODE 'S' APPLIES THE DAY'S
014666*                   POSTINGS AS A SEQUENTIAL MATCH - THE ACCOUNT
014668*                   MASTER (NOW ACCESS DYNAMIC) IS BROWSED FORWARD
014670*                   IN STEP WITH EACH PASS INSTEAD OF READ AT
014672*                   RANDOM PER TRANSACTION.  THE REPORT SHOWS THE
014674*                   MODE THAT RAN AND EACH PASS'S ELAPSED TIME.
014676*  2026-10-15 JDM   A SOURCE STATISTICS LOG THAT CANNOT BE WRITTEN
014678*                   IS NOW REPORTED WITH RC 4 INSTEAD OF ABENDING
014680*                   END OF JOB BEFORE THE DATE IS CLOSED OUT.
014682*  2026-10-15 JDM   A NEW ACCOUNT STARTS WITH A ZERO LAST
014684*                   MAINTENANCE DATE; THE BROWSE IMAGES GREW
014686*                   WITH THE MASTER RECORD.
014688*  2026-10-15 JDM   ACK FAILURE TEXT CUT TO THE 40 BYTES THE RUN
014690*                   LOG MESSAGE HOLDS.
014692*****************************************************************
014694 ENVIRONMENT DIVISION.
014700 CONFIGURATION SECTION.
014800 SOURCE-COMPUTER. IBM-370.
014900 OBJECT-COMPUTER. IBM-370.
019652     SELECT POSTED-NET-FILE ASSIGN TO POSTDNET
019654         ORGANIZATION IS SEQUENTIAL
019656         FILE STATUS IS WS-PNET-STATUS.
019660     SELECT HELD-TRANS-FILE ASSIGN TO HELDTRAN
019665         ORGANIZATION IS SEQUENTIAL
019670         FILE STATUS IS WS-HELD-STATUS.
019675     SELECT SOURCE-STATS-FILE ASSIGN TO SRCSTAT
019680         ORGANIZATION IS SEQUENTIAL
019685         FILE STATUS IS WS-SSTA-STATUS.
019700     SELECT ACCOUNT-MASTER-FILE ASSIGN TO ACCTMAST
019800         ORGANIZATION IS INDEXED
019900         ACCESS MODE IS DYNAMIC
020000         RECORD KEY IS ACCT-KEY
020100         FILE STATUS IS WS-ACCT-STATUS.
020120     SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
020140         ORGANIZATION IS SEQUENTIAL
020160         FILE STATUS IS WS-RLOG-STATUS.
020200 DATA DIVISION.
020300 FILE SECTION.
020400*****************************************************************
021900         ==DTRAN-AMOUNT== BY ==DTRAN1-AMOUNT==
022000         ==DTRAN-STATUS-CODE== BY ==DTRAN1-STATUS-CODE==
022100        ==DTRAN-RECYCLE-COUNT== BY ==DTRAN1-RECYCLE-COUNT==
022110        ==DTRAN-SOURCE-SYSTEM== BY ==DTRAN1-SOURCE-SYSTEM==
022120        ==DTRAN-HOLD-RELEASE== BY ==DTRAN1-HOLD-RELEASE==
022140        ==DTRAN-EFFECTIVE-DATE== BY ==DTRAN1-EFFECTIVE-DATE==
022160        ==DTRAN-EFF-DATE-BYTES== BY ==DTRAN1-EFF-DATE-BYTES==
022180        ==DTRAN-EFF-DATE-NONE== BY ==DTRAN1-EFF-DATE-NONE==.
022200 FD  DTRAN-FILE-2
022300     RECORDING MODE IS F
022400     LABEL RECORDS ARE STANDARD.
022900         ==DTRAN-AMOUNT== BY ==DTRAN2-AMOUNT==
023000         ==DTRAN-STATUS-CODE== BY ==DTRAN2-STATUS-CODE==
023100        ==DTRAN-RECYCLE-COUNT== BY ==DTRAN2-RECYCLE-COUNT==
023110        ==DTRAN-SOURCE-SYSTEM== BY ==DTRAN2-SOURCE-SYSTEM==
023120        ==DTRAN-HOLD-RELEASE== BY ==DTRAN2-HOLD-RELEASE==
023140        ==DTRAN-EFFECTIVE-DATE== BY ==DTRAN2-EFFECTIVE-DATE==
023160        ==DTRAN-EFF-DATE-BYTES== BY ==DTRAN2-EFF-DATE-BYTES==
023180        ==DTRAN-EFF-DATE-NONE== BY ==DTRAN2-EFF-DATE-NONE==.
023200 FD  DTRAN-FILE-3
023300     RECORDING MODE IS F
023400     LABEL RECORDS ARE STANDARD.
023900         ==DTRAN-AMOUNT== BY ==DTRAN3-AMOUNT==
024000         ==DTRAN-STATUS-CODE== BY ==DTRAN3-STATUS-CODE==
024100        ==DTRAN-RECYCLE-COUNT== BY ==DTRAN3-RECYCLE-COUNT==
024110        ==DTRAN-SOURCE-SYSTEM== BY ==DTRAN3-SOURCE-SYSTEM==
024120        ==DTRAN-HOLD-RELEASE== BY ==DTRAN3-HOLD-RELEASE==
024140        ==DTRAN-EFFECTIVE-DATE== BY ==DTRAN3-EFFECTIVE-DATE==
024160        ==DTRAN-EFF-DATE-BYTES== BY ==DTRAN3-EFF-DATE-BYTES==
024180        ==DTRAN-EFF-DATE-NONE== BY ==DTRAN3-EFF-DATE-NONE==.
024200 FD  DTRAN-FILE-4
024300     RECORDING MODE IS F
024400     LABEL RECORDS ARE STANDARD.
024900         ==DTRAN-AMOUNT== BY ==DTRAN4-AMOUNT==
025000         ==DTRAN-STATUS-CODE== BY ==DTRAN4-STATUS-CODE==
025100        ==DTRAN-RECYCLE-COUNT== BY ==DTRAN4-RECYCLE-COUNT==
025110        ==DTRAN-SOURCE-SYSTEM== BY ==DTRAN4-SOURCE-SYSTEM==
025120        ==DTRAN-HOLD-RELEASE== BY ==DTRAN4-HOLD-RELEASE==
025140        ==DTRAN-EFFECTIVE-DATE== BY ==DTRAN4-EFFECTIVE-DATE==
025160        ==DTRAN-EFF-DATE-BYTES== BY ==DTRAN4-EFF-DATE-BYTES==
025180        ==DTRAN-EFF-DATE-NONE== BY ==DTRAN4-EFF-DATE-NONE==.
025200 FD  DTRAN-FILE-5
025300     RECORDING MODE IS F
025400     LABEL RECORDS ARE STANDARD.
025900         ==DTRAN-AMOUNT== BY ==DTRAN5-AMOUNT==
026000         ==DTRAN-STATUS-CODE== BY ==DTRAN5-STATUS-CODE==
026100        ==DTRAN-RECYCLE-COUNT== BY ==DTRAN5-RECYCLE-COUNT==
026110        ==DTRAN-SOURCE-SYSTEM== BY ==DTRAN5-SOURCE-SYSTEM==
026120        ==DTRAN-HOLD-RELEASE== BY ==DTRAN5-HOLD-RELEASE==
026140        ==DTRAN-EFFECTIVE-DATE== BY ==DTRAN5-EFFECTIVE-DATE==
026160        ==DTRAN-EFF-DATE-BYTES== BY ==DTRAN5-EFF-DATE-BYTES==
026180        ==DTRAN-EFF-DATE-NONE== BY ==DTRAN5-EFF-DATE-NONE==.
026200 FD  REPORT-FILE
026300     RECORDING MODE IS F
026400     LABEL RECORDS ARE STANDARD.
030164     LABEL RECORDS ARE STANDARD.
030166     COPY XMITREC REPLACING ==XMIT-RECORD== BY ==GLXM-RECORD==
030168         ==XMIT-COUNT== BY ==GLXM-COUNT==
030170         ==XMIT-TIMESTAMP== BY ==GLXM-TIMESTAMP==
030171         ==XMIT-AMOUNT-TOTAL== BY ==GLXM-AMOUNT-TOTAL==.
030172 FD  POSTED-NET-FILE
030174     RECORDING MODE IS F
030176     LABEL RECORDS ARE STANDARD.
030178     COPY PNETREC.
030180 FD  HELD-TRANS-FILE
030182     RECORDING MODE IS F
030184     LABEL RECORDS ARE STANDARD.
030186     COPY HELDREC.
030188 FD  SOURCE-STATS-FILE
030190     RECORDING MODE IS F
030192     LABEL RECORDS ARE STANDARD.
030194     COPY SSTAREC.
030200 FD  ACCOUNT-MASTER-FILE
030300     LABEL RECORDS ARE STANDARD.
030400     COPY ACCTREC.
030420 FD  RUN-LOG-FILE
030440     RECORDING MODE IS F
030460     LABEL RECORDS ARE STANDARD.
030480     COPY RLOGREC.
030500 WORKING-STORAGE SECTION.
030600*****************************************************************
030700*  FILE STATUS SWITCHES
033306         88  WS-RUNC-NOT-PRESENT           VALUE '35'.
033310     05  WS-HIST-STATUS                PIC X(02).
033320         88  WS-HIST-OK                    VALUE '00'.
033330     05  WS-HELD-STATUS                PIC X(02).
033340         88  WS-HELD-OK                    VALUE '00'.
033350     05  WS-SSTA-STATUS                PIC X(02).
033360         88  WS-SSTA-OK                    VALUE '00'.
033370         88  WS-SSTA-NOT-PRESENT           VALUE '35'.
033400     05  WS-ACCT-STATUS                PIC X(02).
033500         88  WS-ACCT-OK                    VALUE '00'.
033600         88  WS-ACCT-NOT-FOUND             VALUE '23'.
033700         88  WS-ACCT-NOT-PRESENT           VALUE '35'.
033720     05  WS-RLOG-STATUS                PIC X(02).
033740         88  WS-RLOG-OK                    VALUE '00'.
033760         88  WS-RLOG-NOT-PRESENT           VALUE '35'.
033800*****************************************************************
033900*  CONTROL SWITCHES
034000*****************************************************************
035400     05  WS-RECONCILE-SW                PIC X(01) VALUE 'Y'.
035500         88  SAMP-RECONCILE-OK             VALUE 'Y'.
035600         88  SAMP-RECONCILE-MISMATCH       VALUE 'N'.
035620     05  WS-HELD-SW                    PIC X(01) VALUE 'N'.
035640         88  SAMP-TRANS-HELD               VALUE 'Y'.
035660         88  SAMP-TRANS-NOT-HELD           VALUE 'N'.
035700*****************************************************************
035800*  PROCESSING FIELDS - THESE REPLACE THE OLD WORKING-STORAGE
035900*  TEST/ITER LITERALS.  "TEST" IS A COBOL RESERVED WORD (USED IN
037900     05  SAMP-CURR-AMOUNT               PIC S9(07)V99.
038000     05  SAMP-CURR-RECYCLE-COUNT        PIC X(02).
038010     05  SAMP-CURR-SOURCE-SYSTEM        PIC X(02).
038020     05  SAMP-CURR-HOLD-RELEASE         PIC X(01).
038040         88  SAMP-CURR-RELEASED         VALUE 'R'.
038100     05  SAMP-CURR-STATUS-CODE          PIC X(02).
038200         88  SAMP-STAT-NEW              VALUE 'NW'.
038300         88  SAMP-STAT-ADJUSTMENT       VALUE 'AJ'.
041800     05  SAMP-ACCT-FOUND-SW             PIC X(01).
041900         88  SAMP-ACCT-FOUND            VALUE 'Y'.
042000         88  SAMP-ACCT-NOT-ON-FILE      VALUE 'N'.
042002     05  SAMP-HIST-PRIOR-LAST           PIC S9(07)V99 COMP-3.
042004*****************************************************************
042006*  PER-SOURCE REJECT TALLY FOR THE SOURCE STATISTICS LOG - ONE
042008*  COUNT PER REASON CODE, IN THE SSTA-REJ-TABLE ORDER.  ONLY
042010*  REJECT ROWS ACTUALLY ON REJECT-FILE ARE COUNTED (3100, AND
042012*  1160 ON A RESTART), SO A REPLAYED RECORD IS NEVER COUNTED
042014*  TWICE.  NOT CHECKPOINTED.
042016*****************************************************************
042018 01  SAMP-SCORE-FIELDS.
042020     05  SAMP-SCOR-USED-COUNT           PIC 9(05) COMP
042022                                        VALUE ZERO.
042024     05  SAMP-SCOR-SUB                  PIC 9(05) COMP.
042026     05  SAMP-SCOR-HIT                  PIC 9(05) COMP.
042028     05  SAMP-SCOR-RSN-SUB              PIC 9(05) COMP.
042030     05  SAMP-SCOR-LOOKUP-CODE          PIC X(02).
042032     05  SAMP-SCOR-REASON-CODE          PIC X(02).
042034     05  WS-SCOR-FOUND-SW               PIC X(01).
042036         88  SAMP-SCOR-FOUND                VALUE 'Y'.
042038         88  SAMP-SCOR-NOT-FOUND            VALUE 'N'.
042040 01  SAMP-SCOR-REASON-LIST              PIC X(16)
042042                                        VALUE 'T1I1S1R1R2A1F1C1'.
042044 01  SAMP-SCOR-REASON-TABLE REDEFINES SAMP-SCOR-REASON-LIST.
042046     05  SAMP-SCOR-REASON               PIC X(02) OCCURS 8 TIMES.
042048 01  SAMP-SCORE-TABLE.
042050     05  SAMP-SCOR-ENTRY OCCURS 10 TIMES.
042052         10  SAMP-SCOR-CODE             PIC X(02).
042054         10  SAMP-SCOR-REJ-COUNT        PIC 9(07) COMP
042056                                        OCCURS 8 TIMES.
042058         10  SAMP-SCOR-BREAK-COUNT      PIC 9(07) COMP.
042060 01  WS-SSTA-FAILED-SW                  PIC X(01) VALUE 'N'.
042062     88  SAMP-SSTA-FAILED               VALUE 'Y'.
042100*****************************************************************
042200*  BATCH RECORD WORK AREA - EVERY PASS-FILE READ LANDS HERE SO
042300*  THE HEADER/TRAILER/DETAIL VIEWS OF THE RECORD ARE AVAILABLE
045600     05  WS-ACK-FAILED-SW               PIC X(01) VALUE 'N'.
045700         88  SAMP-ACK-FAILED            VALUE 'Y'.
045800         88  SAMP-ACK-CLEAN             VALUE 'N'.
045900     05  SAMP-ACK-TEXT                  PIC X(40).
046000     05  SAMP-XMIT-COUNT-SAVE           PIC 9(07).
046100     05  SAMP-XMIT-TS-SAVE              PIC X(14).
046200 01  SAMP-PASS-STATUS-TABLE.
046700         10  SAMP-PASS-REASON           PIC X(30).
046800 01  SAMP-RPT-PASS-SUB                  PIC 9(05) COMP.
046900 01  SAMP-RPT-PASS-EDIT                 PIC 9(02).
046902*****************************************************************
046904*  PASS TIMING - EACH PASS'S ELAPSED WALL-CLOCK TIME IN
046906*  HUNDREDTHS OF A SECOND, FOR THE SUMMARY REPORT.  A PASS
046908*  THAT RUNS ACROSS MIDNIGHT IS ALLOWED FOR.  A PASS RESUMED
046910*  ON A RESTART IS TIMED FROM THE RESTART, AND A PASS THE DEAD
046912*  RUN FINISHED IS NOT TIMED AT ALL.
046914*****************************************************************
046916 01  SAMP-PASS-TIME-TABLE.
046918     05  SAMP-PASS-TIME-ENTRY OCCURS 5 TIMES.
046920         10  SAMP-PASS-TIMED-SW         PIC X(01).
046922             88  SAMP-PASS-TIMED        VALUE 'Y'.
046924         10  SAMP-PASS-ELAPSED          PIC 9(07) COMP.
046926 01  SAMP-PASS-TIMER-FIELDS.
046928     05  SAMP-TIMER-TIME                PIC 9(08).
046930     05  SAMP-TIMER-PARTS REDEFINES SAMP-TIMER-TIME.
046932         10  SAMP-TIMER-HH              PIC 9(02).
046934         10  SAMP-TIMER-MM              PIC 9(02).
046936         10  SAMP-TIMER-SS              PIC 9(02).
046938         10  SAMP-TIMER-CC              PIC 9(02).
046940     05  SAMP-TIMER-HUNDREDTHS          PIC 9(07) COMP.
046942     05  SAMP-PASS-START-HUNDREDTHS     PIC 9(07) COMP.
046944     05  SAMP-HUNDREDTHS-PER-DAY        PIC 9(07) COMP
046946                                        VALUE 8640000.
046948*****************************************************************
046950*  SEQUENTIAL MASTER-UPDATE FIELDS.  WHEN PARM-UPDATE-MODE IS
046952*  'S' THE ACCOUNT MASTER IS BROWSED FORWARD IN STEP WITH THE
046954*  PASS FILE, WHOSE KEYS 2060 HAS ALREADY PROVEN ASCENDING,
046956*  INSTEAD OF BEING READ AT RANDOM FOR EVERY TRANSACTION (SEE
046958*  4700).  SAMP-MCUR-IMAGE IS THE MASTER RECORD THE BROWSE IS
046960*  ON - THE FIRST WHOSE KEY IS NOT LESS THAN THE LAST KEY
046962*  ASKED FOR - KEPT CURRENT WITH EVERY POSTING MADE TO IT.  A
046964*  NEW ACCOUNT WRITTEN AHEAD OF IT TAKES ITS PLACE, AND THE
046966*  BROWSED RECORD WAITS IN SAMP-MSAV-IMAGE UNTIL THE PASS
046968*  MOVES BEYOND THE NEW KEY.  BOTH IMAGES ARE THE LENGTH OF
046970*  ACCT-RECORD.
046972*****************************************************************
046974 01  SAMP-MASTER-CURSOR-FIELDS.
046976     05  WS-MCUR-STATE-SW               PIC X(01) VALUE 'N'.
046978         88  SAMP-MCUR-UNPOSITIONED     VALUE 'N'.
046980         88  SAMP-MCUR-ON-RECORD        VALUE 'R'.
046982         88  SAMP-MCUR-AT-END           VALUE 'E'.
046984     05  WS-MSAV-STATE-SW               PIC X(01) VALUE 'N'.
046986         88  SAMP-MSAV-EMPTY            VALUE 'N'.
046988         88  SAMP-MSAV-ON-RECORD        VALUE 'R'.
046990         88  SAMP-MSAV-AT-END           VALUE 'E'.
046992     05  SAMP-MCUR-IMAGE.
046994         10  SAMP-MCUR-KEY              PIC X(10).
046996         10  FILLER                     PIC X(64).
046998     05  SAMP-MSAV-IMAGE                PIC X(74).
047000*****************************************************************
047100*  RESTART/CHECKPOINT WORK FIELDS
047200*****************************************************************
047864                                        VALUE ZERO.
047866     05  SAMP-HIST-ON-FILE              PIC 9(07) COMP
047868                                        VALUE ZERO.
047869     05  SAMP-HELD-ON-FILE              PIC 9(07) COMP VALUE ZERO.
047870     05  WS-CKPT-REC-SW                 PIC X(01) VALUE 'N'.
047872         88  SAMP-CKPT-REC-EXISTS           VALUE 'Y'.
047874         88  SAMP-CKPT-REC-MISSING          VALUE 'N'.
052600     05  SAMP-ABEND-MSG                 PIC X(40).
052700     05  SAMP-ABEND-RC                  PIC 9(02) VALUE 16.
052800     05  SAMP-STATUS-TEXT               PIC X(45).
052810*****************************************************************
052820*  RUN LOG FIELDS - WHEN THE STEP STARTED, AND WHETHER IT IS
052830*  ON ITS WAY OUT THROUGH 9600-ABEND (SEE 9700).
052840*****************************************************************
052850 01  SAMP-RUN-LOG-FIELDS.
052860     05  SAMP-STEP-START-DATE           PIC 9(08) VALUE ZERO.
052870     05  SAMP-STEP-START-TIME           PIC 9(08) VALUE ZERO.
052880     05  WS-STEP-END-SW                 PIC X(01) VALUE 'N'.
052890         88  SAMP-STEP-ABENDED          VALUE 'A'.
052900 PROCEDURE DIVISION.
053000*****************************************************************
053100*  0000-MAINLINE
054500*  1000-INITIALIZE
054600*****************************************************************
054700 1000-INITIALIZE.
054720     ACCEPT SAMP-STEP-START-DATE FROM DATE YYYYMMDD
054740     ACCEPT SAMP-STEP-START-TIME FROM TIME
054800     OPEN INPUT PARM-FILE
054900     IF NOT WS-PARM-OK
055000         MOVE 'UNABLE TO OPEN PARM-FILE' TO SAMP-ABEND-MSG
056100     END-IF
056110     IF PARM-CHECKPOINT-FREQ = 0
056120         MOVE 1 TO PARM-CHECKPOINT-FREQ
056121     END-IF
056122     IF NOT PARM-MODE-RANDOM
056123         AND NOT PARM-MODE-SEQUENTIAL
056124         MOVE 'PARM UPDATE MODE MUST BE R OR S' TO SAMP-ABEND-MSG
056125         GO TO 9600-ABEND
056130     END-IF
056200     PERFORM 1050-CHECK-ITERATION-COUNT THRU 1050-EXIT
056300     MOVE PARM-TEST-THRESHOLD TO SAMP-TEST-THRESHOLD
061000         MOVE 'CANNOT OPEN ACCOUNT MASTER' TO SAMP-ABEND-MSG
061100         GO TO 9600-ABEND
061200     END-IF
061205     IF PARM-RESTART-YES
061210         OPEN EXTEND HELD-TRANS-FILE
061215     ELSE
061220         OPEN OUTPUT HELD-TRANS-FILE
061225     END-IF
061230     IF NOT WS-HELD-OK
061235         MOVE 'CANNOT OPEN HELD TRANSACTION FILE'
061240             TO SAMP-ABEND-MSG
061245         GO TO 9600-ABEND
061250     END-IF
061300     MOVE SPACES TO SAMP-PASS-STATUS-TABLE
061310     MOVE SPACES TO SAMP-SRC-STATE-TABLE
061320*    THE SOURCE TABLE IS ZEROED AHEAD OF THE CHECKPOINT LOAD,
061362     PERFORM 1120-ZERO-ONE-GL-TYPE THRU 1120-EXIT
061364         VARYING SAMP-GL-TYPE-SUB FROM 1 BY 1
061366         UNTIL SAMP-GL-TYPE-SUB > 3
061370     PERFORM 1140-ZERO-ONE-PASS-TIME THRU 1140-EXIT
061380         VARYING SAMP-RPT-PASS-SUB FROM 1 BY 1
061390         UNTIL SAMP-RPT-PASS-SUB > SAMP-MAX-PASSES
061400*    A RESTART IS STILL THE SAME BUSINESS RUN, SO THE PRIOR
061500*    EXTRACT'S ACKNOWLEDGMENT IS ONLY CHECKED ON A FRESH RUN.
061600     IF PARM-RESTART-NO
065028 1130-EXIT.
065036     EXIT.
065044*****************************************************************
065045*  1140-ZERO-ONE-PASS-TIME
065046*****************************************************************
065047 1140-ZERO-ONE-PASS-TIME.
065048     MOVE 'N' TO SAMP-PASS-TIMED-SW (SAMP-RPT-PASS-SUB)
065049     MOVE ZERO TO SAMP-PASS-ELAPSED (SAMP-RPT-PASS-SUB)
065050     .
065051 1140-EXIT.
065052     EXIT.
065053*****************************************************************
065054*  1150-COUNT-DOWNSTREAM-ROWS - A RESTART REPLAYS THE RECORDS
065060*  BETWEEN THE LAST CHECKPOINT AND THE POINT OF FAILURE, AND
065068*  THEIR DOWNSTREAM ROWS ARE ALREADY ON THE FILES.  REPLAY
065076*  REGENERATES THE SAME ROWS IN THE SAME ORDER, SO EACH FILE'S
065340             UNTIL WS-COUNT-EOF-YES
065348         CLOSE POSTING-HISTORY-FILE
065356     END-IF
065357     MOVE 'N' TO WS-COUNT-EOF-SW
065358     OPEN INPUT HELD-TRANS-FILE
065359     IF WS-HELD-OK
065360         PERFORM 1195-COUNT-HELD-ROW THRU 1195-EXIT
065361             UNTIL WS-COUNT-EOF-YES
065362         CLOSE HELD-TRANS-FILE
065363     END-IF
065364     .
065372 1150-EXIT.
065380     EXIT.
065436             MOVE 'Y' TO WS-COUNT-EOF-SW
065444         NOT AT END
065452             ADD 1 TO SAMP-REJ-ON-FILE
065454             MOVE REJ-SOURCE-SYSTEM TO SAMP-SCOR-LOOKUP-CODE
065456             MOVE REJ-REASON-CODE TO SAMP-SCOR-REASON-CODE
065458             PERFORM 3150-TALLY-REJECT THRU 3150-EXIT
065460     END-READ
065468     .
065476 1160-EXIT.
065804     END-READ
065812     .
065820 1190-EXIT.
065821     EXIT.
065822*****************************************************************
065823*  1195-COUNT-HELD-ROW
065824*****************************************************************
065825 1195-COUNT-HELD-ROW.
065826     READ HELD-TRANS-FILE
065827         AT END
065828             MOVE 'Y' TO WS-COUNT-EOF-SW
065829         NOT AT END
065830             ADD 1 TO SAMP-HELD-ON-FILE
065831     END-READ
065832     .
065833 1195-EXIT.
065834     EXIT.
065836*****************************************************************
065844*  1200-LOAD-LAST-CHECKPOINT - RESTORES THE RESTART POSITION AND
065852*  RUN COUNTERS FROM THE ONE KEYED CHECKPOINT RECORD 1210 JUST
073500     OPEN INPUT ACKNOWLEDGE-FILE
073600     IF WS-ACK-NOT-PRESENT
073700         SET SAMP-ACK-FAILED TO TRUE
073800         MOVE 'PRIOR EXTRACT UNACKNOWLEDGED DOWNSTREAM'
073900             TO SAMP-ACK-TEXT
074000         DISPLAY 'SAMPLE - ' SAMP-ACK-TEXT
074100         GO TO 1300-EXIT
074700     READ ACKNOWLEDGE-FILE
074800         AT END
074900             SET SAMP-ACK-FAILED TO TRUE
075000             MOVE 'PRIOR EXTRACT UNACKNOWLEDGED DOWNSTREAM'
075100                 TO SAMP-ACK-TEXT
075200             DISPLAY 'SAMPLE - ' SAMP-ACK-TEXT
075300         NOT AT END
077300*  WAS WRITTEN.
077400*****************************************************************
077500 2000-RUN-ONE-CYCLE.
077520*    THE PASS IS TIMED, VERIFY AND ALL, FOR THE REPORT (SEE 2030).
077540     ACCEPT SAMP-TIMER-TIME FROM TIME
077560     PERFORM 2040-TIME-TO-HUNDREDTHS THRU 2040-EXIT
077580     MOVE SAMP-TIMER-HUNDREDTHS TO SAMP-PASS-START-HUNDREDTHS
077600*    THE PASS IS VERIFIED AGAINST ITS OWN HEADER AND TRAILER
077700*    FIRST, SO NO RECORD OF A SHORT OR CORRUPT TRANSMISSION EVER
077800*    REACHES THE DOWNSTREAM FILES.  A PASS THAT FAILS IS SKIPPED
078000*    LITTLE AS POSSIBLE.
078100     PERFORM 2050-VERIFY-BATCH THRU 2050-EXIT
078200     IF SAMP-PASS-BAD (SAMP-ITERATION-IX)
078250         PERFORM 2030-STOP-PASS-TIMER THRU 2030-EXIT
078300         GO TO 2000-EXIT
078400     END-IF
078500     MOVE 'N' TO WS-EOF-SW
078520*    EACH PASS STARTS ITS OWN MASTER BROWSE (SEE 4700).
078540     MOVE 'N' TO WS-MCUR-STATE-SW
078560     MOVE 'N' TO WS-MSAV-STATE-SW
078600     PERFORM 2010-OPEN-PASS-FILE THRU 2010-EXIT
078700     IF PARM-RESTART-YES
078800         AND SAMP-CKPT-FOUND
079500     PERFORM 2300-PROCESS-RECORD THRU 2300-EXIT
079600         UNTIL WS-EOF-YES
079700     PERFORM 2020-CLOSE-PASS-FILE THRU 2020-EXIT
079750     PERFORM 2030-STOP-PASS-TIMER THRU 2030-EXIT
079800     .
079900 2000-EXIT.
080000     EXIT.
083800     END-EVALUATE
083900     .
084000 2020-EXIT.
084002     EXIT.
084004*****************************************************************
084006*  2030-STOP-PASS-TIMER - RECORDS THE PASS'S ELAPSED TIME SINCE
084008*  2000 STARTED IT.  AN END TIME EARLIER THAN THE START MEANS
084010*  THE PASS RAN ACROSS MIDNIGHT.
084012*****************************************************************
084014 2030-STOP-PASS-TIMER.
084016     ACCEPT SAMP-TIMER-TIME FROM TIME
084018     PERFORM 2040-TIME-TO-HUNDREDTHS THRU 2040-EXIT
084020     IF SAMP-TIMER-HUNDREDTHS < SAMP-PASS-START-HUNDREDTHS
084022         COMPUTE SAMP-PASS-ELAPSED (SAMP-ITERATION-IX) =
084024             SAMP-TIMER-HUNDREDTHS + SAMP-HUNDREDTHS-PER-DAY
084026             - SAMP-PASS-START-HUNDREDTHS
084028     ELSE
084030         COMPUTE SAMP-PASS-ELAPSED (SAMP-ITERATION-IX) =
084032             SAMP-TIMER-HUNDREDTHS - SAMP-PASS-START-HUNDREDTHS
084034     END-IF
084036     MOVE 'Y' TO SAMP-PASS-TIMED-SW (SAMP-ITERATION-IX)
084038     .
084040 2030-EXIT.
084042     EXIT.
084044*****************************************************************
084046*  2040-TIME-TO-HUNDREDTHS - SAMP-TIMER-TIME (HHMMSSCC) AS
084048*  HUNDREDTHS OF A SECOND SINCE MIDNIGHT.
084050*****************************************************************
084052 2040-TIME-TO-HUNDREDTHS.
084054     COMPUTE SAMP-TIMER-HUNDREDTHS =
084056         ((SAMP-TIMER-HH * 60 + SAMP-TIMER-MM) * 60
084058         + SAMP-TIMER-SS) * 100 + SAMP-TIMER-CC
084060     .
084062 2040-EXIT.
084100     EXIT.
084200*****************************************************************
084300*  2050-VERIFY-BATCH - READS THE WHOLE PASS ONCE, CHECKING THE
105600                 TO SAMP-CURR-RECYCLE-COUNT
105602             MOVE DTRAN1-SOURCE-SYSTEM
105604                 TO SAMP-CURR-SOURCE-SYSTEM
105620             MOVE DTRAN1-HOLD-RELEASE
105640                 TO SAMP-CURR-HOLD-RELEASE
105700     END-READ
105800     .
105900 2210-EXIT.
107600                 TO SAMP-CURR-RECYCLE-COUNT
107602             MOVE DTRAN2-SOURCE-SYSTEM
107604                 TO SAMP-CURR-SOURCE-SYSTEM
107620             MOVE DTRAN2-HOLD-RELEASE
107640                 TO SAMP-CURR-HOLD-RELEASE
107700     END-READ
107800     .
107900 2220-EXIT.
109600                 TO SAMP-CURR-RECYCLE-COUNT
109602             MOVE DTRAN3-SOURCE-SYSTEM
109604                 TO SAMP-CURR-SOURCE-SYSTEM
109620             MOVE DTRAN3-HOLD-RELEASE
109640                 TO SAMP-CURR-HOLD-RELEASE
109700     END-READ
109800     .
109900 2230-EXIT.
111600                 TO SAMP-CURR-RECYCLE-COUNT
111602             MOVE DTRAN4-SOURCE-SYSTEM
111604                 TO SAMP-CURR-SOURCE-SYSTEM
111620             MOVE DTRAN4-HOLD-RELEASE
111640                 TO SAMP-CURR-HOLD-RELEASE
111700     END-READ
111800     .
111900 2240-EXIT.
113600                 TO SAMP-CURR-RECYCLE-COUNT
113602             MOVE DTRAN5-SOURCE-SYSTEM
113604                 TO SAMP-CURR-SOURCE-SYSTEM
113620             MOVE DTRAN5-HOLD-RELEASE
113640                 TO SAMP-CURR-HOLD-RELEASE
113700     END-READ
113800     .
113900 2250-EXIT.
115600     IF SAMP-RECORD-VALID
115700         PERFORM ANOTHER THRU ANOTHER-SECTION-EXIT
115800*        A CANCEL IS COUNTED AND AUDITED BUT MUST NOT REACH THE
115900*        DOWNSTREAM REPORTING FEED, AND NEITHER MAY AN ITEM
116000*        ANOTHER SECTION HELD FOR REVIEW INSTEAD OF POSTING.
116050         IF NOT SAMP-STAT-CANCEL AND NOT SAMP-TRANS-HELD
116100             PERFORM 4000-WRITE-EXTRACT THRU 4000-EXIT
116200         END-IF
116300     END-IF
122300*****************************************************************
122400 2500-GET-PRIOR-AMOUNT.
122500     MOVE ZERO TO SAMP-PRIOR-AMOUNT
122600     PERFORM 4700-READ-MASTER-FOR-KEY THRU 4700-EXIT
122800     EVALUATE TRUE
122900         WHEN WS-ACCT-OK
122910             SET SAMP-ACCT-FOUND TO TRUE
127400 SOME-SECTION-EXIT.
127500     EXIT.
127600*****************************************************************
127700*  ANOTHER SECTION - A VALID TRANSACTION OVER THE TEST
127720*  THRESHOLD IS HELD FOR REVIEW (4400) INSTEAD OF POSTED,
127740*  UNLESS HELDREV HAS ALREADY RELEASED IT ONCE.
127800*****************************************************************
127900 ANOTHER SECTION.
128000     ADD 1 TO SAMP-ANOTHER-COUNT
128050     SET SAMP-TRANS-NOT-HELD TO TRUE
128100     IF SAMP-TEST-VALUE > SAMP-TEST-THRESHOLD
128150         AND NOT SAMP-CURR-RELEASED
128200         ADD 1 TO SAMP-OVER-THRESHOLD-COUNT
128220         PERFORM 4400-HOLD-TRANSACTION THRU 4400-EXIT
128240         GO TO ANOTHER-SECTION-EXIT
128300     END-IF
128400     PERFORM 4500-POST-ACCOUNT-MASTER THRU 4500-EXIT
128500     .
128900*  3000-VALIDATE-RECORD - CHECKS SAMP-TEST-VALUE IS WITHIN THE
129000*  VALID BUSINESS RANGE, SAMP-ITER-CODE IS ONE OF THE ALLOWED
129100*  CODES, AND THE TRANSACTION STATUS CODE IS ONE OF THE FOUR
129200*  RECOGNIZED TYPES.  EVERY RECORD THAT PASSES THOSE FIELD
129210*  CHECKS, WHATEVER ITS TYPE, IS THEN CHECKED AGAINST THE
129220*  ACCOUNT MASTER IN 3050 - FROZEN AND CLOSED ACCOUNTS FOR ALL
129230*  TYPES, AND A POSTED RECORD TO UNDO FOR REVERSALS AND
129250*  ADJUSTMENTS.  ANYTHING THAT FAILS IS WRITTEN TO REJECT-FILE
129300*  AND KEPT OUT OF ANOTHER SECTION.
129400*****************************************************************
129500 3000-VALIDATE-RECORD.
129600     SET SAMP-RECORD-VALID TO TRUE
131200                     TO SAMP-REASON-TEXT
131300                 PERFORM 3100-REJECT-RECORD THRU 3100-EXIT
131310             ELSE
131320                 PERFORM 3050-VALIDATE-AGAINST-MASTER
131330                     THRU 3050-EXIT
131400             END-IF
131500         END-IF
131600     END-IF
131906*  NEVER POSTED USED TO DRIVE A BRAND-NEW ACCOUNT'S BALANCE
131908*  NEGATIVE, AND AN ADJUSTMENT AGAINST AN UNKNOWN KEY SILENTLY
131910*  BEHAVED LIKE AN ADD.  BOTH NOW REJECT HERE, EACH WITH ITS
131911*  OWN REASON CODE, BEFORE ANOTHER SECTION CAN POST THEM.  ANY
131912*  TRANSACTION AGAINST A FROZEN OR CLOSED ACCOUNT REJECTS
131913*  FIRST, WHATEVER ITS TYPE:
131914*      F1 - ACCOUNT IS FROZEN - NO POSTINGS UNTIL UNFROZEN
131915*      C1 - ACCOUNT IS CLOSED - NO POSTINGS UNLESS REOPENED
131916*      R1 - REVERSAL KEY HAS NO POSTED MASTER RECORD
131917*      R2 - REVERSAL AMOUNT DISAGREES WITH THE LAST POSTED
131918*           AMOUNT ON THE MASTER
131920*      A1 - ADJUSTMENT KEY HAS NO PRIOR POSTING
131922*****************************************************************
131924 3050-VALIDATE-AGAINST-MASTER.
131926     PERFORM 2500-GET-PRIOR-AMOUNT THRU 2500-EXIT
131928     EVALUATE TRUE
131929         WHEN SAMP-ACCT-FOUND AND ACCT-STAT-FROZEN
131930             MOVE 'F1' TO SAMP-REASON-CODE
131931             MOVE 'POSTING TO A FROZEN ACCOUNT'
131932                 TO SAMP-REASON-TEXT
131933             PERFORM 3100-REJECT-RECORD THRU 3100-EXIT
131934         WHEN SAMP-ACCT-FOUND AND ACCT-STAT-CLOSED
131935             MOVE 'C1' TO SAMP-REASON-CODE
131936             MOVE 'POSTING TO A CLOSED ACCOUNT'
131937                 TO SAMP-REASON-TEXT
131938             PERFORM 3100-REJECT-RECORD THRU 3100-EXIT
131939         WHEN SAMP-STAT-REVERSAL AND SAMP-ACCT-NOT-ON-FILE
131940             MOVE 'R1' TO SAMP-REASON-CODE
131941             MOVE 'REVERSAL KEY HAS NO POSTED MASTER RECORD'
131942                 TO SAMP-REASON-TEXT
131943             PERFORM 3100-REJECT-RECORD THRU 3100-EXIT
131944         WHEN SAMP-STAT-REVERSAL
131945             AND SAMP-CURR-AMOUNT NOT = SAMP-PRIOR-AMOUNT
131946             MOVE 'R2' TO SAMP-REASON-CODE
131947             MOVE 'REVERSAL AMOUNT NOT LAST POSTED AMOUNT'
131948                 TO SAMP-REASON-TEXT
131950             PERFORM 3100-REJECT-RECORD THRU 3100-EXIT
131952         WHEN SAMP-STAT-ADJUSTMENT AND SAMP-ACCT-NOT-ON-FILE
134300             MOVE 'CANNOT WRITE REJECT FILE' TO SAMP-ABEND-MSG
134400             GO TO 9600-ABEND
134500         END-IF
134502         MOVE SAMP-CURR-SOURCE-SYSTEM TO SAMP-SCOR-LOOKUP-CODE
134504         MOVE SAMP-REASON-CODE TO SAMP-SCOR-REASON-CODE
134506         PERFORM 3150-TALLY-REJECT THRU 3150-EXIT
134510     END-IF
134600     .
134700 3100-EXIT.
134701     EXIT.
134702*****************************************************************
134703*  3150-TALLY-REJECT - ADDS ONE REJECT ROW TO THE SCORE TABLE
134704*  UNDER SAMP-SCOR-LOOKUP-CODE AND SAMP-SCOR-REASON-CODE.
134705*****************************************************************
134706 3150-TALLY-REJECT.
134707     PERFORM 3160-FIND-SCORE-SOURCE THRU 3160-EXIT
134708     PERFORM 3170-TALLY-ONE-REASON THRU 3170-EXIT
134709         VARYING SAMP-SCOR-RSN-SUB FROM 1 BY 1
134710         UNTIL SAMP-SCOR-RSN-SUB > 8
134711     .
134712 3150-EXIT.
134713     EXIT.
134714*****************************************************************
134715*  3160-FIND-SCORE-SOURCE - FINDS THE SCORE ENTRY FOR
134716*  SAMP-SCOR-LOOKUP-CODE, REGISTERING IT ZEROED ON FIRST SIGHT.
134717*****************************************************************
134718 3160-FIND-SCORE-SOURCE.
134719     SET SAMP-SCOR-NOT-FOUND TO TRUE
134720     PERFORM 3165-SCAN-ONE-SCORE THRU 3165-EXIT
134721         VARYING SAMP-SCOR-SUB FROM 1 BY 1
134722         UNTIL SAMP-SCOR-SUB > SAMP-SCOR-USED-COUNT
134723            OR SAMP-SCOR-FOUND
134724     IF SAMP-SCOR-NOT-FOUND
134725         IF SAMP-SCOR-USED-COUNT < SAMP-MAX-SOURCES
134726             ADD 1 TO SAMP-SCOR-USED-COUNT
134727             MOVE SAMP-SCOR-USED-COUNT TO SAMP-SCOR-HIT
134728             MOVE SAMP-SCOR-LOOKUP-CODE
134729                 TO SAMP-SCOR-CODE (SAMP-SCOR-HIT)
134730             MOVE ZERO TO SAMP-SCOR-BREAK-COUNT (SAMP-SCOR-HIT)
134731             PERFORM 3175-ZERO-ONE-REASON THRU 3175-EXIT
134732                 VARYING SAMP-SCOR-RSN-SUB FROM 1 BY 1
134733                 UNTIL SAMP-SCOR-RSN-SUB > 8
134734         ELSE
134735             MOVE 'MORE SOURCE CODES THAN TABLE SLOTS'
134736                 TO SAMP-ABEND-MSG
134737             GO TO 9600-ABEND
134738         END-IF
134739     END-IF
134740     .
134741 3160-EXIT.
134742     EXIT.
134743 3165-SCAN-ONE-SCORE.
134744     IF SAMP-SCOR-CODE (SAMP-SCOR-SUB) = SAMP-SCOR-LOOKUP-CODE
134745         SET SAMP-SCOR-FOUND TO TRUE
134746         MOVE SAMP-SCOR-SUB TO SAMP-SCOR-HIT
134747     END-IF
134748     .
134749 3165-EXIT.
134750     EXIT.
134751*****************************************************************
134752*  3170-TALLY-ONE-REASON / 3175-ZERO-ONE-REASON
134753*****************************************************************
134754 3170-TALLY-ONE-REASON.
134755     IF SAMP-SCOR-REASON (SAMP-SCOR-RSN-SUB)
134756           = SAMP-SCOR-REASON-CODE
134757         ADD 1 TO SAMP-SCOR-REJ-COUNT
134758             (SAMP-SCOR-HIT SAMP-SCOR-RSN-SUB)
134759     END-IF
134760     .
134761 3170-EXIT.
134762     EXIT.
134763 3175-ZERO-ONE-REASON.
134764     MOVE ZERO TO SAMP-SCOR-REJ-COUNT
134765         (SAMP-SCOR-HIT SAMP-SCOR-RSN-SUB)
134766     .
134767 3175-EXIT.
134800     EXIT.
134900*****************************************************************
135000*  4000-WRITE-EXTRACT - FEEDS THE DOWNSTREAM REPORTING SYSTEM
136900 4000-EXIT.
137000     EXIT.
137100*****************************************************************
137102*  4400-HOLD-TRANSACTION - WRITES THE TRANSACTION, EXACTLY AS
137104*  IT ARRIVED, TO HELD-TRANS-FILE WITH THE BUSINESS DATE, PASS
137106*  AND THRESHOLD IT WAS HELD UNDER.  NOTHING POSTS; HELDREV
137108*  RELEASES OR DECLINES THE ITEM.  THE OVER-THRESHOLD COUNT IS
137110*  CHECKPOINTED, SO IT DOUBLES AS THE ROW COUNTER AND THE
137112*  RESTART SUPPRESSION (SEE 1150) KEEPS A REPLAYED RECORD
137114*  FROM HOLDING TWICE.
137116*****************************************************************
137118 4400-HOLD-TRANSACTION.
137120     SET SAMP-TRANS-HELD TO TRUE
137122     MOVE SPACES TO HELD-RECORD
137124     MOVE BTCH-DETAIL TO HELD-TRANS
137126     MOVE SAMP-BUS-DATE TO HELD-BUS-DATE
137128     MOVE SAMP-ITERATION-IX TO HELD-PASS
137130     MOVE SAMP-TEST-THRESHOLD TO HELD-THRESHOLD
137132     ACCEPT SAMP-AUDIT-DATE FROM DATE YYYYMMDD
137134     ACCEPT SAMP-AUDIT-TIME FROM TIME
137136     MOVE SAMP-AUDIT-TIMESTAMP TO HELD-TIMESTAMP
137138     IF SAMP-OVER-THRESHOLD-COUNT > SAMP-HELD-ON-FILE
137140         WRITE HELD-RECORD
137142         IF NOT WS-HELD-OK
137144             MOVE 'CANNOT WRITE HELD TRANSACTION FILE'
137146                 TO SAMP-ABEND-MSG
137148             GO TO 9600-ABEND
137150         END-IF
137152     END-IF
137154     .
137156 4400-EXIT.
137158     EXIT.
137160*****************************************************************
137200*  4500-POST-ACCOUNT-MASTER - POSTS THE CURRENT TRANSACTION TO
137300*  THE ACCOUNT MASTER PER ITS TRANSACTION TYPE, CREATING THE
137400*  RECORD ON FIRST SIGHT OF A NEW KEY.  NEW ITEMS ADD INTO THE
137920*  THE LAST CHECKPOINT CANNOT POST A SECOND TIME.
138000*****************************************************************
138100 4500-POST-ACCOUNT-MASTER.
138200     PERFORM 4700-READ-MASTER-FOR-KEY THRU 4700-EXIT
138400     EVALUATE TRUE
138500         WHEN WS-ACCT-OK
138600             SET SAMP-ACCT-FOUND TO TRUE
138650             MOVE ACCT-LAST-AMOUNT TO SAMP-HIST-PRIOR-LAST
138700*            THE SAME KEY POSTING FROM TWO DIFFERENT PASSES OF
138800*            ONE RUN IS THE SIGNATURE OF A DUPLICATED FEED -
138900*            COUNT AND REPORT IT; END-OF-JOB TURNS THE COUNT
140800             MOVE ZERO TO ACCT-LAST-RUN-DATE
140900             MOVE ZERO TO ACCT-LAST-PASS
140910             MOVE ZERO TO ACCT-LAST-DETAIL-SEQ
140920             MOVE 'A' TO ACCT-STATUS
140940             MOVE ZERO TO ACCT-LAST-MAINT-DATE
140960             MOVE ZERO TO SAMP-HIST-PRIOR-LAST
141000         WHEN OTHER
141100             MOVE 'CANNOT READ ACCOUNT MASTER' TO SAMP-ABEND-MSG
141200             GO TO 9600-ABEND
144100         MOVE 'CANNOT UPDATE ACCOUNT MASTER' TO SAMP-ABEND-MSG
144200         GO TO 9600-ABEND
144300     END-IF
144301*    IN SEQUENTIAL MODE THE BROWSE MUST SEE THIS POSTING WHEN
144302*    THE NEXT TRANSACTION FOR THE KEY ASKS FOR IT.
144303     IF PARM-MODE-SEQUENTIAL
144304         PERFORM 4750-HOLD-POSTED-MASTER THRU 4750-EXIT
144305     END-IF
144310     PERFORM 4600-WRITE-POSTING-HISTORY THRU 4600-EXIT
144400     .
144500 4500-EXIT.
144637*  WRITTEN ONLY AFTER THE MASTER UPDATE ITSELF SUCCEEDED, SO
144638*  THE TRAIL NEVER SHOWS A POSTING THE MASTER NEVER TOOK.
144639*  THE ROW COUNTER AND THE RESTART SUPPRESSION (SEE 1150)
144640*  KEEP A REPLAYED RECORD FROM WRITING ITS ROW TWICE.  THE
144641*  LAST AMOUNT BEFORE THE POSTING AND THE CREATED-ACCOUNT MARK
144642*  ARE WHAT DAYBACK NEEDS TO PUT THE ACCOUNT BACK.
144643*****************************************************************
144644 4600-WRITE-POSTING-HISTORY.
144645     MOVE SPACES TO HIST-RECORD
144646     MOVE SAMP-CURR-KEY TO HIST-KEY
144647     MOVE SAMP-BUS-DATE TO HIST-RUN-DATE
144648     MOVE SAMP-ITERATION-IX TO HIST-PASS
144649     MOVE SAMP-CURR-STATUS-CODE TO HIST-STATUS-CODE
144650     MOVE SAMP-CURR-AMOUNT TO HIST-AMOUNT
144651     MOVE ACCT-BALANCE TO HIST-BALANCE-AFTER
144652     MOVE ACCT-LAST-TIMESTAMP TO HIST-TIMESTAMP
144653     MOVE SAMP-HIST-PRIOR-LAST TO HIST-PRIOR-LAST-AMOUNT
144654     IF SAMP-ACCT-NOT-ON-FILE
144655         SET HIST-ACCOUNT-CREATED TO TRUE
144656     ELSE
144657         SET HIST-ACCOUNT-EXISTED TO TRUE
144658     END-IF
144659     ADD 1 TO SAMP-HIST-COUNT
144660     IF SAMP-HIST-COUNT > SAMP-HIST-ON-FILE
144661         WRITE HIST-RECORD
144662         IF NOT WS-HIST-OK
144663             MOVE 'CANNOT WRITE POSTING HISTORY'
144664                 TO SAMP-ABEND-MSG
144665             GO TO 9600-ABEND
144666         END-IF
144667     END-IF
144668     .
144669 4600-EXIT.
144670     EXIT.
144671*****************************************************************
144672*  4700-READ-MASTER-FOR-KEY - FETCHES THE ACCOUNT MASTER RECORD
144673*  FOR SAMP-CURR-KEY INTO ACCT-RECORD, LEAVING WS-ACCT-STATUS
144674*  '00' WHEN IT IS ON FILE AND '23' WHEN IT IS NOT.  IN RANDOM
144675*  MODE THAT IS ONE KEYED READ.  IN SEQUENTIAL MODE THE ANSWER
144676*  COMES FROM THE MASTER BROWSE (SEE SAMP-MASTER-CURSOR-FIELDS):
144677*  THE FIRST CALL OF A PASS STARTS IT AT THE KEY, AND EVERY CALL
144678*  AFTER THAT ONLY MOVES IT FORWARD TO THE KEY - THE PASS KEYS
144679*  ASCEND, SO NOTHING PASSED OVER IS WANTED AGAIN THIS PASS.
144680*  EITHER WAY THE CALLERS SEE THE SAME RECORD AND STATUS, SO
144681*  VALIDATION, POSTING, THE REPLAY GUARD AND THE CROSS-PASS
144682*  DUPLICATE CHECK RUN UNCHANGED IN BOTH MODES.
144683*****************************************************************
144684 4700-READ-MASTER-FOR-KEY.
144685     MOVE SAMP-CURR-KEY TO ACCT-KEY
144686     IF PARM-MODE-RANDOM
144687         READ ACCOUNT-MASTER-FILE
144688         GO TO 4700-EXIT
144689     END-IF
144690     IF SAMP-MCUR-UNPOSITIONED
144691         PERFORM 4710-START-MASTER-BROWSE THRU 4710-EXIT
144692     END-IF
144693     PERFORM 4720-ADVANCE-MASTER-BROWSE THRU 4720-EXIT
144694         UNTIL SAMP-MCUR-AT-END
144695            OR SAMP-MCUR-KEY NOT < SAMP-CURR-KEY
144696     IF SAMP-MCUR-ON-RECORD
144697         AND SAMP-MCUR-KEY = SAMP-CURR-KEY
144698         MOVE SAMP-MCUR-IMAGE TO ACCT-RECORD
144699         SET WS-ACCT-OK TO TRUE
144700     ELSE
144701         SET WS-ACCT-NOT-FOUND TO TRUE
144702     END-IF
144703     .
144704 4700-EXIT.
144705     EXIT.
144706*****************************************************************
144707*  4710-START-MASTER-BROWSE - POSITIONS AT THE FIRST MASTER
144708*  RECORD WHOSE KEY IS NOT LESS THAN ACCT-KEY AND READS IT.  NO
144709*  SUCH RECORD LEAVES THE BROWSE AT END, SO EVERY KEY FROM HERE
144710*  ON IS A NEW ACCOUNT.
144711*****************************************************************
144712 4710-START-MASTER-BROWSE.
144713     START ACCOUNT-MASTER-FILE KEY IS NOT LESS THAN ACCT-KEY
144714     IF WS-ACCT-NOT-FOUND
144715         MOVE 'E' TO WS-MCUR-STATE-SW
144716         GO TO 4710-EXIT
144717     END-IF
144718     IF NOT WS-ACCT-OK
144719         MOVE 'CANNOT POSITION ACCOUNT MASTER' TO SAMP-ABEND-MSG
144720         GO TO 9600-ABEND
144721     END-IF
144722     PERFORM 4730-READ-NEXT-MASTER THRU 4730-EXIT
144723     .
144724 4710-EXIT.
144725     EXIT.
144726*****************************************************************
144727*  4720-ADVANCE-MASTER-BROWSE - STEPS TO THE NEXT MASTER RECORD.
144728*  A BROWSED RECORD WAITING BEHIND A NEW ACCOUNT (SEE 4750) IS
144729*  TAKEN BACK FIRST; IT IS STILL THE FILE'S CURRENT POSITION.
144730*****************************************************************
144731 4720-ADVANCE-MASTER-BROWSE.
144732     IF NOT SAMP-MSAV-EMPTY
144733         MOVE SAMP-MSAV-IMAGE TO SAMP-MCUR-IMAGE
144734         MOVE WS-MSAV-STATE-SW TO WS-MCUR-STATE-SW
144735         MOVE 'N' TO WS-MSAV-STATE-SW
144736         GO TO 4720-EXIT
144737     END-IF
144738     PERFORM 4730-READ-NEXT-MASTER THRU 4730-EXIT
144739     .
144740 4720-EXIT.
144741     EXIT.
144742*****************************************************************
144743*  4730-READ-NEXT-MASTER
144744*****************************************************************
144745 4730-READ-NEXT-MASTER.
144746     READ ACCOUNT-MASTER-FILE NEXT RECORD
144747         AT END
144748             MOVE 'E' TO WS-MCUR-STATE-SW
144749             GO TO 4730-EXIT
144750     END-READ
144751     IF NOT WS-ACCT-OK
144752         MOVE 'CANNOT READ ACCOUNT MASTER' TO SAMP-ABEND-MSG
144753         GO TO 9600-ABEND
144754     END-IF
144755     MOVE ACCT-RECORD TO SAMP-MCUR-IMAGE
144756     MOVE 'R' TO WS-MCUR-STATE-SW
144757     .
144758 4730-EXIT.
144759     EXIT.
144760*****************************************************************
144761*  4750-HOLD-POSTED-MASTER - KEEPS THE MASTER BROWSE IN STEP
144762*  WITH A POSTING 4500 HAS JUST WRITTEN.  AN EXISTING ACCOUNT'S
144763*  NEW IMAGE REPLACES THE BROWSED ONE.  A NEW ACCOUNT SORTS
144764*  AHEAD OF THE RECORD THE BROWSE IS ON (OR THE BROWSE IS AT
144765*  END), SO IT BECOMES THE CURRENT RECORD AND THE BROWSED ONE
144766*  WAITS FOR 4720.  A NEW KEY ONLY COMES UP WITH NOTHING
144767*  WAITING, BECAUSE THE PASS KEYS ASCEND.
144768*****************************************************************
144769 4750-HOLD-POSTED-MASTER.
144770     IF SAMP-ACCT-FOUND
144771         MOVE ACCT-RECORD TO SAMP-MCUR-IMAGE
144772         GO TO 4750-EXIT
144773     END-IF
144774     MOVE SAMP-MCUR-IMAGE TO SAMP-MSAV-IMAGE
144775     MOVE WS-MCUR-STATE-SW TO WS-MSAV-STATE-SW
144776     MOVE ACCT-RECORD TO SAMP-MCUR-IMAGE
144777     MOVE 'R' TO WS-MCUR-STATE-SW
144778     .
144779 4750-EXIT.
144780     EXIT.
144781*****************************************************************
144800*  5000-AUDIT-TEST-CHANGE - APPENDS AN AUDIT-LOG-FILE ROW EVERY
144900*  TIME SAMP-TEST-VALUE IS SET FROM THE INCOMING RECORD.  THE
145000*  AUDIT TIMESTAMP IS CAPTURED FRESH HERE, NOT REUSED FROM THE
155300         GO TO 9600-ABEND
155400     END-IF
155500     MOVE SPACES TO RPT-RECORD
155505     IF PARM-MODE-SEQUENTIAL
155510         MOVE 'MASTER UPDATE MODE - SEQUENTIAL' TO RPT-LABEL
155515     ELSE
155520         MOVE 'MASTER UPDATE MODE - RANDOM' TO RPT-LABEL
155525     END-IF
155530     WRITE RPT-RECORD
155535     IF NOT WS-RPT-OK
155540         MOVE 'CANNOT WRITE REPORT FILE' TO SAMP-ABEND-MSG
155545         GO TO 9600-ABEND
155550     END-IF
155555     MOVE SPACES TO RPT-RECORD
155600     WRITE RPT-RECORD
155700     IF NOT WS-RPT-OK
155800         MOVE 'CANNOT WRITE REPORT FILE' TO SAMP-ABEND-MSG
158300         GO TO 9600-ABEND
158400     END-IF
158500     MOVE SPACES TO RPT-RECORD
158600     MOVE 'RECORDS HELD - OVER TEST THRESHOLD' TO RPT-LABEL
158700     MOVE SAMP-OVER-THRESHOLD-COUNT TO RPT-VALUE
158800     WRITE RPT-RECORD
158900     IF NOT WS-RPT-OK
165730     PERFORM 8510-REPORT-ONE-PASS THRU 8510-EXIT
165800         VARYING SAMP-RPT-PASS-SUB FROM 1 BY 1
165900         UNTIL SAMP-RPT-PASS-SUB > SAMP-MAX-PASSES
165920     PERFORM 8530-REPORT-PASS-TIME THRU 8530-EXIT
165940         VARYING SAMP-RPT-PASS-SUB FROM 1 BY 1
165960         UNTIL SAMP-RPT-PASS-SUB > SAMP-MAX-PASSES
166000     .
166100 8500-EXIT.
166200     EXIT.
168944 8520-EXIT.
168946     EXIT.
169000*****************************************************************
169002*  8530-REPORT-PASS-TIME - ONE LINE PER PASS THIS SUBMISSION
169004*  TIMED, ELAPSED HUNDREDTHS OF A SECOND IN THE VALUE COLUMN,
169006*  SO A RANDOM-MODE RUN AND A SEQUENTIAL-MODE RUN CAN BE LAID
169008*  SIDE BY SIDE.
169010*****************************************************************
169012 8530-REPORT-PASS-TIME.
169014     IF NOT SAMP-PASS-TIMED (SAMP-RPT-PASS-SUB)
169016         GO TO 8530-EXIT
169018     END-IF
169020     MOVE SPACES TO RPT-RECORD
169022     MOVE 'PASS    ELAPSED TIME (1/100 SEC)' TO RPT-LABEL
169024     MOVE SAMP-RPT-PASS-SUB TO SAMP-RPT-PASS-EDIT
169026     MOVE SAMP-RPT-PASS-EDIT TO RPT-LABEL (6:2)
169028     MOVE SAMP-PASS-ELAPSED (SAMP-RPT-PASS-SUB) TO RPT-VALUE
169030     WRITE RPT-RECORD
169032     IF NOT WS-RPT-OK
169034         MOVE 'CANNOT WRITE REPORT FILE' TO SAMP-ABEND-MSG
169036         GO TO 9600-ABEND
169038     END-IF
169040     .
169042 8530-EXIT.
169044     EXIT.
169046*****************************************************************
169100*  8700-WRITE-GL-JOURNAL - TURNS THE GL BUCKET TABLE INTO THE
169200*  DAY'S LEDGER INTERFACE FILE.  A BUCKET'S POSITIVE NET EFFECT
169300*  GOES OUT AS A DEBIT AND A NEGATIVE ONE AS A CREDIT; THE 'CL'
173200         GO TO 9600-ABEND
173300     END-IF
173400     MOVE SPACES TO GLXM-RECORD
173450     MOVE ZERO TO GLXM-AMOUNT-TOTAL
173500     MOVE SAMP-GL-ROW-COUNT TO GLXM-COUNT
173600     MOVE SAMP-RUN-TIMESTAMP TO GLXM-TIMESTAMP
173700     WRITE GLXM-RECORD
187300         GO TO 9600-ABEND
187400     END-IF
187500     MOVE SPACES TO XMIT-RECORD
187550     MOVE ZERO TO XMIT-AMOUNT-TOTAL
187600     MOVE SAMP-EXTRACT-COUNT TO XMIT-COUNT
187700     MOVE SAMP-RUN-TIMESTAMP TO XMIT-TIMESTAMP
187800     WRITE XMIT-RECORD
188340     PERFORM 8750-WRITE-POSTED-NET THRU 8750-EXIT
188400     CLOSE AUDIT-LOG-FILE
188500     CLOSE POSTING-HISTORY-FILE
188550     CLOSE HELD-TRANS-FILE
188600     CLOSE ACCOUNT-MASTER-FILE
188700     EVALUATE TRUE
188800         WHEN SAMP-XPASS-DUP-COUNT > 0
190400             MOVE 4 TO RETURN-CODE
190500             MOVE 'RUN COMPLETED WITH REJECTED RECORDS'
190600                 TO SAMP-STATUS-TEXT
190620         WHEN SAMP-OVER-THRESHOLD-COUNT > 0
190640             MOVE 4 TO RETURN-CODE
190660             MOVE 'RUN COMPLETED - ITEMS HELD FOR REVIEW'
190680                 TO SAMP-STATUS-TEXT
190700         WHEN OTHER
190800             MOVE 0 TO RETURN-CODE
190900             MOVE 'RUN COMPLETED SUCCESSFULLY'
191000                 TO SAMP-STATUS-TEXT
191100     END-EVALUATE
191150     PERFORM 9200-WRITE-SOURCE-STATS THRU 9200-EXIT
191200     PERFORM 9100-RECORD-DATE-COMPLETE THRU 9100-EXIT
191250     PERFORM 9700-WRITE-RUN-LOG THRU 9700-EXIT
191300     OPEN OUTPUT ERROR-LOG-FILE
191400     IF WS-ERRL-OK
191500         MOVE SPACES TO ERRL-RECORD
196900 9100-EXIT.
197000     EXIT.
197100*****************************************************************
197101*  9200-WRITE-SOURCE-STATS - APPENDS ONE ROW PER SOURCE TO THE
197102*  SOURCE STATISTICS LOG UNDER THE RUN'S BUSINESS DATE: REJECTS
197103*  BY REASON CODE, AND A BREAK OF 1 FOR A SOURCE THAT DID NOT
197104*  RECONCILE.  EVERY SOURCE THE RUN PROCESSED OR REJECTED GETS
197105*  A ROW.  A RUN THAT NEVER LEARNED ITS DATE WRITES NONE.
197106*  LIKE THE RUN LOG THIS IS BEST-EFFORT.  BY NOW EVERY PASS HAS
197107*  POSTED AND 9100 STILL HAS TO CLOSE OUT THE DATE, SO A LOG
197108*  THAT CANNOT BE WRITTEN IS REPORTED AND THE RUN ENDS WITH AT
197109*  LEAST RETURN CODE 4 (SEE 9290) RATHER THAN ABENDING HERE.
197110*****************************************************************
197111 9200-WRITE-SOURCE-STATS.
197112     IF SAMP-BUS-DATE-UNKNOWN
197113         GO TO 9200-EXIT
197114     END-IF
197115     PERFORM 9210-MARK-ONE-BREAK THRU 9210-EXIT
197116         VARYING SAMP-SRC-SUB FROM 1 BY 1
197117         UNTIL SAMP-SRC-SUB > SAMP-SRC-USED-COUNT
197118     OPEN EXTEND SOURCE-STATS-FILE
197119     IF WS-SSTA-NOT-PRESENT
197120         OPEN OUTPUT SOURCE-STATS-FILE
197121     END-IF
197122     IF NOT WS-SSTA-OK
197123         DISPLAY 'SAMPLE - CANNOT OPEN SOURCE STATS FILE'
197124         PERFORM 9290-SOURCE-STATS-WARNING THRU 9290-EXIT
197125         GO TO 9200-EXIT
197126     END-IF
197127     PERFORM 9250-ONE-SOURCE-STATS THRU 9250-EXIT
197128         VARYING SAMP-SCOR-SUB FROM 1 BY 1
197129         UNTIL SAMP-SCOR-SUB > SAMP-SCOR-USED-COUNT
197130     CLOSE SOURCE-STATS-FILE
197131     IF SAMP-SSTA-FAILED
197132         PERFORM 9290-SOURCE-STATS-WARNING THRU 9290-EXIT
197133     END-IF
197134     .
197135 9200-EXIT.
197136     EXIT.
197137*****************************************************************
197138*  9210-MARK-ONE-BREAK
197139*****************************************************************
197140 9210-MARK-ONE-BREAK.
197141     MOVE SAMP-SRC-CODE (SAMP-SRC-SUB) TO SAMP-SCOR-LOOKUP-CODE
197142     PERFORM 3160-FIND-SCORE-SOURCE THRU 3160-EXIT
197143     IF SAMP-SRC-BAD (SAMP-SRC-SUB)
197144         MOVE 1 TO SAMP-SCOR-BREAK-COUNT (SAMP-SCOR-HIT)
197145     END-IF
197146     .
197147 9210-EXIT.
197148     EXIT.
197149*****************************************************************
197150*  9250-ONE-SOURCE-STATS / 9260-ONE-REASON-STAT
197151*****************************************************************
197152 9250-ONE-SOURCE-STATS.
197153     IF SAMP-SSTA-FAILED
197154         GO TO 9250-EXIT
197155     END-IF
197156     MOVE SPACES TO SSTA-RECORD
197157     MOVE SAMP-BUS-DATE TO SSTA-BUS-DATE
197158     MOVE 'SAMPLE' TO SSTA-PROGRAM
197159     MOVE SAMP-RUN-TIMESTAMP TO SSTA-RUN-STAMP
197160     MOVE SAMP-SCOR-CODE (SAMP-SCOR-SUB) TO SSTA-SOURCE-SYSTEM
197161     MOVE ZERO TO SSTA-SUPPLIED-COUNT
197162     MOVE ZERO TO SSTA-DUP-COUNT
197163     PERFORM 9260-ONE-REASON-STAT THRU 9260-EXIT
197164         VARYING SAMP-SCOR-RSN-SUB FROM 1 BY 1
197165         UNTIL SAMP-SCOR-RSN-SUB > 8
197166     MOVE ZERO TO SSTA-REPAIR-COUNT
197167     MOVE ZERO TO SSTA-FORCED-COUNT
197168     MOVE SAMP-SCOR-BREAK-COUNT (SAMP-SCOR-SUB)
197169         TO SSTA-BREAK-COUNT
197170     WRITE SSTA-RECORD
197171     IF NOT WS-SSTA-OK
197172         DISPLAY 'SAMPLE - CANNOT WRITE SOURCE STATS FILE'
197173         SET SAMP-SSTA-FAILED TO TRUE
197174     END-IF
197175     .
197176 9250-EXIT.
197177     EXIT.
197178 9260-ONE-REASON-STAT.
197179     MOVE SAMP-SCOR-REJ-COUNT (SAMP-SCOR-SUB SAMP-SCOR-RSN-SUB)
197180         TO SSTA-REJ-COUNT (SAMP-SCOR-RSN-SUB)
197181     .
197182 9260-EXIT.
197183     EXIT.
197184*****************************************************************
197185*  9290-SOURCE-STATS-WARNING - A RUN THAT WOULD OTHERWISE END
197186*  CLEAN ENDS WITH RETURN CODE 4 AND SAYS WHY; A WORSE RESULT
197187*  ALREADY SET BY 9000 STANDS.
197188*****************************************************************
197189 9290-SOURCE-STATS-WARNING.
197190     IF RETURN-CODE < 4
197191         MOVE 4 TO RETURN-CODE
197192         MOVE 'RUN COMPLETED - SOURCE STATS NOT WRITTEN'
197193             TO SAMP-STATUS-TEXT
197194     END-IF
197195     .
197196 9290-EXIT.
197197     EXIT.
197198*****************************************************************
197200*  9600-ABEND - SHARED HARD-FAILURE EXIT FOR FILE-OPEN, FILE-
197300*  WRITE, AND MISSING-CONTROL-RECORD ERRORS.  LOGS THE FAILURE TO
197400*  THE CONSOLE AND, WHERE POSSIBLE, TO ERROR-LOG-FILE BEFORE
198600         WRITE ERRL-RECORD
198700         CLOSE ERROR-LOG-FILE
198800     END-IF
198820     MOVE 'A' TO WS-STEP-END-SW
198840     PERFORM 9700-WRITE-RUN-LOG THRU 9700-EXIT
198900     STOP RUN
199000     .
199100 9600-EXIT.
199200     EXIT.
199300*****************************************************************
199400*  9700-WRITE-RUN-LOG - APPENDS THIS STEP'S RESULT ROW TO THE
199500*  SHARED RUN LOG (SEE RLOGREC), WHETHER THE STEP IS ENDING
199600*  NORMALLY OR THROUGH 9600-ABEND.  LIKE THE ERROR LOG, A RUN
199700*  LOG THAT CANNOT BE WRITTEN IS REPORTED BUT DOES NOT CHANGE
199800*  THE STEP'S OWN RESULT - THE NIGHT SUMMARY THEN SHOWS THE
199900*  STEP AS NEVER RUN, WHICH GETS IT LOOKED AT ANYWAY.
200000*****************************************************************
200100 9700-WRITE-RUN-LOG.
200200     OPEN EXTEND RUN-LOG-FILE
200300     IF WS-RLOG-NOT-PRESENT
200400         OPEN OUTPUT RUN-LOG-FILE
200500     END-IF
200600     IF NOT WS-RLOG-OK
200700         DISPLAY 'SAMPLE - CANNOT OPEN RUN LOG FILE'
200800         GO TO 9700-EXIT
200900     END-IF
201000     MOVE SPACES TO RLOG-RECORD
201100     MOVE 'SAMPLE' TO RLOG-PROGRAM
201200     IF SAMP-BUS-DATE-UNKNOWN
201300         SET RLOG-DATE-IS-RUN TO TRUE
201400         MOVE SAMP-STEP-START-DATE TO RLOG-BUS-DATE
201500     ELSE
201600         SET RLOG-DATE-IS-BUSINESS TO TRUE
201700         MOVE SAMP-BUS-DATE TO RLOG-BUS-DATE
201800     END-IF
201900     MOVE SAMP-STEP-START-DATE TO RLOG-START-DATE
202000     MOVE SAMP-STEP-START-TIME TO RLOG-START-TIME
202100     ACCEPT RLOG-END-DATE FROM DATE YYYYMMDD
202200     ACCEPT RLOG-END-TIME FROM TIME
202300     MOVE RETURN-CODE TO RLOG-RETURN-CODE
202400     MOVE ZERO TO RLOG-COUNT (1)
202500     MOVE ZERO TO RLOG-COUNT (2)
202600     MOVE ZERO TO RLOG-COUNT (3)
202700     MOVE ZERO TO RLOG-COUNT (4)
202800     MOVE ZERO TO RLOG-OUTSTANDING-COUNT
202900     MOVE 'PROCESSED' TO RLOG-COUNT-NAME (1)
203000     MOVE SAMP-SOME-COUNT TO RLOG-COUNT (1)
203100     MOVE 'REJECTED' TO RLOG-COUNT-NAME (2)
203200     MOVE SAMP-REJECT-COUNT TO RLOG-COUNT (2)
203300     MOVE 'HELD' TO RLOG-COUNT-NAME (3)
203400     MOVE SAMP-OVER-THRESHOLD-COUNT TO RLOG-COUNT (3)
203500     MOVE 'EXTRACTED' TO RLOG-COUNT-NAME (4)
203600     MOVE SAMP-EXTRACT-COUNT TO RLOG-COUNT (4)
203700     IF SAMP-STEP-ABENDED
203800         SET RLOG-ABENDED TO TRUE
203900         MOVE SAMP-ABEND-MSG TO RLOG-MESSAGE
204000     ELSE
204100         SET RLOG-ENDED-NORMALLY TO TRUE
204200         IF SAMP-ACK-FAILED
204300             MOVE 1 TO RLOG-OUTSTANDING-COUNT
204400             MOVE SAMP-ACK-TEXT TO RLOG-MESSAGE
204500         END-IF
204600     END-IF
204700     WRITE RLOG-RECORD
204800     IF NOT WS-RLOG-OK
204900         DISPLAY 'SAMPLE - CANNOT WRITE RUN LOG FILE'
205000     END-IF
205100     CLOSE RUN-LOG-FILE
205200     .
205300 9700-EXIT.
205400     EXIT.
