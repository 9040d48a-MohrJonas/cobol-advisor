002500*  CARD IS SPENT ON THE FIRST PENDING REQUEST IT MATCHES, SO
002600*  TWO REQUESTS FOR ONE KEY NEED TWO CARDS.
002700*
002710*  ACCTMNT ALSO HOLDS EVERY ACCOUNT STATUS CHANGE (FREEZE,
002720*  UNFREEZE, CLOSE, REOPEN) HERE.  AN APPROVED STATUS CHANGE
002730*  IS APPLIED ONLY WHILE THE ACCOUNT STILL HAS THE STATUS IT
002740*  WAS KEYED AGAINST - OTHERWISE IT IS STALE AND RIDES
002750*  FORWARD THE SAME WAY.  IT MOVES NO BALANCE.
002760*
002800*  MOD HISTORY
002900*  -------------------------------------------------------------
003000*  DATE       INIT  DESCRIPTION
003100*  ---------  ----  ---------------------------------------------
003200*  2026-09-02 JDM   INITIAL VERSION.
003210*  2026-10-15 JDM   APPLIES APPROVED ACCOUNT STATUS CHANGES
003220*                   (FREEZE/UNFREEZE/CLOSE/REOPEN) WITH THEIR
003230*                   OWN STALE CHECK ON THE STATUS.
003240*  2026-10-15 JDM   APPENDS A STEP-RESULT ROW TO THE SHARED RUN
003250*                   LOG (RUNLOG) AT END OF JOB AND ON AN ABEND,
003260*                   FOR THE NIGHT SUMMARY.
003270*  2026-10-15 JDM   AN APPLIED CORRECTION OR STATUS CHANGE STAMPS
003280*                   THE ACCOUNT'S LAST MAINTENANCE DATE FOR THE
003290*                   CHANGED-SINCE WAREHOUSE EXTRACT.
003300*****************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
005910     SELECT POSTED-NET-FILE ASSIGN TO POSTDNET
005920         ORGANIZATION IS SEQUENTIAL
005930         FILE STATUS IS WS-PNET-STATUS.
005940     SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
005960         ORGANIZATION IS SEQUENTIAL
005980         FILE STATUS IS WS-RLOG-STATUS.
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  PENDING-IN-FILE
008720     RECORDING MODE IS F
008730     LABEL RECORDS ARE STANDARD.
008740     COPY PNETREC.
008750 FD  RUN-LOG-FILE
008760     RECORDING MODE IS F
008770     LABEL RECORDS ARE STANDARD.
008780     COPY RLOGREC.
008800 WORKING-STORAGE SECTION.
008900*****************************************************************
009000*  FILE STATUS SWITCHES
010610     05  WS-PNET-STATUS              PIC X(02).
010620         88  WS-PNET-OK                  VALUE '00'.
010630         88  WS-PNET-NOT-PRESENT         VALUE '35'.
010640     05  WS-RLOG-STATUS              PIC X(02).
010660         88  WS-RLOG-OK                  VALUE '00'.
010680         88  WS-RLOG-NOT-PRESENT         VALUE '35'.
010700*****************************************************************
010800*  CONTROL SWITCHES
010900*****************************************************************
015700                                     PIC X(14).
015800 01  APRV-AUDIT-EDIT                 PIC -9(09).
015810 01  APRV-DECISION-TEXT              PIC X(10).
015820 01  APRV-STATUS-FIELDS.
015840     05  APRV-CURR-STATUS            PIC X(01).
015860     05  APRV-STATUS-WORD            PIC X(06).
015900*****************************************************************
016000*  LISTING WORK LINES
016100*****************************************************************
017900*****************************************************************
018000 01  APRV-JOB-STATUS-FIELDS.
018100     05  APRV-ABEND-MSG              PIC X(40).
018110*****************************************************************
018120*  RUN LOG FIELDS - WHEN THE STEP STARTED, AND WHETHER IT IS
018130*  ON ITS WAY OUT THROUGH 9600-ABEND (SEE 9700).
018140*****************************************************************
018150 01  APRV-RUN-LOG-FIELDS.
018160     05  APRV-STEP-START-DATE        PIC 9(08) VALUE ZERO.
018170     05  APRV-STEP-START-TIME        PIC 9(08) VALUE ZERO.
018180     05  WS-STEP-END-SW              PIC X(01) VALUE 'N'.
018190         88  APRV-STEP-ABENDED           VALUE 'A'.
018200 PROCEDURE DIVISION.
018300*****************************************************************
018400*  0000-MAINLINE
019600*  DECK INTO THE CARD TABLE.
019700*****************************************************************
019800 1000-INITIALIZE.
019820     ACCEPT APRV-STEP-START-DATE FROM DATE YYYYMMDD
019840     ACCEPT APRV-STEP-START-TIME FROM TIME
019900     OPEN INPUT PENDING-IN-FILE
020000     IF WS-PEND-NOT-PRESENT
020100         MOVE 'NO PENDING FILE - NOTHING TO APPROVE'
038500     IF NOT WS-ACCT-OK
038600         MOVE 'CANNOT READ ACCOUNT MASTER' TO APRV-ABEND-MSG
038700         GO TO 9600-ABEND
038720     END-IF
038740     IF PEND-STATUS-CHANGE
038760         PERFORM 3200-APPLY-STATUS-CHANGE THRU 3200-EXIT
038780         GO TO 3000-EXIT
038800     END-IF
038802*    THE NIGHTLY BATCH MAY HAVE POSTED AGAINST THE KEY SINCE
038804*    THE REQUEST WAS HELD.  APPLYING THE STALE TARGET WOULD
041530         COMPUTE APRV-NET-MOVEMENT = APRV-NET-MOVEMENT
041540             + PEND-NEW-BALANCE - ACCT-BALANCE
041600         MOVE PEND-NEW-BALANCE TO ACCT-BALANCE
041650         ACCEPT ACCT-LAST-MAINT-DATE FROM DATE YYYYMMDD
041700         REWRITE ACCT-RECORD
041800         IF NOT WS-ACCT-OK
041900             MOVE 'CANNOT REWRITE ACCOUNT MASTER'
043900     PERFORM 6000-WRITE-AUDIT-ROW THRU 6000-EXIT
044000     .
044100 3000-EXIT.
044101     EXIT.
044102*****************************************************************
044103*  3200-APPLY-STATUS-CHANGE - AN APPROVED FREEZE, UNFREEZE,
044104*  CLOSE OR REOPEN.  IF THE ACCOUNT'S STATUS IS NO LONGER THE
044105*  ONE THE REQUEST WAS KEYED AGAINST, THE REQUEST IS STALE
044106*  AND RIDES FORWARD LIKE A STALE BALANCE CORRECTION.
044107*****************************************************************
044108 3200-APPLY-STATUS-CHANGE.
044109     PERFORM 3300-SET-STATUS-WORD THRU 3300-EXIT
044110     IF APRV-CURR-STATUS NOT = PEND-OLD-STATUS
044111         ADD 1 TO APRV-STALE-COUNT
044112         MOVE SPACES TO APRV-DETAIL-LINE
044113         MOVE 'STALE' TO APRV-DET-DISP
044114         MOVE PEND-KEY TO APRV-DET-KEY
044115         MOVE 'STATUS CHANGED SINCE HOLD - NOT APPLIED'
044116             TO APRV-DET-TEXT
044117         MOVE APRV-DETAIL-LINE TO LIST-RECORD
044118         PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
044119         MOVE SPACES TO AUDT-RECORD
044120         MOVE APRV-AUDIT-TIMESTAMP TO AUDT-TIMESTAMP
044121         MOVE 'ACCTAPR' TO AUDT-PARAGRAPH
044122         MOVE 'PENDING-REQUEST' TO AUDT-FIELD-NAME
044123         MOVE PEND-KEY TO AUDT-KEY
044124         MOVE 'APPROVED' TO AUDT-BEFORE-VALUE
044125         MOVE 'STALE' TO AUDT-AFTER-VALUE
044126         PERFORM 6000-WRITE-AUDIT-ROW THRU 6000-EXIT
044127         MOVE PEND-RECORD TO NEW-PEND-RECORD
044128         WRITE NEW-PEND-RECORD
044129         IF NOT WS-NPND-OK
044130             MOVE 'CANNOT WRITE NEW PENDING FILE'
044131                 TO APRV-ABEND-MSG
044132             GO TO 9600-ABEND
044133         END-IF
044134         GO TO 3200-EXIT
044135     END-IF
044136     ADD 1 TO APRV-APPLIED-COUNT
044137     MOVE SPACES TO AUDT-RECORD
044138     MOVE APRV-AUDIT-TIMESTAMP TO AUDT-TIMESTAMP
044139     MOVE 'ACCTAPR' TO AUDT-PARAGRAPH
044140     MOVE 'ACCT-STATUS' TO AUDT-FIELD-NAME
044141     MOVE PEND-KEY TO AUDT-KEY
044142     MOVE APRV-STATUS-WORD TO AUDT-BEFORE-VALUE
044143     MOVE SPACES TO APRV-DETAIL-LINE
044144     MOVE 'APPLIED' TO APRV-DET-DISP
044145     MOVE PEND-ACTION TO APRV-DET-DISP (9:1)
044146     MOVE PEND-KEY TO APRV-DET-KEY
044147     EVALUATE TRUE
044148         WHEN PEND-FREEZE
044149             MOVE 'F' TO ACCT-STATUS
044150             MOVE 'APPROVED FREEZE APPLIED TO MASTER'
044151                 TO APRV-DET-TEXT
044152         WHEN PEND-UNFREEZE
044153             MOVE 'A' TO ACCT-STATUS
044154             MOVE 'APPROVED UNFREEZE APPLIED TO MASTER'
044155                 TO APRV-DET-TEXT
044156         WHEN PEND-CLOSE
044157             MOVE 'C' TO ACCT-STATUS
044158             MOVE 'APPROVED CLOSE APPLIED TO MASTER'
044159                 TO APRV-DET-TEXT
044160         WHEN PEND-REOPEN
044161             MOVE 'A' TO ACCT-STATUS
044162             MOVE 'APPROVED REOPEN APPLIED TO MASTER'
044163                 TO APRV-DET-TEXT
044164     END-EVALUATE
044165     ACCEPT ACCT-LAST-MAINT-DATE FROM DATE YYYYMMDD
044166     REWRITE ACCT-RECORD
044167     IF NOT WS-ACCT-OK
044168         MOVE 'CANNOT REWRITE ACCOUNT MASTER'
044169             TO APRV-ABEND-MSG
044170         GO TO 9600-ABEND
044171     END-IF
044172     MOVE APRV-DETAIL-LINE TO LIST-RECORD
044173     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
044174     PERFORM 3300-SET-STATUS-WORD THRU 3300-EXIT
044175     MOVE APRV-STATUS-WORD TO AUDT-AFTER-VALUE
044176     PERFORM 6000-WRITE-AUDIT-ROW THRU 6000-EXIT
044177     .
044178 3200-EXIT.
044179     EXIT.
044180*****************************************************************
044181*  3300-SET-STATUS-WORD - THE ACCOUNT'S STATUS AS A CODE AND A
044182*  WORD.  A BLANK STATUS FROM BEFORE STATUSES EXISTED IS
044183*  ACTIVE.
044184*****************************************************************
044185 3300-SET-STATUS-WORD.
044186     EVALUATE TRUE
044187         WHEN ACCT-STAT-FROZEN
044188             MOVE 'F' TO APRV-CURR-STATUS
044189             MOVE 'FROZEN' TO APRV-STATUS-WORD
044190         WHEN ACCT-STAT-CLOSED
044191             MOVE 'C' TO APRV-CURR-STATUS
044192             MOVE 'CLOSED' TO APRV-STATUS-WORD
044193         WHEN OTHER
044194             MOVE 'A' TO APRV-CURR-STATUS
044195             MOVE 'ACTIVE' TO APRV-STATUS-WORD
044196     END-EVALUATE
044197     .
044198 3300-EXIT.
044200     EXIT.
044300*****************************************************************
044400*  4000-REJECT-REQUEST - A REJECTED REQUEST NEVER TOUCHES THE
055800     ELSE
055900         MOVE 0 TO RETURN-CODE
056000     END-IF
056050     PERFORM 9700-WRITE-RUN-LOG THRU 9700-EXIT
056100     .
056200 9000-EXIT.
056300     EXIT.
056700 9600-ABEND.
056800     DISPLAY 'ACCTAPR - ' APRV-ABEND-MSG
056900     MOVE 16 TO RETURN-CODE
056920     MOVE 'A' TO WS-STEP-END-SW
056940     PERFORM 9700-WRITE-RUN-LOG THRU 9700-EXIT
057000     STOP RUN
057100     .
057200 9600-EXIT.
057300     EXIT.
057400*****************************************************************
057500*  9700-WRITE-RUN-LOG - APPENDS THIS STEP'S RESULT ROW TO THE
057600*  SHARED RUN LOG (SEE RLOGREC), WHETHER THE STEP IS ENDING
057700*  NORMALLY OR THROUGH 9600-ABEND.  LIKE THE ERROR LOG, A RUN
057800*  LOG THAT CANNOT BE WRITTEN IS REPORTED BUT DOES NOT CHANGE
057900*  THE STEP'S OWN RESULT - THE NIGHT SUMMARY THEN SHOWS THE
058000*  STEP AS NEVER RUN, WHICH GETS IT LOOKED AT ANYWAY.
058100*****************************************************************
058200 9700-WRITE-RUN-LOG.
058300     OPEN EXTEND RUN-LOG-FILE
058400     IF WS-RLOG-NOT-PRESENT
058500         OPEN OUTPUT RUN-LOG-FILE
058600     END-IF
058700     IF NOT WS-RLOG-OK
058800         DISPLAY 'ACCTAPR - CANNOT OPEN RUN LOG FILE'
058900         GO TO 9700-EXIT
059000     END-IF
059100     MOVE SPACES TO RLOG-RECORD
059200     MOVE 'ACCTAPR' TO RLOG-PROGRAM
059300     SET RLOG-DATE-IS-RUN TO TRUE
059400     MOVE APRV-STEP-START-DATE TO RLOG-BUS-DATE
059500     MOVE APRV-STEP-START-DATE TO RLOG-START-DATE
059600     MOVE APRV-STEP-START-TIME TO RLOG-START-TIME
059700     ACCEPT RLOG-END-DATE FROM DATE YYYYMMDD
059800     ACCEPT RLOG-END-TIME FROM TIME
059900     MOVE RETURN-CODE TO RLOG-RETURN-CODE
060000     MOVE ZERO TO RLOG-COUNT (1)
060100     MOVE ZERO TO RLOG-COUNT (2)
060200     MOVE ZERO TO RLOG-COUNT (3)
060300     MOVE ZERO TO RLOG-COUNT (4)
060400     MOVE ZERO TO RLOG-OUTSTANDING-COUNT
060500     MOVE 'PENDING' TO RLOG-COUNT-NAME (1)
060600     MOVE APRV-PENDING-COUNT TO RLOG-COUNT (1)
060700     MOVE 'APPLIED' TO RLOG-COUNT-NAME (2)
060800     MOVE APRV-APPLIED-COUNT TO RLOG-COUNT (2)
060900     MOVE 'REJECTED' TO RLOG-COUNT-NAME (3)
061000     MOVE APRV-REJECTED-COUNT TO RLOG-COUNT (3)
061100     MOVE 'CARRIED' TO RLOG-COUNT-NAME (4)
061200     MOVE APRV-CARRIED-COUNT TO RLOG-COUNT (4)
061300     IF APRV-STEP-ABENDED
061400         SET RLOG-ABENDED TO TRUE
061500         MOVE APRV-ABEND-MSG TO RLOG-MESSAGE
061600     ELSE
061700         SET RLOG-ENDED-NORMALLY TO TRUE
061800         COMPUTE RLOG-OUTSTANDING-COUNT =
061900             APRV-CARRIED-COUNT + APRV-STALE-COUNT
062000         IF APRV-STALE-COUNT > 0
062100             MOVE 'STALE PENDING APPROVALS CARRIED FORWARD'
062200                 TO RLOG-MESSAGE
062300         ELSE
062400             IF APRV-CARRIED-COUNT > 0
062500                 MOVE 'UNDECIDED APPROVALS CARRIED FORWARD'
062600                     TO RLOG-MESSAGE
062700             END-IF
062800         END-IF
062900     END-IF
063000     WRITE RLOG-RECORD
063100     IF NOT WS-RLOG-OK
063200         DISPLAY 'ACCTAPR - CANNOT WRITE RUN LOG FILE'
063300     END-IF
063400     CLOSE RUN-LOG-FILE
063500     .
063600 9700-EXIT.
063700     EXIT.
