003000*  DATE       INIT  DESCRIPTION
003100*  ---------  ----  ---------------------------------------------
003200*  2026-09-02 JDM   INITIAL VERSION.
003210*  2026-10-15 JDM   APPENDS A STEP-RESULT ROW TO THE SHARED RUN
003220*                   LOG (RUNLOG) AT END OF JOB AND ON AN ABEND,
003230*                   FOR THE NIGHT SUMMARY.
003240*  2026-10-15 JDM   EACH ACCOUNT CLOSED IS STAMPED WITH ITS LAST
003250*                   MAINTENANCE DATE FOR THE CHANGED-SINCE
003260*                   WAREHOUSE EXTRACT.
003300*****************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
005700     SELECT LISTING-FILE ASSIGN TO CLSRPT
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-LIST-STATUS.
005920     SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
005940         ORGANIZATION IS SEQUENTIAL
005960         FILE STATUS IS WS-RLOG-STATUS.
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  ACCOUNT-MASTER-FILE
008700     RECORDING MODE IS F
008800     LABEL RECORDS ARE STANDARD.
008900 01  LIST-RECORD                     PIC X(80).
008920 FD  RUN-LOG-FILE
008940     RECORDING MODE IS F
008960     LABEL RECORDS ARE STANDARD.
008980     COPY RLOGREC.
009000 WORKING-STORAGE SECTION.
009100*****************************************************************
009200*  FILE STATUS SWITCHES
010500         88  WS-NCTL-OK                  VALUE '00'.
010600     05  WS-LIST-STATUS              PIC X(02).
010700         88  WS-LIST-OK                  VALUE '00'.
010720     05  WS-RLOG-STATUS              PIC X(02).
010740         88  WS-RLOG-OK                  VALUE '00'.
010760         88  WS-RLOG-NOT-PRESENT         VALUE '35'.
010800*****************************************************************
010900*  CONTROL SWITCHES
011000*****************************************************************
017100 01  ACLS-JOB-STATUS-FIELDS.
017200     05  ACLS-ABEND-MSG              PIC X(40).
017300     05  ACLS-ABEND-RC               PIC 9(02) VALUE 16.
017310*****************************************************************
017320*  RUN LOG FIELDS - WHEN THE STEP STARTED, AND WHETHER IT IS
017330*  ON ITS WAY OUT THROUGH 9600-ABEND (SEE 9700).
017340*****************************************************************
017350 01  ACLS-RUN-LOG-FIELDS.
017360     05  ACLS-STEP-START-DATE        PIC 9(08) VALUE ZERO.
017370     05  ACLS-STEP-START-TIME        PIC 9(08) VALUE ZERO.
017380     05  WS-STEP-END-SW              PIC X(01) VALUE 'N'.
017390         88  ACLS-STEP-ABENDED           VALUE 'A'.
017400 PROCEDURE DIVISION.
017500*****************************************************************
017600*  0000-MAINLINE
019100*  A REFUSED RUN LEAVES EVERYTHING EXACTLY AS IT FOUND IT.
019200*****************************************************************
019300 1000-INITIALIZE.
019320     ACCEPT ACLS-STEP-START-DATE FROM DATE YYYYMMDD
019340     ACCEPT ACLS-STEP-START-TIME FROM TIME
019400     ACCEPT ACLS-CLOSE-DATE FROM DATE YYYYMMDD
019500     ACCEPT ACLS-CLOSE-TIME FROM TIME
019600     OPEN INPUT CLOSE-CARD-FILE
030400     MOVE ZERO TO ACCT-PTD-NEW-COUNT
030500     MOVE ZERO TO ACCT-PTD-ADJ-COUNT
030600     MOVE ZERO TO ACCT-PTD-REV-COUNT
030650     ACCEPT ACCT-LAST-MAINT-DATE FROM DATE YYYYMMDD
030700     REWRITE ACCT-RECORD
030800     IF NOT WS-ACCT-OK
030900         MOVE 'CANNOT REWRITE ACCOUNT MASTER' TO ACLS-ABEND-MSG
042400     CLOSE PRIOR-PERIOD-FILE
042500     CLOSE LISTING-FILE
042600     MOVE 0 TO RETURN-CODE
042650     PERFORM 9700-WRITE-RUN-LOG THRU 9700-EXIT
042700     .
042800 9000-EXIT.
042900     EXIT.
043500 9600-ABEND.
043600     DISPLAY 'ACCTCLS - ' ACLS-ABEND-MSG
043700     MOVE ACLS-ABEND-RC TO RETURN-CODE
043720     MOVE 'A' TO WS-STEP-END-SW
043740     PERFORM 9700-WRITE-RUN-LOG THRU 9700-EXIT
043800     STOP RUN
043900     .
044000 9600-EXIT.
044100     EXIT.
044200*****************************************************************
044300*  9700-WRITE-RUN-LOG - APPENDS THIS STEP'S RESULT ROW TO THE
044400*  SHARED RUN LOG (SEE RLOGREC), WHETHER THE STEP IS ENDING
044500*  NORMALLY OR THROUGH 9600-ABEND.  LIKE THE ERROR LOG, A RUN
044600*  LOG THAT CANNOT BE WRITTEN IS REPORTED BUT DOES NOT CHANGE
044700*  THE STEP'S OWN RESULT - THE NIGHT SUMMARY THEN SHOWS THE
044800*  STEP AS NEVER RUN, WHICH GETS IT LOOKED AT ANYWAY.
044900*****************************************************************
045000 9700-WRITE-RUN-LOG.
045100     OPEN EXTEND RUN-LOG-FILE
045200     IF WS-RLOG-NOT-PRESENT
045300         OPEN OUTPUT RUN-LOG-FILE
045400     END-IF
045500     IF NOT WS-RLOG-OK
045600         DISPLAY 'ACCTCLS - CANNOT OPEN RUN LOG FILE'
045700         GO TO 9700-EXIT
045800     END-IF
045900     MOVE SPACES TO RLOG-RECORD
046000     MOVE 'ACCTCLS' TO RLOG-PROGRAM
046100     SET RLOG-DATE-IS-RUN TO TRUE
046200     MOVE ACLS-STEP-START-DATE TO RLOG-BUS-DATE
046300     MOVE ACLS-STEP-START-DATE TO RLOG-START-DATE
046400     MOVE ACLS-STEP-START-TIME TO RLOG-START-TIME
046500     ACCEPT RLOG-END-DATE FROM DATE YYYYMMDD
046600     ACCEPT RLOG-END-TIME FROM TIME
046700     MOVE RETURN-CODE TO RLOG-RETURN-CODE
046800     MOVE ZERO TO RLOG-COUNT (1)
046900     MOVE ZERO TO RLOG-COUNT (2)
047000     MOVE ZERO TO RLOG-COUNT (3)
047100     MOVE ZERO TO RLOG-COUNT (4)
047200     MOVE ZERO TO RLOG-OUTSTANDING-COUNT
047300     MOVE 'ACCOUNTS' TO RLOG-COUNT-NAME (1)
047400     MOVE ACLS-ACCOUNT-COUNT TO RLOG-COUNT (1)
047500     IF ACLS-STEP-ABENDED
047600         SET RLOG-ABENDED TO TRUE
047700         MOVE ACLS-ABEND-MSG TO RLOG-MESSAGE
047800     ELSE
047900         SET RLOG-ENDED-NORMALLY TO TRUE
048000     END-IF
048100     WRITE RLOG-RECORD
048200     IF NOT WS-RLOG-OK
048300         DISPLAY 'ACCTCLS - CANNOT WRITE RUN LOG FILE'
048400     END-IF
048500     CLOSE RUN-LOG-FILE
048600     .
048700 9700-EXIT.
048800     EXIT.
