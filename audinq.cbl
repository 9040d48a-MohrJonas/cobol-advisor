003200*  DATE       INIT  DESCRIPTION
003300*  ---------  ----  ---------------------------------------------
003400*  2026-08-21 JDM   INITIAL VERSION.
003420*  2026-10-15 JDM   APPENDS A STEP-RESULT ROW TO THE SHARED RUN
003440*                   LOG (RUNLOG) AT END OF JOB AND ON AN ABEND,
003460*                   FOR THE NIGHT SUMMARY.
003500*****************************************************************
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
005400     SELECT NEW-LOG-FILE ASSIGN TO AUDTNEW
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-NEWL-STATUS.
005620     SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
005640         ORGANIZATION IS SEQUENTIAL
005660         FILE STATUS IS WS-RLOG-STATUS.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  AUDIT-LOG-FILE
008500     RECORDING MODE IS F
008600     LABEL RECORDS ARE STANDARD.
008700 01  NEW-LOG-RECORD                  PIC X(94).
008720 FD  RUN-LOG-FILE
008740     RECORDING MODE IS F
008760     LABEL RECORDS ARE STANDARD.
008780     COPY RLOGREC.
008800 WORKING-STORAGE SECTION.
008900*****************************************************************
009000*  FILE STATUS SWITCHES
010000         88  WS-ARCH-OK                  VALUE '00'.
010100     05  WS-NEWL-STATUS              PIC X(02).
010200         88  WS-NEWL-OK                  VALUE '00'.
010220     05  WS-RLOG-STATUS              PIC X(02).
010240         88  WS-RLOG-OK                  VALUE '00'.
010260         88  WS-RLOG-NOT-PRESENT         VALUE '35'.
010300*****************************************************************
010400*  CONTROL SWITCHES
010500*****************************************************************
017900*****************************************************************
018000 01  AINQ-JOB-STATUS-FIELDS.
018100     05  AINQ-ABEND-MSG              PIC X(40).
018110*****************************************************************
018120*  RUN LOG FIELDS - WHEN THE STEP STARTED, AND WHETHER IT IS
018130*  ON ITS WAY OUT THROUGH 9600-ABEND (SEE 9700).
018140*****************************************************************
018150 01  AINQ-RUN-LOG-FIELDS.
018160     05  AINQ-STEP-START-DATE        PIC 9(08) VALUE ZERO.
018170     05  AINQ-STEP-START-TIME        PIC 9(08) VALUE ZERO.
018180     05  WS-STEP-END-SW              PIC X(01) VALUE 'N'.
018190         88  AINQ-STEP-ABENDED           VALUE 'A'.
018200 PROCEDURE DIVISION.
018300*****************************************************************
018400*  0000-MAINLINE
019600*  MODE, AND OPENS WHAT THAT MODE NEEDS.
019700*****************************************************************
019800 1000-INITIALIZE.
019820     ACCEPT AINQ-STEP-START-DATE FROM DATE YYYYMMDD
019840     ACCEPT AINQ-STEP-START-TIME FROM TIME
019900     ACCEPT AINQ-RUN-DATE FROM DATE YYYYMMDD
020000     OPEN INPUT INQUIRY-CARD-FILE
020100     IF NOT WS-CARD-OK
042300         CLOSE NEW-LOG-FILE
042400     END-IF
042500     MOVE 0 TO RETURN-CODE
042550     PERFORM 9700-WRITE-RUN-LOG THRU 9700-EXIT
042600     .
042700 9000-EXIT.
042800     EXIT.
043200 9600-ABEND.
043300     DISPLAY 'AUDINQ - ' AINQ-ABEND-MSG
043400     MOVE 16 TO RETURN-CODE
043420     MOVE 'A' TO WS-STEP-END-SW
043440     PERFORM 9700-WRITE-RUN-LOG THRU 9700-EXIT
043500     STOP RUN
043600     .
043700 9600-EXIT.
043800     EXIT.
043900*****************************************************************
044000*  9700-WRITE-RUN-LOG - APPENDS THIS STEP'S RESULT ROW TO THE
044100*  SHARED RUN LOG (SEE RLOGREC), WHETHER THE STEP IS ENDING
044200*  NORMALLY OR THROUGH 9600-ABEND.  LIKE THE ERROR LOG, A RUN
044300*  LOG THAT CANNOT BE WRITTEN IS REPORTED BUT DOES NOT CHANGE
044400*  THE STEP'S OWN RESULT - THE NIGHT SUMMARY THEN SHOWS THE
044500*  STEP AS NEVER RUN, WHICH GETS IT LOOKED AT ANYWAY.
044600*****************************************************************
044700 9700-WRITE-RUN-LOG.
044800     OPEN EXTEND RUN-LOG-FILE
044900     IF WS-RLOG-NOT-PRESENT
045000         OPEN OUTPUT RUN-LOG-FILE
045100     END-IF
045200     IF NOT WS-RLOG-OK
045300         DISPLAY 'AUDINQ - CANNOT OPEN RUN LOG FILE'
045400         GO TO 9700-EXIT
045500     END-IF
045600     MOVE SPACES TO RLOG-RECORD
045700     MOVE 'AUDINQ' TO RLOG-PROGRAM
045800     SET RLOG-DATE-IS-RUN TO TRUE
045900     MOVE AINQ-STEP-START-DATE TO RLOG-BUS-DATE
046000     MOVE AINQ-STEP-START-DATE TO RLOG-START-DATE
046100     MOVE AINQ-STEP-START-TIME TO RLOG-START-TIME
046200     ACCEPT RLOG-END-DATE FROM DATE YYYYMMDD
046300     ACCEPT RLOG-END-TIME FROM TIME
046400     MOVE RETURN-CODE TO RLOG-RETURN-CODE
046500     MOVE ZERO TO RLOG-COUNT (1)
046600     MOVE ZERO TO RLOG-COUNT (2)
046700     MOVE ZERO TO RLOG-COUNT (3)
046800     MOVE ZERO TO RLOG-COUNT (4)
046900     MOVE ZERO TO RLOG-OUTSTANDING-COUNT
047000     MOVE 'READ' TO RLOG-COUNT-NAME (1)
047100     MOVE AINQ-READ-COUNT TO RLOG-COUNT (1)
047200     MOVE 'SELECTED' TO RLOG-COUNT-NAME (2)
047300     MOVE AINQ-SELECT-COUNT TO RLOG-COUNT (2)
047400     MOVE 'ARCHIVED' TO RLOG-COUNT-NAME (3)
047500     MOVE AINQ-ARCHIVED-COUNT TO RLOG-COUNT (3)
047600     MOVE 'RETAINED' TO RLOG-COUNT-NAME (4)
047700     MOVE AINQ-RETAINED-COUNT TO RLOG-COUNT (4)
047800     IF AINQ-STEP-ABENDED
047900         SET RLOG-ABENDED TO TRUE
048000         MOVE AINQ-ABEND-MSG TO RLOG-MESSAGE
048100     ELSE
048200         SET RLOG-ENDED-NORMALLY TO TRUE
048300     END-IF
048400     WRITE RLOG-RECORD
048500     IF NOT WS-RLOG-OK
048600         DISPLAY 'AUDINQ - CANNOT WRITE RUN LOG FILE'
048700     END-IF
048800     CLOSE RUN-LOG-FILE
048900     .
049000 9700-EXIT.
049100     EXIT.
