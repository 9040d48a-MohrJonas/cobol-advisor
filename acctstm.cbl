002900*  DATE       INIT  DESCRIPTION
003000*  ---------  ----  ---------------------------------------------
003100*  2026-09-02 JDM   INITIAL VERSION.
003120*  2026-10-15 JDM   APPENDS A STEP-RESULT ROW TO THE SHARED RUN
003140*                   LOG (RUNLOG) AT END OF JOB AND ON AN ABEND,
003160*                   FOR THE NIGHT SUMMARY.
003200*****************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
004500     SELECT PRINT-FILE ASSIGN TO STMPRT
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-PRNT-STATUS.
004720     SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
004740         ORGANIZATION IS SEQUENTIAL
004760         FILE STATUS IS WS-RLOG-STATUS.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  POSTING-HISTORY-FILE
006300     RECORDING MODE IS F
006400     LABEL RECORDS ARE STANDARD.
006500 01  PRINT-RECORD                    PIC X(132).
006520 FD  RUN-LOG-FILE
006540     RECORDING MODE IS F
006560     LABEL RECORDS ARE STANDARD.
006580     COPY RLOGREC.
006600 WORKING-STORAGE SECTION.
006700*****************************************************************
006800*  FILE STATUS SWITCHES
007400         88  WS-CARD-OK                  VALUE '00'.
007500     05  WS-PRNT-STATUS              PIC X(02).
007600         88  WS-PRNT-OK                  VALUE '00'.
007620     05  WS-RLOG-STATUS              PIC X(02).
007640         88  WS-RLOG-OK                  VALUE '00'.
007660         88  WS-RLOG-NOT-PRESENT         VALUE '35'.
007700*****************************************************************
007800*  CONTROL SWITCHES
007900*****************************************************************
017300*****************************************************************
017400 01  ASTM-JOB-STATUS-FIELDS.
017500     05  ASTM-ABEND-MSG              PIC X(40).
017510*****************************************************************
017520*  RUN LOG FIELDS - WHEN THE STEP STARTED, AND WHETHER IT IS
017530*  ON ITS WAY OUT THROUGH 9600-ABEND (SEE 9700).
017540*****************************************************************
017550 01  ASTM-RUN-LOG-FIELDS.
017560     05  ASTM-STEP-START-DATE        PIC 9(08) VALUE ZERO.
017570     05  ASTM-STEP-START-TIME        PIC 9(08) VALUE ZERO.
017580     05  WS-STEP-END-SW              PIC X(01) VALUE 'N'.
017590         88  ASTM-STEP-ABENDED           VALUE 'A'.
017600 PROCEDURE DIVISION.
017700*****************************************************************
017800*  0000-MAINLINE
019200*  ALPHANUMERICS, SO SPACES WORK AS OPEN ENDS OF THE RANGE.
019300*****************************************************************
019400 1000-INITIALIZE.
019420     ACCEPT ASTM-STEP-START-DATE FROM DATE YYYYMMDD
019440     ACCEPT ASTM-STEP-START-TIME FROM TIME
019500     ACCEPT ASTM-RUN-DATE FROM DATE YYYYMMDD
019600     OPEN INPUT STATEMENT-CARD-FILE
019700     IF NOT WS-CARD-OK
043300     ELSE
043400         MOVE 0 TO RETURN-CODE
043500     END-IF
043550     PERFORM 9700-WRITE-RUN-LOG THRU 9700-EXIT
043600     .
043700 9000-EXIT.
043800     EXIT.
044200 9600-ABEND.
044300     DISPLAY 'ACCTSTM - ' ASTM-ABEND-MSG
044400     MOVE 16 TO RETURN-CODE
044420     MOVE 'A' TO WS-STEP-END-SW
044440     PERFORM 9700-WRITE-RUN-LOG THRU 9700-EXIT
044500     STOP RUN
044600     .
044700 9600-EXIT.
044800     EXIT.
044900*****************************************************************
045000*  9700-WRITE-RUN-LOG - APPENDS THIS STEP'S RESULT ROW TO THE
045100*  SHARED RUN LOG (SEE RLOGREC), WHETHER THE STEP IS ENDING
045200*  NORMALLY OR THROUGH 9600-ABEND.  LIKE THE ERROR LOG, A RUN
045300*  LOG THAT CANNOT BE WRITTEN IS REPORTED BUT DOES NOT CHANGE
045400*  THE STEP'S OWN RESULT - THE NIGHT SUMMARY THEN SHOWS THE
045500*  STEP AS NEVER RUN, WHICH GETS IT LOOKED AT ANYWAY.
045600*****************************************************************
045700 9700-WRITE-RUN-LOG.
045800     OPEN EXTEND RUN-LOG-FILE
045900     IF WS-RLOG-NOT-PRESENT
046000         OPEN OUTPUT RUN-LOG-FILE
046100     END-IF
046200     IF NOT WS-RLOG-OK
046300         DISPLAY 'ACCTSTM - CANNOT OPEN RUN LOG FILE'
046400         GO TO 9700-EXIT
046500     END-IF
046600     MOVE SPACES TO RLOG-RECORD
046700     MOVE 'ACCTSTM' TO RLOG-PROGRAM
046800     SET RLOG-DATE-IS-RUN TO TRUE
046900     MOVE ASTM-STEP-START-DATE TO RLOG-BUS-DATE
047000     MOVE ASTM-STEP-START-DATE TO RLOG-START-DATE
047100     MOVE ASTM-STEP-START-TIME TO RLOG-START-TIME
047200     ACCEPT RLOG-END-DATE FROM DATE YYYYMMDD
047300     ACCEPT RLOG-END-TIME FROM TIME
047400     MOVE RETURN-CODE TO RLOG-RETURN-CODE
047500     MOVE ZERO TO RLOG-COUNT (1)
047600     MOVE ZERO TO RLOG-COUNT (2)
047700     MOVE ZERO TO RLOG-COUNT (3)
047800     MOVE ZERO TO RLOG-COUNT (4)
047900     MOVE ZERO TO RLOG-OUTSTANDING-COUNT
048000     MOVE 'READ' TO RLOG-COUNT-NAME (1)
048100     MOVE ASTM-READ-COUNT TO RLOG-COUNT (1)
048200     MOVE 'PRINTED' TO RLOG-COUNT-NAME (2)
048300     MOVE ASTM-PRINTED-COUNT TO RLOG-COUNT (2)
048400     IF ASTM-STEP-ABENDED
048500         SET RLOG-ABENDED TO TRUE
048600         MOVE ASTM-ABEND-MSG TO RLOG-MESSAGE
048700     ELSE
048800         SET RLOG-ENDED-NORMALLY TO TRUE
048900     END-IF
049000     WRITE RLOG-RECORD
049100     IF NOT WS-RLOG-OK
049200         DISPLAY 'ACCTSTM - CANNOT WRITE RUN LOG FILE'
049300     END-IF
049400     CLOSE RUN-LOG-FILE
049500     .
049600 9700-EXIT.
049700     EXIT.
