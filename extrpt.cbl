002910*  2026-09-02 JDM   SORT RECORD KEPT IN STEP WITH EXTRREC'S
002920*                   NEW SOURCE-SYSTEM CODE (RECORD LENGTH
002930*                   UNCHANGED).
002940*  2026-10-15 JDM   APPENDS A STEP-RESULT ROW TO THE SHARED RUN
002960*                   LOG (RUNLOG) AT END OF JOB AND ON AN ABEND,
002980*                   FOR THE NIGHT SUMMARY.
003000*****************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
004100     SELECT PRINT-FILE ASSIGN TO EXTRPRT
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-PRNT-STATUS.
004320     SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
004340         ORGANIZATION IS SEQUENTIAL
004360         FILE STATUS IS WS-RLOG-STATUS.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  EXTRACT-IN-FILE
006000     RECORDING MODE IS F
006100     LABEL RECORDS ARE STANDARD.
006200 01  PRINT-RECORD                    PIC X(132).
006220 FD  RUN-LOG-FILE
006240     RECORDING MODE IS F
006260     LABEL RECORDS ARE STANDARD.
006280     COPY RLOGREC.
006300 WORKING-STORAGE SECTION.
006400*****************************************************************
006500*  FILE STATUS SWITCHES
006900         88  WS-EXTR-OK                  VALUE '00'.
007000     05  WS-PRNT-STATUS              PIC X(02).
007100         88  WS-PRNT-OK                  VALUE '00'.
007120     05  WS-RLOG-STATUS              PIC X(02).
007140         88  WS-RLOG-OK                  VALUE '00'.
007160         88  WS-RLOG-NOT-PRESENT         VALUE '35'.
007200*****************************************************************
007300*  CONTROL SWITCHES
007400*****************************************************************
017300*****************************************************************
017400 01  XRPT-JOB-STATUS-FIELDS.
017500     05  XRPT-ABEND-MSG              PIC X(40).
017510*****************************************************************
017520*  RUN LOG FIELDS - WHEN THE STEP STARTED, AND WHETHER IT IS
017530*  ON ITS WAY OUT THROUGH 9600-ABEND (SEE 9700).
017540*****************************************************************
017550 01  XRPT-RUN-LOG-FIELDS.
017560     05  XRPT-STEP-START-DATE        PIC 9(08) VALUE ZERO.
017570     05  XRPT-STEP-START-TIME        PIC 9(08) VALUE ZERO.
017580     05  WS-STEP-END-SW              PIC X(01) VALUE 'N'.
017590         88  XRPT-STEP-ABENDED           VALUE 'A'.
017600 PROCEDURE DIVISION.
017700*****************************************************************
017800*  0000-MAINLINE - THE SORT HANDS EVERY EXTRACT RECORD, ORDERED
019600*  1000-INITIALIZE
019700*****************************************************************
019800 1000-INITIALIZE.
019820     ACCEPT XRPT-STEP-START-DATE FROM DATE YYYYMMDD
019840     ACCEPT XRPT-STEP-START-TIME FROM TIME
019900     ACCEPT XRPT-RUN-DATE FROM DATE YYYYMMDD
020000     OPEN OUTPUT PRINT-FILE
020100     IF NOT WS-PRNT-OK
050100 9000-END-OF-JOB.
050200     CLOSE PRINT-FILE
050300     MOVE 0 TO RETURN-CODE
050350     PERFORM 9700-WRITE-RUN-LOG THRU 9700-EXIT
050400     .
050500 9000-EXIT.
050600     EXIT.
051000 9600-ABEND.
051100     DISPLAY 'EXTRPT - ' XRPT-ABEND-MSG
051200     MOVE 16 TO RETURN-CODE
051220     MOVE 'A' TO WS-STEP-END-SW
051240     PERFORM 9700-WRITE-RUN-LOG THRU 9700-EXIT
051300     STOP RUN
051400     .
051500 9600-EXIT.
051600     EXIT.
051700*****************************************************************
051800*  9700-WRITE-RUN-LOG - APPENDS THIS STEP'S RESULT ROW TO THE
051900*  SHARED RUN LOG (SEE RLOGREC), WHETHER THE STEP IS ENDING
052000*  NORMALLY OR THROUGH 9600-ABEND.  LIKE THE ERROR LOG, A RUN
052100*  LOG THAT CANNOT BE WRITTEN IS REPORTED BUT DOES NOT CHANGE
052200*  THE STEP'S OWN RESULT - THE NIGHT SUMMARY THEN SHOWS THE
052300*  STEP AS NEVER RUN, WHICH GETS IT LOOKED AT ANYWAY.
052400*****************************************************************
052500 9700-WRITE-RUN-LOG.
052600     OPEN EXTEND RUN-LOG-FILE
052700     IF WS-RLOG-NOT-PRESENT
052800         OPEN OUTPUT RUN-LOG-FILE
052900     END-IF
053000     IF NOT WS-RLOG-OK
053100         DISPLAY 'EXTRPT - CANNOT OPEN RUN LOG FILE'
053200         GO TO 9700-EXIT
053300     END-IF
053400     MOVE SPACES TO RLOG-RECORD
053500     MOVE 'EXTRPT' TO RLOG-PROGRAM
053600     SET RLOG-DATE-IS-RUN TO TRUE
053700     MOVE XRPT-STEP-START-DATE TO RLOG-BUS-DATE
053800     MOVE XRPT-STEP-START-DATE TO RLOG-START-DATE
053900     MOVE XRPT-STEP-START-TIME TO RLOG-START-TIME
054000     ACCEPT RLOG-END-DATE FROM DATE YYYYMMDD
054100     ACCEPT RLOG-END-TIME FROM TIME
054200     MOVE RETURN-CODE TO RLOG-RETURN-CODE
054300     MOVE ZERO TO RLOG-COUNT (1)
054400     MOVE ZERO TO RLOG-COUNT (2)
054500     MOVE ZERO TO RLOG-COUNT (3)
054600     MOVE ZERO TO RLOG-COUNT (4)
054700     MOVE ZERO TO RLOG-OUTSTANDING-COUNT
054800     MOVE 'RECORDS' TO RLOG-COUNT-NAME (1)
054900     MOVE XRPT-GRAND-COUNT TO RLOG-COUNT (1)
055000     IF XRPT-STEP-ABENDED
055100         SET RLOG-ABENDED TO TRUE
055200         MOVE XRPT-ABEND-MSG TO RLOG-MESSAGE
055300     ELSE
055400         SET RLOG-ENDED-NORMALLY TO TRUE
055500     END-IF
055600     WRITE RLOG-RECORD
055700     IF NOT WS-RLOG-OK
055800         DISPLAY 'EXTRPT - CANNOT WRITE RUN LOG FILE'
055900     END-IF
056000     CLOSE RUN-LOG-FILE
056100     .
056200 9700-EXIT.
056300     EXIT.
