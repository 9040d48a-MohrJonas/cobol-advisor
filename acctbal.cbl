001980*  PURGES ZERO BALANCES AND WRITES NO ROW.  THE SWEEP'S JCL
001990*  DELETES AND REALLOCATES POSTDNET AFTER A CLEAN SWEEP.
001992*
001993*  THE SUMMARY ALSO SPLITS THE COUNT AND THE BALANCE BY
001994*  ACCOUNT STATUS (ACTIVE, FROZEN, CLOSED).  A STATUS BYTE
001995*  THAT IS NONE OF THESE IS FLAGGED LIKE ANY OTHER DAMAGE.
001996*
002000*  A CLEAN SWEEP ENDS WITH RETURN CODE 0 AND WRITES THE NEW
002100*  CARRY-FORWARD RECORD ON TBALNEW; ANY FLAGGED RECORD OR A
002200*  TOTAL MISMATCH ENDS WITH RETURN CODE 8 SO THE SCHEDULER
003230*                   CONTROL TOTALS, SO REJECTED RECORDS AND
003240*                   HAND CORRECTIONS NO LONGER FLAG A HEALTHY
003250*                   MASTER AS DAMAGED.
003255*  2026-10-15 JDM   COUNTS AND BALANCES BY ACCOUNT STATUS ON
003260*                   THE SUMMARY; UNKNOWN STATUS FLAGGED.
003265*  2026-10-15 JDM   APPENDS A STEP-RESULT ROW TO THE SHARED RUN
003270*                   LOG (RUNLOG) AT END OF JOB AND ON AN ABEND,
003275*                   FOR THE NIGHT SUMMARY.
003300*****************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
005400     SELECT LISTING-FILE ASSIGN TO TBLRPT
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-LIST-STATUS.
005620     SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
005640         ORGANIZATION IS SEQUENTIAL
005660         FILE STATUS IS WS-RLOG-STATUS.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  ACCOUNT-MASTER-FILE
007500     RECORDING MODE IS F
007600     LABEL RECORDS ARE STANDARD.
007700 01  LIST-RECORD                     PIC X(80).
007720 FD  RUN-LOG-FILE
007740     RECORDING MODE IS F
007760     LABEL RECORDS ARE STANDARD.
007780     COPY RLOGREC.
007800 WORKING-STORAGE SECTION.
007900*****************************************************************
008000*  FILE STATUS SWITCHES
009110         88  WS-PNET-NOT-PRESENT         VALUE '35'.
009200     05  WS-LIST-STATUS              PIC X(02).
009300         88  WS-LIST-OK                  VALUE '00'.
009320     05  WS-RLOG-STATUS              PIC X(02).
009340         88  WS-RLOG-OK                  VALUE '00'.
009360         88  WS-RLOG-NOT-PRESENT         VALUE '35'.
009400*****************************************************************
009500*  CONTROL SWITCHES
009600*****************************************************************
012800     05  ATBL-BAD-PACKED-COUNT       PIC 9(07) COMP VALUE ZERO.
012900     05  ATBL-NEGATIVE-COUNT         PIC 9(07) COMP VALUE ZERO.
013000     05  ATBL-FUTURE-DATE-COUNT      PIC 9(07) COMP VALUE ZERO.
013005     05  ATBL-BAD-STATUS-COUNT       PIC 9(07) COMP VALUE ZERO.
013010     05  ATBL-ACTIVE-COUNT           PIC 9(07) COMP VALUE ZERO.
013015     05  ATBL-ACTIVE-BALANCE         PIC S9(11)V99 COMP-3
013020                                     VALUE ZERO.
013025     05  ATBL-FROZEN-COUNT           PIC 9(07) COMP VALUE ZERO.
013030     05  ATBL-FROZEN-BALANCE         PIC S9(11)V99 COMP-3
013035                                     VALUE ZERO.
013040     05  ATBL-CLOSED-COUNT           PIC 9(07) COMP VALUE ZERO.
013045     05  ATBL-CLOSED-BALANCE         PIC S9(11)V99 COMP-3
013050                                     VALUE ZERO.
013100 01  ATBL-RUN-DATE                   PIC 9(08).
013200*****************************************************************
013300*  LISTING WORK LINES
014900*****************************************************************
015000 01  ATBL-JOB-STATUS-FIELDS.
015100     05  ATBL-ABEND-MSG              PIC X(40).
015110*****************************************************************
015120*  RUN LOG FIELDS - WHEN THE STEP STARTED, AND WHETHER IT IS
015130*  ON ITS WAY OUT THROUGH 9600-ABEND (SEE 9700).
015140*****************************************************************
015150 01  ATBL-RUN-LOG-FIELDS.
015160     05  ATBL-STEP-START-DATE        PIC 9(08) VALUE ZERO.
015170     05  ATBL-STEP-START-TIME        PIC 9(08) VALUE ZERO.
015180     05  WS-STEP-END-SW              PIC X(01) VALUE 'N'.
015190         88  ATBL-STEP-ABENDED           VALUE 'A'.
015200 PROCEDURE DIVISION.
015300*****************************************************************
015400*  0000-MAINLINE
017050*  NOTHING MOVED, WHICH SUMS TO ZERO.
017100*****************************************************************
017200 1000-INITIALIZE.
017220     ACCEPT ATBL-STEP-START-DATE FROM DATE YYYYMMDD
017240     ACCEPT ATBL-STEP-START-TIME FROM TIME
017300     ACCEPT ATBL-RUN-DATE FROM DATE YYYYMMDD
017400     OPEN INPUT PREV-BALANCE-FILE
017500     EVALUATE TRUE
027100         MOVE ATBL-DETAIL-LINE TO LIST-RECORD
027200         PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
027300     END-IF
027302     EVALUATE TRUE
027304         WHEN ACCT-STAT-ACTIVE
027306             ADD 1 TO ATBL-ACTIVE-COUNT
027308             ADD ACCT-BALANCE TO ATBL-ACTIVE-BALANCE
027310         WHEN ACCT-STAT-FROZEN
027312             ADD 1 TO ATBL-FROZEN-COUNT
027314             ADD ACCT-BALANCE TO ATBL-FROZEN-BALANCE
027316         WHEN ACCT-STAT-CLOSED
027318             ADD 1 TO ATBL-CLOSED-COUNT
027320             ADD ACCT-BALANCE TO ATBL-CLOSED-BALANCE
027322         WHEN OTHER
027324             ADD 1 TO ATBL-BAD-STATUS-COUNT
027326             SET ATBL-MASTER-DAMAGED TO TRUE
027328             MOVE SPACES TO ATBL-DETAIL-LINE
027330             MOVE 'BAD STATUS' TO ATBL-DET-FLAG
027332             MOVE ACCT-KEY TO ATBL-DET-KEY
027334             MOVE 'ACCOUNT STATUS IS NOT A, F, OR C'
027336                 TO ATBL-DET-TEXT
027338             MOVE ATBL-DETAIL-LINE TO LIST-RECORD
027340             PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
027342     END-EVALUATE
027400     .
027500 2000-READ-NEXT.
027600     PERFORM 2100-READ-MASTER THRU 2100-EXIT
036100     MOVE ATBL-BALANCE-TOTAL TO ATBL-TOT-EDIT-AMT
036200     MOVE ATBL-TOTAL-LINE TO LIST-RECORD
036300     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
036305     MOVE SPACES TO ATBL-TOTAL-LINE
036310     MOVE '  ACTIVE ACCOUNTS' TO ATBL-TOT-LABEL
036315     MOVE ATBL-ACTIVE-COUNT TO ATBL-TOT-VALUE
036320     MOVE ATBL-ACTIVE-BALANCE TO ATBL-TOT-EDIT-AMT
036325     MOVE ATBL-TOTAL-LINE TO LIST-RECORD
036330     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
036335     MOVE SPACES TO ATBL-TOTAL-LINE
036340     MOVE '  FROZEN ACCOUNTS' TO ATBL-TOT-LABEL
036345     MOVE ATBL-FROZEN-COUNT TO ATBL-TOT-VALUE
036350     MOVE ATBL-FROZEN-BALANCE TO ATBL-TOT-EDIT-AMT
036355     MOVE ATBL-TOTAL-LINE TO LIST-RECORD
036360     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
036365     MOVE SPACES TO ATBL-TOTAL-LINE
036370     MOVE '  CLOSED ACCOUNTS' TO ATBL-TOT-LABEL
036375     MOVE ATBL-CLOSED-COUNT TO ATBL-TOT-VALUE
036380     MOVE ATBL-CLOSED-BALANCE TO ATBL-TOT-EDIT-AMT
036385     MOVE ATBL-TOTAL-LINE TO LIST-RECORD
036390     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
036400     IF ATBL-NOT-FIRST-SWEEP
036500         MOVE SPACES TO ATBL-TOTAL-LINE
036600         MOVE 'PRIOR SWEEP TOTAL' TO ATBL-TOT-LABEL
040400     MOVE ZERO TO ATBL-TOT-EDIT-AMT
040500     MOVE ATBL-TOTAL-LINE TO LIST-RECORD
040600     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
040610     MOVE SPACES TO ATBL-TOTAL-LINE
040620     MOVE 'UNKNOWN ACCOUNT STATUS' TO ATBL-TOT-LABEL
040630     MOVE ATBL-BAD-STATUS-COUNT TO ATBL-TOT-VALUE
040640     MOVE ZERO TO ATBL-TOT-EDIT-AMT
040650     MOVE ATBL-TOTAL-LINE TO LIST-RECORD
040660     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
040700     MOVE SPACES TO LIST-RECORD
040800     IF ATBL-MASTER-CLEAN
040900         MOVE 'MASTER PROVED CLEAN' TO LIST-RECORD
042600     ELSE
042700         MOVE 0 TO RETURN-CODE
042800     END-IF
042850     PERFORM 9700-WRITE-RUN-LOG THRU 9700-EXIT
042900     .
043000 9000-EXIT.
043100     EXIT.
043500 9600-ABEND.
043600     DISPLAY 'ACCTBAL - ' ATBL-ABEND-MSG
043700     MOVE 16 TO RETURN-CODE
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
045600         DISPLAY 'ACCTBAL - CANNOT OPEN RUN LOG FILE'
045700         GO TO 9700-EXIT
045800     END-IF
045900     MOVE SPACES TO RLOG-RECORD
046000     MOVE 'ACCTBAL' TO RLOG-PROGRAM
046100     SET RLOG-DATE-IS-RUN TO TRUE
046200     MOVE ATBL-STEP-START-DATE TO RLOG-BUS-DATE
046300     MOVE ATBL-STEP-START-DATE TO RLOG-START-DATE
046400     MOVE ATBL-STEP-START-TIME TO RLOG-START-TIME
046500     ACCEPT RLOG-END-DATE FROM DATE YYYYMMDD
046600     ACCEPT RLOG-END-TIME FROM TIME
046700     MOVE RETURN-CODE TO RLOG-RETURN-CODE
046800     MOVE ZERO TO RLOG-COUNT (1)
046900     MOVE ZERO TO RLOG-COUNT (2)
047000     MOVE ZERO TO RLOG-COUNT (3)
047100     MOVE ZERO TO RLOG-COUNT (4)
047200     MOVE ZERO TO RLOG-OUTSTANDING-COUNT
047300     MOVE 'ACCOUNTS' TO RLOG-COUNT-NAME (1)
047400     MOVE ATBL-ACCOUNT-COUNT TO RLOG-COUNT (1)
047500     MOVE 'BAD PACKED' TO RLOG-COUNT-NAME (2)
047600     MOVE ATBL-BAD-PACKED-COUNT TO RLOG-COUNT (2)
047700     MOVE 'NEGATIVE' TO RLOG-COUNT-NAME (3)
047800     MOVE ATBL-NEGATIVE-COUNT TO RLOG-COUNT (3)
047900     MOVE 'BAD STATUS' TO RLOG-COUNT-NAME (4)
048000     MOVE ATBL-BAD-STATUS-COUNT TO RLOG-COUNT (4)
048100     IF ATBL-STEP-ABENDED
048200         SET RLOG-ABENDED TO TRUE
048300         MOVE ATBL-ABEND-MSG TO RLOG-MESSAGE
048400     ELSE
048500         SET RLOG-ENDED-NORMALLY TO TRUE
048600     END-IF
048700     WRITE RLOG-RECORD
048800     IF NOT WS-RLOG-OK
048900         DISPLAY 'ACCTBAL - CANNOT WRITE RUN LOG FILE'
049000     END-IF
049100     CLOSE RUN-LOG-FILE
049200     .
049300 9700-EXIT.
049400     EXIT.
