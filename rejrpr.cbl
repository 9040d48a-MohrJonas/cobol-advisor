001900*  FORCED OUT TO THE SUPVRPT SUPERVISOR REPORT INSTEAD OF
002000*  LOOPING FOREVER.
002100*
002110*  A REJECT FOR AN ACCOUNT STATUS (SEE SAMPLE 3050) WITH NO
002120*  FIX CARD IS ROUTED ON THE REASON CODE INSTEAD:
002130*      F1 - FROZEN.  HELD ON REJRECYC TO WAIT OUT THE FREEZE
002140*           WITHOUT USING UP A REPAIR TRIP; A FIX CARD (EVEN
002150*           ONE WITH ONLY THE KEY) RECYCLES IT ONCE THE
002160*           ACCOUNT IS UNFROZEN.
002170*      C1 - CLOSED.  NO REPAIR CAN POST IT, SO IT GOES
002180*           STRAIGHT TO THE SUPVRPT SUPERVISOR REPORT.
002190*
002200*  FIX CARD LAYOUT (BLANK FIELD = LEAVE AS REJECTED):
002300*      COLS  1-10  KEY OF THE REJECT TO REPAIR
002400*      COLS 11-12  NEW TEST VALUE
003310*  2026-09-02 JDM   THE SOURCE-SYSTEM CODE ON THE REJECT NOW
003320*                   RIDES THE RECYCLED DTRANREC IMAGE, SO A
003330*                   REPAIRED RECORD STILL NAMES ITS SUPPLIER.
003332*  2026-10-15 JDM   FROZEN (F1) AND CLOSED (C1) ACCOUNT REJECTS
003334*                   WITH NO FIX CARD ARE HELD UNCOUNTED AND
003336*                   FORCED TO SUPERVISOR RESPECTIVELY.
003338*  2026-10-15 JDM   EACH SOURCE'S REPAIRS RECYCLED AND ITEMS
003340*                   FORCED TO SUPVRPT ARE APPENDED TO THE SOURCE
003342*                   STATISTICS LOG (SRCSTAT) FOR THE MONTHLY
003344*                   SCORECARD, UNDER THE RUN DATE.
003346*  2026-10-15 JDM   APPENDS A STEP-RESULT ROW TO THE SHARED RUN
003348*                   LOG (RUNLOG) AT END OF JOB AND ON AN ABEND,
003350*                   FOR THE NIGHT SUMMARY.  A REJECT HELD BACK
003352*                   FOR A SECOND OR LATER REPAIR CYCLE IS LOGGED
003354*                   AS AGING, OUTSTANDING WORK.
003356*  2026-10-15 JDM   THE RUN LOG FORCED COUNT NOW INCLUDES CLOSED-
003358*                   ACCOUNT ITEMS.  A SOURCE STATISTICS LOG
003360*                   THAT CANNOT BE WRITTEN IS REPORTED WITH RC 4
003362*                   INSTEAD OF ABENDING BEFORE THE OUTPUTS CLOSE.
003400*****************************************************************
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
005600     SELECT LISTING-FILE ASSIGN TO RPRLIST
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-LIST-STATUS.
005810     SELECT SOURCE-STATS-FILE ASSIGN TO SRCSTAT
005820         ORGANIZATION IS SEQUENTIAL
005830         FILE STATUS IS WS-SSTA-STATUS.
005840     SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
005850         ORGANIZATION IS SEQUENTIAL
005860         FILE STATUS IS WS-RLOG-STATUS.
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  REJECT-IN-FILE
008800     RECORDING MODE IS F
008900     LABEL RECORDS ARE STANDARD.
009000 01  LIST-RECORD                     PIC X(80).
009010 FD  SOURCE-STATS-FILE
009020     RECORDING MODE IS F
009030     LABEL RECORDS ARE STANDARD.
009040     COPY SSTAREC.
009050 FD  RUN-LOG-FILE
009060     RECORDING MODE IS F
009070     LABEL RECORDS ARE STANDARD.
009080     COPY RLOGREC.
009100 WORKING-STORAGE SECTION.
009200*****************************************************************
009300*  FILE STATUS SWITCHES
010500         88  WS-SUPV-OK                  VALUE '00'.
010600     05  WS-LIST-STATUS              PIC X(02).
010700         88  WS-LIST-OK                  VALUE '00'.
010710     05  WS-SSTA-STATUS              PIC X(02).
010720         88  WS-SSTA-OK                  VALUE '00'.
010730         88  WS-SSTA-NOT-PRESENT         VALUE '35'.
010740     05  WS-RLOG-STATUS              PIC X(02).
010750         88  WS-RLOG-OK                  VALUE '00'.
010760         88  WS-RLOG-NOT-PRESENT         VALUE '35'.
010800*****************************************************************
010900*  CONTROL SWITCHES
011000*****************************************************************
012100     05  WS-VALIDATION-SW            PIC X(01) VALUE 'Y'.
012200         88  RPRR-RECORD-VALID           VALUE 'Y'.
012300         88  RPRR-RECORD-INVALID         VALUE 'N'.
012320     05  WS-SSTA-FAILED-SW           PIC X(01) VALUE 'N'.
012340         88  RPRR-SSTA-FAILED            VALUE 'Y'.
012400*****************************************************************
012500*  REPAIR WORK FIELDS - THE REJECT IS REBUILT HERE AS A FULL
012600*  TRANSACTION IMAGE, THE FIX CARD APPLIED OVER IT, AND THE
016500     05  RPRR-UNMATCHED-COUNT        PIC 9(07) COMP VALUE ZERO.
016600     05  RPRR-STILL-BAD-COUNT        PIC 9(07) COMP VALUE ZERO.
016700     05  RPRR-SUPV-COUNT             PIC 9(07) COMP VALUE ZERO.
016702     05  RPRR-FROZEN-COUNT           PIC 9(07) COMP VALUE ZERO.
016704     05  RPRR-CLOSED-COUNT           PIC 9(07) COMP VALUE ZERO.
016706     05  RPRR-AGING-COUNT            PIC 9(07) COMP VALUE ZERO.
016708*****************************************************************
016710*  PER-SOURCE REPAIR TOTALS FOR THE SOURCE STATISTICS LOG - ONE
016712*  ENTRY PER SOURCE-SYSTEM CODE SEEN ON REJFILE, REGISTERED ON
016714*  FIRST SIGHT.
016716*****************************************************************
016718 01  RPRR-SOURCE-FIELDS.
016720     05  RPRR-SRC-USED-COUNT         PIC 9(05) COMP VALUE ZERO.
016722     05  RPRR-SRC-SUB                PIC 9(05) COMP.
016724     05  RPRR-SRC-HIT                PIC 9(05) COMP.
016726     05  WS-SRC-FOUND-SW             PIC X(01).
016728         88  RPRR-SRC-FOUND              VALUE 'Y'.
016730         88  RPRR-SRC-NOT-FOUND          VALUE 'N'.
016732 77  RPRR-MAX-SOURCES                PIC 9(05) COMP VALUE 10.
016734 01  RPRR-SOURCE-TABLE.
016736     05  RPRR-SRC-ENTRY OCCURS 10 TIMES.
016738         10  RPRR-SRC-CODE           PIC X(02).
016740         10  RPRR-SRC-REPAIR-COUNT   PIC 9(07) COMP.
016742         10  RPRR-SRC-FORCED-COUNT   PIC 9(07) COMP.
016744 01  RPRR-RUN-DATE                   PIC 9(08).
016746 01  RPRR-RUN-TIME                   PIC 9(08).
016748 01  RPRR-RUN-STAMP.
016750     05  RPRR-STAMP-DATE             PIC 9(08).
016752     05  RPRR-STAMP-TIME             PIC 9(06).
016800*****************************************************************
016900*  LISTING WORK LINES
017000*****************************************************************
018300*****************************************************************
018400 01  RPRR-JOB-STATUS-FIELDS.
018500     05  RPRR-ABEND-MSG              PIC X(40).
018510*****************************************************************
018520*  RUN LOG FIELDS - WHEN THE STEP STARTED, AND WHETHER IT IS
018530*  ON ITS WAY OUT THROUGH 9600-ABEND (SEE 9700).
018540*****************************************************************
018550 01  RPRR-RUN-LOG-FIELDS.
018560     05  RPRR-STEP-START-DATE        PIC 9(08) VALUE ZERO.
018570     05  RPRR-STEP-START-TIME        PIC 9(08) VALUE ZERO.
018580     05  WS-STEP-END-SW              PIC X(01) VALUE 'N'.
018590         88  RPRR-STEP-ABENDED           VALUE 'A'.
018600 PROCEDURE DIVISION.
018700*****************************************************************
018800*  0000-MAINLINE
019200     PERFORM 2000-PROCESS-REJECT THRU 2000-EXIT
019300         UNTIL WS-REJ-EOF-YES
019400     PERFORM 8500-WRITE-TOTALS THRU 8500-EXIT
019450     PERFORM 8800-WRITE-SOURCE-STATS THRU 8800-EXIT
019500     PERFORM 9000-END-OF-JOB THRU 9000-EXIT
019600     STOP RUN
019700     .
020000*  DECK INTO THE CARD TABLE.
020100*****************************************************************
020200 1000-INITIALIZE.
020210     ACCEPT RPRR-STEP-START-DATE FROM DATE YYYYMMDD
020220     ACCEPT RPRR-STEP-START-TIME FROM TIME
020230     ACCEPT RPRR-RUN-DATE FROM DATE YYYYMMDD
020240     ACCEPT RPRR-RUN-TIME FROM TIME
020250     MOVE RPRR-RUN-DATE TO RPRR-STAMP-DATE
020260     MOVE RPRR-RUN-TIME (1:6) TO RPRR-STAMP-TIME
020300     OPEN INPUT REJECT-IN-FILE
020400     IF NOT WS-REJ-OK
020500         MOVE 'CANNOT OPEN REJECT FILE' TO RPRR-ABEND-MSG
028000     EXIT.
028100*****************************************************************
028200*  2000-PROCESS-REJECT - ONE REJECT THROUGH MATCH, REPAIR,
028300*  REVALIDATE, AND ROUTE.  AN ACCOUNT-STATUS REJECT LOOKS FOR
028320*  ITS CARD FIRST, AHEAD OF THE CAP - WITH NO CARD IT IS
028340*  ROUTED ON ITS REASON CODE, NOT ON ITS TRIP COUNT.
028400*****************************************************************
028500 2000-PROCESS-REJECT.
028600     ADD 1 TO RPRR-REJECT-COUNT
028650     PERFORM 2600-FIND-SOURCE THRU 2600-EXIT
028700     COMPUTE RPRR-NEXT-COUNT = REJ-RECYCLE-COUNT + 1
028710     IF REJ-REASON-CODE = 'F1' OR REJ-REASON-CODE = 'C1'
028720         PERFORM 2200-FIND-FIX-CARD THRU 2200-EXIT
028730         IF RPRR-CARD-NOT-FOUND
028740             PERFORM 2500-ROUTE-ACCOUNT-STATUS THRU 2500-EXIT
028750             GO TO 2000-READ-NEXT
028760         END-IF
028770     END-IF
028800     IF RPRR-NEXT-COUNT > RPRR-MAX-RECYCLE
028900         PERFORM 5000-FORCE-TO-SUPERVISOR THRU 5000-EXIT
029000         GO TO 2000-READ-NEXT
029100     END-IF
029200     IF REJ-REASON-CODE NOT = 'F1' AND REJ-REASON-CODE NOT = 'C1'
029220         PERFORM 2200-FIND-FIX-CARD THRU 2200-EXIT
029240     END-IF
029300     IF RPRR-CARD-NOT-FOUND
029400         ADD 1 TO RPRR-UNMATCHED-COUNT
029500         MOVE SPACES TO RPRR-DETAIL-LINE
030500     PERFORM 3500-REVALIDATE THRU 3500-EXIT
030600     IF RPRR-RECORD-VALID
030700         ADD 1 TO RPRR-REPAIRED-COUNT
030750         ADD 1 TO RPRR-SRC-REPAIR-COUNT (RPRR-SRC-HIT)
030800         MOVE SPACES TO RPRR-DETAIL-LINE
030900         MOVE 'REPAIRED' TO RPRR-DET-DISP
031000         MOVE REJ-KEY TO RPRR-DET-KEY
036800     END-IF
036900     .
037000 2250-EXIT.
037001     EXIT.
037002*****************************************************************
037003*  2500-ROUTE-ACCOUNT-STATUS - AN F1 OR C1 REJECT WITH NO FIX
037004*  CARD.  A FROZEN ACCOUNT'S ITEM WAITS ON REJRECYC WITH ITS
037005*  TRIP COUNT UNCHANGED - WAITING OUT A FREEZE IS NOT A REPAIR
037006*  ATTEMPT.  A CLOSED ACCOUNT'S ITEM CAN NEVER POST AND GOES
037007*  STRAIGHT TO THE SUPERVISOR REPORT.
037008*****************************************************************
037009 2500-ROUTE-ACCOUNT-STATUS.
037010     IF REJ-REASON-CODE = 'C1'
037011         PERFORM 5500-FORCE-CLOSED-ACCOUNT THRU 5500-EXIT
037012         GO TO 2500-EXIT
037013     END-IF
037014     ADD 1 TO RPRR-FROZEN-COUNT
037015     MOVE SPACES TO RPRR-DETAIL-LINE
037016     MOVE 'FROZEN ACCT' TO RPRR-DET-DISP
037017     MOVE REJ-KEY TO RPRR-DET-KEY
037018     MOVE 'ACCOUNT FROZEN - HELD, TRIP NOT COUNTED'
037019         TO RPRR-DET-TEXT
037020     MOVE RPRR-DETAIL-LINE TO LIST-RECORD
037021     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
037022     MOVE REJ-RECYCLE-COUNT TO RPRR-NEXT-COUNT
037023     PERFORM 4500-WRITE-REPEAT-REJECT THRU 4500-EXIT
037024     .
037025 2500-EXIT.
037026     EXIT.
037027*****************************************************************
037028*  2600-FIND-SOURCE - FINDS THE TABLE ENTRY FOR THE REJECT'S
037029*  SOURCE CODE, REGISTERING IT ZEROED ON FIRST SIGHT.
037030*****************************************************************
037031 2600-FIND-SOURCE.
037032     SET RPRR-SRC-NOT-FOUND TO TRUE
037033     PERFORM 2650-SCAN-ONE-SOURCE THRU 2650-EXIT
037034         VARYING RPRR-SRC-SUB FROM 1 BY 1
037035         UNTIL RPRR-SRC-SUB > RPRR-SRC-USED-COUNT
037036            OR RPRR-SRC-FOUND
037037     IF RPRR-SRC-NOT-FOUND
037038         IF RPRR-SRC-USED-COUNT < RPRR-MAX-SOURCES
037039             ADD 1 TO RPRR-SRC-USED-COUNT
037040             MOVE RPRR-SRC-USED-COUNT TO RPRR-SRC-HIT
037041             MOVE REJ-SOURCE-SYSTEM
037042                 TO RPRR-SRC-CODE (RPRR-SRC-HIT)
037043             MOVE ZERO TO RPRR-SRC-REPAIR-COUNT (RPRR-SRC-HIT)
037044             MOVE ZERO TO RPRR-SRC-FORCED-COUNT (RPRR-SRC-HIT)
037045         ELSE
037046             MOVE 'MORE SOURCE CODES THAN TABLE SLOTS'
037047                 TO RPRR-ABEND-MSG
037048             GO TO 9600-ABEND
037049         END-IF
037050     END-IF
037051     .
037052 2600-EXIT.
037053     EXIT.
037054 2650-SCAN-ONE-SOURCE.
037055     IF RPRR-SRC-CODE (RPRR-SRC-SUB) = REJ-SOURCE-SYSTEM
037056         SET RPRR-SRC-FOUND TO TRUE
037057         MOVE RPRR-SRC-SUB TO RPRR-SRC-HIT
037058     END-IF
037059     .
037060 2650-EXIT.
037100     EXIT.
037200*****************************************************************
037300*  3000-APPLY-FIX-CARD - REBUILDS THE TRANSACTION FROM THE
045000*****************************************************************
045100 4500-WRITE-REPEAT-REJECT.
045200     MOVE RPRR-NEXT-COUNT TO REJ-RECYCLE-COUNT
045220     IF RPRR-NEXT-COUNT > 1
045240         ADD 1 TO RPRR-AGING-COUNT
045260     END-IF
045300     MOVE REJ-RECORD TO REPEAT-REJ-RECORD
045400     WRITE REPEAT-REJ-RECORD
045500     IF NOT WS-RRPT-OK
046400*****************************************************************
046500 5000-FORCE-TO-SUPERVISOR.
046600     ADD 1 TO RPRR-SUPV-COUNT
046650     ADD 1 TO RPRR-SRC-FORCED-COUNT (RPRR-SRC-HIT)
046700     MOVE SPACES TO RPRR-DETAIL-LINE
046800     MOVE 'OVER CAP' TO RPRR-DET-DISP
046900     MOVE REJ-KEY TO RPRR-DET-KEY
047900     PERFORM 7100-WRITE-SUPERVISOR THRU 7100-EXIT
048000     .
048100 5000-EXIT.
048102     EXIT.
048104*****************************************************************
048106*  5500-FORCE-CLOSED-ACCOUNT - NO REPAIR CAN POST TO A CLOSED
048108*  ACCOUNT, SO THE ITEM GOES TO THE SUPERVISOR REPORT ON ITS
048110*  FIRST TRIP.
048112*****************************************************************
048114 5500-FORCE-CLOSED-ACCOUNT.
048116     ADD 1 TO RPRR-CLOSED-COUNT
048118     ADD 1 TO RPRR-SRC-FORCED-COUNT (RPRR-SRC-HIT)
048120     MOVE SPACES TO RPRR-DETAIL-LINE
048122     MOVE 'CLOSED ACCT' TO RPRR-DET-DISP
048124     MOVE REJ-KEY TO RPRR-DET-KEY
048126     MOVE 'FORCED TO SUPERVISOR REPORT' TO RPRR-DET-TEXT
048128     MOVE RPRR-DETAIL-LINE TO LIST-RECORD
048130     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
048132     MOVE SPACES TO RPRR-DETAIL-LINE
048134     MOVE 'CLOSED ACCT' TO RPRR-DET-DISP
048136     MOVE REJ-KEY TO RPRR-DET-KEY
048138     MOVE REJ-REASON-CODE TO RPRR-DET-TEXT
048140     MOVE REJ-REASON-TEXT TO RPRR-DET-TEXT (4:40)
048142     MOVE RPRR-DETAIL-LINE TO SUPV-RECORD
048144     PERFORM 7100-WRITE-SUPERVISOR THRU 7100-EXIT
048146     .
048148 5500-EXIT.
048200     EXIT.
048300*****************************************************************
048400*  7000-WRITE-LISTING
054000     MOVE RPRR-SUPV-COUNT TO RPRR-TOT-VALUE
054100     MOVE RPRR-TOTAL-LINE TO LIST-RECORD
054200     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
054205     MOVE SPACES TO RPRR-TOTAL-LINE
054210     MOVE 'FROZEN ACCOUNT - HELD' TO RPRR-TOT-LABEL
054215     MOVE RPRR-FROZEN-COUNT TO RPRR-TOT-VALUE
054220     MOVE RPRR-TOTAL-LINE TO LIST-RECORD
054225     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
054230     MOVE SPACES TO RPRR-TOTAL-LINE
054235     MOVE 'CLOSED ACCOUNT - TO SUPERVISOR' TO RPRR-TOT-LABEL
054240     MOVE RPRR-CLOSED-COUNT TO RPRR-TOT-VALUE
054245     MOVE RPRR-TOTAL-LINE TO LIST-RECORD
054250     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
054300     .
054400 8500-EXIT.
054401     EXIT.
054402*****************************************************************
054403*  8800-WRITE-SOURCE-STATS - APPENDS ONE ROW PER SOURCE TO THE
054404*  SOURCE STATISTICS LOG: REPAIRS RECYCLED AND ITEMS FORCED TO
054405*  THE SUPERVISOR REPORT (OVER THE CAP OR CLOSED ACCOUNT).  THE
054406*  RUN DATE STANDS AS THE BUSINESS DATE.  LIKE THE RUN LOG THIS
054407*  IS BEST-EFFORT: IT RUNS BEFORE 9000 CLOSES THE RECYCLE AND
054408*  SUPERVISOR FILES, SO A LOG THAT CANNOT BE WRITTEN IS REPORTED
054409*  AND THE RUN ENDS WITH RETURN CODE 4 (SEE 9000) RATHER THAN
054410*  ABENDING WITH THOSE OUTPUTS HALF-CLOSED.
054411*****************************************************************
054412 8800-WRITE-SOURCE-STATS.
054413     OPEN EXTEND SOURCE-STATS-FILE
054414     IF WS-SSTA-NOT-PRESENT
054415         OPEN OUTPUT SOURCE-STATS-FILE
054416     END-IF
054417     IF NOT WS-SSTA-OK
054418         DISPLAY 'REJRPR - CANNOT OPEN SOURCE STATS FILE'
054419         SET RPRR-SSTA-FAILED TO TRUE
054420         GO TO 8800-EXIT
054421     END-IF
054422     PERFORM 8850-ONE-SOURCE-STATS THRU 8850-EXIT
054423         VARYING RPRR-SRC-SUB FROM 1 BY 1
054424         UNTIL RPRR-SRC-SUB > RPRR-SRC-USED-COUNT
054425     CLOSE SOURCE-STATS-FILE
054426     .
054427 8800-EXIT.
054428     EXIT.
054429*****************************************************************
054430*  8850-ONE-SOURCE-STATS
054431*****************************************************************
054432 8850-ONE-SOURCE-STATS.
054433     IF RPRR-SSTA-FAILED
054434         GO TO 8850-EXIT
054435     END-IF
054436     MOVE SPACES TO SSTA-RECORD
054437     MOVE RPRR-RUN-DATE TO SSTA-BUS-DATE
054438     MOVE 'REJRPR' TO SSTA-PROGRAM
054439     MOVE RPRR-RUN-STAMP TO SSTA-RUN-STAMP
054440     MOVE RPRR-SRC-CODE (RPRR-SRC-SUB) TO SSTA-SOURCE-SYSTEM
054441     MOVE ZERO TO SSTA-SUPPLIED-COUNT
054442     MOVE ZERO TO SSTA-DUP-COUNT
054443     MOVE ZERO TO SSTA-REJ-T1
054444     MOVE ZERO TO SSTA-REJ-I1
054445     MOVE ZERO TO SSTA-REJ-S1
054446     MOVE ZERO TO SSTA-REJ-R1
054447     MOVE ZERO TO SSTA-REJ-R2
054448     MOVE ZERO TO SSTA-REJ-A1
054449     MOVE ZERO TO SSTA-REJ-F1
054450     MOVE ZERO TO SSTA-REJ-C1
054451     MOVE RPRR-SRC-REPAIR-COUNT (RPRR-SRC-SUB)
054452         TO SSTA-REPAIR-COUNT
054453     MOVE RPRR-SRC-FORCED-COUNT (RPRR-SRC-SUB)
054454         TO SSTA-FORCED-COUNT
054455     MOVE ZERO TO SSTA-BREAK-COUNT
054456     WRITE SSTA-RECORD
054457     IF NOT WS-SSTA-OK
054458         DISPLAY 'REJRPR - CANNOT WRITE SOURCE STATS FILE'
054459         SET RPRR-SSTA-FAILED TO TRUE
054460     END-IF
054461     .
054462 8850-EXIT.
054500     EXIT.
054600*****************************************************************
054700*  9000-END-OF-JOB
055300     CLOSE SUPV-REPORT-FILE
055400     CLOSE LISTING-FILE
055500     IF RPRR-SUPV-COUNT > 0
055520         OR RPRR-CLOSED-COUNT > 0
055540         OR RPRR-SSTA-FAILED
055600         MOVE 4 TO RETURN-CODE
055700     ELSE
055800         MOVE 0 TO RETURN-CODE
055900     END-IF
055950     PERFORM 9700-WRITE-RUN-LOG THRU 9700-EXIT
056000     .
056100 9000-EXIT.
056200     EXIT.
056600 9600-ABEND.
056700     DISPLAY 'REJRPR - ' RPRR-ABEND-MSG
056800     MOVE 16 TO RETURN-CODE
056820     MOVE 'A' TO WS-STEP-END-SW
056840     PERFORM 9700-WRITE-RUN-LOG THRU 9700-EXIT
056900     STOP RUN
057000     .
057100 9600-EXIT.
057200     EXIT.
057300*****************************************************************
057400*  9700-WRITE-RUN-LOG - APPENDS THIS STEP'S RESULT ROW TO THE
057500*  SHARED RUN LOG (SEE RLOGREC), WHETHER THE STEP IS ENDING
057600*  NORMALLY OR THROUGH 9600-ABEND.  LIKE THE ERROR LOG, A RUN
057700*  LOG THAT CANNOT BE WRITTEN IS REPORTED BUT DOES NOT CHANGE
057800*  THE STEP'S OWN RESULT - THE NIGHT SUMMARY THEN SHOWS THE
057900*  STEP AS NEVER RUN, WHICH GETS IT LOOKED AT ANYWAY.
058000*****************************************************************
058100 9700-WRITE-RUN-LOG.
058200     OPEN EXTEND RUN-LOG-FILE
058300     IF WS-RLOG-NOT-PRESENT
058400         OPEN OUTPUT RUN-LOG-FILE
058500     END-IF
058600     IF NOT WS-RLOG-OK
058700         DISPLAY 'REJRPR - CANNOT OPEN RUN LOG FILE'
058800         GO TO 9700-EXIT
058900     END-IF
059000     MOVE SPACES TO RLOG-RECORD
059100     MOVE 'REJRPR' TO RLOG-PROGRAM
059200     SET RLOG-DATE-IS-RUN TO TRUE
059300     MOVE RPRR-STEP-START-DATE TO RLOG-BUS-DATE
059400     MOVE RPRR-STEP-START-DATE TO RLOG-START-DATE
059500     MOVE RPRR-STEP-START-TIME TO RLOG-START-TIME
059600     ACCEPT RLOG-END-DATE FROM DATE YYYYMMDD
059700     ACCEPT RLOG-END-TIME FROM TIME
059800     MOVE RETURN-CODE TO RLOG-RETURN-CODE
059900     MOVE ZERO TO RLOG-COUNT (1)
060000     MOVE ZERO TO RLOG-COUNT (2)
060100     MOVE ZERO TO RLOG-COUNT (3)
060200     MOVE ZERO TO RLOG-COUNT (4)
060300     MOVE ZERO TO RLOG-OUTSTANDING-COUNT
060400     MOVE 'REJECTS' TO RLOG-COUNT-NAME (1)
060500     MOVE RPRR-REJECT-COUNT TO RLOG-COUNT (1)
060600     MOVE 'REPAIRED' TO RLOG-COUNT-NAME (2)
060700     MOVE RPRR-REPAIRED-COUNT TO RLOG-COUNT (2)
060800     MOVE 'NO FIX' TO RLOG-COUNT-NAME (3)
060900     MOVE RPRR-UNMATCHED-COUNT TO RLOG-COUNT (3)
061000     MOVE 'FORCED' TO RLOG-COUNT-NAME (4)
061100     COMPUTE RLOG-COUNT (4) = RPRR-SUPV-COUNT
061200         + RPRR-CLOSED-COUNT
061300     IF RPRR-STEP-ABENDED
061400         SET RLOG-ABENDED TO TRUE
061500         MOVE RPRR-ABEND-MSG TO RLOG-MESSAGE
061600     ELSE
061700         SET RLOG-ENDED-NORMALLY TO TRUE
061800         IF RPRR-AGING-COUNT > 0
061900             MOVE RPRR-AGING-COUNT TO RLOG-OUTSTANDING-COUNT
062000             MOVE 'REJECTS HELD OVER MORE THAN ONE CYCLE'
062100                 TO RLOG-MESSAGE
062200         END-IF
062300         IF RPRR-SSTA-FAILED AND RPRR-AGING-COUNT = 0
062400             MOVE 'RUN COMPLETED - SOURCE STATS NOT WRITTEN'
062500                 TO RLOG-MESSAGE
062600         END-IF
062700     END-IF
062800     WRITE RLOG-RECORD
062900     IF NOT WS-RLOG-OK
063000         DISPLAY 'REJRPR - CANNOT WRITE RUN LOG FILE'
063100     END-IF
063200     CLOSE RUN-LOG-FILE
063300     .
063400 9700-EXIT.
063500     EXIT.
