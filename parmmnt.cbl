002330*                            UNITS - ACCTMNT HOLDS A CORRECTION
002340*                            OR DELETE MOVING MORE THAN THIS
002350*                            FOR SUPERVISOR APPROVAL (ACCTAPR)
002355*      HOLD-AGING-DAYS=005   RANGE 001-999 - A HELD OVER-
002360*                            THRESHOLD ITEM WAITING LONGER
002365*                            THAN THIS GOES ON HELDREV'S
002370*                            AGING LIST
002375*      UPDATE-MODE=R         R (RANDOM) OR S (SEQUENTIAL) - HOW
002380*                            SAMPLE APPLIES THE DAY'S POSTINGS
002385*                            TO THE ACCOUNT MASTER
002400*
002500*  THE CURRENT PARM-FILE IS READ FIRST AS THE BEFORE IMAGE;
002600*  WHEN NONE EXISTS YET THE SHOP DEFAULTS APPLY.  A DECK WITH
003300*  2026-08-21 JDM   INITIAL VERSION.
003310*  2026-09-02 JDM   ADDED THE APPROVAL-LIMIT CARD FOR THE
003320*                   ACCTMNT/ACCTAPR HELD-WORK FLOW.
003330*  2026-10-15 JDM   ADDED THE HOLD-AGING-DAYS CARD FOR THE
003340*                   SAMPLE/HELDREV HELD-TRANSACTION FLOW.
003350*  2026-10-15 JDM   APPENDS A STEP-RESULT ROW TO THE SHARED RUN
003360*                   LOG (RUNLOG) AT END OF JOB AND ON AN ABEND,
003370*                   FOR THE NIGHT SUMMARY.
003380*  2026-10-15 JDM   ADDED THE UPDATE-MODE CARD FOR SAMPLE'S
003390*                   SEQUENTIAL MASTER-UPDATE MODE.
003400*****************************************************************
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
005300     SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WS-AUDT-STATUS.
005520     SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
005540         ORGANIZATION IS SEQUENTIAL
005560         FILE STATUS IS WS-RLOG-STATUS.
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  PARM-CARD-FILE
007500     RECORDING MODE IS F
007600     LABEL RECORDS ARE STANDARD.
007700     COPY AUDTREC.
007720 FD  RUN-LOG-FILE
007740     RECORDING MODE IS F
007760     LABEL RECORDS ARE STANDARD.
007780     COPY RLOGREC.
007800 WORKING-STORAGE SECTION.
007900*****************************************************************
008000*  FILE STATUS SWITCHES
009100         88  WS-LIST-OK                  VALUE '00'.
009200     05  WS-AUDT-STATUS              PIC X(02).
009300         88  WS-AUDT-OK                  VALUE '00'.
009320     05  WS-RLOG-STATUS              PIC X(02).
009340         88  WS-RLOG-OK                  VALUE '00'.
009360         88  WS-RLOG-NOT-PRESENT         VALUE '35'.
009400*****************************************************************
009500*  CONTROL SWITCHES
009600*****************************************************************
010900         ==PARM-CHECKPOINT-FREQ== BY ==OLDP-CHECKPOINT-FREQ==
011000         ==PARM-ITERATION-COUNT== BY ==OLDP-ITERATION-COUNT==
011100         ==PARM-TEST-THRESHOLD== BY ==OLDP-TEST-THRESHOLD==
011110         ==PARM-APPROVAL-LIMIT== BY ==OLDP-APPROVAL-LIMIT==
011120         ==PARM-HOLD-AGING-DAYS== BY ==OLDP-HOLD-AGING-DAYS==
011140         ==PARM-UPDATE-MODE== BY ==OLDP-UPDATE-MODE==
011160         ==PARM-MODE-RANDOM== BY ==OLDP-MODE-RANDOM==
011180         ==PARM-MODE-SEQUENTIAL== BY ==OLDP-MODE-SEQUENTIAL==.
011200*****************************************************************
011300*  AFTER IMAGE - STARTS AS A COPY OF THE BEFORE IMAGE, THEN THE
011400*  CARDS ARE APPLIED OVER IT.  WRITTEN TO PARMNEW AT THE END
012000     05  PMNT-ITERATION-COUNT        PIC 9(05) COMP.
012100     05  PMNT-TEST-THRESHOLD         PIC S9(02).
012110     05  PMNT-APPROVAL-LIMIT         PIC 9(09).
012120     05  PMNT-HOLD-AGING-DAYS        PIC 9(03).
012140     05  PMNT-UPDATE-MODE            PIC X(01).
012200*****************************************************************
012300*  CARD PARSE FIELDS
012400*****************************************************************
013310     05  PMNT-VALUE-9                PIC X(09).
013320     05  PMNT-VALUE-9-9 REDEFINES PMNT-VALUE-9
013330                                     PIC 9(09).
013340     05  PMNT-VALUE-3                PIC X(03).
013360     05  PMNT-VALUE-3-9 REDEFINES PMNT-VALUE-3
013380                                     PIC 9(03).
013400*****************************************************************
013500*  SHOP DEFAULTS - USED WHEN NO PARM-FILE EXISTS YET.
013600*****************************************************************
014000     05  PMNT-DFLT-ITER              PIC 9(05) COMP VALUE 1.
014100     05  PMNT-DFLT-THRESHOLD         PIC S9(02) VALUE +10.
014110     05  PMNT-DFLT-APPROVAL          PIC 9(09) VALUE 10000.
014120     05  PMNT-DFLT-AGING             PIC 9(03) VALUE 5.
014140     05  PMNT-DFLT-MODE              PIC X(01) VALUE 'R'.
014200 77  PMNT-MAX-PASSES                 PIC 9(05) COMP VALUE 5.
014300*****************************************************************
014400*  RUN COUNTERS
017500*****************************************************************
017600 01  PMNT-JOB-STATUS-FIELDS.
017700     05  PMNT-ABEND-MSG              PIC X(40).
017710*****************************************************************
017720*  RUN LOG FIELDS - WHEN THE STEP STARTED, AND WHETHER IT IS
017730*  ON ITS WAY OUT THROUGH 9600-ABEND (SEE 9700).
017740*****************************************************************
017750 01  PMNT-RUN-LOG-FIELDS.
017760     05  PMNT-STEP-START-DATE        PIC 9(08) VALUE ZERO.
017770     05  PMNT-STEP-START-TIME        PIC 9(08) VALUE ZERO.
017780     05  WS-STEP-END-SW              PIC X(01) VALUE 'N'.
017790         88  PMNT-STEP-ABENDED           VALUE 'A'.
017800 PROCEDURE DIVISION.
017900*****************************************************************
018000*  0000-MAINLINE
019300*  IMAGE FROM IT.
019400*****************************************************************
019500 1000-INITIALIZE.
019520     ACCEPT PMNT-STEP-START-DATE FROM DATE YYYYMMDD
019540     ACCEPT PMNT-STEP-START-TIME FROM TIME
019600     OPEN INPUT PARM-CARD-FILE
019700     IF NOT WS-CARD-OK
019800         MOVE 'CANNOT OPEN PARM CARD FILE' TO PMNT-ABEND-MSG
023260         MOVE PMNT-DFLT-APPROVAL TO OLDP-APPROVAL-LIMIT
023270         MOVE PMNT-DFLT-APPROVAL TO PMNT-APPROVAL-LIMIT
023280     END-IF
023281*    LIKEWISE THE HOLD AGING DAYS ON A FILE WRITTEN BEFORE THE
023282*    FIELD EXISTED.
023283     IF OLDP-HOLD-AGING-DAYS IS NUMERIC
023284         AND OLDP-HOLD-AGING-DAYS > 0
023285         MOVE OLDP-HOLD-AGING-DAYS TO PMNT-HOLD-AGING-DAYS
023286     ELSE
023287         MOVE PMNT-DFLT-AGING TO OLDP-HOLD-AGING-DAYS
023288         MOVE PMNT-DFLT-AGING TO PMNT-HOLD-AGING-DAYS
023289     END-IF
023290*    AND THE UPDATE MODE, WHICH READS AS SPACE ON AN OLDER FILE.
023291     IF OLDP-UPDATE-MODE = 'R' OR OLDP-UPDATE-MODE = 'S'
023292         MOVE OLDP-UPDATE-MODE TO PMNT-UPDATE-MODE
023293     ELSE
023294         MOVE PMNT-DFLT-MODE TO OLDP-UPDATE-MODE
023295         MOVE PMNT-DFLT-MODE TO PMNT-UPDATE-MODE
023296     END-IF
023300     PERFORM 2100-READ-CARD THRU 2100-EXIT
023400     .
023500 1000-EXIT.
024400     MOVE PMNT-DFLT-ITER TO OLDP-ITERATION-COUNT
024500     MOVE PMNT-DFLT-THRESHOLD TO OLDP-TEST-THRESHOLD
024510     MOVE PMNT-DFLT-APPROVAL TO OLDP-APPROVAL-LIMIT
024520     MOVE PMNT-DFLT-AGING TO OLDP-HOLD-AGING-DAYS
024540     MOVE PMNT-DFLT-MODE TO OLDP-UPDATE-MODE
024600     .
024700 1100-EXIT.
024800     EXIT.
026800             PERFORM 3300-APPLY-THRESHOLD THRU 3300-EXIT
026810         WHEN 'APPROVAL-LIMIT'
026820             PERFORM 3400-APPLY-APPROVAL THRU 3400-EXIT
026830         WHEN 'HOLD-AGING-DAYS'
026840             PERFORM 3500-APPLY-AGING THRU 3500-EXIT
026850         WHEN 'UPDATE-MODE'
026860             PERFORM 3600-APPLY-MODE THRU 3600-EXIT
026900         WHEN SPACES
027000             CONTINUE
027100         WHEN OTHER
034898 3400-EXIT.
034899     EXIT.
034900*****************************************************************
034902*  3500-APPLY-AGING
034904*****************************************************************
034906 3500-APPLY-AGING.
034908     MOVE PMNT-VALUE (1:3) TO PMNT-VALUE-3
034910     IF PMNT-VALUE-3 IS NUMERIC
034912         AND PMNT-VALUE-3-9 > 0
034914         MOVE PMNT-VALUE-3-9 TO PMNT-HOLD-AGING-DAYS
034916     ELSE
034918         MOVE 'AGING DAYS MUST BE 001-999' TO PMNT-ERR-TEXT
034920         PERFORM 3900-BAD-CARD THRU 3900-EXIT
034922     END-IF
034924     .
034926 3500-EXIT.
034928     EXIT.
034930*****************************************************************
034932*  3600-APPLY-MODE
034934*****************************************************************
034936 3600-APPLY-MODE.
034938     IF PMNT-VALUE (1:1) = 'R' OR PMNT-VALUE (1:1) = 'S'
034940         MOVE PMNT-VALUE (1:1) TO PMNT-UPDATE-MODE
034942     ELSE
034944         MOVE 'UPDATE MODE MUST BE R OR S' TO PMNT-ERR-TEXT
034946         PERFORM 3900-BAD-CARD THRU 3900-EXIT
034948     END-IF
034950     .
034952 3600-EXIT.
034954     EXIT.
034956*****************************************************************
035000*  3900-BAD-CARD
035100*****************************************************************
035200 3900-BAD-CARD.
039600     PERFORM 8300-LIST-ITERATION THRU 8300-EXIT
039700     PERFORM 8400-LIST-THRESHOLD THRU 8400-EXIT
039710     PERFORM 8450-LIST-APPROVAL THRU 8450-EXIT
039720     PERFORM 8460-LIST-AGING THRU 8460-EXIT
039740     PERFORM 8470-LIST-MODE THRU 8470-EXIT
039800     CLOSE AUDIT-LOG-FILE
039900     OPEN OUTPUT NEW-PARM-FILE
040000     IF NOT WS-NPRM-OK
040700     MOVE PMNT-ITERATION-COUNT TO PARM-ITERATION-COUNT
040800     MOVE PMNT-TEST-THRESHOLD TO PARM-TEST-THRESHOLD
040810     MOVE PMNT-APPROVAL-LIMIT TO PARM-APPROVAL-LIMIT
040820     MOVE PMNT-HOLD-AGING-DAYS TO PARM-HOLD-AGING-DAYS
040840     MOVE PMNT-UPDATE-MODE TO PARM-UPDATE-MODE
040900     WRITE PARM-RECORD
041000     IF NOT WS-NPRM-OK
041100         MOVE 'CANNOT WRITE NEW PARM FILE' TO PMNT-ABEND-MSG
051296 8450-EXIT.
051298     EXIT.
051300*****************************************************************
051302*  8460-LIST-AGING
051304*****************************************************************
051306 8460-LIST-AGING.
051308     MOVE SPACES TO PMNT-DETAIL-LINE
051310     MOVE 'HOLD-AGING-DAYS' TO PMNT-DET-LABEL
051312     MOVE OLDP-HOLD-AGING-DAYS TO PMNT-VALUE-3-9
051314     MOVE PMNT-VALUE-3 TO PMNT-DET-BEFORE
051316     MOVE PMNT-HOLD-AGING-DAYS TO PMNT-VALUE-3-9
051318     MOVE PMNT-VALUE-3 TO PMNT-DET-AFTER
051320     IF PMNT-HOLD-AGING-DAYS NOT = OLDP-HOLD-AGING-DAYS
051322         MOVE 'CHANGED' TO PMNT-DET-NOTE
051324         MOVE SPACES TO AUDT-RECORD
051326         MOVE 'PARM-HOLD-AGING-DAYS' TO AUDT-FIELD-NAME
051328         MOVE OLDP-HOLD-AGING-DAYS TO PMNT-VALUE-3-9
051330         MOVE PMNT-VALUE-3 TO AUDT-BEFORE-VALUE
051332         MOVE PMNT-HOLD-AGING-DAYS TO PMNT-VALUE-3-9
051334         MOVE PMNT-VALUE-3 TO AUDT-AFTER-VALUE
051336         PERFORM 8900-WRITE-AUDIT-ROW THRU 8900-EXIT
051338     END-IF
051340     MOVE PMNT-DETAIL-LINE TO LIST-RECORD
051342     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
051344     .
051346 8460-EXIT.
051348     EXIT.
051350*****************************************************************
051352*  8470-LIST-MODE
051354*****************************************************************
051356 8470-LIST-MODE.
051358     MOVE SPACES TO PMNT-DETAIL-LINE
051360     MOVE 'UPDATE-MODE' TO PMNT-DET-LABEL
051362     MOVE OLDP-UPDATE-MODE TO PMNT-DET-BEFORE
051364     MOVE PMNT-UPDATE-MODE TO PMNT-DET-AFTER
051366     IF PMNT-UPDATE-MODE NOT = OLDP-UPDATE-MODE
051368         MOVE 'CHANGED' TO PMNT-DET-NOTE
051370         MOVE SPACES TO AUDT-RECORD
051372         MOVE 'PARM-UPDATE-MODE' TO AUDT-FIELD-NAME
051374         MOVE OLDP-UPDATE-MODE TO AUDT-BEFORE-VALUE
051376         MOVE PMNT-UPDATE-MODE TO AUDT-AFTER-VALUE
051378         PERFORM 8900-WRITE-AUDIT-ROW THRU 8900-EXIT
051380     END-IF
051382     MOVE PMNT-DETAIL-LINE TO LIST-RECORD
051384     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
051386     .
051388 8470-EXIT.
051390     EXIT.
051392*****************************************************************
051400*  8900-WRITE-AUDIT-ROW - SAME ROW SHAPE SAMPLE WRITES, SO THE
051500*  EXISTING AUDINQ SELECTION AND ARCHIVE SWEEP COVER THESE ROWS
051600*  WITH NO SPECIAL CASING.
053900     ELSE
054000         MOVE 0 TO RETURN-CODE
054100     END-IF
054150     PERFORM 9700-WRITE-RUN-LOG THRU 9700-EXIT
054200     .
054300 9000-EXIT.
054400     EXIT.
054800 9600-ABEND.
054900     DISPLAY 'PARMMNT - ' PMNT-ABEND-MSG
055000     MOVE 16 TO RETURN-CODE
055020     MOVE 'A' TO WS-STEP-END-SW
055040     PERFORM 9700-WRITE-RUN-LOG THRU 9700-EXIT
055100     STOP RUN
055200     .
055300 9600-EXIT.
055400     EXIT.
055500*****************************************************************
055600*  9700-WRITE-RUN-LOG - APPENDS THIS STEP'S RESULT ROW TO THE
055700*  SHARED RUN LOG (SEE RLOGREC), WHETHER THE STEP IS ENDING
055800*  NORMALLY OR THROUGH 9600-ABEND.  LIKE THE ERROR LOG, A RUN
055900*  LOG THAT CANNOT BE WRITTEN IS REPORTED BUT DOES NOT CHANGE
056000*  THE STEP'S OWN RESULT - THE NIGHT SUMMARY THEN SHOWS THE
056100*  STEP AS NEVER RUN, WHICH GETS IT LOOKED AT ANYWAY.
056200*****************************************************************
056300 9700-WRITE-RUN-LOG.
056400     OPEN EXTEND RUN-LOG-FILE
056500     IF WS-RLOG-NOT-PRESENT
056600         OPEN OUTPUT RUN-LOG-FILE
056700     END-IF
056800     IF NOT WS-RLOG-OK
056900         DISPLAY 'PARMMNT - CANNOT OPEN RUN LOG FILE'
057000         GO TO 9700-EXIT
057100     END-IF
057200     MOVE SPACES TO RLOG-RECORD
057300     MOVE 'PARMMNT' TO RLOG-PROGRAM
057400     SET RLOG-DATE-IS-RUN TO TRUE
057500     MOVE PMNT-STEP-START-DATE TO RLOG-BUS-DATE
057600     MOVE PMNT-STEP-START-DATE TO RLOG-START-DATE
057700     MOVE PMNT-STEP-START-TIME TO RLOG-START-TIME
057800     ACCEPT RLOG-END-DATE FROM DATE YYYYMMDD
057900     ACCEPT RLOG-END-TIME FROM TIME
058000     MOVE RETURN-CODE TO RLOG-RETURN-CODE
058100     MOVE ZERO TO RLOG-COUNT (1)
058200     MOVE ZERO TO RLOG-COUNT (2)
058300     MOVE ZERO TO RLOG-COUNT (3)
058400     MOVE ZERO TO RLOG-COUNT (4)
058500     MOVE ZERO TO RLOG-OUTSTANDING-COUNT
058600     MOVE 'CARDS' TO RLOG-COUNT-NAME (1)
058700     MOVE PMNT-CARD-COUNT TO RLOG-COUNT (1)
058800     MOVE 'CHANGES' TO RLOG-COUNT-NAME (2)
058900     MOVE PMNT-CHANGE-COUNT TO RLOG-COUNT (2)
059000     MOVE 'ERRORS' TO RLOG-COUNT-NAME (3)
059100     MOVE PMNT-ERROR-COUNT TO RLOG-COUNT (3)
059200     IF PMNT-STEP-ABENDED
059300         SET RLOG-ABENDED TO TRUE
059400         MOVE PMNT-ABEND-MSG TO RLOG-MESSAGE
059500     ELSE
059600         SET RLOG-ENDED-NORMALLY TO TRUE
059700     END-IF
059800     WRITE RLOG-RECORD
059900     IF NOT WS-RLOG-OK
060000         DISPLAY 'PARMMNT - CANNOT WRITE RUN LOG FILE'
060100     END-IF
060200     CLOSE RUN-LOG-FILE
060300     .
060400 9700-EXIT.
060500     EXIT.
