000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HELDREV.
000300 AUTHOR. J D MORAN.
000400 INSTALLATION. DAILY PROCESSING GROUP.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  HELDREV - HELD TRANSACTION REVIEW PASS
000900*
001000*  THE REVIEWER HALF OF THE SAMPLE HELD-TRANSACTION FLOW.
001100*  READS THE HELD FILE (HELDIN - TONIGHT'S HELDTRAN FROM
001200*  SAMPLE CONCATENATED WITH THE PRIOR PASS'S HELDNEW) AND A
001300*  DECISION DECK ON HLDCARDS:
001400*
001500*      COL 1       DECISION - R = RELEASE, D = DECLINE
001600*      COLS 2-11   TRANSACTION KEY OF THE HELD ITEM
001700*
001800*  A RELEASED ITEM IS WRITTEN TO RLSOUT IN DTRANREC LAYOUT,
001900*  EXACTLY AS IT ARRIVED BUT WITH DTRAN-HOLD-RELEASE SET TO
002000*  'R', AND RLSOUT IS CONCATENATED INTO THE NEXT RAWTRAN THE
002100*  WAY REJRPR'S RCYCOUT IS - SAMPLE THEN POSTS IT INSTEAD OF
002200*  HOLDING IT A SECOND TIME.  A DECLINED ITEM IS DROPPED.  AN
002300*  ITEM WITH NO DECISION CARD RIDES FORWARD ON HELDNEW AND
002400*  WAITS FOR THE NEXT PASS; ONE THAT HAS WAITED MORE THAN
002500*  PARM-HOLD-AGING-DAYS CALENDAR DAYS SINCE THE BUSINESS DATE
002600*  IT WAS HELD ON ALSO GOES ON THE AGING LIST (HLDAGE).  EVERY
002700*  RELEASE AND DECLINE IS APPENDED TO AUDIT-LOG-FILE THE WAY
002800*  ACCTAPR'S DECISIONS ARE.  EACH DECISION CARD IS SPENT ON
002900*  THE FIRST HELD ITEM IT MATCHES, SO TWO HELD ITEMS FOR ONE
003000*  KEY NEED TWO CARDS.
003100*
003200*  MOD HISTORY
003300*  -------------------------------------------------------------
003400*  DATE       INIT  DESCRIPTION
003500*  ---------  ----  ---------------------------------------------
003600*  2026-10-15 JDM   INITIAL VERSION.
003620*  2026-10-15 JDM   APPENDS A STEP-RESULT ROW TO THE SHARED RUN
003640*                   LOG (RUNLOG) AT END OF JOB AND ON AN ABEND,
003660*                   FOR THE NIGHT SUMMARY.
003680*****************************************************************
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER. IBM-370.
004100 OBJECT-COMPUTER. IBM-370.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT HELD-IN-FILE ASSIGN TO HELDIN
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-HELD-STATUS.
004700     SELECT HOLD-CARD-FILE ASSIGN TO HLDCARDS
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-CARD-STATUS.
005000     SELECT PARM-FILE ASSIGN TO PARMFILE
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-PARM-STATUS.
005300     SELECT RELEASE-FILE ASSIGN TO RLSOUT
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WS-RLSE-STATUS.
005600     SELECT NEW-HELD-FILE ASSIGN TO HELDNEW
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-NHLD-STATUS.
005900     SELECT AGING-FILE ASSIGN TO HLDAGE
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-AGE-STATUS.
006200     SELECT LISTING-FILE ASSIGN TO HLDLIST
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS WS-LIST-STATUS.
006500     SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS WS-AUDT-STATUS.
006720     SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
006740         ORGANIZATION IS SEQUENTIAL
006760         FILE STATUS IS WS-RLOG-STATUS.
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  HELD-IN-FILE
007100     RECORDING MODE IS F
007200     LABEL RECORDS ARE STANDARD.
007300     COPY HELDREC.
007400 FD  HOLD-CARD-FILE
007500     RECORDING MODE IS F
007600     LABEL RECORDS ARE STANDARD.
007700 01  HOLD-CARD-RECORD.
007800     05  HLDC-DECISION               PIC X(01).
007900     05  HLDC-KEY                    PIC X(10).
008000     05  FILLER                      PIC X(69).
008100 FD  PARM-FILE
008200     RECORDING MODE IS F
008300     LABEL RECORDS ARE STANDARD.
008400     COPY PARMREC.
008500 FD  RELEASE-FILE
008600     RECORDING MODE IS F
008700     LABEL RECORDS ARE STANDARD.
008800     COPY DTRANREC.
008900 FD  NEW-HELD-FILE
009000     RECORDING MODE IS F
009100     LABEL RECORDS ARE STANDARD.
009200 01  NEW-HELD-RECORD                 PIC X(80).
009300 FD  AGING-FILE
009400     RECORDING MODE IS F
009500     LABEL RECORDS ARE STANDARD.
009600 01  AGING-RECORD                    PIC X(80).
009700 FD  LISTING-FILE
009800     RECORDING MODE IS F
009900     LABEL RECORDS ARE STANDARD.
010000 01  LIST-RECORD                     PIC X(80).
010100 FD  AUDIT-LOG-FILE
010200     RECORDING MODE IS F
010300     LABEL RECORDS ARE STANDARD.
010400     COPY AUDTREC.
010420 FD  RUN-LOG-FILE
010440     RECORDING MODE IS F
010460     LABEL RECORDS ARE STANDARD.
010480     COPY RLOGREC.
010500 WORKING-STORAGE SECTION.
010600*****************************************************************
010700*  FILE STATUS SWITCHES
010800*****************************************************************
010900 01  WS-FILE-STATUSES.
011000     05  WS-HELD-STATUS              PIC X(02).
011100         88  WS-HELD-OK                  VALUE '00'.
011200         88  WS-HELD-NOT-PRESENT         VALUE '35'.
011300     05  WS-CARD-STATUS              PIC X(02).
011400         88  WS-CARD-OK                  VALUE '00'.
011500     05  WS-PARM-STATUS              PIC X(02).
011600         88  WS-PARM-OK                  VALUE '00'.
011700         88  WS-PARM-NOT-PRESENT         VALUE '35'.
011800     05  WS-RLSE-STATUS              PIC X(02).
011900         88  WS-RLSE-OK                  VALUE '00'.
012000     05  WS-NHLD-STATUS              PIC X(02).
012100         88  WS-NHLD-OK                  VALUE '00'.
012200     05  WS-AGE-STATUS               PIC X(02).
012300         88  WS-AGE-OK                   VALUE '00'.
012400     05  WS-LIST-STATUS              PIC X(02).
012500         88  WS-LIST-OK                  VALUE '00'.
012600     05  WS-AUDT-STATUS              PIC X(02).
012700         88  WS-AUDT-OK                  VALUE '00'.
012720     05  WS-RLOG-STATUS              PIC X(02).
012740         88  WS-RLOG-OK                  VALUE '00'.
012760         88  WS-RLOG-NOT-PRESENT         VALUE '35'.
012800*****************************************************************
012900*  CONTROL SWITCHES
013000*****************************************************************
013100 01  WS-SWITCHES.
013200     05  WS-HELD-EOF-SW              PIC X(01) VALUE 'N'.
013300         88  WS-HELD-EOF-YES             VALUE 'Y'.
013400         88  WS-HELD-EOF-NO              VALUE 'N'.
013500     05  WS-CARD-EOF-SW              PIC X(01) VALUE 'N'.
013600         88  WS-CARD-EOF-YES             VALUE 'Y'.
013700         88  WS-CARD-EOF-NO              VALUE 'N'.
013800     05  WS-CARD-FOUND-SW            PIC X(01) VALUE 'N'.
013900         88  HLDR-CARD-FOUND             VALUE 'Y'.
014000         88  HLDR-CARD-NOT-FOUND         VALUE 'N'.
014100*****************************************************************
014200*  DECISION CARD TABLE - LOADED ONCE AT START-UP.  EACH CARD
014300*  IS SPENT ON THE FIRST HELD ITEM IT MATCHES.
014400*****************************************************************
014500 01  HLDR-CARD-FIELDS.
014600     05  HLDR-CARD-COUNT             PIC 9(05) COMP VALUE ZERO.
014700     05  HLDR-CARD-MAX               PIC 9(05) COMP VALUE 500.
014800     05  HLDR-CARD-SUB               PIC 9(05) COMP.
014900     05  HLDR-CARD-HIT               PIC 9(05) COMP.
015000 01  HLDR-CARD-TABLE.
015100     05  HLDR-CARD-ENTRY OCCURS 500 TIMES.
015200         10  HLDR-CRD-DECISION       PIC X(01).
015300             88  HLDR-CRD-RELEASE    VALUE 'R'.
015400             88  HLDR-CRD-DECLINE    VALUE 'D'.
015500         10  HLDR-CRD-KEY            PIC X(10).
015600         10  HLDR-CRD-USED-SW        PIC X(01).
015700             88  HLDR-CRD-USED       VALUE 'Y'.
015800             88  HLDR-CRD-UNUSED     VALUE 'N'.
015900*****************************************************************
016000*  RUN COUNTERS
016100*****************************************************************
016200 01  HLDR-COUNTERS.
016300     05  HLDR-HELD-COUNT             PIC 9(05) COMP VALUE ZERO.
016400     05  HLDR-RELEASED-COUNT         PIC 9(05) COMP VALUE ZERO.
016500     05  HLDR-DECLINED-COUNT         PIC 9(05) COMP VALUE ZERO.
016600     05  HLDR-CARRIED-COUNT          PIC 9(05) COMP VALUE ZERO.
016700     05  HLDR-AGED-COUNT             PIC 9(05) COMP VALUE ZERO.
016800     05  HLDR-BAD-CARD-COUNT         PIC 9(05) COMP VALUE ZERO.
016900*****************************************************************
017000*  AGING FIELDS - THE THRESHOLD COMES FROM PARM-FILE (THE SHOP
017100*  DEFAULT WHEN NONE EXISTS YET, MATCHING PARMMNT).  AN ITEM'S
017200*  AGE IS THE CALENDAR DAYS FROM THE BUSINESS DATE IT WAS
017300*  HELD ON TO TODAY, TAKEN AS THE DIFFERENCE OF TWO DAY
017400*  NUMBERS (SEE 3900).
017500*****************************************************************
017600 01  HLDR-AGING-FIELDS.
017700     05  HLDR-AGING-DAYS             PIC 9(03) VALUE 5.
017800     05  HLDR-TODAY                  PIC 9(08).
017900     05  HLDR-TODAY-DAYNUM           PIC S9(09) COMP.
018000     05  HLDR-AGE-DAYS               PIC S9(09) COMP.
018100*****************************************************************
018200*  DAY-NUMBER WORK FIELDS FOR 3900 - A DATE GOES IN AS
018300*  YYYYMMDD, ITS CONSECUTIVE DAY NUMBER COMES BACK.  EACH
018400*  DIVISION LANDS IN ITS OWN INTEGER FIELD SO THE FRACTION IS
018500*  DROPPED AT EXACTLY THE STEP THE FORMULA NEEDS.
018600*****************************************************************
018700 01  HLDR-DAYNUM-FIELDS.
018800     05  HLDR-DN-DATE                PIC 9(08).
018900     05  HLDR-DN-DATE-PARTS REDEFINES HLDR-DN-DATE.
019000         10  HLDR-DN-YYYY            PIC 9(04).
019100         10  HLDR-DN-MM              PIC 9(02).
019200         10  HLDR-DN-DD              PIC 9(02).
019300     05  HLDR-DN-A                   PIC S9(09) COMP.
019400     05  HLDR-DN-Y                   PIC S9(09) COMP.
019500     05  HLDR-DN-M                   PIC S9(09) COMP.
019600     05  HLDR-DN-MONTH-DAYS          PIC S9(09) COMP.
019700     05  HLDR-DN-Y4                  PIC S9(09) COMP.
019800     05  HLDR-DN-Y100                PIC S9(09) COMP.
019900     05  HLDR-DN-Y400                PIC S9(09) COMP.
020000     05  HLDR-DN-RESULT              PIC S9(09) COMP.
020100*****************************************************************
020200*  AUDIT WORK FIELDS - SAME ROW SHAPE SAMPLE, PARMMNT, AND
020300*  ACCTAPR WRITE.
020400*****************************************************************
020500 01  HLDR-AUDIT-FIELDS.
020600     05  HLDR-AUDIT-DATE             PIC 9(08).
020700     05  HLDR-AUDIT-TIME             PIC 9(06).
020800 01  HLDR-AUDIT-TIMESTAMP REDEFINES HLDR-AUDIT-FIELDS
020900                                     PIC X(14).
021000 01  HLDR-DECISION-TEXT              PIC X(10).
021100*****************************************************************
021200*  LISTING WORK LINES
021300*****************************************************************
021400 01  HLDR-DETAIL-LINE.
021500     05  HLDR-DET-DISP               PIC X(12).
021600     05  FILLER                      PIC X(02) VALUE SPACES.
021700     05  HLDR-DET-KEY                PIC X(10).
021800     05  FILLER                      PIC X(02) VALUE SPACES.
021900     05  HLDR-DET-TEXT               PIC X(54).
022000 01  HLDR-ITEM-LINE.
022100     05  FILLER                      PIC X(14) VALUE SPACES.
022200     05  FILLER                      PIC X(08) VALUE 'SOURCE '.
022300     05  HLDR-ITM-SOURCE             PIC X(02).
022400     05  FILLER                      PIC X(08) VALUE '  TYPE '.
022500     05  HLDR-ITM-STATUS             PIC X(02).
022600     05  FILLER                      PIC X(08) VALUE '  HELD '.
022700     05  HLDR-ITM-BUS-DATE           PIC 9(08).
022800     05  FILLER                      PIC X(02) VALUE SPACES.
022900     05  HLDR-ITM-AMOUNT             PIC -9(07).99.
023000     05  FILLER                      PIC X(17) VALUE SPACES.
023100 01  HLDR-TOTAL-LINE.
023200     05  HLDR-TOT-LABEL              PIC X(30).
023300     05  HLDR-TOT-VALUE              PIC Z(06)9.
023400     05  FILLER                      PIC X(43) VALUE SPACES.
023500*****************************************************************
023600*  AGING LIST LINES
023700*****************************************************************
023800 01  HLDR-AGE-HEADING.
023900     05  FILLER                      PIC X(12) VALUE 'KEY'.
024000     05  FILLER                      PIC X(04) VALUE 'SRC'.
024100     05  FILLER                      PIC X(04) VALUE 'TYP'.
024200     05  FILLER                      PIC X(10) VALUE 'HELD ON'.
024300     05  FILLER                      PIC X(07) VALUE 'DAYS'.
024400     05  FILLER                      PIC X(14) VALUE 'AMOUNT'.
024500     05  FILLER                      PIC X(29) VALUE SPACES.
024600 01  HLDR-AGE-LINE.
024700     05  HLDR-AGE-KEY                PIC X(10).
024800     05  FILLER                      PIC X(02) VALUE SPACES.
024900     05  HLDR-AGE-SOURCE             PIC X(02).
025000     05  FILLER                      PIC X(02) VALUE SPACES.
025100     05  HLDR-AGE-STATUS             PIC X(02).
025200     05  FILLER                      PIC X(02) VALUE SPACES.
025300     05  HLDR-AGE-BUS-DATE           PIC 9(08).
025400     05  FILLER                      PIC X(02) VALUE SPACES.
025500     05  HLDR-AGE-DAYS-OUT           PIC Z(04)9.
025600     05  FILLER                      PIC X(02) VALUE SPACES.
025700     05  HLDR-AGE-AMOUNT             PIC -9(07).99.
025800     05  FILLER                      PIC X(32) VALUE SPACES.
025900*****************************************************************
026000*  END-OF-JOB / ABEND WORK FIELDS
026100*****************************************************************
026200 01  HLDR-JOB-STATUS-FIELDS.
026300     05  HLDR-ABEND-MSG              PIC X(40).
026310*****************************************************************
026320*  RUN LOG FIELDS - WHEN THE STEP STARTED, AND WHETHER IT IS
026330*  ON ITS WAY OUT THROUGH 9600-ABEND (SEE 9700).
026340*****************************************************************
026350 01  HLDR-RUN-LOG-FIELDS.
026360     05  HLDR-STEP-START-DATE        PIC 9(08) VALUE ZERO.
026370     05  HLDR-STEP-START-TIME        PIC 9(08) VALUE ZERO.
026380     05  WS-STEP-END-SW              PIC X(01) VALUE 'N'.
026390         88  HLDR-STEP-ABENDED           VALUE 'A'.
026400 PROCEDURE DIVISION.
026500*****************************************************************
026600*  0000-MAINLINE
026700*****************************************************************
026800 0000-MAINLINE.
026900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
027000     PERFORM 2000-PROCESS-HELD THRU 2000-EXIT
027100         UNTIL WS-HELD-EOF-YES
027200     PERFORM 8500-WRITE-TOTALS THRU 8500-EXIT
027300     PERFORM 9000-END-OF-JOB THRU 9000-EXIT
027400     STOP RUN
027500     .
027600*****************************************************************
027700*  1000-INITIALIZE - OPENS EVERYTHING, PICKS UP THE AGING
027800*  THRESHOLD, AND LOADS THE DECISION DECK INTO THE CARD TABLE.
027900*****************************************************************
028000 1000-INITIALIZE.
028020     ACCEPT HLDR-STEP-START-DATE FROM DATE YYYYMMDD
028040     ACCEPT HLDR-STEP-START-TIME FROM TIME
028100     OPEN INPUT HELD-IN-FILE
028200     IF WS-HELD-NOT-PRESENT
028300         MOVE 'NO HELD FILE - NOTHING TO REVIEW'
028400             TO HLDR-ABEND-MSG
028500         GO TO 9600-ABEND
028600     END-IF
028700     IF NOT WS-HELD-OK
028800         MOVE 'CANNOT OPEN HELD FILE' TO HLDR-ABEND-MSG
028900         GO TO 9600-ABEND
029000     END-IF
029100     OPEN INPUT HOLD-CARD-FILE
029200     IF NOT WS-CARD-OK
029300         MOVE 'CANNOT OPEN HOLD CARD FILE' TO HLDR-ABEND-MSG
029400         GO TO 9600-ABEND
029500     END-IF
029600     OPEN OUTPUT RELEASE-FILE
029700     IF NOT WS-RLSE-OK
029800         MOVE 'CANNOT OPEN RELEASE FILE' TO HLDR-ABEND-MSG
029900         GO TO 9600-ABEND
030000     END-IF
030100     OPEN OUTPUT NEW-HELD-FILE
030200     IF NOT WS-NHLD-OK
030300         MOVE 'CANNOT OPEN NEW HELD FILE' TO HLDR-ABEND-MSG
030400         GO TO 9600-ABEND
030500     END-IF
030600     OPEN OUTPUT AGING-FILE
030700     IF NOT WS-AGE-OK
030800         MOVE 'CANNOT OPEN AGING FILE' TO HLDR-ABEND-MSG
030900         GO TO 9600-ABEND
031000     END-IF
031100     OPEN OUTPUT LISTING-FILE
031200     IF NOT WS-LIST-OK
031300         MOVE 'CANNOT OPEN LISTING FILE' TO HLDR-ABEND-MSG
031400         GO TO 9600-ABEND
031500     END-IF
031600     OPEN EXTEND AUDIT-LOG-FILE
031700     IF NOT WS-AUDT-OK
031800         MOVE 'CANNOT OPEN AUDIT LOG FILE' TO HLDR-ABEND-MSG
031900         GO TO 9600-ABEND
032000     END-IF
032100     PERFORM 1100-LOAD-AGING-DAYS THRU 1100-EXIT
032200     ACCEPT HLDR-TODAY FROM DATE YYYYMMDD
032300     MOVE HLDR-TODAY TO HLDR-DN-DATE
032400     PERFORM 3900-COMPUTE-DAY-NUMBER THRU 3900-EXIT
032500     MOVE HLDR-DN-RESULT TO HLDR-TODAY-DAYNUM
032600     MOVE SPACES TO LIST-RECORD
032700     MOVE 'HELDREV - HELD TRANSACTION REVIEW LISTING'
032800         TO LIST-RECORD
032900     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
033000     MOVE SPACES TO LIST-RECORD
033100     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
033200     MOVE HLDR-AGE-HEADING TO AGING-RECORD
033300     PERFORM 7100-WRITE-AGING THRU 7100-EXIT
033400     PERFORM 1200-LOAD-ONE-CARD THRU 1200-EXIT
033500         UNTIL WS-CARD-EOF-YES
033600     CLOSE HOLD-CARD-FILE
033700     PERFORM 2100-READ-HELD THRU 2100-EXIT
033800     .
033900 1000-EXIT.
034000     EXIT.
034100*****************************************************************
034200*  1100-LOAD-AGING-DAYS - SAME PARM-FILE THE BATCH READS.  NO
034300*  FILE OR A RECORD WRITTEN BEFORE THE FIELD EXISTED (SPACES
034400*  OR ZERO) LEAVES THE SHOP DEFAULT, MATCHING PARMMNT'S.
034500*****************************************************************
034600 1100-LOAD-AGING-DAYS.
034700     OPEN INPUT PARM-FILE
034800     IF WS-PARM-NOT-PRESENT
034900         GO TO 1100-EXIT
035000     END-IF
035100     IF NOT WS-PARM-OK
035200         MOVE 'CANNOT OPEN PARM-FILE' TO HLDR-ABEND-MSG
035300         GO TO 9600-ABEND
035400     END-IF
035500     READ PARM-FILE
035600         AT END
035700             CLOSE PARM-FILE
035800             GO TO 1100-EXIT
035900     END-READ
036000     CLOSE PARM-FILE
036100     IF PARM-HOLD-AGING-DAYS IS NUMERIC
036200         AND PARM-HOLD-AGING-DAYS > 0
036300         MOVE PARM-HOLD-AGING-DAYS TO HLDR-AGING-DAYS
036400     END-IF
036500     .
036600 1100-EXIT.
036700     EXIT.
036800*****************************************************************
036900*  1200-LOAD-ONE-CARD - A CARD WHOSE DECISION IS NOT R OR D IS
037000*  LISTED AND IGNORED RATHER THAN LEFT TO DECIDE AN ITEM
037100*  AMBIGUOUSLY.
037200*****************************************************************
037300 1200-LOAD-ONE-CARD.
037400     READ HOLD-CARD-FILE
037500         AT END
037600             MOVE 'Y' TO WS-CARD-EOF-SW
037700         NOT AT END
037800             IF HLDC-DECISION NOT = 'R'
037900                 AND HLDC-DECISION NOT = 'D'
038000                 ADD 1 TO HLDR-BAD-CARD-COUNT
038100                 MOVE SPACES TO HLDR-DETAIL-LINE
038200                 MOVE 'BAD CARD' TO HLDR-DET-DISP
038300                 MOVE HLDC-KEY TO HLDR-DET-KEY
038400                 MOVE 'DECISION NOT R OR D - CARD IGNORED'
038500                     TO HLDR-DET-TEXT
038600                 MOVE HLDR-DETAIL-LINE TO LIST-RECORD
038700                 PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
038800             ELSE
038900                 IF HLDR-CARD-COUNT < HLDR-CARD-MAX
039000                     ADD 1 TO HLDR-CARD-COUNT
039100                     MOVE HLDC-DECISION
039200                         TO HLDR-CRD-DECISION (HLDR-CARD-COUNT)
039300                     MOVE HLDC-KEY
039400                         TO HLDR-CRD-KEY (HLDR-CARD-COUNT)
039500                     MOVE 'N'
039600                         TO HLDR-CRD-USED-SW (HLDR-CARD-COUNT)
039700                 ELSE
039800                     MOVE 'HOLD CARD TABLE IS FULL'
039900                         TO HLDR-ABEND-MSG
040000                     GO TO 9600-ABEND
040100                 END-IF
040200             END-IF
040300     END-READ
040400     .
040500 1200-EXIT.
040600     EXIT.
040700*****************************************************************
040800*  2000-PROCESS-HELD - ONE HELD ITEM THROUGH MATCH AND
040900*  DECISION.  NO CARD MEANS THE ITEM RIDES FORWARD.
041000*****************************************************************
041100 2000-PROCESS-HELD.
041200     ADD 1 TO HLDR-HELD-COUNT
041300     PERFORM 2200-FIND-DECISION-CARD THRU 2200-EXIT
041400     IF HLDR-CARD-NOT-FOUND
041500         PERFORM 3500-CARRY-FORWARD THRU 3500-EXIT
041600         GO TO 2000-READ-NEXT
041700     END-IF
041800     ACCEPT HLDR-AUDIT-DATE FROM DATE YYYYMMDD
041900     ACCEPT HLDR-AUDIT-TIME FROM TIME
042000     IF HLDR-CRD-RELEASE (HLDR-CARD-HIT)
042100         PERFORM 3000-RELEASE-ITEM THRU 3000-EXIT
042200     ELSE
042300         PERFORM 4000-DECLINE-ITEM THRU 4000-EXIT
042400     END-IF
042500     .
042600 2000-READ-NEXT.
042700     PERFORM 2100-READ-HELD THRU 2100-EXIT
042800     .
042900 2000-EXIT.
043000     EXIT.
043100*****************************************************************
043200*  2100-READ-HELD
043300*****************************************************************
043400 2100-READ-HELD.
043500     READ HELD-IN-FILE
043600         AT END
043700             MOVE 'Y' TO WS-HELD-EOF-SW
043800     END-READ
043900     .
044000 2100-EXIT.
044100     EXIT.
044200*****************************************************************
044300*  2200-FIND-DECISION-CARD - FIRST UNUSED CARD MATCHING THE
044400*  HELD KEY.  THE CARD IS MARKED SPENT SO IT DECIDES EXACTLY
044500*  ONE ITEM.
044600*****************************************************************
044700 2200-FIND-DECISION-CARD.
044800     SET HLDR-CARD-NOT-FOUND TO TRUE
044900     PERFORM 2250-SCAN-ONE-CARD THRU 2250-EXIT
045000         VARYING HLDR-CARD-SUB FROM 1 BY 1
045100         UNTIL HLDR-CARD-SUB > HLDR-CARD-COUNT
045200            OR HLDR-CARD-FOUND
045300     IF HLDR-CARD-FOUND
045400         MOVE 'Y' TO HLDR-CRD-USED-SW (HLDR-CARD-HIT)
045500     END-IF
045600     .
045700 2200-EXIT.
045800     EXIT.
045900*****************************************************************
046000*  2250-SCAN-ONE-CARD
046100*****************************************************************
046200 2250-SCAN-ONE-CARD.
046300     IF HLDR-CRD-KEY (HLDR-CARD-SUB) = HELD-KEY
046400         AND HLDR-CRD-UNUSED (HLDR-CARD-SUB)
046500         SET HLDR-CARD-FOUND TO TRUE
046600         MOVE HLDR-CARD-SUB TO HLDR-CARD-HIT
046700     END-IF
046800     .
046900 2250-EXIT.
047000     EXIT.
047100*****************************************************************
047200*  3000-RELEASE-ITEM - THE HELD TRANSACTION GOES BACK OUT IN
047300*  DTRANREC LAYOUT WITH THE RELEASE MARK SET, READY TO BE
047400*  CONCATENATED INTO THE NEXT RAWTRAN.
047500*****************************************************************
047600 3000-RELEASE-ITEM.
047700     ADD 1 TO HLDR-RELEASED-COUNT
047800     MOVE 'RELEASED' TO HLDR-DECISION-TEXT
047900     PERFORM 5000-WRITE-DECISION-AUDIT THRU 5000-EXIT
048000     MOVE HELD-TRANS TO DTRAN-RECORD
048100     MOVE 'R' TO DTRAN-HOLD-RELEASE
048200     WRITE DTRAN-RECORD
048300     IF NOT WS-RLSE-OK
048400         MOVE 'CANNOT WRITE RELEASE FILE' TO HLDR-ABEND-MSG
048500         GO TO 9600-ABEND
048600     END-IF
048700     MOVE SPACES TO HLDR-DETAIL-LINE
048800     MOVE 'RELEASED' TO HLDR-DET-DISP
048900     MOVE HELD-KEY TO HLDR-DET-KEY
049000     MOVE 'RELEASED TO NEXT RAWTRAN FOR POSTING'
049100         TO HLDR-DET-TEXT
049200     MOVE HLDR-DETAIL-LINE TO LIST-RECORD
049300     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
049400     PERFORM 7200-LIST-ITEM THRU 7200-EXIT
049500     .
049600 3000-EXIT.
049700     EXIT.
049800*****************************************************************
049900*  3500-CARRY-FORWARD - AN UNDECIDED ITEM RIDES FORWARD ON
050000*  HELDNEW UNCHANGED, SO ITS AGE KEEPS COUNTING FROM THE DAY
050100*  SAMPLE FIRST HELD IT.  ONE THAT HAS WAITED PAST THE AGING
050200*  THRESHOLD ALSO GOES ON THE AGING LIST.
050300*****************************************************************
050400 3500-CARRY-FORWARD.
050500     ADD 1 TO HLDR-CARRIED-COUNT
050600     MOVE SPACES TO HLDR-DETAIL-LINE
050700     MOVE 'NO DECISION' TO HLDR-DET-DISP
050800     MOVE HELD-KEY TO HLDR-DET-KEY
050900     MOVE 'CARRIED FORWARD TO NEXT REVIEW PASS'
051000         TO HLDR-DET-TEXT
051100     MOVE HLDR-DETAIL-LINE TO LIST-RECORD
051200     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
051300     MOVE HELD-RECORD TO NEW-HELD-RECORD
051400     WRITE NEW-HELD-RECORD
051500     IF NOT WS-NHLD-OK
051600         MOVE 'CANNOT WRITE NEW HELD FILE' TO HLDR-ABEND-MSG
051700         GO TO 9600-ABEND
051800     END-IF
051900     IF HELD-BUS-DATE IS NOT NUMERIC
052000         GO TO 3500-EXIT
052100     END-IF
052200     MOVE HELD-BUS-DATE TO HLDR-DN-DATE
052300     PERFORM 3900-COMPUTE-DAY-NUMBER THRU 3900-EXIT
052400     COMPUTE HLDR-AGE-DAYS = HLDR-TODAY-DAYNUM - HLDR-DN-RESULT
052500     IF HLDR-AGE-DAYS > HLDR-AGING-DAYS
052600         ADD 1 TO HLDR-AGED-COUNT
052700         MOVE SPACES TO HLDR-AGE-LINE
052800         MOVE HELD-KEY TO HLDR-AGE-KEY
052900         MOVE HELD-SOURCE-SYSTEM TO HLDR-AGE-SOURCE
053000         MOVE HELD-STATUS-CODE TO HLDR-AGE-STATUS
053100         MOVE HELD-BUS-DATE TO HLDR-AGE-BUS-DATE
053200         MOVE HLDR-AGE-DAYS TO HLDR-AGE-DAYS-OUT
053300         MOVE HELD-AMOUNT TO HLDR-AGE-AMOUNT
053400         MOVE HLDR-AGE-LINE TO AGING-RECORD
053500         PERFORM 7100-WRITE-AGING THRU 7100-EXIT
053600     END-IF
053700     .
053800 3500-EXIT.
053900     EXIT.
054000*****************************************************************
054100*  3900-COMPUTE-DAY-NUMBER - TURNS HLDR-DN-DATE (YYYYMMDD)
054200*  INTO A CONSECUTIVE DAY NUMBER IN HLDR-DN-RESULT, SO THE
054300*  DAYS BETWEEN TWO DATES IS A PLAIN SUBTRACTION ACROSS MONTH
054400*  AND YEAR ENDS.  MARCH IS TREATED AS THE FIRST MONTH SO THE
054500*  LEAP DAY FALLS AT THE END OF THE COUNTING YEAR.
054600*****************************************************************
054700 3900-COMPUTE-DAY-NUMBER.
054800     COMPUTE HLDR-DN-A = (14 - HLDR-DN-MM) / 12
055000     COMPUTE HLDR-DN-Y = HLDR-DN-YYYY + 4800 - HLDR-DN-A
055100     COMPUTE HLDR-DN-M = HLDR-DN-MM + (12 * HLDR-DN-A) - 3
055200     COMPUTE HLDR-DN-MONTH-DAYS = ((153 * HLDR-DN-M) + 2) / 5
055400     DIVIDE 4 INTO HLDR-DN-Y GIVING HLDR-DN-Y4
055500     DIVIDE 100 INTO HLDR-DN-Y GIVING HLDR-DN-Y100
055600     DIVIDE 400 INTO HLDR-DN-Y GIVING HLDR-DN-Y400
055700     COMPUTE HLDR-DN-RESULT = HLDR-DN-DD + HLDR-DN-MONTH-DAYS
055800         + (365 * HLDR-DN-Y) + HLDR-DN-Y4 - HLDR-DN-Y100
055900         + HLDR-DN-Y400 - 32045
056000     .
056100 3900-EXIT.
056200     EXIT.
056300*****************************************************************
056400*  4000-DECLINE-ITEM - A DECLINED ITEM NEVER POSTS AND DOES
056500*  NOT RIDE FORWARD.
056600*****************************************************************
056700 4000-DECLINE-ITEM.
056800     ADD 1 TO HLDR-DECLINED-COUNT
056900     MOVE 'DECLINED' TO HLDR-DECISION-TEXT
057000     PERFORM 5000-WRITE-DECISION-AUDIT THRU 5000-EXIT
057100     MOVE SPACES TO HLDR-DETAIL-LINE
057200     MOVE 'DECLINED' TO HLDR-DET-DISP
057300     MOVE HELD-KEY TO HLDR-DET-KEY
057400     MOVE 'ITEM DECLINED BY REVIEWER - DROPPED'
057500         TO HLDR-DET-TEXT
057600     MOVE HLDR-DETAIL-LINE TO LIST-RECORD
057700     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
057800     PERFORM 7200-LIST-ITEM THRU 7200-EXIT
057900     .
058000 4000-EXIT.
058100     EXIT.
058200*****************************************************************
058300*  5000-WRITE-DECISION-AUDIT - ONE ROW PER DECISION.  THE
058400*  CALLER SUPPLIES RELEASED OR DECLINED IN THE DECISION TEXT;
058500*  THE ROW IS CLEARED HERE BEFORE IT IS BUILT, LIKE EVERY
058600*  OTHER AUDIT WRITER IN THE SUITE.
058700*****************************************************************
058800 5000-WRITE-DECISION-AUDIT.
058900     MOVE SPACES TO AUDT-RECORD
059000     MOVE HLDR-DECISION-TEXT TO AUDT-AFTER-VALUE
059100     MOVE HLDR-AUDIT-TIMESTAMP TO AUDT-TIMESTAMP
059200     MOVE 'HELDREV' TO AUDT-PARAGRAPH
059300     MOVE 'HELD-TRANSACTION' TO AUDT-FIELD-NAME
059400     MOVE HELD-KEY TO AUDT-KEY
059500     MOVE 'HELD' TO AUDT-BEFORE-VALUE
059600     PERFORM 6000-WRITE-AUDIT-ROW THRU 6000-EXIT
059700     .
059800 5000-EXIT.
059900     EXIT.
060000*****************************************************************
060100*  6000-WRITE-AUDIT-ROW
060200*****************************************************************
060300 6000-WRITE-AUDIT-ROW.
060400     WRITE AUDT-RECORD
060500     IF NOT WS-AUDT-OK
060600         MOVE 'CANNOT WRITE AUDIT LOG FILE' TO HLDR-ABEND-MSG
060700         GO TO 9600-ABEND
060800     END-IF
060900     MOVE SPACES TO AUDT-RECORD
061000     .
061100 6000-EXIT.
061200     EXIT.
061300*****************************************************************
061400*  7000-WRITE-LISTING
061500*****************************************************************
061600 7000-WRITE-LISTING.
061700     WRITE LIST-RECORD
061800     IF NOT WS-LIST-OK
061900         MOVE 'CANNOT WRITE LISTING FILE' TO HLDR-ABEND-MSG
062000         GO TO 9600-ABEND
062100     END-IF
062200     .
062300 7000-EXIT.
062400     EXIT.
062500*****************************************************************
062600*  7100-WRITE-AGING
062700*****************************************************************
062800 7100-WRITE-AGING.
062900     WRITE AGING-RECORD
063000     IF NOT WS-AGE-OK
063100         MOVE 'CANNOT WRITE AGING FILE' TO HLDR-ABEND-MSG
063200         GO TO 9600-ABEND
063300     END-IF
063400     .
063500 7100-EXIT.
063600     EXIT.
063700*****************************************************************
063800*  7200-LIST-ITEM - THE DECIDED ITEM'S PARTICULARS UNDER ITS
063900*  DETAIL LINE, SO THE LISTING SHOWS WHAT WAS LET THROUGH.
064000*****************************************************************
064100 7200-LIST-ITEM.
064200     MOVE HELD-SOURCE-SYSTEM TO HLDR-ITM-SOURCE
064300     MOVE HELD-STATUS-CODE TO HLDR-ITM-STATUS
064400     MOVE HELD-BUS-DATE TO HLDR-ITM-BUS-DATE
064500     MOVE HELD-AMOUNT TO HLDR-ITM-AMOUNT
064600     MOVE HLDR-ITEM-LINE TO LIST-RECORD
064700     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
064800     .
064900 7200-EXIT.
065000     EXIT.
065100*****************************************************************
065200*  8500-WRITE-TOTALS
065300*****************************************************************
065400 8500-WRITE-TOTALS.
065500     MOVE SPACES TO LIST-RECORD
065600     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
065700     MOVE SPACES TO HLDR-TOTAL-LINE
065800     MOVE 'HELD ITEMS READ' TO HLDR-TOT-LABEL
065900     MOVE HLDR-HELD-COUNT TO HLDR-TOT-VALUE
066000     MOVE HLDR-TOTAL-LINE TO LIST-RECORD
066100     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
066200     MOVE SPACES TO HLDR-TOTAL-LINE
066300     MOVE 'DECISION CARDS LOADED' TO HLDR-TOT-LABEL
066400     MOVE HLDR-CARD-COUNT TO HLDR-TOT-VALUE
066500     MOVE HLDR-TOTAL-LINE TO LIST-RECORD
066600     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
066700     MOVE SPACES TO HLDR-TOTAL-LINE
066800     MOVE 'RELEASED TO RAWTRAN' TO HLDR-TOT-LABEL
066900     MOVE HLDR-RELEASED-COUNT TO HLDR-TOT-VALUE
067000     MOVE HLDR-TOTAL-LINE TO LIST-RECORD
067100     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
067200     MOVE SPACES TO HLDR-TOTAL-LINE
067300     MOVE 'DECLINED' TO HLDR-TOT-LABEL
067400     MOVE HLDR-DECLINED-COUNT TO HLDR-TOT-VALUE
067500     MOVE HLDR-TOTAL-LINE TO LIST-RECORD
067600     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
067700     MOVE SPACES TO HLDR-TOTAL-LINE
067800     MOVE 'NO DECISION - CARRIED FORWARD' TO HLDR-TOT-LABEL
067900     MOVE HLDR-CARRIED-COUNT TO HLDR-TOT-VALUE
068000     MOVE HLDR-TOTAL-LINE TO LIST-RECORD
068100     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
068200     MOVE SPACES TO HLDR-TOTAL-LINE
068300     MOVE 'CARRIED PAST AGING DAYS' TO HLDR-TOT-LABEL
068400     MOVE HLDR-AGED-COUNT TO HLDR-TOT-VALUE
068500     MOVE HLDR-TOTAL-LINE TO LIST-RECORD
068600     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
068700     MOVE SPACES TO HLDR-TOTAL-LINE
068800     MOVE 'AGING THRESHOLD (DAYS)' TO HLDR-TOT-LABEL
068900     MOVE HLDR-AGING-DAYS TO HLDR-TOT-VALUE
069000     MOVE HLDR-TOTAL-LINE TO LIST-RECORD
069100     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
069200     MOVE SPACES TO HLDR-TOTAL-LINE
069300     MOVE 'BAD CARDS IGNORED' TO HLDR-TOT-LABEL
069400     MOVE HLDR-BAD-CARD-COUNT TO HLDR-TOT-VALUE
069500     MOVE HLDR-TOTAL-LINE TO LIST-RECORD
069600     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
069700     .
069800 8500-EXIT.
069900     EXIT.
070000*****************************************************************
070100*  9000-END-OF-JOB
070200*****************************************************************
070300 9000-END-OF-JOB.
070400     CLOSE HELD-IN-FILE
070500     CLOSE RELEASE-FILE
070600     CLOSE NEW-HELD-FILE
070700     CLOSE AGING-FILE
070800     CLOSE AUDIT-LOG-FILE
070900     CLOSE LISTING-FILE
071000     IF HLDR-CARRIED-COUNT > 0
071100         OR HLDR-AGED-COUNT > 0
071200         OR HLDR-BAD-CARD-COUNT > 0
071300         MOVE 4 TO RETURN-CODE
071400     ELSE
071500         MOVE 0 TO RETURN-CODE
071600     END-IF
071650     PERFORM 9700-WRITE-RUN-LOG THRU 9700-EXIT
071700     .
071800 9000-EXIT.
071900     EXIT.
072000*****************************************************************
072100*  9600-ABEND - SHARED HARD-FAILURE EXIT.
072200*****************************************************************
072300 9600-ABEND.
072400     DISPLAY 'HELDREV - ' HLDR-ABEND-MSG
072500     MOVE 16 TO RETURN-CODE
072520     MOVE 'A' TO WS-STEP-END-SW
072540     PERFORM 9700-WRITE-RUN-LOG THRU 9700-EXIT
072600     STOP RUN
072700     .
072800 9600-EXIT.
072900     EXIT.
073000*****************************************************************
073100*  9700-WRITE-RUN-LOG - APPENDS THIS STEP'S RESULT ROW TO THE
073200*  SHARED RUN LOG (SEE RLOGREC), WHETHER THE STEP IS ENDING
073300*  NORMALLY OR THROUGH 9600-ABEND.  LIKE THE ERROR LOG, A RUN
073400*  LOG THAT CANNOT BE WRITTEN IS REPORTED BUT DOES NOT CHANGE
073500*  THE STEP'S OWN RESULT - THE NIGHT SUMMARY THEN SHOWS THE
073600*  STEP AS NEVER RUN, WHICH GETS IT LOOKED AT ANYWAY.
073700*****************************************************************
073800 9700-WRITE-RUN-LOG.
073900     OPEN EXTEND RUN-LOG-FILE
074000     IF WS-RLOG-NOT-PRESENT
074100         OPEN OUTPUT RUN-LOG-FILE
074200     END-IF
074300     IF NOT WS-RLOG-OK
074400         DISPLAY 'HELDREV - CANNOT OPEN RUN LOG FILE'
074500         GO TO 9700-EXIT
074600     END-IF
074700     MOVE SPACES TO RLOG-RECORD
074800     MOVE 'HELDREV' TO RLOG-PROGRAM
074900     SET RLOG-DATE-IS-RUN TO TRUE
075000     MOVE HLDR-STEP-START-DATE TO RLOG-BUS-DATE
075100     MOVE HLDR-STEP-START-DATE TO RLOG-START-DATE
075200     MOVE HLDR-STEP-START-TIME TO RLOG-START-TIME
075300     ACCEPT RLOG-END-DATE FROM DATE YYYYMMDD
075400     ACCEPT RLOG-END-TIME FROM TIME
075500     MOVE RETURN-CODE TO RLOG-RETURN-CODE
075600     MOVE ZERO TO RLOG-COUNT (1)
075700     MOVE ZERO TO RLOG-COUNT (2)
075800     MOVE ZERO TO RLOG-COUNT (3)
075900     MOVE ZERO TO RLOG-COUNT (4)
076000     MOVE ZERO TO RLOG-OUTSTANDING-COUNT
076100     MOVE 'HELD' TO RLOG-COUNT-NAME (1)
076200     MOVE HLDR-HELD-COUNT TO RLOG-COUNT (1)
076300     MOVE 'RELEASED' TO RLOG-COUNT-NAME (2)
076400     MOVE HLDR-RELEASED-COUNT TO RLOG-COUNT (2)
076500     MOVE 'DECLINED' TO RLOG-COUNT-NAME (3)
076600     MOVE HLDR-DECLINED-COUNT TO RLOG-COUNT (3)
076700     MOVE 'CARRIED' TO RLOG-COUNT-NAME (4)
076800     MOVE HLDR-CARRIED-COUNT TO RLOG-COUNT (4)
076900     IF HLDR-STEP-ABENDED
077000         SET RLOG-ABENDED TO TRUE
077100         MOVE HLDR-ABEND-MSG TO RLOG-MESSAGE
077200     ELSE
077300         SET RLOG-ENDED-NORMALLY TO TRUE
077400         IF HLDR-AGED-COUNT > 0
077500             MOVE HLDR-AGED-COUNT TO RLOG-OUTSTANDING-COUNT
077600             MOVE 'HELD ITEMS PAST THE AGING LIMIT'
077700                 TO RLOG-MESSAGE
077800         END-IF
077900     END-IF
078000     WRITE RLOG-RECORD
078100     IF NOT WS-RLOG-OK
078200         DISPLAY 'HELDREV - CANNOT WRITE RUN LOG FILE'
078300     END-IF
078400     CLOSE RUN-LOG-FILE
078500     .
078600 9700-EXIT.
078700     EXIT.
