000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DAYBACK.
000300 AUTHOR. J D MORAN.
000400 INSTALLATION. DAILY PROCESSING GROUP.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  DAYBACK - BUSINESS DATE BACKOUT
000900*
001000*  UNWINDS ONE COMPLETED SAMPLE BUSINESS DATE SO A CORRECTED
001100*  FEED CAN BE RUN IN ITS PLACE.  THE DATE'S POSTING-HISTORY
001200*  ROWS (POSTHIST) ARE SORTED BY ACCOUNT, NEWEST POSTING FIRST,
001300*  AND EACH ACCOUNT IS WALKED BACKWARD THROUGH ITS POSTINGS:
001400*
001500*      NW  - THE AMOUNT COMES BACK OUT OF THE BALANCE
001600*      AJ  - THE ADJUSTMENT COMES OUT, THE AMOUNT IT REPLACED
001700*            GOES BACK IN
001800*      RV  - THE REVERSED AMOUNT GOES BACK INTO THE BALANCE
001900*      CN  - NOTHING MOVED, ONLY THE ACTIVITY COUNT COMES BACK
002000*
002100*  THE LAST AMOUNT RETURNS TO WHAT THE ROW SAYS IT WAS BEFORE
002200*  THE POSTING, AND THE PTD COUNTERS GIVE BACK ONE EACH.  THE
002300*  UNDO IS APPLIED TO THE MASTER AS IT STANDS, SO A HAND
002400*  CORRECTION MADE SINCE THE RUN SURVIVES.  AN ACCOUNT THE
002500*  DAY CREATED IS DELETED.  THE MASTER'S LAST RUN DATE, PASS
002600*  AND ORDINAL ARE CLEARED SO THE RERUN'S REPLAY AND
002700*  CROSS-PASS GUARDS DO NOT MISTAKE ITS POSTINGS FOR THE OLD
002800*  ONES.
002900*
003000*  A BACKOUT ALSO WRITES:
003100*      BKOHIST  - ONE REVERSING ROW PER POSTING, HISTREC
003200*                 LAYOUT, TYPE 'BO', AMOUNT = THE SIGNED UNDO,
003300*                 BALANCE AFTER = THE BALANCE BEFORE THE
003400*                 POSTING.  THE STATEMENT JOB CONCATENATES IT
003500*                 BEHIND THE DAY'S HISTORY FILE.
003600*      GLREVJ   - THE DAY'S GL JOURNAL (GLJRNL) WITH DEBIT AND
003700*                 CREDIT SWAPPED ON EVERY ROW AND THE TRAILER,
003800*                 AND GLREVXC, ITS TRANSMITTAL CONTROL RECORD.
003900*      POSTDNET - ONE ROW WITH THE NET MASTER MOVEMENT.
004000*      AUDITLOG - ONE ROW PER ACCOUNT RESTORED OR DROPPED.
004100*      RUNCTL   - THE DATE'S COMPLETED ROW REWRITTEN TO 'BO',
004200*                 SO SAMPLE NO LONGER REFUSES THE DATE.
004300*
004400*  ONLY THE LATEST COMPLETED DATE CAN BE BACKED OUT - A LATER
004500*  DAY'S POSTINGS WOULD SIT ON TOP OF THE ONES BEING UNWOUND.
004600*  A HISTORY ROW WRITTEN BEFORE SAMPLE CARRIED THE PRIOR LAST
004700*  AMOUNT STOPS THE JOB BEFORE ANYTHING IS TOUCHED.
004800*
004900*  THE REGISTER (BKORPT) LISTS EVERY ACCOUNT WITH ITS BALANCE
005000*  BEFORE AND AFTER, THEN TIES THE DATE'S HISTORY ROWS TO THE
005100*  ORIGINAL RUN'S SUMMARY REPORT (RPTIN - POSTINGS ARE THE
005200*  RECORDS THROUGH ANOTHER SECTION LESS THOSE HELD) AND THE
005300*  HISTORY NET TO THE ORIGINAL GL JOURNAL NET.
005400*
005500*  AN ACCOUNT WHOSE LAST RUN DATE IS NO LONGER THE BACKOUT
005600*  DATE WAS ALREADY UNWOUND BY A BACKOUT THAT DIED PART WAY,
005700*  SO A RESUBMITTED BACKOUT FINISHES THE REST WITHOUT
005800*  UNWINDING ANY ACCOUNT TWICE.  THAT RUN'S PARTIAL OUTPUTS
005900*  ARE DISCARDED; THIS RUN REWRITES THEM IN FULL.
006000*
006100*  DRIVEN BY A SINGLE CARD ON BKOCARDS:
006200*      COL  1      MODE - R = REVIEW, B = BACKOUT
006300*      COLS 2-9    BUSINESS DATE CCYYMMDD
006400*
006500*  REVIEW MODE OPENS THE MASTER INPUT AND WRITES ONLY THE
006600*  REGISTER, THE WAY ACCTDRM'S REVIEW PASS DOES.
006700*
006800*  RETURN CODES - 0 CLEAN, 4 ANY ACCOUNT NOT ON THE MASTER, A
006900*  RESIDUAL BALANCE DROPPED, OR A TIE-OUT THAT DOES NOT TIE,
007000*  16 HARD FAILURE.
007100*
007200*  MOD HISTORY
007300*  -------------------------------------------------------------
007400*  DATE       INIT  DESCRIPTION
007500*  ---------  ----  ---------------------------------------------
007600*  2026-10-15 JDM   INITIAL VERSION.
007620*  2026-10-15 JDM   APPENDS A STEP-RESULT ROW TO THE SHARED RUN
007640*                   LOG (RUNLOG) AT END OF JOB AND ON AN ABEND,
007660*                   FOR THE NIGHT SUMMARY.
007665*  2026-10-15 JDM   GLREVXC NOW CARRIES AN AMOUNT TOTAL, WRITTEN
007670*                   AS ZERO - THE FEED BALANCES ON ROWS ONLY.
007672*  2026-10-15 JDM   A RESTORED ACCOUNT IS STAMPED WITH ITS LAST
007674*                   MAINTENANCE DATE SO A CHANGED-SINCE
007676*                   WAREHOUSE EXTRACT PICKS IT UP.  THE GL
007677*                   REVERSAL ROW IS BUILT ONLY ON A BACKOUT,
007678*                   WHEN ITS FILE IS OPEN.
007682*  2026-10-15 JDM   RUN CONTROL IS RESET BEFORE THE POSTED-NET
007684*                   ROW IS WRITTEN, SO A RERUN AFTER A FAILED
007686*                   RESET CANNOT POST THE NET MOVEMENT TWICE.
007690*****************************************************************
007800 ENVIRONMENT DIVISION.
007900 CONFIGURATION SECTION.
008000 SOURCE-COMPUTER. IBM-370.
008100 OBJECT-COMPUTER. IBM-370.
008200 INPUT-OUTPUT SECTION.
008300 FILE-CONTROL.
008400     SELECT BACKOUT-CARD-FILE ASSIGN TO BKOCARDS
008500         ORGANIZATION IS SEQUENTIAL
008600         FILE STATUS IS WS-CARD-STATUS.
008700     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
008800         ORGANIZATION IS SEQUENTIAL
008900         FILE STATUS IS WS-RUNC-STATUS.
009000     SELECT POSTING-HISTORY-FILE ASSIGN TO POSTHIST
009100         ORGANIZATION IS SEQUENTIAL
009200         FILE STATUS IS WS-HIST-STATUS.
009300     SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
009400     SELECT REVERSING-HISTORY-FILE ASSIGN TO BKOHIST
009500         ORGANIZATION IS SEQUENTIAL
009600         FILE STATUS IS WS-BKOH-STATUS.
009700     SELECT GL-JOURNAL-FILE ASSIGN TO GLJRNL
009800         ORGANIZATION IS SEQUENTIAL
009900         FILE STATUS IS WS-GLJ-STATUS.
010000     SELECT GL-REVERSE-FILE ASSIGN TO GLREVJ
010100         ORGANIZATION IS SEQUENTIAL
010200         FILE STATUS IS WS-GLRV-STATUS.
010300     SELECT GL-TRANSMIT-FILE ASSIGN TO GLREVXC
010400         ORGANIZATION IS SEQUENTIAL
010500         FILE STATUS IS WS-GLXM-STATUS.
010600     SELECT REPORT-IN-FILE ASSIGN TO RPTIN
010700         ORGANIZATION IS SEQUENTIAL
010800         FILE STATUS IS WS-RPT-STATUS.
010900     SELECT POSTED-NET-FILE ASSIGN TO POSTDNET
011000         ORGANIZATION IS SEQUENTIAL
011100         FILE STATUS IS WS-PNET-STATUS.
011200     SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
011300         ORGANIZATION IS SEQUENTIAL
011400         FILE STATUS IS WS-AUDT-STATUS.
011500     SELECT LISTING-FILE ASSIGN TO BKORPT
011600         ORGANIZATION IS SEQUENTIAL
011700         FILE STATUS IS WS-LIST-STATUS.
011800     SELECT ACCOUNT-MASTER-FILE ASSIGN TO ACCTMAST
011900         ORGANIZATION IS INDEXED
012000         ACCESS MODE IS RANDOM
012100         RECORD KEY IS ACCT-KEY
012200         FILE STATUS IS WS-ACCT-STATUS.
012220     SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
012240         ORGANIZATION IS SEQUENTIAL
012260         FILE STATUS IS WS-RLOG-STATUS.
012300 DATA DIVISION.
012400 FILE SECTION.
012500 FD  BACKOUT-CARD-FILE
012600     RECORDING MODE IS F
012700     LABEL RECORDS ARE STANDARD.
012800 01  BACKOUT-CARD-RECORD.
012900     05  DBKC-MODE                   PIC X(01).
013000         88  DBKC-REVIEW-MODE            VALUE 'R'.
013100         88  DBKC-BACKOUT-MODE           VALUE 'B'.
013200     05  DBKC-BUS-DATE               PIC 9(08).
013300     05  FILLER                      PIC X(71).
013400 FD  RUN-CONTROL-FILE
013500     RECORDING MODE IS F
013600     LABEL RECORDS ARE STANDARD.
013700     COPY RUNCREC.
013800*****************************************************************
013900*  THE HISTORY IS READ INTO THE HISTREC VIEW IN WORKING-STORAGE;
014000*  THE REVERSING ROWS GO OUT UNDER THEIR OWN NAMES FROM THE
014100*  SAME COPYBOOK SO THE TWO LAYOUTS CAN NEVER DRIFT APART.
014200*****************************************************************
014300 FD  POSTING-HISTORY-FILE
014400     RECORDING MODE IS F
014500     LABEL RECORDS ARE STANDARD.
014600 01  HIST-IN-RECORD                  PIC X(54).
014700 SD  SORT-WORK-FILE.
014800 01  SORT-RECORD.
014900     05  SRT-KEY                     PIC X(10).
015000     05  SRT-ORDINAL                 PIC 9(07) COMP.
015100     05  SRT-HIST-IMAGE              PIC X(54).
015200 FD  REVERSING-HISTORY-FILE
015300     RECORDING MODE IS F
015400     LABEL RECORDS ARE STANDARD.
015500     COPY HISTREC REPLACING ==HIST-RECORD== BY ==BKOH-RECORD==
015600         ==HIST-KEY== BY ==BKOH-KEY==
015700         ==HIST-RUN-DATE== BY ==BKOH-RUN-DATE==
015800         ==HIST-PASS== BY ==BKOH-PASS==
015900         ==HIST-STATUS-CODE== BY ==BKOH-STATUS-CODE==
016000         ==HIST-AMOUNT== BY ==BKOH-AMOUNT==
016100         ==HIST-BALANCE-AFTER== BY ==BKOH-BALANCE-AFTER==
016200         ==HIST-TIMESTAMP== BY ==BKOH-TIMESTAMP==
016300         ==HIST-PRIOR-LAST-AMOUNT== BY ==BKOH-PRIOR-LAST-AMOUNT==
016400         ==HIST-NEW-ACCOUNT== BY ==BKOH-NEW-ACCOUNT==
016500         ==HIST-ACCOUNT-CREATED== BY ==BKOH-ACCOUNT-CREATED==
016600         ==HIST-ACCOUNT-EXISTED== BY ==BKOH-ACCOUNT-EXISTED==.
016700 FD  GL-JOURNAL-FILE
016800     RECORDING MODE IS F
016900     LABEL RECORDS ARE STANDARD.
017000     COPY GLJREC.
017100 FD  GL-REVERSE-FILE
017200     RECORDING MODE IS F
017300     LABEL RECORDS ARE STANDARD.
017400 01  GL-REVERSE-RECORD               PIC X(50).
017500 FD  GL-TRANSMIT-FILE
017600     RECORDING MODE IS F
017700     LABEL RECORDS ARE STANDARD.
017800     COPY XMITREC REPLACING ==XMIT-RECORD== BY ==GLXM-RECORD==
017900         ==XMIT-COUNT== BY ==GLXM-COUNT==
017950         ==XMIT-TIMESTAMP== BY ==GLXM-TIMESTAMP==
018000         ==XMIT-AMOUNT-TOTAL== BY ==GLXM-AMOUNT-TOTAL==.
018100 FD  REPORT-IN-FILE
018200     RECORDING MODE IS F
018300     LABEL RECORDS ARE STANDARD.
018400     COPY RPTREC.
018500 FD  POSTED-NET-FILE
018600     RECORDING MODE IS F
018700     LABEL RECORDS ARE STANDARD.
018800     COPY PNETREC.
018900 FD  AUDIT-LOG-FILE
019000     RECORDING MODE IS F
019100     LABEL RECORDS ARE STANDARD.
019200     COPY AUDTREC.
019300 FD  LISTING-FILE
019400     RECORDING MODE IS F
019500     LABEL RECORDS ARE STANDARD.
019600 01  LIST-RECORD                     PIC X(80).
019700 FD  ACCOUNT-MASTER-FILE
019800     LABEL RECORDS ARE STANDARD.
019900     COPY ACCTREC.
019920 FD  RUN-LOG-FILE
019940     RECORDING MODE IS F
019960     LABEL RECORDS ARE STANDARD.
019980     COPY RLOGREC.
020000 WORKING-STORAGE SECTION.
020100*****************************************************************
020200*  FILE STATUS SWITCHES
020300*****************************************************************
020400 01  WS-FILE-STATUSES.
020500     05  WS-CARD-STATUS              PIC X(02).
020600         88  WS-CARD-OK                  VALUE '00'.
020700     05  WS-RUNC-STATUS              PIC X(02).
020800         88  WS-RUNC-OK                  VALUE '00'.
020900         88  WS-RUNC-NOT-PRESENT         VALUE '35'.
021000     05  WS-HIST-STATUS              PIC X(02).
021100         88  WS-HIST-OK                  VALUE '00'.
021200     05  WS-BKOH-STATUS              PIC X(02).
021300         88  WS-BKOH-OK                  VALUE '00'.
021400     05  WS-GLJ-STATUS               PIC X(02).
021500         88  WS-GLJ-OK                   VALUE '00'.
021600     05  WS-GLRV-STATUS              PIC X(02).
021700         88  WS-GLRV-OK                  VALUE '00'.
021800     05  WS-GLXM-STATUS              PIC X(02).
021900         88  WS-GLXM-OK                  VALUE '00'.
022000     05  WS-RPT-STATUS               PIC X(02).
022100         88  WS-RPT-OK                   VALUE '00'.
022200     05  WS-PNET-STATUS              PIC X(02).
022300         88  WS-PNET-OK                  VALUE '00'.
022400         88  WS-PNET-NOT-PRESENT         VALUE '35'.
022500     05  WS-AUDT-STATUS              PIC X(02).
022600         88  WS-AUDT-OK                  VALUE '00'.
022700     05  WS-LIST-STATUS              PIC X(02).
022800         88  WS-LIST-OK                  VALUE '00'.
022900     05  WS-ACCT-STATUS              PIC X(02).
023000         88  WS-ACCT-OK                  VALUE '00'.
023100         88  WS-ACCT-NOT-FOUND           VALUE '23'.
023120     05  WS-RLOG-STATUS              PIC X(02).
023140         88  WS-RLOG-OK                  VALUE '00'.
023160         88  WS-RLOG-NOT-PRESENT         VALUE '35'.
023200*****************************************************************
023300*  CONTROL SWITCHES
023400*****************************************************************
023500 01  WS-SWITCHES.
023600     05  WS-RUNC-EOF-SW              PIC X(01) VALUE 'N'.
023700         88  WS-RUNC-EOF-YES             VALUE 'Y'.
023800     05  WS-HIST-EOF-SW              PIC X(01) VALUE 'N'.
023900         88  WS-HIST-EOF-YES             VALUE 'Y'.
024000     05  WS-SORT-EOF-SW              PIC X(01) VALUE 'N'.
024100         88  WS-SORT-EOF-YES             VALUE 'Y'.
024200     05  WS-GLJ-EOF-SW               PIC X(01) VALUE 'N'.
024300         88  WS-GLJ-EOF-YES              VALUE 'Y'.
024400     05  WS-RPT-EOF-SW               PIC X(01) VALUE 'N'.
024500         88  WS-RPT-EOF-YES              VALUE 'Y'.
024600     05  WS-GL-TRAILER-SW            PIC X(01) VALUE 'N'.
024700         88  DBAK-GL-TRAILER-SEEN        VALUE 'Y'.
024800     05  WS-ANOTHER-SW               PIC X(01) VALUE 'N'.
024900         88  DBAK-ANOTHER-FOUND          VALUE 'Y'.
025000     05  WS-GROUP-SW                 PIC X(01) VALUE 'N'.
025100         88  DBAK-GROUP-OPEN             VALUE 'Y'.
025200         88  DBAK-GROUP-NONE             VALUE 'N'.
025300*****************************************************************
025400*  THE ACCOUNT IN HAND - WHAT THE MASTER READ FOUND AT THE START
025500*  OF ITS GROUP, AND WHETHER ANY OF ITS ROWS CREATED IT.
025600*****************************************************************
025700 01  DBAK-ACCOUNT-FIELDS.
025800     05  DBAK-CURR-KEY               PIC X(10).
025900     05  DBAK-ACCT-STATE-SW          PIC X(01).
026000         88  DBAK-ACCT-LIVE              VALUE 'L'.
026100         88  DBAK-ACCT-ALREADY-OUT       VALUE 'O'.
026200         88  DBAK-ACCT-MISSING           VALUE 'M'.
026300     05  DBAK-CREATED-SW             PIC X(01).
026400         88  DBAK-DAY-CREATED            VALUE 'Y'.
026500         88  DBAK-DAY-NOT-CREATED        VALUE 'N'.
026600     05  DBAK-BALANCE-BEFORE         PIC S9(09)V99 COMP-3.
026700     05  DBAK-ACCT-UNDO              PIC S9(11)V99 COMP-3.
026800     05  DBAK-ACCT-MOVEMENT          PIC S9(11)V99 COMP-3.
026900     05  DBAK-ROW-MOVEMENT           PIC S9(09)V99 COMP-3.
027000*****************************************************************
027100*  ONE ACCOUNT'S ROWS, NEWEST FIRST, HELD UNTIL THE GROUP IS
027200*  DONE - AN ACCOUNT MISSING FROM THE MASTER ONLY SHOWS WHETHER
027300*  THE DAY CREATED IT ON ITS OLDEST ROW, AND THAT DECIDES
027400*  WHETHER ITS REVERSING ROWS ARE WRITTEN AT ALL.
027500*****************************************************************
027600 01  DBAK-GROUP-FIELDS.
027700     05  DBAK-GROUP-COUNT            PIC 9(05) COMP VALUE ZERO.
027800     05  DBAK-GROUP-MAX              PIC 9(05) COMP VALUE 500.
027900     05  DBAK-GROUP-SUB              PIC 9(05) COMP.
028000 01  DBAK-GROUP-TABLE.
028100     05  DBAK-GROUP-ROW              PIC X(54) OCCURS 500 TIMES.
028200*****************************************************************
028300*  THE HISTORY ROW IN HAND
028400*****************************************************************
028500     COPY HISTREC.
028600*****************************************************************
028700*  RUN COUNTERS
028800*****************************************************************
028900 01  DBAK-COUNTERS.
029000     05  DBAK-ORDINAL                PIC 9(07) COMP VALUE ZERO.
029100     05  DBAK-HIST-READ-COUNT        PIC 9(07) COMP VALUE ZERO.
029200     05  DBAK-DAY-ROW-COUNT          PIC 9(07) COMP VALUE ZERO.
029300     05  DBAK-NEW-COUNT              PIC 9(07) COMP VALUE ZERO.
029400     05  DBAK-ADJ-COUNT              PIC 9(07) COMP VALUE ZERO.
029500     05  DBAK-REV-COUNT              PIC 9(07) COMP VALUE ZERO.
029600     05  DBAK-CANCEL-COUNT           PIC 9(07) COMP VALUE ZERO.
029700     05  DBAK-PRIOR-BO-COUNT         PIC 9(07) COMP VALUE ZERO.
029800     05  DBAK-REVERSE-ROW-COUNT      PIC 9(07) COMP VALUE ZERO.
029900     05  DBAK-RESTORED-COUNT         PIC 9(07) COMP VALUE ZERO.
030000     05  DBAK-DROPPED-COUNT          PIC 9(07) COMP VALUE ZERO.
030100     05  DBAK-ALREADY-OUT-COUNT      PIC 9(07) COMP VALUE ZERO.
030200     05  DBAK-MISSING-COUNT          PIC 9(07) COMP VALUE ZERO.
030300     05  DBAK-RESIDUAL-COUNT         PIC 9(07) COMP VALUE ZERO.
030400     05  DBAK-RUNC-RESET-COUNT       PIC 9(07) COMP VALUE ZERO.
030500     05  DBAK-GL-ROW-COUNT           PIC 9(07) COMP VALUE ZERO.
030600     05  DBAK-NET-MOVEMENT           PIC S9(11)V99 COMP-3
030700                                     VALUE ZERO.
030800     05  DBAK-HIST-NET               PIC S9(11)V99 COMP-3
030900                                     VALUE ZERO.
031000*****************************************************************
031100*  RUN-CONTROL CHECK - THE LATEST DATE SHOWN COMPLETED
031200*****************************************************************
031300 01  DBAK-RUN-CONTROL-FIELDS.
031400     05  DBAK-LAST-COMPLETED-DATE    PIC 9(08) VALUE ZERO.
031500*****************************************************************
031600*  GL JOURNAL FIELDS - THE ORIGINAL JOURNAL'S NET IS TAKEN FROM
031700*  ITS DETAIL ROWS (DEBIT LESS CREDIT, CLEARING ROW EXCLUDED),
031800*  WHICH IS HOW SAMPLE ARRIVES AT THE CLEARING AMOUNT.
031900*****************************************************************
032000 01  DBAK-GL-FIELDS.
032100     05  DBAK-GL-NET                 PIC S9(11)V99 COMP-3
032200                                     VALUE ZERO.
032300     05  DBAK-GL-SWAP                PIC 9(11)V99 COMP-3.
032400*****************************************************************
032500*  TIE-OUT FIGURES FROM THE ORIGINAL SUMMARY REPORT
032600*****************************************************************
032700 01  DBAK-TIE-FIELDS.
032800     05  DBAK-RPT-NUMBER             PIC 9(10).
032900     05  DBAK-RPT-ANOTHER            PIC 9(07) COMP VALUE ZERO.
033000     05  DBAK-RPT-HELD               PIC 9(07) COMP VALUE ZERO.
033100     05  DBAK-RPT-EXPECTED           PIC S9(07) COMP VALUE ZERO.
033200     05  DBAK-ROW-TIE-SW             PIC X(01) VALUE 'N'.
033300         88  DBAK-ROWS-TIE               VALUE 'Y'.
033400     05  DBAK-NET-TIE-SW             PIC X(01) VALUE 'N'.
033500         88  DBAK-NET-TIES               VALUE 'Y'.
033600*****************************************************************
033700*  AUDIT WORK FIELDS - SAME ROW SHAPE ACCTMNT AND ACCTAPR WRITE
033800*****************************************************************
033900 01  DBAK-AUDIT-FIELDS.
034000     05  DBAK-AUDIT-DATE             PIC 9(08).
034100     05  DBAK-AUDIT-TIME             PIC 9(06).
034200 01  DBAK-AUDIT-TIMESTAMP REDEFINES DBAK-AUDIT-FIELDS
034300                                     PIC X(14).
034400 01  DBAK-AUDIT-EDIT                 PIC -9(09).
034500*****************************************************************
034600*  LISTING WORK LINES
034700*****************************************************************
034800 01  DBAK-HEADING-LINE.
034900     05  FILLER                      PIC X(14)
035000                                     VALUE 'DISPOSITION'.
035100     05  FILLER                      PIC X(12) VALUE 'KEY'.
035200     05  FILLER                      PIC X(15)
035300                                     VALUE 'BALANCE BEFORE'.
035400     05  FILLER                      PIC X(15)
035500                                     VALUE 'BALANCE AFTER'.
035600     05  FILLER                      PIC X(05) VALUE ' ROWS'.
035700     05  FILLER                      PIC X(19) VALUE SPACES.
035800 01  DBAK-ACCOUNT-LINE.
035900     05  DBAK-ACL-DISP               PIC X(12).
036000     05  FILLER                      PIC X(02) VALUE SPACES.
036100     05  DBAK-ACL-KEY                PIC X(10).
036200     05  FILLER                      PIC X(02) VALUE SPACES.
036300     05  DBAK-ACL-BEFORE             PIC -9(09).99.
036400     05  FILLER                      PIC X(02) VALUE SPACES.
036500     05  DBAK-ACL-AFTER              PIC -9(09).99.
036600     05  FILLER                      PIC X(02) VALUE SPACES.
036700     05  DBAK-ACL-ROWS               PIC Z(04)9.
036800     05  FILLER                      PIC X(19) VALUE SPACES.
036900 01  DBAK-DETAIL-LINE.
037000     05  DBAK-DET-DISP               PIC X(12).
037100     05  FILLER                      PIC X(02) VALUE SPACES.
037200     05  DBAK-DET-KEY                PIC X(10).
037300     05  FILLER                      PIC X(02) VALUE SPACES.
037400     05  DBAK-DET-TEXT               PIC X(54).
037500 01  DBAK-TOTAL-LINE.
037600     05  DBAK-TOT-LABEL              PIC X(30).
037700     05  DBAK-TOT-VALUE              PIC Z(06)9.
037800     05  FILLER                      PIC X(43) VALUE SPACES.
037900 01  DBAK-AMOUNT-LINE.
038000     05  DBAK-AMT-LABEL              PIC X(30).
038100     05  FILLER                      PIC X(09) VALUE SPACES.
038200     05  DBAK-AMT-VALUE              PIC -9(11).99.
038300     05  FILLER                      PIC X(26) VALUE SPACES.
038400*****************************************************************
038500*  END-OF-JOB / ABEND WORK FIELDS
038600*****************************************************************
038700 01  DBAK-JOB-STATUS-FIELDS.
038800     05  DBAK-RUN-TIMESTAMP          PIC X(14).
038900     05  DBAK-ABEND-MSG              PIC X(40).
038910*****************************************************************
038920*  RUN LOG FIELDS - WHEN THE STEP STARTED, AND WHETHER IT IS
038930*  ON ITS WAY OUT THROUGH 9600-ABEND (SEE 9700).
038940*****************************************************************
038950 01  DBAK-RUN-LOG-FIELDS.
038960     05  DBAK-STEP-START-DATE        PIC 9(08) VALUE ZERO.
038970     05  DBAK-STEP-START-TIME        PIC 9(08) VALUE ZERO.
038980     05  WS-STEP-END-SW              PIC X(01) VALUE 'N'.
038990         88  DBAK-STEP-ABENDED           VALUE 'A'.
039000 PROCEDURE DIVISION.
039100*****************************************************************
039200*  0000-MAINLINE - THE SORT PUTS EACH ACCOUNT'S ROWS TOGETHER,
039300*  NEWEST POSTING FIRST, SO THE OUTPUT PROCEDURE UNWINDS THE
039400*  DAY IN REVERSE ONE ACCOUNT AT A TIME.
039500*****************************************************************
039600 0000-MAINLINE.
039700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
039800     SORT SORT-WORK-FILE
039900         ON ASCENDING KEY SRT-KEY
040000         ON DESCENDING KEY SRT-ORDINAL
040100         INPUT PROCEDURE IS 2000-SELECT-DAY
040200             THRU 2000-SELECT-EXIT
040300         OUTPUT PROCEDURE IS 3000-UNWIND-DAY
040400             THRU 3000-UNWIND-EXIT
040500     IF DBKC-BACKOUT-MODE
040600         PERFORM 8800-RESET-RUN-CONTROL THRU 8800-EXIT
040700         PERFORM 8700-WRITE-POSTED-NET THRU 8700-EXIT
040800     END-IF
040900     PERFORM 8500-WRITE-TOTALS THRU 8500-EXIT
041000     PERFORM 9000-END-OF-JOB THRU 9000-EXIT
041100     STOP RUN
041200     .
041300*****************************************************************
041400*  1000-INITIALIZE - READS AND CHECKS THE CARD, PROVES THE DATE
041500*  IS THE LATEST ONE COMPLETED, OPENS WHAT THE MODE NEEDS, AND
041600*  TAKES THE ORIGINAL RUN'S GL JOURNAL AND SUMMARY REPORT
041700*  FIGURES BEFORE A SINGLE ACCOUNT IS TOUCHED.  THE MASTER
041800*  OPENS INPUT FOR REVIEW AND I-O FOR BACKOUT.
041900*****************************************************************
042000 1000-INITIALIZE.
042020     ACCEPT DBAK-STEP-START-DATE FROM DATE YYYYMMDD
042040     ACCEPT DBAK-STEP-START-TIME FROM TIME
042100     OPEN INPUT BACKOUT-CARD-FILE
042200     IF NOT WS-CARD-OK
042300         MOVE 'CANNOT OPEN BACKOUT CARD FILE' TO DBAK-ABEND-MSG
042400         GO TO 9600-ABEND
042500     END-IF
042600     READ BACKOUT-CARD-FILE
042700         AT END
042800             MOVE 'BACKOUT CARD FILE IS EMPTY' TO DBAK-ABEND-MSG
042900             GO TO 9600-ABEND
043000     END-READ
043100     CLOSE BACKOUT-CARD-FILE
043200     IF NOT DBKC-REVIEW-MODE AND NOT DBKC-BACKOUT-MODE
043300         MOVE 'MODE MUST BE R (REVIEW) OR B (BACKOUT)'
043400             TO DBAK-ABEND-MSG
043500         GO TO 9600-ABEND
043600     END-IF
043700     IF DBKC-BUS-DATE NOT NUMERIC
043800         OR DBKC-BUS-DATE = ZERO
043900         MOVE 'BUSINESS DATE MUST BE CCYYMMDD' TO DBAK-ABEND-MSG
044000         GO TO 9600-ABEND
044100     END-IF
044200     ACCEPT DBAK-AUDIT-DATE FROM DATE YYYYMMDD
044300     ACCEPT DBAK-AUDIT-TIME FROM TIME
044400     MOVE DBAK-AUDIT-TIMESTAMP TO DBAK-RUN-TIMESTAMP
044500     PERFORM 1100-CHECK-RUN-CONTROL THRU 1100-EXIT
044600     IF DBKC-BACKOUT-MODE
044700         OPEN I-O ACCOUNT-MASTER-FILE
044800     ELSE
044900         OPEN INPUT ACCOUNT-MASTER-FILE
045000     END-IF
045100     IF NOT WS-ACCT-OK
045200         MOVE 'CANNOT OPEN ACCOUNT MASTER' TO DBAK-ABEND-MSG
045300         GO TO 9600-ABEND
045400     END-IF
045500     IF DBKC-BACKOUT-MODE
045600         OPEN OUTPUT REVERSING-HISTORY-FILE
045700         IF NOT WS-BKOH-OK
045800             MOVE 'CANNOT OPEN REVERSING HISTORY FILE'
045900                 TO DBAK-ABEND-MSG
046000             GO TO 9600-ABEND
046100         END-IF
046200         OPEN EXTEND AUDIT-LOG-FILE
046300         IF NOT WS-AUDT-OK
046400             MOVE 'CANNOT OPEN AUDIT LOG FILE' TO DBAK-ABEND-MSG
046500             GO TO 9600-ABEND
046600         END-IF
046700     END-IF
046800     OPEN OUTPUT LISTING-FILE
046900     IF NOT WS-LIST-OK
047000         MOVE 'CANNOT OPEN LISTING FILE' TO DBAK-ABEND-MSG
047100         GO TO 9600-ABEND
047200     END-IF
047300     MOVE SPACES TO LIST-RECORD
047400     IF DBKC-BACKOUT-MODE
047500         MOVE 'DAYBACK - BUSINESS DATE BACKOUT REGISTER'
047600             TO LIST-RECORD
047700     ELSE
047800         MOVE 'DAYBACK - BUSINESS DATE BACKOUT REVIEW'
047900             TO LIST-RECORD
048000     END-IF
048100     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
048200     MOVE SPACES TO LIST-RECORD
048300     MOVE 'BUSINESS DATE ' TO LIST-RECORD
048400     MOVE DBKC-BUS-DATE TO LIST-RECORD (15:8)
048500     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
048600     MOVE SPACES TO LIST-RECORD
048700     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
048800     MOVE DBAK-HEADING-LINE TO LIST-RECORD
048900     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
049000     PERFORM 1300-REVERSE-GL-JOURNAL THRU 1300-EXIT
049100     PERFORM 1400-READ-ORIGINAL-REPORT THRU 1400-EXIT
049200     .
049300 1000-EXIT.
049400     EXIT.
049500*****************************************************************
049600*  1100-CHECK-RUN-CONTROL - THE CARD DATE MUST BE THE LATEST
049700*  DATE RUN-CONTROL-FILE SHOWS COMPLETED.  AN EARLIER DATE HAS
049800*  LATER POSTINGS ON TOP OF IT; A DATE NOT COMPLETED (OR
049900*  ALREADY BACKED OUT) HAS NOTHING TO UNWIND.
050000*****************************************************************
050100 1100-CHECK-RUN-CONTROL.
050200     OPEN INPUT RUN-CONTROL-FILE
050300     IF WS-RUNC-NOT-PRESENT
050400         MOVE 'NO RUN CONTROL FILE - NOTHING COMPLETED'
050500             TO DBAK-ABEND-MSG
050600         GO TO 9600-ABEND
050700     END-IF
050800     IF NOT WS-RUNC-OK
050900         MOVE 'CANNOT OPEN RUN CONTROL FILE' TO DBAK-ABEND-MSG
051000         GO TO 9600-ABEND
051100     END-IF
051200     PERFORM 1150-READ-RUN-CONTROL THRU 1150-EXIT
051300         UNTIL WS-RUNC-EOF-YES
051400     CLOSE RUN-CONTROL-FILE
051500     IF DBAK-LAST-COMPLETED-DATE NOT = DBKC-BUS-DATE
051600         MOVE 'DATE IS NOT THE LATEST COMPLETED DATE'
051700             TO DBAK-ABEND-MSG
051800         GO TO 9600-ABEND
051900     END-IF
052000     .
052100 1100-EXIT.
052200     EXIT.
052300*****************************************************************
052400*  1150-READ-RUN-CONTROL
052500*****************************************************************
052600 1150-READ-RUN-CONTROL.
052700     READ RUN-CONTROL-FILE
052800         AT END
052900             MOVE 'Y' TO WS-RUNC-EOF-SW
053000         NOT AT END
053100             IF RUNC-COMPLETED
053200                 AND RUNC-BUS-DATE > DBAK-LAST-COMPLETED-DATE
053300                 MOVE RUNC-BUS-DATE TO DBAK-LAST-COMPLETED-DATE
053400             END-IF
053500     END-READ
053600     .
053700 1150-EXIT.
053800     EXIT.
053900*****************************************************************
054000*  1300-REVERSE-GL-JOURNAL - READS THE DATE'S GL JOURNAL, TAKES
054100*  ITS NET FOR THE TIE-OUT, AND ON A BACKOUT WRITES THE SAME
054200*  ROWS WITH DEBIT AND CREDIT SWAPPED - THE CLEARING ROW AND
054300*  TRAILER INCLUDED, SO THE REVERSAL BALANCES THE WAY THE
054400*  ORIGINAL DID.  A JOURNAL FOR ANOTHER DATE, OR ONE WITH NO
054500*  TRAILER, STOPS THE JOB.
054600*****************************************************************
054700 1300-REVERSE-GL-JOURNAL.
054800     OPEN INPUT GL-JOURNAL-FILE
054900     IF NOT WS-GLJ-OK
055000         MOVE 'CANNOT OPEN GL JOURNAL FILE' TO DBAK-ABEND-MSG
055100         GO TO 9600-ABEND
055200     END-IF
055300     IF DBKC-BACKOUT-MODE
055400         OPEN OUTPUT GL-REVERSE-FILE
055500         IF NOT WS-GLRV-OK
055600             MOVE 'CANNOT OPEN GL REVERSAL FILE' TO DBAK-ABEND-MSG
055700             GO TO 9600-ABEND
055800         END-IF
055900     END-IF
056000     PERFORM 1350-REVERSE-ONE-GL-ROW THRU 1350-EXIT
056100         UNTIL WS-GLJ-EOF-YES
056200     CLOSE GL-JOURNAL-FILE
056300     IF NOT DBAK-GL-TRAILER-SEEN
056400         MOVE 'GL JOURNAL HAS NO TRAILER' TO DBAK-ABEND-MSG
056500         GO TO 9600-ABEND
056600     END-IF
056700     IF DBKC-REVIEW-MODE
056800         GO TO 1300-EXIT
056900     END-IF
057000     CLOSE GL-REVERSE-FILE
057100     OPEN OUTPUT GL-TRANSMIT-FILE
057200     IF NOT WS-GLXM-OK
057300         MOVE 'CANNOT OPEN GL TRANSMIT FILE' TO DBAK-ABEND-MSG
057400         GO TO 9600-ABEND
057500     END-IF
057600     MOVE SPACES TO GLXM-RECORD
057650     MOVE ZERO TO GLXM-AMOUNT-TOTAL
057700     MOVE DBAK-GL-ROW-COUNT TO GLXM-COUNT
057800     MOVE DBAK-RUN-TIMESTAMP TO GLXM-TIMESTAMP
057900     WRITE GLXM-RECORD
058000     IF NOT WS-GLXM-OK
058100         MOVE 'CANNOT WRITE GL TRANSMIT FILE' TO DBAK-ABEND-MSG
058200         GO TO 9600-ABEND
058300     END-IF
058400     CLOSE GL-TRANSMIT-FILE
058500     .
058600 1300-EXIT.
058700     EXIT.
058800*****************************************************************
058900*  1350-REVERSE-ONE-GL-ROW
059000*****************************************************************
059100 1350-REVERSE-ONE-GL-ROW.
059200     READ GL-JOURNAL-FILE
059300         AT END
059400             MOVE 'Y' TO WS-GLJ-EOF-SW
059500             GO TO 1350-EXIT
059600     END-READ
059700     IF GLJ-TRL-ID = '**GLTRAIL*'
059800         SET DBAK-GL-TRAILER-SEEN TO TRUE
059900         MOVE GLJ-TRL-DEBIT-TOTAL TO DBAK-GL-SWAP
060000         MOVE GLJ-TRL-CREDIT-TOTAL TO GLJ-TRL-DEBIT-TOTAL
060100         MOVE DBAK-GL-SWAP TO GLJ-TRL-CREDIT-TOTAL
060200         MOVE DBAK-RUN-TIMESTAMP TO GLJ-TRL-TIMESTAMP
060400     ELSE
060500         IF GLJ-BUS-DATE NOT = DBKC-BUS-DATE
060600             MOVE 'GL JOURNAL IS FOR ANOTHER DATE'
060700                 TO DBAK-ABEND-MSG
060800             GO TO 9600-ABEND
060900         END-IF
061000         IF GLJ-STATUS-CODE NOT = 'CL'
061100             ADD GLJ-DEBIT-AMOUNT TO DBAK-GL-NET
061200             SUBTRACT GLJ-CREDIT-AMOUNT FROM DBAK-GL-NET
061300         END-IF
061400         MOVE GLJ-DEBIT-AMOUNT TO DBAK-GL-SWAP
061500         MOVE GLJ-CREDIT-AMOUNT TO GLJ-DEBIT-AMOUNT
061600         MOVE DBAK-GL-SWAP TO GLJ-CREDIT-AMOUNT
061800         ADD 1 TO DBAK-GL-ROW-COUNT
061900     END-IF
062000     IF DBKC-BACKOUT-MODE
062030*        THE TRAILER SHARES THE JOURNAL RECORD AREA, SO ONE
062060*        MOVE CARRIES EITHER KIND OF ROW.
062080         MOVE GLJ-RECORD TO GL-REVERSE-RECORD
062100         WRITE GL-REVERSE-RECORD
062200         IF NOT WS-GLRV-OK
062300             MOVE 'CANNOT WRITE GL REVERSAL FILE'
062400                 TO DBAK-ABEND-MSG
062500             GO TO 9600-ABEND
062600         END-IF
062700     END-IF
062800     .
062900 1350-EXIT.
063000     EXIT.
063100*****************************************************************
063200*  1400-READ-ORIGINAL-REPORT - PICKS THE RECORDS-THROUGH-
063300*  ANOTHER-SECTION AND HELD COUNTS OFF THE ORIGINAL RUN'S
063400*  SUMMARY REPORT.  EVERY RECORD THROUGH ANOTHER SECTION THAT
063500*  WAS NOT HELD POSTED, AND EVERY POSTING WROTE ONE HISTORY
063600*  ROW, SO THE DIFFERENCE IS THE ROW COUNT THE DATE SHOULD
063700*  HAVE.  A REPORT FROM BEFORE HOLDS EXISTED HAS NO HELD LINE
063800*  AND HELD NOTHING.
063900*****************************************************************
064000 1400-READ-ORIGINAL-REPORT.
064100     OPEN INPUT REPORT-IN-FILE
064200     IF NOT WS-RPT-OK
064300         MOVE 'CANNOT OPEN ORIGINAL REPORT FILE' TO DBAK-ABEND-MSG
064400         GO TO 9600-ABEND
064500     END-IF
064600     PERFORM 1450-READ-REPORT-LINE THRU 1450-EXIT
064700         UNTIL WS-RPT-EOF-YES
064800     CLOSE REPORT-IN-FILE
064900     COMPUTE DBAK-RPT-EXPECTED = DBAK-RPT-ANOTHER - DBAK-RPT-HELD
065000     .
065100 1400-EXIT.
065200     EXIT.
065300*****************************************************************
065400*  1450-READ-REPORT-LINE
065500*****************************************************************
065600 1450-READ-REPORT-LINE.
065700     READ REPORT-IN-FILE
065800         AT END
065900             MOVE 'Y' TO WS-RPT-EOF-SW
066000             GO TO 1450-EXIT
066100     END-READ
066200     IF RPT-LABEL = 'RECORDS PROCESSED BY ANOTHER SECTION'
066300         MOVE RPT-VALUE TO DBAK-RPT-NUMBER
066400         MOVE DBAK-RPT-NUMBER TO DBAK-RPT-ANOTHER
066500         SET DBAK-ANOTHER-FOUND TO TRUE
066600     END-IF
066700     IF RPT-LABEL = 'RECORDS HELD - OVER TEST THRESHOLD'
066800         MOVE RPT-VALUE TO DBAK-RPT-NUMBER
066900         MOVE DBAK-RPT-NUMBER TO DBAK-RPT-HELD
067000     END-IF
067100     .
067200 1450-EXIT.
067300     EXIT.
067400*****************************************************************
067500*  2000-SELECT-DAY - SORT INPUT PROCEDURE.  RELEASES EVERY
067600*  HISTORY ROW FOR THE BUSINESS DATE WITH ITS READ ORDINAL, SO
067700*  THE SORT CAN HAND EACH ACCOUNT'S ROWS BACK NEWEST FIRST.
067800*  REVERSING ROWS FROM AN EARLIER BACKOUT RIDING THE SAME DD
067900*  ARE SKIPPED.  THE DAY'S COUNTS AND NET MOVEMENT FOR THE
068000*  TIE-OUT ARE TAKEN HERE, OVER EVERY ROW.
068100*****************************************************************
068200 2000-SELECT-DAY.
068300     OPEN INPUT POSTING-HISTORY-FILE
068400     IF NOT WS-HIST-OK
068500         MOVE 'CANNOT OPEN POSTING HISTORY FILE' TO DBAK-ABEND-MSG
068600         GO TO 9600-ABEND
068700     END-IF
068800     PERFORM 2100-READ-HISTORY THRU 2100-EXIT
068900     PERFORM 2200-RELEASE-ONE THRU 2200-EXIT
069000         UNTIL WS-HIST-EOF-YES
069100     CLOSE POSTING-HISTORY-FILE
069200     GO TO 2000-SELECT-EXIT.
069300 2000-SELECT-EXIT.
069400     EXIT.
069500*****************************************************************
069600*  2100-READ-HISTORY
069700*****************************************************************
069800 2100-READ-HISTORY.
069900     READ POSTING-HISTORY-FILE INTO HIST-RECORD
070000         AT END
070100             MOVE 'Y' TO WS-HIST-EOF-SW
070200     END-READ
070300     .
070400 2100-EXIT.
070500     EXIT.
070600*****************************************************************
070700*  2200-RELEASE-ONE - A ROW FOR THE DATE THAT DOES NOT CARRY
070800*  ITS PRIOR LAST AMOUNT WAS WRITTEN BEFORE SAMPLE RECORDED
070900*  IT, AND THE ACCOUNT CANNOT BE PUT BACK FROM IT - THE JOB
071000*  STOPS HERE, BEFORE THE MASTER IS TOUCHED.
071100*****************************************************************
071200 2200-RELEASE-ONE.
071300     ADD 1 TO DBAK-HIST-READ-COUNT
071400     IF HIST-RUN-DATE NOT = DBKC-BUS-DATE
071500         GO TO 2200-READ-NEXT
071600     END-IF
071700     IF HIST-STATUS-CODE = 'BO'
071800         ADD 1 TO DBAK-PRIOR-BO-COUNT
071900         GO TO 2200-READ-NEXT
072000     END-IF
072100     IF HIST-PRIOR-LAST-AMOUNT NOT NUMERIC
072200         MOVE 'HISTORY ROW HAS NO PRIOR LAST AMOUNT'
072300             TO DBAK-ABEND-MSG
072400         GO TO 9600-ABEND
072500     END-IF
072600     ADD 1 TO DBAK-DAY-ROW-COUNT
072700     EVALUATE HIST-STATUS-CODE
072800         WHEN 'NW'
072900             ADD 1 TO DBAK-NEW-COUNT
073000         WHEN 'AJ'
073100             ADD 1 TO DBAK-ADJ-COUNT
073200         WHEN 'RV'
073300             ADD 1 TO DBAK-REV-COUNT
073400         WHEN OTHER
073500             ADD 1 TO DBAK-CANCEL-COUNT
073600     END-EVALUATE
073700     PERFORM 3700-COMPUTE-MOVEMENT THRU 3700-EXIT
073800     ADD DBAK-ROW-MOVEMENT TO DBAK-HIST-NET
073900     ADD 1 TO DBAK-ORDINAL
074000     MOVE HIST-KEY TO SRT-KEY
074100     MOVE DBAK-ORDINAL TO SRT-ORDINAL
074200     MOVE HIST-RECORD TO SRT-HIST-IMAGE
074300     RELEASE SORT-RECORD
074400     .
074500 2200-READ-NEXT.
074600     PERFORM 2100-READ-HISTORY THRU 2100-EXIT
074700     .
074800 2200-EXIT.
074900     EXIT.
075000*****************************************************************
075100*  3000-UNWIND-DAY - SORT OUTPUT PROCEDURE.  A CHANGE OF KEY
075200*  FINISHES THE ACCOUNT IN HAND AND STARTS THE NEXT.
075300*****************************************************************
075400 3000-UNWIND-DAY.
075500     PERFORM 3100-RETURN-ONE THRU 3100-EXIT
075600     PERFORM 3200-UNWIND-ONE-ROW THRU 3200-EXIT
075700         UNTIL WS-SORT-EOF-YES
075800     IF DBAK-GROUP-OPEN
075900         PERFORM 4000-FINISH-ACCOUNT THRU 4000-EXIT
076000     END-IF
076100     GO TO 3000-UNWIND-EXIT.
076200 3000-UNWIND-EXIT.
076300     EXIT.
076400*****************************************************************
076500*  3100-RETURN-ONE
076600*****************************************************************
076700 3100-RETURN-ONE.
076800     RETURN SORT-WORK-FILE
076900         AT END
077000             MOVE 'Y' TO WS-SORT-EOF-SW
077100     END-RETURN
077200     .
077300 3100-EXIT.
077400     EXIT.
077500*****************************************************************
077600*  3200-UNWIND-ONE-ROW - ON A LIVE ACCOUNT THE ROW'S POSTING IS
077700*  TAKEN BACK OUT OF THE MASTER RECORD IN STORAGE; THE RECORD
077800*  IS WRITTEN BACK ONCE, WHEN ITS LAST ROW IS DONE.
077900*****************************************************************
078000 3200-UNWIND-ONE-ROW.
078100     MOVE SRT-HIST-IMAGE TO HIST-RECORD
078200     IF DBAK-GROUP-OPEN
078300         AND HIST-KEY NOT = DBAK-CURR-KEY
078400         PERFORM 4000-FINISH-ACCOUNT THRU 4000-EXIT
078500     END-IF
078600     IF DBAK-GROUP-NONE
078700         PERFORM 3500-START-ACCOUNT THRU 3500-EXIT
078800     END-IF
078900     IF DBAK-GROUP-COUNT NOT < DBAK-GROUP-MAX
079000         MOVE 'TOO MANY POSTINGS FOR ONE ACCOUNT'
079100             TO DBAK-ABEND-MSG
079200         GO TO 9600-ABEND
079300     END-IF
079400     ADD 1 TO DBAK-GROUP-COUNT
079500     MOVE HIST-RECORD TO DBAK-GROUP-ROW (DBAK-GROUP-COUNT)
079600     IF HIST-ACCOUNT-CREATED
079700         SET DBAK-DAY-CREATED TO TRUE
079800     END-IF
079900     PERFORM 3700-COMPUTE-MOVEMENT THRU 3700-EXIT
080000     SUBTRACT DBAK-ROW-MOVEMENT FROM DBAK-ACCT-UNDO
080100     IF NOT DBAK-ACCT-LIVE
080200         GO TO 3200-RETURN-NEXT
080300     END-IF
080400     SUBTRACT DBAK-ROW-MOVEMENT FROM ACCT-BALANCE
080500     MOVE HIST-PRIOR-LAST-AMOUNT TO ACCT-LAST-AMOUNT
080600     IF ACCT-PTD-COUNT > 0
080700         SUBTRACT 1 FROM ACCT-PTD-COUNT
080800     END-IF
080900     EVALUATE HIST-STATUS-CODE
081000         WHEN 'NW'
081100             IF ACCT-PTD-NEW-COUNT > 0
081200                 SUBTRACT 1 FROM ACCT-PTD-NEW-COUNT
081300             END-IF
081400         WHEN 'AJ'
081500             IF ACCT-PTD-ADJ-COUNT > 0
081600                 SUBTRACT 1 FROM ACCT-PTD-ADJ-COUNT
081700             END-IF
081800         WHEN 'RV'
081900             IF ACCT-PTD-REV-COUNT > 0
082000                 SUBTRACT 1 FROM ACCT-PTD-REV-COUNT
082100             END-IF
082200     END-EVALUATE
082300     .
082400 3200-RETURN-NEXT.
082500     PERFORM 3100-RETURN-ONE THRU 3100-EXIT
082600     .
082700 3200-EXIT.
082800     EXIT.
082900*****************************************************************
083000*  3500-START-ACCOUNT - READS THE MASTER FOR THE NEW KEY.  A
083100*  RECORD WHOSE LAST RUN DATE IS NO LONGER THE BACKOUT DATE
083200*  WAS UNWOUND BY A BACKOUT THAT DID NOT FINISH, AND IS NOT
083300*  TOUCHED AGAIN.
083400*****************************************************************
083500 3500-START-ACCOUNT.
083600     SET DBAK-GROUP-OPEN TO TRUE
083700     MOVE HIST-KEY TO DBAK-CURR-KEY
083800     MOVE ZERO TO DBAK-GROUP-COUNT
083900     MOVE ZERO TO DBAK-ACCT-UNDO
084000     MOVE ZERO TO DBAK-BALANCE-BEFORE
084100     SET DBAK-DAY-NOT-CREATED TO TRUE
084200     MOVE HIST-KEY TO ACCT-KEY
084300     READ ACCOUNT-MASTER-FILE
084400     EVALUATE TRUE
084500         WHEN WS-ACCT-OK
084600             MOVE ACCT-BALANCE TO DBAK-BALANCE-BEFORE
084700             IF ACCT-LAST-RUN-DATE = DBKC-BUS-DATE
084800                 SET DBAK-ACCT-LIVE TO TRUE
084900             ELSE
085000                 SET DBAK-ACCT-ALREADY-OUT TO TRUE
085100             END-IF
085200         WHEN WS-ACCT-NOT-FOUND
085300             SET DBAK-ACCT-MISSING TO TRUE
085400         WHEN OTHER
085500             MOVE 'CANNOT READ ACCOUNT MASTER' TO DBAK-ABEND-MSG
085600             GO TO 9600-ABEND
085700     END-EVALUATE
085800     .
085900 3500-EXIT.
086000     EXIT.
086100*****************************************************************
086200*  3700-COMPUTE-MOVEMENT - WHAT THE HISTORY ROW'S POSTING DID
086300*  TO THE BALANCE, THE SAME WAY SAMPLE'S 4500 APPLIED IT.
086400*  BACKING THE ROW OUT IS THE SAME AMOUNT THE OTHER WAY.
086500*****************************************************************
086600 3700-COMPUTE-MOVEMENT.
086700     EVALUATE HIST-STATUS-CODE
086800         WHEN 'NW'
086900             MOVE HIST-AMOUNT TO DBAK-ROW-MOVEMENT
087000         WHEN 'AJ'
087100             COMPUTE DBAK-ROW-MOVEMENT =
087200                 HIST-AMOUNT - HIST-PRIOR-LAST-AMOUNT
087300         WHEN 'RV'
087400             COMPUTE DBAK-ROW-MOVEMENT = 0 - HIST-AMOUNT
087500         WHEN OTHER
087600             MOVE ZERO TO DBAK-ROW-MOVEMENT
087700     END-EVALUATE
087800     .
087900 3700-EXIT.
088000     EXIT.
088100*****************************************************************
088200*  4000-FINISH-ACCOUNT - DISPOSES OF THE ACCOUNT IN HAND:
088300*      LIVE, DAY-CREATED - DELETED.  ANY BALANCE LEFT AFTER THE
088400*                          UNDO CAME FROM A HAND CORRECTION AND
088500*                          GOES WITH THE RECORD, FLAGGED.
088600*      LIVE                - RUN STAMP CLEARED, REWRITTEN.
088700*      ALREADY OUT         - LEFT ALONE; ITS UNDO STILL COUNTS,
088800*                          SINCE THE RUN THAT MADE IT NEVER GOT
088900*                          AS FAR AS THE POSTED-NET ROW.
089000*      MISSING, CREATED    - DROPPED BY THAT SAME EARLIER RUN.
089100*      MISSING             - DELETED BY HAND SINCE THE RUN; NOT
089200*                          BACKED OUT, NO REVERSING ROWS.
089300*****************************************************************
089400 4000-FINISH-ACCOUNT.
089500     SET DBAK-GROUP-NONE TO TRUE
089600     MOVE SPACES TO DBAK-ACCOUNT-LINE
089700     MOVE DBAK-CURR-KEY TO DBAK-ACL-KEY
089800     MOVE DBAK-BALANCE-BEFORE TO DBAK-ACL-BEFORE
089900     MOVE DBAK-GROUP-COUNT TO DBAK-ACL-ROWS
090000     EVALUATE TRUE
090100         WHEN DBAK-ACCT-LIVE AND DBAK-DAY-CREATED
090200             PERFORM 4100-DROP-ACCOUNT THRU 4100-EXIT
090300         WHEN DBAK-ACCT-LIVE
090400             PERFORM 4200-RESTORE-ACCOUNT THRU 4200-EXIT
090500         WHEN DBAK-ACCT-ALREADY-OUT
090600             ADD 1 TO DBAK-ALREADY-OUT-COUNT
090700             MOVE DBAK-ACCT-UNDO TO DBAK-ACCT-MOVEMENT
090800             MOVE 'ALREADY OUT' TO DBAK-ACL-DISP
090900             MOVE DBAK-BALANCE-BEFORE TO DBAK-ACL-AFTER
091000         WHEN DBAK-DAY-CREATED
091100             ADD 1 TO DBAK-ALREADY-OUT-COUNT
091200             MOVE DBAK-ACCT-UNDO TO DBAK-ACCT-MOVEMENT
091300             MOVE 'ALREADY OUT' TO DBAK-ACL-DISP
091400             MOVE ZERO TO DBAK-ACL-AFTER
091500         WHEN OTHER
091600             ADD 1 TO DBAK-MISSING-COUNT
091700             MOVE SPACES TO DBAK-DETAIL-LINE
091800             MOVE 'NOT ON MAST' TO DBAK-DET-DISP
091900             MOVE DBAK-CURR-KEY TO DBAK-DET-KEY
092000             MOVE 'ACCOUNT DELETED SINCE THE RUN - NOT BACKED OUT'
092100                 TO DBAK-DET-TEXT
092200             MOVE DBAK-DETAIL-LINE TO LIST-RECORD
092300             PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
092400             GO TO 4000-EXIT
092500     END-EVALUATE
092600     MOVE DBAK-ACCOUNT-LINE TO LIST-RECORD
092700     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
092800     ADD DBAK-ACCT-MOVEMENT TO DBAK-NET-MOVEMENT
092900     IF DBKC-BACKOUT-MODE
093000         PERFORM 4500-WRITE-REVERSING-ROW THRU 4500-EXIT
093100             VARYING DBAK-GROUP-SUB FROM 1 BY 1
093200             UNTIL DBAK-GROUP-SUB > DBAK-GROUP-COUNT
093300     END-IF
093400     .
093500 4000-EXIT.
093600     EXIT.
093700*****************************************************************
093800*  4100-DROP-ACCOUNT - THE DAY CREATED THE ACCOUNT, SO IT GOES.
093900*  THE MOVEMENT IS THE WHOLE BALANCE IT CARRIED INTO THE
094000*  BACKOUT.
094100*****************************************************************
094200 4100-DROP-ACCOUNT.
094300     ADD 1 TO DBAK-DROPPED-COUNT
094400     COMPUTE DBAK-ACCT-MOVEMENT = 0 - DBAK-BALANCE-BEFORE
094500     MOVE 'DROPPED' TO DBAK-ACL-DISP
094600     MOVE ZERO TO DBAK-ACL-AFTER
094700     IF ACCT-BALANCE NOT = ZERO
094800         ADD 1 TO DBAK-RESIDUAL-COUNT
094900         MOVE SPACES TO DBAK-DETAIL-LINE
095000         MOVE 'RESIDUAL' TO DBAK-DET-DISP
095100         MOVE DBAK-CURR-KEY TO DBAK-DET-KEY
095200         MOVE 'BALANCE LEFT AFTER UNDO DROPPED WITH THE ACCOUNT'
095300             TO DBAK-DET-TEXT
095400         MOVE DBAK-DETAIL-LINE TO LIST-RECORD
095500         PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
095600     END-IF
095700     IF DBKC-REVIEW-MODE
095800         GO TO 4100-EXIT
095900     END-IF
096000     DELETE ACCOUNT-MASTER-FILE
096100     IF NOT WS-ACCT-OK
096200         MOVE 'CANNOT DELETE ACCOUNT MASTER' TO DBAK-ABEND-MSG
096300         GO TO 9600-ABEND
096400     END-IF
096500     MOVE SPACES TO AUDT-RECORD
096600     MOVE DBAK-BALANCE-BEFORE TO DBAK-AUDIT-EDIT
096700     MOVE DBAK-AUDIT-EDIT TO AUDT-BEFORE-VALUE
096800     MOVE 'DROPPED' TO AUDT-AFTER-VALUE
096900     PERFORM 4400-WRITE-ACCOUNT-AUDIT THRU 4400-EXIT
097000     .
097100 4100-EXIT.
097200     EXIT.
097300*****************************************************************
097400*  4200-RESTORE-ACCOUNT - THE RUN STAMP IS CLEARED SO THE
097500*  CORRECTED FEED POSTS FRESH, AND THE LAST MAINTENANCE DATE
097600*  IS SET SO THE WAREHOUSE SEES THE RESTORED BALANCE; THE
097650*  ACTIVITY TIMESTAMP IS LEFT AS IT IS.
097700*****************************************************************
097800 4200-RESTORE-ACCOUNT.
097900     ADD 1 TO DBAK-RESTORED-COUNT
098000     COMPUTE DBAK-ACCT-MOVEMENT =
098100         ACCT-BALANCE - DBAK-BALANCE-BEFORE
098200     MOVE 'RESTORED' TO DBAK-ACL-DISP
098300     MOVE ACCT-BALANCE TO DBAK-ACL-AFTER
098400     IF DBKC-REVIEW-MODE
098500         GO TO 4200-EXIT
098600     END-IF
098700     MOVE ZERO TO ACCT-LAST-RUN-DATE
098800     MOVE ZERO TO ACCT-LAST-PASS
098900     MOVE ZERO TO ACCT-LAST-DETAIL-SEQ
098950     ACCEPT ACCT-LAST-MAINT-DATE FROM DATE YYYYMMDD
099000     REWRITE ACCT-RECORD
099100     IF NOT WS-ACCT-OK
099200         MOVE 'CANNOT UPDATE ACCOUNT MASTER' TO DBAK-ABEND-MSG
099300         GO TO 9600-ABEND
099400     END-IF
099500     MOVE SPACES TO AUDT-RECORD
099600     MOVE DBAK-BALANCE-BEFORE TO DBAK-AUDIT-EDIT
099700     MOVE DBAK-AUDIT-EDIT TO AUDT-BEFORE-VALUE
099800     MOVE ACCT-BALANCE TO DBAK-AUDIT-EDIT
099900     MOVE DBAK-AUDIT-EDIT TO AUDT-AFTER-VALUE
100000     PERFORM 4400-WRITE-ACCOUNT-AUDIT THRU 4400-EXIT
100100     .
100200 4200-EXIT.
100300     EXIT.
100400*****************************************************************
100500*  4400-WRITE-ACCOUNT-AUDIT - THE CALLER HAS CLEARED THE ROW
100600*  AND SET BEFORE AND AFTER.
100700*****************************************************************
100800 4400-WRITE-ACCOUNT-AUDIT.
100900     ACCEPT DBAK-AUDIT-DATE FROM DATE YYYYMMDD
101000     ACCEPT DBAK-AUDIT-TIME FROM TIME
101100     MOVE DBAK-AUDIT-TIMESTAMP TO AUDT-TIMESTAMP
101200     MOVE 'DAYBACK' TO AUDT-PARAGRAPH
101300     MOVE 'ACCT-BALANCE' TO AUDT-FIELD-NAME
101400     MOVE DBAK-CURR-KEY TO AUDT-KEY
101500     WRITE AUDT-RECORD
101600     IF NOT WS-AUDT-OK
101700         MOVE 'CANNOT WRITE AUDIT LOG FILE' TO DBAK-ABEND-MSG
101800         GO TO 9600-ABEND
101900     END-IF
102000     MOVE SPACES TO AUDT-RECORD
102100     .
102200 4400-EXIT.
102300     EXIT.
102400*****************************************************************
102500*  4500-WRITE-REVERSING-ROW - ONE 'BO' ROW PER POSTING BACKED
102600*  OUT, NEWEST FIRST.  THE AMOUNT IS THE SIGNED UNDO AND THE
102700*  BALANCE AFTER IS WHAT THE ACCOUNT HELD BEFORE THE POSTING.
102800*****************************************************************
102900 4500-WRITE-REVERSING-ROW.
103000     MOVE DBAK-GROUP-ROW (DBAK-GROUP-SUB) TO HIST-RECORD
103100     PERFORM 3700-COMPUTE-MOVEMENT THRU 3700-EXIT
103200     MOVE SPACES TO BKOH-RECORD
103300     MOVE HIST-KEY TO BKOH-KEY
103400     MOVE HIST-RUN-DATE TO BKOH-RUN-DATE
103500     MOVE HIST-PASS TO BKOH-PASS
103600     MOVE 'BO' TO BKOH-STATUS-CODE
103700     COMPUTE BKOH-AMOUNT = 0 - DBAK-ROW-MOVEMENT
103800     COMPUTE BKOH-BALANCE-AFTER =
103900         HIST-BALANCE-AFTER - DBAK-ROW-MOVEMENT
104000     MOVE DBAK-RUN-TIMESTAMP TO BKOH-TIMESTAMP
104100     MOVE ZERO TO BKOH-PRIOR-LAST-AMOUNT
104200     SET BKOH-ACCOUNT-EXISTED TO TRUE
104300     WRITE BKOH-RECORD
104400     IF NOT WS-BKOH-OK
104500         MOVE 'CANNOT WRITE REVERSING HISTORY' TO DBAK-ABEND-MSG
104600         GO TO 9600-ABEND
104700     END-IF
104800     ADD 1 TO DBAK-REVERSE-ROW-COUNT
104900     .
105000 4500-EXIT.
105100     EXIT.
105200*****************************************************************
105300*  7000-WRITE-LISTING
105400*****************************************************************
105500 7000-WRITE-LISTING.
105600     WRITE LIST-RECORD
105700     IF NOT WS-LIST-OK
105800         MOVE 'CANNOT WRITE LISTING FILE' TO DBAK-ABEND-MSG
105900         GO TO 9600-ABEND
106000     END-IF
106100     .
106200 7000-EXIT.
106300     EXIT.
106400*****************************************************************
106500*  7100-WRITE-TOTAL / 7200-WRITE-AMOUNT - THE CALLER HAS SET
106600*  THE LABEL AND VALUE.
106700*****************************************************************
106800 7100-WRITE-TOTAL.
106900     MOVE DBAK-TOTAL-LINE TO LIST-RECORD
107000     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
107100     MOVE SPACES TO DBAK-TOTAL-LINE
107200     .
107300 7100-EXIT.
107400     EXIT.
107500 7200-WRITE-AMOUNT.
107600     MOVE DBAK-AMOUNT-LINE TO LIST-RECORD
107700     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
107800     MOVE SPACES TO DBAK-AMOUNT-LINE
107900     .
108000 7200-EXIT.
108100     EXIT.
108200*****************************************************************
108300*  8500-WRITE-TOTALS - THE BACKOUT TOTALS, THEN THE TIE-OUT TO
108400*  THE ORIGINAL RUN.  THE ROW COUNT TIES TO THE SUMMARY
108500*  REPORT; THE HISTORY'S NET MOVEMENT TIES TO THE GL JOURNAL.
108600*****************************************************************
108700 8500-WRITE-TOTALS.
108800     MOVE SPACES TO LIST-RECORD
108900     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
109000     MOVE SPACES TO DBAK-TOTAL-LINE
109100     MOVE SPACES TO DBAK-AMOUNT-LINE
109200     MOVE 'HISTORY ROWS READ' TO DBAK-TOT-LABEL
109300     MOVE DBAK-HIST-READ-COUNT TO DBAK-TOT-VALUE
109400     PERFORM 7100-WRITE-TOTAL THRU 7100-EXIT
109500     MOVE 'HISTORY ROWS FOR DATE' TO DBAK-TOT-LABEL
109600     MOVE DBAK-DAY-ROW-COUNT TO DBAK-TOT-VALUE
109700     PERFORM 7100-WRITE-TOTAL THRU 7100-EXIT
109800     MOVE '  NEW ITEMS' TO DBAK-TOT-LABEL
109900     MOVE DBAK-NEW-COUNT TO DBAK-TOT-VALUE
110000     PERFORM 7100-WRITE-TOTAL THRU 7100-EXIT
110100     MOVE '  ADJUSTMENTS' TO DBAK-TOT-LABEL
110200     MOVE DBAK-ADJ-COUNT TO DBAK-TOT-VALUE
110300     PERFORM 7100-WRITE-TOTAL THRU 7100-EXIT
110400     MOVE '  REVERSALS' TO DBAK-TOT-LABEL
110500     MOVE DBAK-REV-COUNT TO DBAK-TOT-VALUE
110600     PERFORM 7100-WRITE-TOTAL THRU 7100-EXIT
110700     MOVE '  CANCELS' TO DBAK-TOT-LABEL
110800     MOVE DBAK-CANCEL-COUNT TO DBAK-TOT-VALUE
110900     PERFORM 7100-WRITE-TOTAL THRU 7100-EXIT
111000     MOVE 'EARLIER BACKOUT ROWS SKIPPED' TO DBAK-TOT-LABEL
111100     MOVE DBAK-PRIOR-BO-COUNT TO DBAK-TOT-VALUE
111200     PERFORM 7100-WRITE-TOTAL THRU 7100-EXIT
111300     MOVE 'REVERSING ROWS WRITTEN' TO DBAK-TOT-LABEL
111400     MOVE DBAK-REVERSE-ROW-COUNT TO DBAK-TOT-VALUE
111500     PERFORM 7100-WRITE-TOTAL THRU 7100-EXIT
111600     MOVE 'ACCOUNTS RESTORED' TO DBAK-TOT-LABEL
111700     MOVE DBAK-RESTORED-COUNT TO DBAK-TOT-VALUE
111800     PERFORM 7100-WRITE-TOTAL THRU 7100-EXIT
111900     MOVE 'ACCOUNTS DROPPED' TO DBAK-TOT-LABEL
112000     MOVE DBAK-DROPPED-COUNT TO DBAK-TOT-VALUE
112100     PERFORM 7100-WRITE-TOTAL THRU 7100-EXIT
112200     MOVE 'ACCOUNTS ALREADY BACKED OUT' TO DBAK-TOT-LABEL
112300     MOVE DBAK-ALREADY-OUT-COUNT TO DBAK-TOT-VALUE
112400     PERFORM 7100-WRITE-TOTAL THRU 7100-EXIT
112500     MOVE 'NOT ON MASTER - NOT BACKED OUT' TO DBAK-TOT-LABEL
112600     MOVE DBAK-MISSING-COUNT TO DBAK-TOT-VALUE
112700     PERFORM 7100-WRITE-TOTAL THRU 7100-EXIT
112800     MOVE 'RESIDUAL BALANCES DROPPED' TO DBAK-TOT-LABEL
112900     MOVE DBAK-RESIDUAL-COUNT TO DBAK-TOT-VALUE
113000     PERFORM 7100-WRITE-TOTAL THRU 7100-EXIT
113100     MOVE 'RUN CONTROL ROWS RESET' TO DBAK-TOT-LABEL
113200     MOVE DBAK-RUNC-RESET-COUNT TO DBAK-TOT-VALUE
113300     PERFORM 7100-WRITE-TOTAL THRU 7100-EXIT
113400     MOVE 'GL ROWS REVERSED' TO DBAK-TOT-LABEL
113500     MOVE DBAK-GL-ROW-COUNT TO DBAK-TOT-VALUE
113600     PERFORM 7100-WRITE-TOTAL THRU 7100-EXIT
113700     MOVE 'NET MASTER MOVEMENT' TO DBAK-AMT-LABEL
113800     MOVE DBAK-NET-MOVEMENT TO DBAK-AMT-VALUE
113900     PERFORM 7200-WRITE-AMOUNT THRU 7200-EXIT
114000     MOVE SPACES TO LIST-RECORD
114100     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
114200     MOVE 'TIE-OUT TO THE ORIGINAL RUN' TO LIST-RECORD
114300     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
114400     MOVE 'ORIGINAL RPT - ANOTHER SECTION' TO DBAK-TOT-LABEL
114500     MOVE DBAK-RPT-ANOTHER TO DBAK-TOT-VALUE
114600     PERFORM 7100-WRITE-TOTAL THRU 7100-EXIT
114700     MOVE 'ORIGINAL RPT - HELD' TO DBAK-TOT-LABEL
114800     MOVE DBAK-RPT-HELD TO DBAK-TOT-VALUE
114900     PERFORM 7100-WRITE-TOTAL THRU 7100-EXIT
115000     MOVE 'EXPECTED POSTINGS' TO DBAK-TOT-LABEL
115100     MOVE DBAK-RPT-EXPECTED TO DBAK-TOT-VALUE
115200     PERFORM 7100-WRITE-TOTAL THRU 7100-EXIT
115300     MOVE 'HISTORY ROWS FOR DATE' TO DBAK-TOT-LABEL
115400     MOVE DBAK-DAY-ROW-COUNT TO DBAK-TOT-VALUE
115500     PERFORM 7100-WRITE-TOTAL THRU 7100-EXIT
115600     MOVE SPACES TO LIST-RECORD
115700     IF DBAK-ANOTHER-FOUND
115800         AND DBAK-RPT-EXPECTED = DBAK-DAY-ROW-COUNT
115900         SET DBAK-ROWS-TIE TO TRUE
116000         MOVE 'POSTINGS TIE TO SUMMARY REPORT - OK' TO LIST-RECORD
116100     ELSE
116200         MOVE 'POSTINGS DO NOT TIE TO SUMMARY REPORT'
116300             TO LIST-RECORD
116400     END-IF
116500     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
116600     MOVE 'ORIGINAL GL JOURNAL NET' TO DBAK-AMT-LABEL
116700     MOVE DBAK-GL-NET TO DBAK-AMT-VALUE
116800     PERFORM 7200-WRITE-AMOUNT THRU 7200-EXIT
116900     MOVE 'HISTORY NET MOVEMENT' TO DBAK-AMT-LABEL
117000     MOVE DBAK-HIST-NET TO DBAK-AMT-VALUE
117100     PERFORM 7200-WRITE-AMOUNT THRU 7200-EXIT
117200     MOVE SPACES TO LIST-RECORD
117300     IF DBAK-GL-NET = DBAK-HIST-NET
117400         SET DBAK-NET-TIES TO TRUE
117500         MOVE 'HISTORY NET TIES TO GL JOURNAL - OK' TO LIST-RECORD
117600     ELSE
117700         MOVE 'HISTORY NET DOES NOT TIE TO GL JOURNAL'
117800             TO LIST-RECORD
117900     END-IF
118000     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
118100     .
118200 8500-EXIT.
118300     EXIT.
118400*****************************************************************
118500*  8700-WRITE-POSTED-NET - THE LAST STEP OF A BACKOUT.  APPENDS
118600*  THE NET MASTER MOVEMENT FOR THE NIGHTLY ACCTBAL SWEEP, THE
118700*  WAY SAMPLE AND ACCTAPR DO.  A BACKOUT THAT MOVED NOTHING
118720*  WRITES NOTHING.  IT RUNS AFTER THE RUN-CONTROL RESET, SO A
118740*  BACKOUT THAT DIES RESETTING THE ROW IS RESUBMITTED WITH NO
118760*  POSTED-NET ROW ALREADY ON FILE TO DUPLICATE.
118800*****************************************************************
118900 8700-WRITE-POSTED-NET.
119000     IF DBAK-NET-MOVEMENT = ZERO
119100         GO TO 8700-EXIT
119200     END-IF
119300     OPEN EXTEND POSTED-NET-FILE
119400     IF WS-PNET-NOT-PRESENT
119500         OPEN OUTPUT POSTED-NET-FILE
119600     END-IF
119700     IF NOT WS-PNET-OK
119800         MOVE 'CANNOT OPEN POSTED NET FILE' TO DBAK-ABEND-MSG
119900         GO TO 9600-ABEND
120000     END-IF
120100     MOVE SPACES TO PNET-RECORD
120200     MOVE 'DAYBACK' TO PNET-SOURCE-PROGRAM
120300     MOVE DBKC-BUS-DATE TO PNET-BUS-DATE
120400     MOVE DBAK-NET-MOVEMENT TO PNET-NET-MOVEMENT
120500     WRITE PNET-RECORD
120600     IF NOT WS-PNET-OK
120700         MOVE 'CANNOT WRITE POSTED NET FILE' TO DBAK-ABEND-MSG
120800         GO TO 9600-ABEND
120900     END-IF
121000     CLOSE POSTED-NET-FILE
121100     .
121200 8700-EXIT.
121300     EXIT.
121400*****************************************************************
121500*  8800-RESET-RUN-CONTROL - THE DATE'S COMPLETED ROW IS
121600*  REWRITTEN IN PLACE TO 'BO', SO SAMPLE'S LATEST-COMPLETED
121700*  CHECK STEPS BACK TO THE DAY BEFORE AND ACCEPTS THE
121800*  CORRECTED FEED.  THE ROW KEEPS ITS DATE AND RETURN CODE;
121900*  THE TIMESTAMP BECOMES THE BACKOUT'S.
122000*****************************************************************
122100 8800-RESET-RUN-CONTROL.
122200     OPEN I-O RUN-CONTROL-FILE
122300     IF NOT WS-RUNC-OK
122400         MOVE 'CANNOT OPEN RUN CONTROL FILE' TO DBAK-ABEND-MSG
122500         GO TO 9600-ABEND
122600     END-IF
122700     MOVE 'N' TO WS-RUNC-EOF-SW
122800     PERFORM 8850-RESET-ONE-ROW THRU 8850-EXIT
122900         UNTIL WS-RUNC-EOF-YES
123000     CLOSE RUN-CONTROL-FILE
123100     .
123200 8800-EXIT.
123300     EXIT.
123400*****************************************************************
123500*  8850-RESET-ONE-ROW
123600*****************************************************************
123700 8850-RESET-ONE-ROW.
123800     READ RUN-CONTROL-FILE
123900         AT END
124000             MOVE 'Y' TO WS-RUNC-EOF-SW
124100             GO TO 8850-EXIT
124200     END-READ
124300     IF RUNC-BUS-DATE NOT = DBKC-BUS-DATE
124400         OR NOT RUNC-COMPLETED
124500         GO TO 8850-EXIT
124600     END-IF
124700     MOVE 'BO' TO RUNC-STATUS
124800     MOVE DBAK-RUN-TIMESTAMP TO RUNC-TIMESTAMP
124900     REWRITE RUNC-RECORD
125000     IF NOT WS-RUNC-OK
125100         MOVE 'CANNOT REWRITE RUN CONTROL FILE' TO DBAK-ABEND-MSG
125200         GO TO 9600-ABEND
125300     END-IF
125400     ADD 1 TO DBAK-RUNC-RESET-COUNT
125500     .
125600 8850-EXIT.
125700     EXIT.
125800*****************************************************************
125900*  9000-END-OF-JOB
126000*****************************************************************
126100 9000-END-OF-JOB.
126200     CLOSE ACCOUNT-MASTER-FILE
126300     IF DBKC-BACKOUT-MODE
126400         CLOSE REVERSING-HISTORY-FILE
126500         CLOSE AUDIT-LOG-FILE
126600     END-IF
126700     CLOSE LISTING-FILE
126800     IF DBAK-MISSING-COUNT > 0
126900         OR DBAK-RESIDUAL-COUNT > 0
127000         OR NOT DBAK-ROWS-TIE
127100         OR NOT DBAK-NET-TIES
127200         MOVE 4 TO RETURN-CODE
127300     ELSE
127400         MOVE 0 TO RETURN-CODE
127500     END-IF
127550     PERFORM 9700-WRITE-RUN-LOG THRU 9700-EXIT
127600     .
127700 9000-EXIT.
127800     EXIT.
127900*****************************************************************
128000*  9600-ABEND - SHARED HARD-FAILURE EXIT.
128100*****************************************************************
128200 9600-ABEND.
128300     DISPLAY 'DAYBACK - ' DBAK-ABEND-MSG
128400     MOVE 16 TO RETURN-CODE
128420     MOVE 'A' TO WS-STEP-END-SW
128440     PERFORM 9700-WRITE-RUN-LOG THRU 9700-EXIT
128500     STOP RUN
128600     .
128700 9600-EXIT.
128800     EXIT.
128900*****************************************************************
129000*  9700-WRITE-RUN-LOG - APPENDS THIS STEP'S RESULT ROW TO THE
129100*  SHARED RUN LOG (SEE RLOGREC), WHETHER THE STEP IS ENDING
129200*  NORMALLY OR THROUGH 9600-ABEND.  LIKE THE ERROR LOG, A RUN
129300*  LOG THAT CANNOT BE WRITTEN IS REPORTED BUT DOES NOT CHANGE
129400*  THE STEP'S OWN RESULT - THE NIGHT SUMMARY THEN SHOWS THE
129500*  STEP AS NEVER RUN, WHICH GETS IT LOOKED AT ANYWAY.
129600*****************************************************************
129700 9700-WRITE-RUN-LOG.
129800     OPEN EXTEND RUN-LOG-FILE
129900     IF WS-RLOG-NOT-PRESENT
130000         OPEN OUTPUT RUN-LOG-FILE
130100     END-IF
130200     IF NOT WS-RLOG-OK
130300         DISPLAY 'DAYBACK - CANNOT OPEN RUN LOG FILE'
130400         GO TO 9700-EXIT
130500     END-IF
130600     MOVE SPACES TO RLOG-RECORD
130700     MOVE 'DAYBACK' TO RLOG-PROGRAM
130800     IF DBKC-BUS-DATE NUMERIC
130900         AND DBKC-BUS-DATE > ZERO
131000         SET RLOG-DATE-IS-BUSINESS TO TRUE
131100         MOVE DBKC-BUS-DATE TO RLOG-BUS-DATE
131200     ELSE
131300         SET RLOG-DATE-IS-RUN TO TRUE
131400         MOVE DBAK-STEP-START-DATE TO RLOG-BUS-DATE
131500     END-IF
131600     MOVE DBAK-STEP-START-DATE TO RLOG-START-DATE
131700     MOVE DBAK-STEP-START-TIME TO RLOG-START-TIME
131800     ACCEPT RLOG-END-DATE FROM DATE YYYYMMDD
131900     ACCEPT RLOG-END-TIME FROM TIME
132000     MOVE RETURN-CODE TO RLOG-RETURN-CODE
132100     MOVE ZERO TO RLOG-COUNT (1)
132200     MOVE ZERO TO RLOG-COUNT (2)
132300     MOVE ZERO TO RLOG-COUNT (3)
132400     MOVE ZERO TO RLOG-COUNT (4)
132500     MOVE ZERO TO RLOG-OUTSTANDING-COUNT
132600     MOVE 'DAY ROWS' TO RLOG-COUNT-NAME (1)
132700     MOVE DBAK-DAY-ROW-COUNT TO RLOG-COUNT (1)
132800     MOVE 'RESTORED' TO RLOG-COUNT-NAME (2)
132900     MOVE DBAK-RESTORED-COUNT TO RLOG-COUNT (2)
133000     MOVE 'DROPPED' TO RLOG-COUNT-NAME (3)
133100     MOVE DBAK-DROPPED-COUNT TO RLOG-COUNT (3)
133200     MOVE 'MISSING' TO RLOG-COUNT-NAME (4)
133300     MOVE DBAK-MISSING-COUNT TO RLOG-COUNT (4)
133400     IF DBAK-STEP-ABENDED
133500         SET RLOG-ABENDED TO TRUE
133600         MOVE DBAK-ABEND-MSG TO RLOG-MESSAGE
133700     ELSE
133800         SET RLOG-ENDED-NORMALLY TO TRUE
133900     END-IF
134000     WRITE RLOG-RECORD
134100     IF NOT WS-RLOG-OK
134200         DISPLAY 'DAYBACK - CANNOT WRITE RUN LOG FILE'
134300     END-IF
134400     CLOSE RUN-LOG-FILE
134500     .
134600 9700-EXIT.
134700     EXIT.
