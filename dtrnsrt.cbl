002400*  DUPLICATE CHECK ONLY EVER TRIPS ON A GENUINELY DUPLICATED
002500*  FEED.
002600*
002605*  A DETAIL RECORD WHOSE EFFECTIVE DATE (DTRAN-EFFECTIVE-DATE)
002610*  IS AFTER THE BUSINESS DATE THIS BUILD STAMPS ON THE BATCH
002615*  HEADERS IS NOT DEALT TONIGHT - IT IS PARKED ON THE KEYED
002620*  WAREHOUSE FILE (WHSEFILE, SEE WHSEREC).  EVERY BUILD FEEDS
002625*  THE SORT WITH THE WAREHOUSED ITEMS WHOSE DATE HAS ARRIVED,
002630*  SO A RELEASED ITEM IS DEDUPED, SPLIT AND COUNTED INTO THE
002635*  TRAILER TOTALS LIKE ANY OTHER RECORD.  A CANCEL ('CN') IN THE
002640*  FEED PULLS THE STILL-WAITING ITEMS FOR ITS KEY AND SOURCE
002645*  BEFORE THE RELEASE SCAN RUNS, THEN GOES ON TO THE PASS FILES
002650*  AS USUAL.  A RERUN OF THE SAME NIGHT FIRST UNDOES WHATEVER
002655*  THE EARLIER ATTEMPT DID TO THE WAREHOUSE.
002660*
002700*  MOD HISTORY
002800*  -------------------------------------------------------------
002900*  DATE       INIT  DESCRIPTION
003190*                   DUPLICATED SUPPLIER FEED IS VISIBLE BY NAME
003192*                   ON THE BUILD PAPER INSTEAD OF BURIED IN
003194*                   THE DAY'S GRAND TOTALS.
003195*  2026-10-15 JDM   AN ITEM DATED AFTER THE BUSINESS DATE IS
003200*                   PARKED ON THE WAREHOUSE FILE (WHSEFILE) AND
003205*                   DEALT INTO THE PASSES ON ITS DATE; A CANCEL
003210*                   CAN PULL IT FIRST.  THE SUMMARY SHOWS ITEMS
003215*                   WAREHOUSED, RELEASED AND WAITING BY SOURCE.
003220*  2026-10-15 JDM   EACH SOURCE'S RECORDS SUPPLIED AND DUPLICATES
003225*                   DROPPED ARE APPENDED TO THE SOURCE STATISTICS
003230*                   LOG (SRCSTAT) FOR THE MONTHLY SCORECARD.
003235*  2026-10-15 JDM   APPENDS A STEP-RESULT ROW TO THE SHARED RUN
003240*                   LOG (RUNLOG) AT END OF JOB AND ON AN ABEND,
003245*                   FOR THE NIGHT SUMMARY.
003250*  2026-10-15 JDM   PER-SOURCE WAREHOUSE LINES CARRY A ZERO AMOUNT
003255*                   LIKE THE OTHER COUNT-ONLY SUMMARY LINES.
003260*  2026-10-15 JDM   A SOURCE STATISTICS LOG THAT CANNOT BE WRITTEN
003265*                   IS REPORTED WITH RC 4 INSTEAD OF ABENDING
003270*                   BEFORE THE SUMMARY AND WAREHOUSE ARE CLOSED.
003275*****************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER. IBM-370.
006400     SELECT SUMMARY-FILE ASSIGN TO SRTRPT
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS WS-SUMM-STATUS.
006605     SELECT WAREHOUSE-FILE ASSIGN TO WHSEFILE
006610         ORGANIZATION IS INDEXED
006615         ACCESS MODE IS DYNAMIC
006620         RECORD KEY IS WHSE-KEY
006625         FILE STATUS IS WS-WHSE-STATUS.
006630     SELECT SOURCE-STATS-FILE ASSIGN TO SRCSTAT
006635         ORGANIZATION IS SEQUENTIAL
006640         FILE STATUS IS WS-SSTA-STATUS.
006645     SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
006650         ORGANIZATION IS SEQUENTIAL
006655         FILE STATUS IS WS-RLOG-STATUS.
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  RAW-TRANS-FILE
010600     RECORDING MODE IS F
010700     LABEL RECORDS ARE STANDARD.
010800 01  SUMMARY-RECORD                  PIC X(80).
010805 FD  WAREHOUSE-FILE
010810     LABEL RECORDS ARE STANDARD.
010815     COPY WHSEREC.
010820 FD  SOURCE-STATS-FILE
010825     RECORDING MODE IS F
010830     LABEL RECORDS ARE STANDARD.
010835     COPY SSTAREC.
010840 FD  RUN-LOG-FILE
010845     RECORDING MODE IS F
010850     LABEL RECORDS ARE STANDARD.
010855     COPY RLOGREC.
010900 WORKING-STORAGE SECTION.
011000*****************************************************************
011100*  FILE STATUS SWITCHES
012100         88  WS-DTRAN-OK                 VALUE '00'.
012200     05  WS-SUMM-STATUS              PIC X(02).
012300         88  WS-SUMM-OK                  VALUE '00'.
012305     05  WS-WHSE-STATUS              PIC X(02).
012310         88  WS-WHSE-OK                  VALUE '00'.
012315         88  WS-WHSE-NOT-FOUND           VALUE '23'.
012320         88  WS-WHSE-NOT-PRESENT         VALUE '35'.
012325     05  WS-SSTA-STATUS              PIC X(02).
012330         88  WS-SSTA-OK                  VALUE '00'.
012335         88  WS-SSTA-NOT-PRESENT         VALUE '35'.
012340     05  WS-RLOG-STATUS              PIC X(02).
012345         88  WS-RLOG-OK                  VALUE '00'.
012350         88  WS-RLOG-NOT-PRESENT         VALUE '35'.
012400*****************************************************************
012500*  CONTROL SWITCHES
012600*****************************************************************
013700     05  WS-FIRST-OUT-SW             PIC X(01) VALUE 'Y'.
013800         88  SRTP-FIRST-OUT              VALUE 'Y'.
013900         88  SRTP-NOT-FIRST-OUT          VALUE 'N'.
013905     05  WS-WHSE-EOF-SW              PIC X(01) VALUE 'N'.
013910         88  WS-WHSE-EOF-YES             VALUE 'Y'.
013915         88  WS-WHSE-EOF-NO              VALUE 'N'.
013920     05  WS-FUTURE-SW                PIC X(01) VALUE 'N'.
013925         88  SRTP-FUTURE-DATED           VALUE 'Y'.
013930         88  SRTP-DUE-NOW                VALUE 'N'.
013935     05  WS-WHSE-IDENT-SW            PIC X(01) VALUE 'N'.
013940         88  SRTP-WHSE-IDENTICAL         VALUE 'Y'.
013945         88  SRTP-WHSE-NEW               VALUE 'N'.
013950     05  WS-SSTA-FAILED-SW           PIC X(01) VALUE 'N'.
013955         88  SRTP-SSTA-FAILED            VALUE 'Y'.
014000*****************************************************************
014100*  BATCH RECORD WORK AREA - HEADER AND TRAILER RECORDS FOR THE
014200*  PASS FILES ARE BUILT IN THE SHARED VIEWS.
015200     05  SRTP-NET-COUNT              PIC 9(07) COMP VALUE ZERO.
015300     05  SRTP-NET-AMOUNT             PIC S9(11)V99 COMP-3
015400                                     VALUE ZERO.
015405     05  SRTP-WHSE-IN-COUNT          PIC 9(07) COMP VALUE ZERO.
015410     05  SRTP-WHSE-IN-AMOUNT         PIC S9(11)V99 COMP-3
015415                                     VALUE ZERO.
015420     05  SRTP-WHSE-CAN-COUNT         PIC 9(07) COMP VALUE ZERO.
015425     05  SRTP-WHSE-CAN-AMOUNT        PIC S9(11)V99 COMP-3
015430                                     VALUE ZERO.
015435     05  SRTP-WHSE-RLSE-COUNT        PIC 9(07) COMP VALUE ZERO.
015440     05  SRTP-WHSE-RLSE-AMOUNT       PIC S9(11)V99 COMP-3
015445                                     VALUE ZERO.
015450     05  SRTP-WHSE-WAIT-COUNT        PIC 9(07) COMP VALUE ZERO.
015455     05  SRTP-WHSE-WAIT-AMOUNT       PIC S9(11)V99 COMP-3
015460                                     VALUE ZERO.
015465     05  SRTP-BAD-DATE-COUNT         PIC 9(07) COMP VALUE ZERO.
015470     05  SRTP-WHSE-UNDO-COUNT        PIC 9(07) COMP VALUE ZERO.
015475     05  SRTP-WHSE-PURGE-COUNT       PIC 9(07) COMP VALUE ZERO.
015500 01  SRTP-SPLIT-FIELDS.
015600     05  SRTP-PASS-TOTAL             PIC 9(05) COMP.
015700     05  SRTP-CURR-PASS              PIC 9(05) COMP.
016420         10  SRTP-SRC-COUNT          PIC 9(07) COMP.
016430         10  SRTP-SRC-AMOUNT         PIC S9(11)V99 COMP-3.
016440         10  SRTP-SRC-DUP-COUNT      PIC 9(07) COMP.
016441         10  SRTP-SRC-WHSE-COUNT     PIC 9(07) COMP.
016442         10  SRTP-SRC-CAN-COUNT      PIC 9(07) COMP.
016443         10  SRTP-SRC-RLSE-COUNT     PIC 9(07) COMP.
016444         10  SRTP-SRC-WAIT-COUNT     PIC 9(07) COMP.
016445         10  SRTP-SRC-SUPPLIED-COUNT PIC 9(07) COMP.
016400*****************************************************************
016500*  PER-PASS BUILD TOTALS FOR THE SUMMARY
016600*****************************************************************
017100 01  SRTP-PASS-SUB                   PIC 9(05) COMP.
017110 01  SRTP-PASS-EDIT                  PIC 9(01).
017200*****************************************************************
017205*  WAREHOUSE SCAN FIELDS - THE KEY AND SOURCE A KEY SCAN IS
017210*  WORKING ON, THE DATE A CANCEL IS AIMED AT (ZERO = ANY), AND
017215*  THE HIGHEST SEQUENCE NUMBER IN USE UNDER THE KEY.
017220*****************************************************************
017225 01  SRTP-WHSE-FIELDS.
017230     05  SRTP-SCAN-KEY               PIC X(10).
017235     05  SRTP-SCAN-SOURCE            PIC X(02).
017240     05  SRTP-CAN-DATE               PIC 9(08).
017245     05  SRTP-WHSE-NEXT-SEQ          PIC 9(05) COMP.
017250 77  SRTP-MAX-WHSE-SEQ               PIC 9(05) COMP VALUE 9999.
017255*****************************************************************
017300*  BATCH ID - 'B' + BUILD DATE + PASS DIGIT, ECHOED BY THE
017400*  TRAILER AND CHECKED BY THE READER.
017500*****************************************************************
017800     05  SRTP-BID-DATE               PIC 9(08).
017900     05  SRTP-BID-PASS               PIC 9(01).
018000 01  SRTP-RUN-DATE                   PIC 9(08).
018020 01  SRTP-RUN-TIME                   PIC 9(08).
018040 01  SRTP-RUN-STAMP.
018060     05  SRTP-STAMP-DATE             PIC 9(08).
018080     05  SRTP-STAMP-TIME             PIC 9(06).
018100*****************************************************************
018200*  SUMMARY PRINT LINES
018300*****************************************************************
019320         '  SOURCE '.
019330     05  SRTP-DUP-SOURCE             PIC X(02).
019400     05  FILLER                      PIC X(39) VALUE SPACES.
019405 01  SRTP-CAN-LINE.
019410     05  FILLER                      PIC X(20) VALUE
019415         'WAREHOUSE CANCELLED '.
019420     05  SRTP-CAN-KEY                PIC X(10).
019425     05  FILLER                      PIC X(09) VALUE
019430         '  SOURCE '.
019435     05  SRTP-CAN-SOURCE             PIC X(02).
019440     05  FILLER                      PIC X(07) VALUE
019445         '  DATE '.
019450     05  SRTP-CAN-EFF-DATE           PIC 9(08).
019455     05  FILLER                      PIC X(24) VALUE SPACES.
019500*****************************************************************
019600*  END-OF-JOB / ABEND WORK FIELDS
019700*****************************************************************
019800 01  SRTP-JOB-STATUS-FIELDS.
019900     05  SRTP-ABEND-MSG              PIC X(40).
019910*****************************************************************
019920*  RUN LOG FIELDS - WHEN THE STEP STARTED, AND WHETHER IT IS
019930*  ON ITS WAY OUT THROUGH 9600-ABEND (SEE 9700).
019940*****************************************************************
019950 01  SRTP-RUN-LOG-FIELDS.
019960     05  SRTP-STEP-START-DATE        PIC 9(08) VALUE ZERO.
019970     05  SRTP-STEP-START-TIME        PIC 9(08) VALUE ZERO.
019980     05  WS-STEP-END-SW              PIC X(01) VALUE 'N'.
019990         88  SRTP-STEP-ABENDED           VALUE 'A'.
020000 PROCEDURE DIVISION.
020100*****************************************************************
020200*  0000-MAINLINE - PHASE ONE SORTS AND DEDUPS THE RAW FEED TO
021200             THRU 3000-DEDUP-EXIT
021300     PERFORM 4000-SPLIT-PASSES THRU 4000-EXIT
021400     PERFORM 8500-WRITE-SUMMARY THRU 8500-EXIT
021450     PERFORM 8800-WRITE-SOURCE-STATS THRU 8800-EXIT
021500     PERFORM 9000-END-OF-JOB THRU 9000-EXIT
021600     STOP RUN
021700     .
022100*  DISAGREE ON HOW MANY PASS FILES EXIST.
022200*****************************************************************
022300 1000-INITIALIZE.
022320     ACCEPT SRTP-STEP-START-DATE FROM DATE YYYYMMDD
022340     ACCEPT SRTP-STEP-START-TIME FROM TIME
022400     ACCEPT SRTP-RUN-DATE FROM DATE YYYYMMDD
022420     ACCEPT SRTP-RUN-TIME FROM TIME
022440     MOVE SRTP-RUN-DATE TO SRTP-STAMP-DATE
022460     MOVE SRTP-RUN-TIME (1:6) TO SRTP-STAMP-TIME
022500     OPEN INPUT PARM-FILE
022600     IF NOT WS-PARM-OK
022700         MOVE 'CANNOT OPEN PARM-FILE' TO SRTP-ABEND-MSG
025710     PERFORM 1150-ZERO-ONE-SOURCE THRU 1150-EXIT
025720         VARYING SRTP-SRC-SUB FROM 1 BY 1
025730         UNTIL SRTP-SRC-SUB > SRTP-MAX-SOURCES
025740     PERFORM 1200-OPEN-WAREHOUSE THRU 1200-EXIT
025760     PERFORM 1300-UNDO-EARLIER-ATTEMPT THRU 1300-EXIT
025800     .
025900 1000-EXIT.
026000     EXIT.
026960     MOVE ZERO TO SRTP-SRC-COUNT (SRTP-SRC-SUB)
026970     MOVE ZERO TO SRTP-SRC-AMOUNT (SRTP-SRC-SUB)
026980     MOVE ZERO TO SRTP-SRC-DUP-COUNT (SRTP-SRC-SUB)
026981     MOVE ZERO TO SRTP-SRC-WHSE-COUNT (SRTP-SRC-SUB)
026982     MOVE ZERO TO SRTP-SRC-CAN-COUNT (SRTP-SRC-SUB)
026983     MOVE ZERO TO SRTP-SRC-RLSE-COUNT (SRTP-SRC-SUB)
026984     MOVE ZERO TO SRTP-SRC-WAIT-COUNT (SRTP-SRC-SUB)
026985     MOVE ZERO TO SRTP-SRC-SUPPLIED-COUNT (SRTP-SRC-SUB)
026990     .
026992 1150-EXIT.
026993     EXIT.
026994*****************************************************************
026995*  1200-OPEN-WAREHOUSE - THE FIRST BUILD AFTER THE WAREHOUSE IS
026996*  DEFINED FINDS IT NEVER LOADED, SO IT IS OPENED OUTPUT ONCE
026997*  TO LEAVE IT EMPTY AND USABLE, THEN REOPENED FOR UPDATE.
026998*****************************************************************
026999 1200-OPEN-WAREHOUSE.
027000     OPEN I-O WAREHOUSE-FILE
027001     IF WS-WHSE-NOT-PRESENT
027002         OPEN OUTPUT WAREHOUSE-FILE
027003         IF NOT WS-WHSE-OK
027004             MOVE 'CANNOT CREATE WAREHOUSE FILE' TO SRTP-ABEND-MSG
027005             GO TO 9600-ABEND
027006         END-IF
027007         CLOSE WAREHOUSE-FILE
027008         OPEN I-O WAREHOUSE-FILE
027009     END-IF
027010     IF NOT WS-WHSE-OK
027011         MOVE 'CANNOT OPEN WAREHOUSE FILE' TO SRTP-ABEND-MSG
027012         GO TO 9600-ABEND
027013     END-IF
027014     .
027015 1200-EXIT.
027016     EXIT.
027017*****************************************************************
027018*  1300-UNDO-EARLIER-ATTEMPT - A RERUN OF TONIGHT'S BUILD HAS TO
027019*  SEE THE WAREHOUSE AS THE NIGHT FOUND IT.  ITEMS AN EARLIER
027020*  ATTEMPT WAREHOUSED ARE REMOVED (THE FEED WAREHOUSES THEM
027021*  AGAIN) AND ITEMS IT RELEASED OR CANCELLED GO BACK TO
027022*  WAITING.  ON A FIRST RUN NOTHING CARRIES TONIGHT'S DATE.
027023*****************************************************************
027024 1300-UNDO-EARLIER-ATTEMPT.
027025     PERFORM 2600-START-FULL-SCAN THRU 2600-EXIT
027026     PERFORM 1400-UNDO-ONE THRU 1400-EXIT
027027         UNTIL WS-WHSE-EOF-YES
027028     .
027029 1300-EXIT.
027030     EXIT.
027031*****************************************************************
027032*  1400-UNDO-ONE
027033*****************************************************************
027034 1400-UNDO-ONE.
027035     IF WHSE-WAREHOUSED-DATE = SRTP-RUN-DATE
027036         DELETE WAREHOUSE-FILE
027037         IF NOT WS-WHSE-OK
027038             MOVE 'CANNOT DELETE WAREHOUSE RECORD'
027039                 TO SRTP-ABEND-MSG
027040             GO TO 9600-ABEND
027041         END-IF
027042         ADD 1 TO SRTP-WHSE-UNDO-COUNT
027043     ELSE
027044         IF NOT WHSE-WAITING
027045             AND WHSE-ACTION-DATE = SRTP-RUN-DATE
027046             SET WHSE-WAITING TO TRUE
027047             MOVE ZERO TO WHSE-ACTION-DATE
027048             PERFORM 2900-REWRITE-WAREHOUSE THRU 2900-EXIT
027049             ADD 1 TO SRTP-WHSE-UNDO-COUNT
027050         END-IF
027051     END-IF
027052     PERFORM 2800-READ-NEXT-WHSE THRU 2800-EXIT
027053     .
027054 1400-EXIT.
027055     EXIT.
027056*****************************************************************
027100*  2000-FEED-SORT - SORT INPUT PROCEDURE.  RELEASES EVERY RAW
027200*  DETAIL RECORD; ANY STRAY IN-BAND HEADER/TRAILER MARKS RIDING
027300*  THE SOURCE FEEDS ARE DROPPED HERE, SINCE THIS PROGRAM WRITES
027400*  FRESH ONES PER PASS FILE.  A FUTURE-DATED RECORD GOES TO THE
027420*  WAREHOUSE INSTEAD, AND ONCE THE FEED IS DONE THE WAREHOUSED
027440*  ITEMS DUE TONIGHT ARE RELEASED INTO THE SORT.
027500*****************************************************************
027600 2000-FEED-SORT.
027700     OPEN INPUT RAW-TRANS-FILE
028300     PERFORM 2200-RELEASE-ONE THRU 2200-EXIT
028400         UNTIL WS-RAW-EOF-YES
028500     CLOSE RAW-TRANS-FILE
028520*    THE WAREHOUSE IS SCANNED ONLY AFTER THE WHOLE FEED, SO
028540*    TONIGHT'S CANCELS HAVE ALREADY PULLED THEIR ITEMS.
028560     PERFORM 2500-RELEASE-DUE THRU 2500-EXIT
028600     GO TO 2000-FEED-EXIT.
028700 2000-FEED-EXIT.
028800     EXIT.
029800 2100-EXIT.
029900     EXIT.
030000*****************************************************************
030002*  2150-COUNT-SUPPLIED - COUNTS A DETAIL RECORD AGAINST ITS
030004*  SOURCE AS SUPPLIED ONLY WHEN IT IS FRESH FROM THE SUPPLIER.
030006*  A RELEASED HOLD OR A REPAIRED RECYCLE RIDES IN ON RAWTRAN
030008*  TOO, BUT WAS COUNTED THE NIGHT IT FIRST ARRIVED.
030010*****************************************************************
030012 2150-COUNT-SUPPLIED.
030014     MOVE DTRAN-RECORD TO BTCH-RECORD
030016     PERFORM 3300-FIND-SOURCE THRU 3300-EXIT
030018     IF DTRAN-HOLD-RELEASE = 'R'
030020         GO TO 2150-EXIT
030022     END-IF
030024     IF DTRAN-RECYCLE-COUNT IS NUMERIC
030026         IF DTRAN-RECYCLE-COUNT > ZERO
030028             GO TO 2150-EXIT
030030         END-IF
030032     END-IF
030034     ADD 1 TO SRTP-SRC-SUPPLIED-COUNT (SRTP-SRC-HIT)
030036     .
030038 2150-EXIT.
030040     EXIT.
030042*****************************************************************
030100*  2200-RELEASE-ONE
030200*****************************************************************
030300 2200-RELEASE-ONE.
030500     IF DTRAN-STATUS-CODE = 'HD' OR DTRAN-STATUS-CODE = 'TR'
030600         ADD 1 TO SRTP-MARK-DROP-COUNT
030700     ELSE
030800         PERFORM 2150-COUNT-SUPPLIED THRU 2150-EXIT
030900         IF DTRAN-STATUS-CODE = 'CN'
030910             PERFORM 2400-CANCEL-WAREHOUSED THRU 2400-EXIT
030920         END-IF
030930         PERFORM 2250-CHECK-EFFECTIVE-DATE THRU 2250-EXIT
030940         IF SRTP-FUTURE-DATED
030950             PERFORM 2300-WAREHOUSE-ONE THRU 2300-EXIT
030960         ELSE
030970             MOVE DTRAN-RECORD TO SORT-RECORD
030980             RELEASE SORT-RECORD
030990         END-IF
031000     END-IF
031100     PERFORM 2100-READ-RAW THRU 2100-EXIT
031200     .
031300 2200-EXIT.
031301     EXIT.
031302*****************************************************************
031303*  2250-CHECK-EFFECTIVE-DATE - AN ITEM IS FUTURE-DATED ONLY WHEN
031304*  IT CARRIES A GOOD EFFECTIVE DATE AFTER THE BUSINESS DATE.  NO
031305*  DATE (SPACES OR ZERO) MEANS TONIGHT.  A DATE THAT IS NOT A
031306*  PACKED NUMBER IS COUNTED AND THE ITEM GOES THROUGH TONIGHT.
031307*  A CANCEL IS NEVER WAREHOUSED - IT HAS ALREADY DONE ITS WORK
031308*  ON THE WAREHOUSE AND GOES STRAIGHT ON.
031309*****************************************************************
031310 2250-CHECK-EFFECTIVE-DATE.
031311     SET SRTP-DUE-NOW TO TRUE
031312     IF DTRAN-STATUS-CODE = 'CN'
031313         OR DTRAN-EFF-DATE-NONE
031314         GO TO 2250-EXIT
031315     END-IF
031316     IF DTRAN-EFFECTIVE-DATE NOT NUMERIC
031317         ADD 1 TO SRTP-BAD-DATE-COUNT
031318         GO TO 2250-EXIT
031319     END-IF
031320     IF DTRAN-EFFECTIVE-DATE > SRTP-RUN-DATE
031321         SET SRTP-FUTURE-DATED TO TRUE
031322     END-IF
031323     .
031324 2250-EXIT.
031325     EXIT.
031326*****************************************************************
031327*  2300-WAREHOUSE-ONE - PARKS A FUTURE-DATED ITEM UNDER THE NEXT
031328*  SEQUENCE NUMBER FOR ITS KEY.  AN EXACT COPY OF AN ITEM ALREADY
031329*  WAITING (SENT TWICE TONIGHT, OR RESENT ON A LATER NIGHT) IS
031330*  DROPPED AND REPORTED AS A DUPLICATE, THE SAME AS 3200 DOES
031331*  FOR TONIGHT'S ITEMS.
031332*****************************************************************
031333 2300-WAREHOUSE-ONE.
031334     MOVE DTRAN-RECORD TO BTCH-RECORD
031335     PERFORM 3300-FIND-SOURCE THRU 3300-EXIT
031336     MOVE DTRAN-KEY TO SRTP-SCAN-KEY
031337     MOVE ZERO TO SRTP-WHSE-NEXT-SEQ
031338     SET SRTP-WHSE-NEW TO TRUE
031339     PERFORM 2700-START-KEY-SCAN THRU 2700-EXIT
031340     PERFORM 2350-CHECK-ONE-WAITING THRU 2350-EXIT
031341         UNTIL WS-WHSE-EOF-YES
031342     IF SRTP-WHSE-IDENTICAL
031343         ADD 1 TO SRTP-DUP-COUNT
031344         ADD 1 TO SRTP-SRC-DUP-COUNT (SRTP-SRC-HIT)
031345         MOVE DTRAN-KEY TO SRTP-DUP-KEY
031346         MOVE DTRAN-SOURCE-SYSTEM TO SRTP-DUP-SOURCE
031347         MOVE SRTP-DUP-LINE TO SUMMARY-RECORD
031348         PERFORM 7000-WRITE-SUMMARY-LINE THRU 7000-EXIT
031349         GO TO 2300-EXIT
031350     END-IF
031351     ADD 1 TO SRTP-WHSE-NEXT-SEQ
031352     IF SRTP-WHSE-NEXT-SEQ > SRTP-MAX-WHSE-SEQ
031353         MOVE 'TOO MANY WAREHOUSED ITEMS FOR ONE KEY'
031354             TO SRTP-ABEND-MSG
031355         GO TO 9600-ABEND
031356     END-IF
031357     MOVE SPACES TO WHSE-RECORD
031358     MOVE DTRAN-KEY TO WHSE-TRANS-KEY
031359     MOVE DTRAN-EFFECTIVE-DATE TO WHSE-EFF-DATE
031360     MOVE SRTP-WHSE-NEXT-SEQ TO WHSE-SEQ
031361     SET WHSE-WAITING TO TRUE
031362     MOVE SRTP-RUN-DATE TO WHSE-WAREHOUSED-DATE
031363     MOVE ZERO TO WHSE-ACTION-DATE
031364     MOVE DTRAN-RECORD TO WHSE-TRANS
031365     WRITE WHSE-RECORD
031366     IF NOT WS-WHSE-OK
031367         MOVE 'CANNOT WRITE WAREHOUSE FILE' TO SRTP-ABEND-MSG
031368         GO TO 9600-ABEND
031369     END-IF
031370     ADD 1 TO SRTP-WHSE-IN-COUNT
031371     ADD DTRAN-AMOUNT TO SRTP-WHSE-IN-AMOUNT
031372     ADD 1 TO SRTP-SRC-WHSE-COUNT (SRTP-SRC-HIT)
031373     .
031374 2300-EXIT.
031375     EXIT.
031376*****************************************************************
031377*  2350-CHECK-ONE-WAITING
031378*****************************************************************
031379 2350-CHECK-ONE-WAITING.
031380     IF WHSE-SEQ > SRTP-WHSE-NEXT-SEQ
031381         MOVE WHSE-SEQ TO SRTP-WHSE-NEXT-SEQ
031382     END-IF
031383     IF WHSE-WAITING
031384         AND WHSE-TRANS = DTRAN-RECORD
031385         SET SRTP-WHSE-IDENTICAL TO TRUE
031386     END-IF
031387     PERFORM 2750-READ-NEXT-FOR-KEY THRU 2750-EXIT
031388     .
031389 2350-EXIT.
031390     EXIT.
031391*****************************************************************
031392*  2400-CANCEL-WAREHOUSED - A CANCEL PULLS EVERY STILL-WAITING
031393*  ITEM WITH ITS TRANSACTION KEY AND SOURCE SYSTEM, OR ONLY THE
031394*  ONE FOR ITS OWN EFFECTIVE DATE WHEN IT CARRIES ONE.  EACH ITEM
031395*  PULLED IS LISTED ON THE SUMMARY.
031396*****************************************************************
031397 2400-CANCEL-WAREHOUSED.
031398     MOVE DTRAN-RECORD TO BTCH-RECORD
031399     PERFORM 3300-FIND-SOURCE THRU 3300-EXIT
031400     MOVE DTRAN-KEY TO SRTP-SCAN-KEY
031401     MOVE DTRAN-SOURCE-SYSTEM TO SRTP-SCAN-SOURCE
031402     MOVE ZERO TO SRTP-CAN-DATE
031403     IF NOT DTRAN-EFF-DATE-NONE
031404         IF DTRAN-EFFECTIVE-DATE NUMERIC
031405             MOVE DTRAN-EFFECTIVE-DATE TO SRTP-CAN-DATE
031406         END-IF
031407     END-IF
031408     PERFORM 2700-START-KEY-SCAN THRU 2700-EXIT
031409     PERFORM 2450-CANCEL-ONE THRU 2450-EXIT
031410         UNTIL WS-WHSE-EOF-YES
031411     .
031412 2400-EXIT.
031413     EXIT.
031414*****************************************************************
031415*  2450-CANCEL-ONE
031416*****************************************************************
031417 2450-CANCEL-ONE.
031418     MOVE WHSE-TRANS TO BTCH-RECORD
031419     IF WHSE-WAITING
031420         AND BTCH-DTL-SOURCE-SYSTEM = SRTP-SCAN-SOURCE
031421         AND (SRTP-CAN-DATE = ZERO
031422              OR SRTP-CAN-DATE = WHSE-EFF-DATE)
031423         SET WHSE-CANCELLED TO TRUE
031424         MOVE SRTP-RUN-DATE TO WHSE-ACTION-DATE
031425         PERFORM 2900-REWRITE-WAREHOUSE THRU 2900-EXIT
031426         ADD 1 TO SRTP-WHSE-CAN-COUNT
031427         ADD BTCH-DTL-AMOUNT TO SRTP-WHSE-CAN-AMOUNT
031428         ADD 1 TO SRTP-SRC-CAN-COUNT (SRTP-SRC-HIT)
031429         MOVE WHSE-TRANS-KEY TO SRTP-CAN-KEY
031430         MOVE SRTP-SCAN-SOURCE TO SRTP-CAN-SOURCE
031431         MOVE WHSE-EFF-DATE TO SRTP-CAN-EFF-DATE
031432         MOVE SRTP-CAN-LINE TO SUMMARY-RECORD
031433         PERFORM 7000-WRITE-SUMMARY-LINE THRU 7000-EXIT
031434     END-IF
031435     PERFORM 2750-READ-NEXT-FOR-KEY THRU 2750-EXIT
031436     .
031437 2450-EXIT.
031438     EXIT.
031439*****************************************************************
031440*  2500-RELEASE-DUE - ONE PASS OVER THE WHOLE WAREHOUSE AFTER THE
031441*  FEED.  A WAITING ITEM WHOSE DATE HAS ARRIVED GOES INTO THE
031442*  SORT AND IS MARKED RELEASED; ONE STILL AHEAD IS COUNTED AS
031443*  WAITING.  ROWS RELEASED OR CANCELLED ON AN EARLIER NIGHT ARE
031444*  PURGED - TONIGHT'S ARE KEPT IN CASE THE BUILD IS RERUN.
031445*****************************************************************
031446 2500-RELEASE-DUE.
031447     PERFORM 2600-START-FULL-SCAN THRU 2600-EXIT
031448     PERFORM 2550-RELEASE-OR-WAIT THRU 2550-EXIT
031449         UNTIL WS-WHSE-EOF-YES
031450     .
031451 2500-EXIT.
031452     EXIT.
031453*****************************************************************
031454*  2550-RELEASE-OR-WAIT
031455*****************************************************************
031456 2550-RELEASE-OR-WAIT.
031457     MOVE WHSE-TRANS TO BTCH-RECORD
031458     EVALUATE TRUE
031459         WHEN NOT WHSE-WAITING
031460             IF WHSE-ACTION-DATE < SRTP-RUN-DATE
031461                 DELETE WAREHOUSE-FILE
031462                 IF NOT WS-WHSE-OK
031463                     MOVE 'CANNOT DELETE WAREHOUSE RECORD'
031464                         TO SRTP-ABEND-MSG
031465                     GO TO 9600-ABEND
031466                 END-IF
031467                 ADD 1 TO SRTP-WHSE-PURGE-COUNT
031468             END-IF
031469         WHEN WHSE-EFF-DATE > SRTP-RUN-DATE
031470             PERFORM 3300-FIND-SOURCE THRU 3300-EXIT
031471             ADD 1 TO SRTP-WHSE-WAIT-COUNT
031472             ADD BTCH-DTL-AMOUNT TO SRTP-WHSE-WAIT-AMOUNT
031473             ADD 1 TO SRTP-SRC-WAIT-COUNT (SRTP-SRC-HIT)
031474         WHEN OTHER
031475             PERFORM 3300-FIND-SOURCE THRU 3300-EXIT
031476             MOVE WHSE-TRANS TO SORT-RECORD
031477             RELEASE SORT-RECORD
031478             SET WHSE-RELEASED TO TRUE
031479             MOVE SRTP-RUN-DATE TO WHSE-ACTION-DATE
031480             PERFORM 2900-REWRITE-WAREHOUSE THRU 2900-EXIT
031481             ADD 1 TO SRTP-WHSE-RLSE-COUNT
031482             ADD BTCH-DTL-AMOUNT TO SRTP-WHSE-RLSE-AMOUNT
031483             ADD 1 TO SRTP-SRC-RLSE-COUNT (SRTP-SRC-HIT)
031484     END-EVALUATE
031485     PERFORM 2800-READ-NEXT-WHSE THRU 2800-EXIT
031486     .
031487 2550-EXIT.
031488     EXIT.
031489*****************************************************************
031490*  2600-START-FULL-SCAN - POSITIONS AT THE FIRST WAREHOUSE ROW
031491*  AND READS IT; AN EMPTY WAREHOUSE IS AN IMMEDIATE END OF SCAN.
031492*****************************************************************
031493 2600-START-FULL-SCAN.
031494     MOVE 'N' TO WS-WHSE-EOF-SW
031495     MOVE LOW-VALUES TO WHSE-KEY
031496     START WAREHOUSE-FILE KEY IS NOT LESS THAN WHSE-KEY
031497     IF WS-WHSE-NOT-FOUND
031498         MOVE 'Y' TO WS-WHSE-EOF-SW
031499         GO TO 2600-EXIT
031500     END-IF
031501     IF NOT WS-WHSE-OK
031502         MOVE 'CANNOT POSITION WAREHOUSE FILE' TO SRTP-ABEND-MSG
031503         GO TO 9600-ABEND
031504     END-IF
031505     PERFORM 2800-READ-NEXT-WHSE THRU 2800-EXIT
031506     .
031507 2600-EXIT.
031508     EXIT.
031509*****************************************************************
031510*  2700-START-KEY-SCAN - POSITIONS AT THE FIRST WAREHOUSE ROW FOR
031511*  THE TRANSACTION KEY IN SRTP-SCAN-KEY AND READS IT; NO ROW FOR
031512*  THE KEY IS AN IMMEDIATE END OF SCAN.
031513*****************************************************************
031514 2700-START-KEY-SCAN.
031515     MOVE 'N' TO WS-WHSE-EOF-SW
031516     MOVE SRTP-SCAN-KEY TO WHSE-TRANS-KEY
031517     MOVE ZERO TO WHSE-EFF-DATE
031518     MOVE ZERO TO WHSE-SEQ
031519     START WAREHOUSE-FILE KEY IS NOT LESS THAN WHSE-KEY
031520     IF WS-WHSE-NOT-FOUND
031521         MOVE 'Y' TO WS-WHSE-EOF-SW
031522         GO TO 2700-EXIT
031523     END-IF
031524     IF NOT WS-WHSE-OK
031525         MOVE 'CANNOT POSITION WAREHOUSE FILE' TO SRTP-ABEND-MSG
031526         GO TO 9600-ABEND
031527     END-IF
031528     PERFORM 2750-READ-NEXT-FOR-KEY THRU 2750-EXIT
031529     .
031530 2700-EXIT.
031531     EXIT.
031532*****************************************************************
031533*  2750-READ-NEXT-FOR-KEY - A KEY SCAN ENDS AT THE FIRST ROW FOR
031534*  ANOTHER TRANSACTION KEY.
031535*****************************************************************
031536 2750-READ-NEXT-FOR-KEY.
031537     PERFORM 2800-READ-NEXT-WHSE THRU 2800-EXIT
031538     IF WS-WHSE-EOF-NO
031539         AND WHSE-TRANS-KEY NOT = SRTP-SCAN-KEY
031540         MOVE 'Y' TO WS-WHSE-EOF-SW
031541     END-IF
031542     .
031543 2750-EXIT.
031544     EXIT.
031545*****************************************************************
031546*  2800-READ-NEXT-WHSE
031547*****************************************************************
031548 2800-READ-NEXT-WHSE.
031549     READ WAREHOUSE-FILE NEXT RECORD
031550         AT END
031551             MOVE 'Y' TO WS-WHSE-EOF-SW
031552     END-READ
031553     .
031554 2800-EXIT.
031555     EXIT.
031556*****************************************************************
031557*  2900-REWRITE-WAREHOUSE
031558*****************************************************************
031559 2900-REWRITE-WAREHOUSE.
031560     REWRITE WHSE-RECORD
031561     IF NOT WS-WHSE-OK
031562         MOVE 'CANNOT REWRITE WAREHOUSE FILE' TO SRTP-ABEND-MSG
031563         GO TO 9600-ABEND
031564     END-IF
031565     .
031566 2900-EXIT.
031567     EXIT.
031568*****************************************************************
031600*  3000-DEDUP-OUT - SORT OUTPUT PROCEDURE.  AN EXACT DUPLICATE
031700*  OF THE PREVIOUS RECORD (ALL 34 BYTES) IS DROPPED AND
031800*  REPORTED; EVERYTHING ELSE GOES TO THE SORTED WORK FILE WITH
059900     MOVE SRTP-NET-AMOUNT TO SRTP-TOT-EDIT-AMT
060000     MOVE SRTP-TOTAL-LINE TO SUMMARY-RECORD
060100     PERFORM 7000-WRITE-SUMMARY-LINE THRU 7000-EXIT
060102     MOVE SPACES TO SRTP-TOTAL-LINE
060104     MOVE 'FUTURE ITEMS WAREHOUSED' TO SRTP-TOT-LABEL
060106     MOVE SRTP-WHSE-IN-COUNT TO SRTP-TOT-VALUE
060108     MOVE SRTP-WHSE-IN-AMOUNT TO SRTP-TOT-EDIT-AMT
060110     MOVE SRTP-TOTAL-LINE TO SUMMARY-RECORD
060112     PERFORM 7000-WRITE-SUMMARY-LINE THRU 7000-EXIT
060114     MOVE SPACES TO SRTP-TOTAL-LINE
060116     MOVE 'WAREHOUSED ITEMS CANCELLED' TO SRTP-TOT-LABEL
060118     MOVE SRTP-WHSE-CAN-COUNT TO SRTP-TOT-VALUE
060120     MOVE SRTP-WHSE-CAN-AMOUNT TO SRTP-TOT-EDIT-AMT
060122     MOVE SRTP-TOTAL-LINE TO SUMMARY-RECORD
060124     PERFORM 7000-WRITE-SUMMARY-LINE THRU 7000-EXIT
060126     MOVE SPACES TO SRTP-TOTAL-LINE
060128     MOVE 'WAREHOUSED ITEMS RELEASED' TO SRTP-TOT-LABEL
060130     MOVE SRTP-WHSE-RLSE-COUNT TO SRTP-TOT-VALUE
060132     MOVE SRTP-WHSE-RLSE-AMOUNT TO SRTP-TOT-EDIT-AMT
060134     MOVE SRTP-TOTAL-LINE TO SUMMARY-RECORD
060136     PERFORM 7000-WRITE-SUMMARY-LINE THRU 7000-EXIT
060138     MOVE SPACES TO SRTP-TOTAL-LINE
060140     MOVE 'WAREHOUSED ITEMS STILL WAITING' TO SRTP-TOT-LABEL
060142     MOVE SRTP-WHSE-WAIT-COUNT TO SRTP-TOT-VALUE
060144     MOVE SRTP-WHSE-WAIT-AMOUNT TO SRTP-TOT-EDIT-AMT
060146     MOVE SRTP-TOTAL-LINE TO SUMMARY-RECORD
060148     PERFORM 7000-WRITE-SUMMARY-LINE THRU 7000-EXIT
060150     MOVE SPACES TO SRTP-TOTAL-LINE
060152     MOVE 'EFFECTIVE DATES NOT NUMERIC' TO SRTP-TOT-LABEL
060154     MOVE SRTP-BAD-DATE-COUNT TO SRTP-TOT-VALUE
060156     MOVE ZERO TO SRTP-TOT-EDIT-AMT
060158     MOVE SRTP-TOTAL-LINE TO SUMMARY-RECORD
060160     PERFORM 7000-WRITE-SUMMARY-LINE THRU 7000-EXIT
060162     MOVE SPACES TO SRTP-TOTAL-LINE
060164     MOVE 'RERUN WAREHOUSE ACTIONS UNDONE' TO SRTP-TOT-LABEL
060166     MOVE SRTP-WHSE-UNDO-COUNT TO SRTP-TOT-VALUE
060168     MOVE ZERO TO SRTP-TOT-EDIT-AMT
060170     MOVE SRTP-TOTAL-LINE TO SUMMARY-RECORD
060172     PERFORM 7000-WRITE-SUMMARY-LINE THRU 7000-EXIT
060174     MOVE SPACES TO SRTP-TOTAL-LINE
060176     MOVE 'OLD WAREHOUSE ROWS PURGED' TO SRTP-TOT-LABEL
060178     MOVE SRTP-WHSE-PURGE-COUNT TO SRTP-TOT-VALUE
060180     MOVE ZERO TO SRTP-TOT-EDIT-AMT
060182     MOVE SRTP-TOTAL-LINE TO SUMMARY-RECORD
060184     PERFORM 7000-WRITE-SUMMARY-LINE THRU 7000-EXIT
060200     PERFORM 8600-ONE-PASS-LINE THRU 8600-EXIT
060300         VARYING SRTP-PASS-SUB FROM 1 BY 1
060400         UNTIL SRTP-PASS-SUB > SRTP-PASS-TOTAL
060410     MOVE SPACES TO SUMMARY-RECORD
060420     PERFORM 7000-WRITE-SUMMARY-LINE THRU 7000-EXIT
060430     PERFORM 8700-ONE-SOURCE-LINE THRU 8700-EXIT
060431         VARYING SRTP-SRC-SUB FROM 1 BY 1
060432         UNTIL SRTP-SRC-SUB > SRTP-SRC-USED-COUNT
060433     MOVE SPACES TO SUMMARY-RECORD
060434     PERFORM 7000-WRITE-SUMMARY-LINE THRU 7000-EXIT
060435     PERFORM 8750-ONE-SOURCE-WHSE THRU 8750-EXIT
060440         VARYING SRTP-SRC-SUB FROM 1 BY 1
060450         UNTIL SRTP-SRC-SUB > SRTP-SRC-USED-COUNT
060500     .
062138     MOVE ZERO TO SRTP-TOT-EDIT-AMT
062140     MOVE SRTP-TOTAL-LINE TO SUMMARY-RECORD
062142     PERFORM 7000-WRITE-SUMMARY-LINE THRU 7000-EXIT
062143     MOVE SPACES TO SRTP-TOTAL-LINE
062144     MOVE 'SUPPLIED BY SOURCE' TO SRTP-TOT-LABEL
062145     MOVE SRTP-SRC-CODE (SRTP-SRC-SUB)
062146         TO SRTP-TOT-LABEL (20:2)
062147     MOVE SRTP-SRC-SUPPLIED-COUNT (SRTP-SRC-SUB) TO SRTP-TOT-VALUE
062148     MOVE ZERO TO SRTP-TOT-EDIT-AMT
062149     MOVE SRTP-TOTAL-LINE TO SUMMARY-RECORD
062150     PERFORM 7000-WRITE-SUMMARY-LINE THRU 7000-EXIT
062151     .
062152 8700-EXIT.
062153     EXIT.
062154*****************************************************************
062155*  8750-ONE-SOURCE-WHSE - WAREHOUSE MOVEMENT FOR ONE SOURCE FEED.
062156*****************************************************************
062157 8750-ONE-SOURCE-WHSE.
062158     MOVE SPACES TO SRTP-TOTAL-LINE
062159     MOVE 'WAREHOUSED FOR SOURCE' TO SRTP-TOT-LABEL
062160     MOVE SRTP-SRC-CODE (SRTP-SRC-SUB)
062161         TO SRTP-TOT-LABEL (23:2)
062162     MOVE SRTP-SRC-WHSE-COUNT (SRTP-SRC-SUB) TO SRTP-TOT-VALUE
062163     MOVE ZERO TO SRTP-TOT-EDIT-AMT
062164     MOVE SRTP-TOTAL-LINE TO SUMMARY-RECORD
062165     PERFORM 7000-WRITE-SUMMARY-LINE THRU 7000-EXIT
062166     MOVE SPACES TO SRTP-TOTAL-LINE
062167     MOVE 'WHSE CANCELS FOR SOURCE' TO SRTP-TOT-LABEL
062168     MOVE SRTP-SRC-CODE (SRTP-SRC-SUB)
062169         TO SRTP-TOT-LABEL (25:2)
062170     MOVE SRTP-SRC-CAN-COUNT (SRTP-SRC-SUB) TO SRTP-TOT-VALUE
062171     MOVE ZERO TO SRTP-TOT-EDIT-AMT
062172     MOVE SRTP-TOTAL-LINE TO SUMMARY-RECORD
062173     PERFORM 7000-WRITE-SUMMARY-LINE THRU 7000-EXIT
062174     MOVE SPACES TO SRTP-TOTAL-LINE
062175     MOVE 'RELEASED FOR SOURCE' TO SRTP-TOT-LABEL
062176     MOVE SRTP-SRC-CODE (SRTP-SRC-SUB)
062177         TO SRTP-TOT-LABEL (21:2)
062178     MOVE SRTP-SRC-RLSE-COUNT (SRTP-SRC-SUB) TO SRTP-TOT-VALUE
062179     MOVE ZERO TO SRTP-TOT-EDIT-AMT
062180     MOVE SRTP-TOTAL-LINE TO SUMMARY-RECORD
062181     PERFORM 7000-WRITE-SUMMARY-LINE THRU 7000-EXIT
062182     MOVE SPACES TO SRTP-TOTAL-LINE
062183     MOVE 'STILL WAITING FOR SOURCE' TO SRTP-TOT-LABEL
062184     MOVE SRTP-SRC-CODE (SRTP-SRC-SUB)
062185         TO SRTP-TOT-LABEL (26:2)
062186     MOVE SRTP-SRC-WAIT-COUNT (SRTP-SRC-SUB) TO SRTP-TOT-VALUE
062187     MOVE ZERO TO SRTP-TOT-EDIT-AMT
062188     MOVE SRTP-TOTAL-LINE TO SUMMARY-RECORD
062189     PERFORM 7000-WRITE-SUMMARY-LINE THRU 7000-EXIT
062190     .
062191 8750-EXIT.
062192     EXIT.
062193*****************************************************************
062194*  8800-WRITE-SOURCE-STATS - APPENDS ONE ROW PER SOURCE TO THE
062195*  SOURCE STATISTICS LOG: RECORDS SUPPLIED AND DUPLICATES
062196*  DROPPED, UNDER TONIGHT'S BUSINESS DATE.  THE REJECT, REPAIR
062197*  AND BREAK FIGURES BELONG TO SAMPLE AND REJRPR AND STAY ZERO.
062198*  LIKE THE RUN LOG THIS IS BEST-EFFORT: IT RUNS BEFORE 9000
062199*  CLOSES THE SUMMARY AND WAREHOUSE FILES, SO A LOG THAT CANNOT
062200*  BE WRITTEN IS REPORTED AND THE RUN ENDS WITH RETURN CODE 4
062201*  (SEE 9000) RATHER THAN ABENDING WITH THOSE FILES HALF-CLOSED.
062202*****************************************************************
062203 8800-WRITE-SOURCE-STATS.
062204     OPEN EXTEND SOURCE-STATS-FILE
062205     IF WS-SSTA-NOT-PRESENT
062206         OPEN OUTPUT SOURCE-STATS-FILE
062207     END-IF
062208     IF NOT WS-SSTA-OK
062209         DISPLAY 'DTRNSRT - CANNOT OPEN SOURCE STATS FILE'
062210         SET SRTP-SSTA-FAILED TO TRUE
062211         GO TO 8800-EXIT
062212     END-IF
062213     PERFORM 8850-ONE-SOURCE-STATS THRU 8850-EXIT
062214         VARYING SRTP-SRC-SUB FROM 1 BY 1
062215         UNTIL SRTP-SRC-SUB > SRTP-SRC-USED-COUNT
062216     CLOSE SOURCE-STATS-FILE
062217     .
062218 8800-EXIT.
062219     EXIT.
062220*****************************************************************
062221*  8850-ONE-SOURCE-STATS
062222*****************************************************************
062223 8850-ONE-SOURCE-STATS.
062224     IF SRTP-SSTA-FAILED
062225         GO TO 8850-EXIT
062226     END-IF
062227     MOVE SPACES TO SSTA-RECORD
062228     MOVE ZERO TO SSTA-REJ-T1
062229     MOVE ZERO TO SSTA-REJ-I1
062230     MOVE ZERO TO SSTA-REJ-S1
062231     MOVE ZERO TO SSTA-REJ-R1
062232     MOVE ZERO TO SSTA-REJ-R2
062233     MOVE ZERO TO SSTA-REJ-A1
062234     MOVE ZERO TO SSTA-REJ-F1
062235     MOVE ZERO TO SSTA-REJ-C1
062236     MOVE ZERO TO SSTA-REPAIR-COUNT
062237     MOVE ZERO TO SSTA-FORCED-COUNT
062238     MOVE ZERO TO SSTA-BREAK-COUNT
062239     MOVE SRTP-RUN-DATE TO SSTA-BUS-DATE
062240     MOVE 'DTRNSRT' TO SSTA-PROGRAM
062241     MOVE SRTP-RUN-STAMP TO SSTA-RUN-STAMP
062242     MOVE SRTP-SRC-CODE (SRTP-SRC-SUB) TO SSTA-SOURCE-SYSTEM
062243     MOVE SRTP-SRC-SUPPLIED-COUNT (SRTP-SRC-SUB)
062244         TO SSTA-SUPPLIED-COUNT
062245     MOVE SRTP-SRC-DUP-COUNT (SRTP-SRC-SUB) TO SSTA-DUP-COUNT
062246     WRITE SSTA-RECORD
062247     IF NOT WS-SSTA-OK
062248         DISPLAY 'DTRNSRT - CANNOT WRITE SOURCE STATS FILE'
062249         SET SRTP-SSTA-FAILED TO TRUE
062250     END-IF
062251     .
062252 8850-EXIT.
062253     EXIT.
062254*****************************************************************
062300*  9000-END-OF-JOB
062400*****************************************************************
062500 9000-END-OF-JOB.
062600     CLOSE SUMMARY-FILE
062700     CLOSE WAREHOUSE-FILE
062710     IF SRTP-SSTA-FAILED
062720         MOVE 4 TO RETURN-CODE
062730     ELSE
062740         MOVE 0 TO RETURN-CODE
062750     END-IF
062760     PERFORM 9700-WRITE-RUN-LOG THRU 9700-EXIT
062800     .
062900 9000-EXIT.
063000     EXIT.
063400 9600-ABEND.
063500     DISPLAY 'DTRNSRT - ' SRTP-ABEND-MSG
063600     MOVE 16 TO RETURN-CODE
063620     MOVE 'A' TO WS-STEP-END-SW
063640     PERFORM 9700-WRITE-RUN-LOG THRU 9700-EXIT
063700     STOP RUN
063800     .
063900 9600-EXIT.
064000     EXIT.
064100*****************************************************************
064200*  9700-WRITE-RUN-LOG - APPENDS THIS STEP'S RESULT ROW TO THE
064300*  SHARED RUN LOG (SEE RLOGREC), WHETHER THE STEP IS ENDING
064400*  NORMALLY OR THROUGH 9600-ABEND.  LIKE THE ERROR LOG, A RUN
064500*  LOG THAT CANNOT BE WRITTEN IS REPORTED BUT DOES NOT CHANGE
064600*  THE STEP'S OWN RESULT - THE NIGHT SUMMARY THEN SHOWS THE
064700*  STEP AS NEVER RUN, WHICH GETS IT LOOKED AT ANYWAY.
064800*****************************************************************
064900 9700-WRITE-RUN-LOG.
065000     OPEN EXTEND RUN-LOG-FILE
065100     IF WS-RLOG-NOT-PRESENT
065200         OPEN OUTPUT RUN-LOG-FILE
065300     END-IF
065400     IF NOT WS-RLOG-OK
065500         DISPLAY 'DTRNSRT - CANNOT OPEN RUN LOG FILE'
065600         GO TO 9700-EXIT
065700     END-IF
065800     MOVE SPACES TO RLOG-RECORD
065900     MOVE 'DTRNSRT' TO RLOG-PROGRAM
066000     SET RLOG-DATE-IS-BUSINESS TO TRUE
066100     MOVE SRTP-STEP-START-DATE TO RLOG-BUS-DATE
066200     MOVE SRTP-STEP-START-DATE TO RLOG-START-DATE
066300     MOVE SRTP-STEP-START-TIME TO RLOG-START-TIME
066400     ACCEPT RLOG-END-DATE FROM DATE YYYYMMDD
066500     ACCEPT RLOG-END-TIME FROM TIME
066600     MOVE RETURN-CODE TO RLOG-RETURN-CODE
066700     MOVE ZERO TO RLOG-COUNT (1)
066800     MOVE ZERO TO RLOG-COUNT (2)
066900     MOVE ZERO TO RLOG-COUNT (3)
067000     MOVE ZERO TO RLOG-COUNT (4)
067100     MOVE ZERO TO RLOG-OUTSTANDING-COUNT
067200     MOVE 'RAW READ' TO RLOG-COUNT-NAME (1)
067300     MOVE SRTP-RAW-COUNT TO RLOG-COUNT (1)
067400     MOVE 'DUPLICATES' TO RLOG-COUNT-NAME (2)
067500     MOVE SRTP-DUP-COUNT TO RLOG-COUNT (2)
067600     MOVE 'NET' TO RLOG-COUNT-NAME (3)
067700     MOVE SRTP-NET-COUNT TO RLOG-COUNT (3)
067800     MOVE 'WAREHOUSED' TO RLOG-COUNT-NAME (4)
067900     MOVE SRTP-WHSE-IN-COUNT TO RLOG-COUNT (4)
068000     IF SRTP-STEP-ABENDED
068100         SET RLOG-ABENDED TO TRUE
068200         MOVE SRTP-ABEND-MSG TO RLOG-MESSAGE
068300     ELSE
068400         SET RLOG-ENDED-NORMALLY TO TRUE
068500         IF SRTP-SSTA-FAILED
068600             MOVE 'RUN COMPLETED - SOURCE STATS NOT WRITTEN'
068700                 TO RLOG-MESSAGE
068800         END-IF
068900     END-IF
069000     WRITE RLOG-RECORD
069100     IF NOT WS-RLOG-OK
069200         DISPLAY 'DTRNSRT - CANNOT WRITE RUN LOG FILE'
069300     END-IF
069400     CLOSE RUN-LOG-FILE
069500     .
069600 9700-EXIT.
069700     EXIT.
