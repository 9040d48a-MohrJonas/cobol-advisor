001200*  MNTCARDS, ONE ACTION PER CARD:
001300*
001400*      COL 1      ACTION - I = INQUIRE, B = BALANCE CORRECTION,
001500*                          D = DELETE ACCOUNT,
001520*                          F = FREEZE, U = UNFREEZE,
001540*                          C = CLOSE, R = REOPEN
001600*      COLS 2-11  ACCOUNT KEY
001700*      COLS 12-23 NEW BALANCE, SIGN LEADING SEPARATE, FOR
001800*                 ACTION B ONLY (+00000012345 IS 123.45)
002250*  AUDIT-LOG-FILE, AND A SUPERVISOR APPLIES OR REJECTS IT
002260*  THROUGH PROGRAM ACCTAPR.  ONE OPERATOR WITH A CARD DECK
002270*  CAN NO LONGER MOVE ANY BALANCE BY ANY AMOUNT.
002272*
002274*  A STATUS CHANGE (FREEZE, UNFREEZE, CLOSE, REOPEN) IS NEVER
002276*  APPLIED HERE AT ALL, WHATEVER THE BALANCE - IT IS CHECKED
002278*  AGAINST THE ACCOUNT'S CURRENT STATUS AND HELD ON PENDFILE
002280*  FOR ACCTAPR THE SAME WAY.  FREEZE NEEDS AN ACTIVE ACCOUNT,
002282*  UNFREEZE A FROZEN ONE, CLOSE AN ACTIVE OR FROZEN ONE, AND
002284*  REOPEN A CLOSED ONE; ANYTHING ELSE IS A BAD CARD.
002300*
002400*  MOD HISTORY
002500*  -------------------------------------------------------------
002894*                   THEIR NET BALANCE MOVEMENT TO THE POSTED-
002896*                   NET FILE (SEE PNETREC), SO THE NIGHTLY
002898*                   ACCTBAL SWEEP EXPECTS HAND MOVEMENT TOO.
002900*  2026-10-15 JDM   FREEZE/UNFREEZE/CLOSE/REOPEN CARDS, ALWAYS
002905*                   HELD FOR ACCTAPR; INQUIRY SHOWS THE STATUS.
002910*  2026-10-15 JDM   APPENDS A STEP-RESULT ROW TO THE SHARED RUN
002915*                   LOG (RUNLOG) AT END OF JOB AND ON AN ABEND,
002920*                   FOR THE NIGHT SUMMARY.
002925*  2026-10-15 JDM   THE RUN LOG HELD COUNT NOW INCLUDES HELD
002930*                   STATUS CHANGES AS WELL AS CORRECTIONS
002935*                   AND DELETES.
002940*  2026-10-15 JDM   A CORRECTED ACCOUNT IS STAMPED WITH ITS LAST
002945*                   MAINTENANCE DATE FOR THE CHANGED-SINCE
002950*                   WAREHOUSE EXTRACT.
002955*****************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER. IBM-370.
004692     SELECT POSTED-NET-FILE ASSIGN TO POSTDNET
004694         ORGANIZATION IS SEQUENTIAL
004696         FILE STATUS IS WS-PNET-STATUS.
004697     SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
004698         ORGANIZATION IS SEQUENTIAL
004699         FILE STATUS IS WS-RLOG-STATUS.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  ACCOUNT-MASTER-FILE
005700         88  CARD-INQUIRE                VALUE 'I'.
005800         88  CARD-CORRECT                VALUE 'B'.
005900         88  CARD-DELETE                 VALUE 'D'.
005910         88  CARD-STATUS-CHANGE          VALUES 'F' 'U' 'C' 'R'.
005920         88  CARD-FREEZE                 VALUE 'F'.
005930         88  CARD-UNFREEZE               VALUE 'U'.
005940         88  CARD-CLOSE                  VALUE 'C'.
005950         88  CARD-REOPEN                 VALUE 'R'.
006000     05  CARD-KEY                    PIC X(10).
006100     05  CARD-NEW-BALANCE            PIC S9(09)V99
006200                                     SIGN LEADING SEPARATE.
006792     RECORDING MODE IS F
006794     LABEL RECORDS ARE STANDARD.
006796     COPY AUDTREC.
006800 FD  RUN-LOG-FILE
006820     RECORDING MODE IS F
006840     LABEL RECORDS ARE STANDARD.
006860     COPY RLOGREC.
006880 WORKING-STORAGE SECTION.
006900*****************************************************************
007000*  FILE STATUS SWITCHES
007100*****************************************************************
007982     05  WS-PNET-STATUS              PIC X(02).
007984         88  WS-PNET-OK                  VALUE '00'.
007986         88  WS-PNET-NOT-PRESENT         VALUE '35'.
007988     05  WS-RLOG-STATUS              PIC X(02).
007990         88  WS-RLOG-OK                  VALUE '00'.
007992         88  WS-RLOG-NOT-PRESENT         VALUE '35'.
008000*****************************************************************
008100*  CONTROL SWITCHES
008200*****************************************************************
009500     05  AMNT-NOT-FOUND-COUNT        PIC 9(05) COMP VALUE ZERO.
009600     05  AMNT-BAD-CARD-COUNT         PIC 9(05) COMP VALUE ZERO.
009610     05  AMNT-HELD-COUNT             PIC 9(05) COMP VALUE ZERO.
009615     05  AMNT-STATUS-HELD-COUNT      PIC 9(05) COMP VALUE ZERO.
009620*****************************************************************
009630*  APPROVAL-LIMIT FIELDS - THE LIMIT COMES FROM PARM-FILE (THE
009640*  SHOP DEFAULT WHEN NONE EXISTS YET, MATCHING PARMMNT).  A
009711                                     PIC X(14).
009712 01  AMNT-AUDIT-EDIT                 PIC -9(09).
009750*****************************************************************
009752*  STATUS-CHANGE FIELDS - THE ACCOUNT'S CURRENT STATUS AND THE
009754*  REQUESTED ACTION IN WORDS, FOR THE LISTING AND AUDIT ROW.
009756*****************************************************************
009758 01  AMNT-STATUS-FIELDS.
009760     05  AMNT-CURR-STATUS            PIC X(01).
009762     05  AMNT-STATUS-WORD            PIC X(06).
009764     05  AMNT-ACTION-WORD            PIC X(08).
009766     05  AMNT-TRANSITION-SW          PIC X(01).
009768         88  AMNT-TRANSITION-OK          VALUE 'Y'.
009770         88  AMNT-TRANSITION-BAD         VALUE 'N'.
009772*****************************************************************
009800*  LISTING WORK LINES - BUILT HERE AND MOVED TO LIST-RECORD SO
009900*  EACH LAYOUT CAN CARRY ITS OWN EDIT PICTURES.
010000*****************************************************************
012100*****************************************************************
012200 01  AMNT-JOB-STATUS-FIELDS.
012300     05  AMNT-ABEND-MSG              PIC X(40).
012310*****************************************************************
012320*  RUN LOG FIELDS - WHEN THE STEP STARTED, AND WHETHER IT IS
012330*  ON ITS WAY OUT THROUGH 9600-ABEND (SEE 9700).
012340*****************************************************************
012350 01  AMNT-RUN-LOG-FIELDS.
012360     05  AMNT-STEP-START-DATE        PIC 9(08) VALUE ZERO.
012370     05  AMNT-STEP-START-TIME        PIC 9(08) VALUE ZERO.
012380     05  WS-STEP-END-SW              PIC X(01) VALUE 'N'.
012390         88  AMNT-STEP-ABENDED           VALUE 'A'.
012400 PROCEDURE DIVISION.
012500*****************************************************************
012600*  0000-MAINLINE
013700*  1000-INITIALIZE
013800*****************************************************************
013900 1000-INITIALIZE.
013920     ACCEPT AMNT-STEP-START-DATE FROM DATE YYYYMMDD
013940     ACCEPT AMNT-STEP-START-TIME FROM TIME
014000     OPEN I-O ACCOUNT-MASTER-FILE
014100     IF NOT WS-ACCT-OK
014200         MOVE 'CANNOT OPEN ACCOUNT MASTER' TO AMNT-ABEND-MSG
017400             PERFORM 4000-CORRECT-BALANCE THRU 4000-EXIT
017500         WHEN CARD-DELETE
017600             PERFORM 5000-DELETE-ACCOUNT THRU 5000-EXIT
017620         WHEN CARD-STATUS-CHANGE
017640             PERFORM 6000-REQUEST-STATUS-CHANGE THRU 6000-EXIT
017700         WHEN OTHER
017800             ADD 1 TO AMNT-BAD-CARD-COUNT
017900             MOVE SPACES TO AMNT-DETAIL-LINE
018000             MOVE 'BAD ACTION' TO AMNT-DET-ACTION
018100             MOVE CARD-KEY TO AMNT-DET-KEY
018200             MOVE 'ACTION NOT I,B,D,F,U,C OR R - CARD IGNORED'
018300                 TO AMNT-DET-TEXT
018400             MOVE AMNT-DETAIL-LINE TO LIST-RECORD
018500             PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
023700         MOVE ACCT-KEY TO AMNT-DET-KEY
023800         MOVE 'LAST ACTIVITY ' TO AMNT-DET-TEXT
023900         MOVE ACCT-LAST-TIMESTAMP TO AMNT-DET-TEXT (15:14)
023920         PERFORM 6100-SET-STATUS-WORD THRU 6100-EXIT
023940         MOVE 'STATUS ' TO AMNT-DET-TEXT (31:7)
023960         MOVE AMNT-STATUS-WORD TO AMNT-DET-TEXT (38:6)
024000         MOVE AMNT-DETAIL-LINE TO LIST-RECORD
024100         PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
024200         MOVE SPACES TO AMNT-BALANCE-LINE
027130         COMPUTE AMNT-NET-MOVEMENT = AMNT-NET-MOVEMENT
027140             + CARD-NEW-BALANCE - ACCT-BALANCE
027200         MOVE CARD-NEW-BALANCE TO ACCT-BALANCE
027250         ACCEPT ACCT-LAST-MAINT-DATE FROM DATE YYYYMMDD
027300         REWRITE ACCT-RECORD
027400         IF NOT WS-ACCT-OK
027500             MOVE 'CANNOT REWRITE ACCOUNT MASTER'
028706*  THE AUDIT LOG INSTEAD OF THE MASTER.  PROGRAM ACCTAPR
028708*  APPLIES OR REJECTS IT ON THE SUPERVISOR'S PASS.  BALANCES
028710*  ON THE AUDIT ROW ARE WHOLE UNITS - THE PENDING RECORD
028711*  CARRIES THE EXACT AMOUNTS.  A STATUS CHANGE LEAVES THE
028712*  BALANCE AS IT IS AND CARRIES THE STATUS IT WAS KEYED
028713*  AGAINST; ITS AUDIT ROW SHOWS THE STATUS AND THE ACTION.
028714*****************************************************************
028716 4500-HOLD-FOR-APPROVAL.
028717     MOVE AMNT-HOLD-ACTION TO PEND-ACTION
028718     IF PEND-STATUS-CHANGE
028719         ADD 1 TO AMNT-STATUS-HELD-COUNT
028720     ELSE
028721         ADD 1 TO AMNT-HELD-COUNT
028722     END-IF
028723     ACCEPT AMNT-AUDIT-DATE FROM DATE YYYYMMDD
028724     ACCEPT AMNT-AUDIT-TIME FROM TIME
028725     MOVE SPACES TO PEND-RECORD
028726     MOVE AMNT-HOLD-ACTION TO PEND-ACTION
028728     MOVE CARD-KEY TO PEND-KEY
028730     EVALUATE TRUE
028732         WHEN PEND-CORRECT
028733             MOVE CARD-NEW-BALANCE TO PEND-NEW-BALANCE
028734         WHEN PEND-STATUS-CHANGE
028735             MOVE ACCT-BALANCE TO PEND-NEW-BALANCE
028736             MOVE AMNT-CURR-STATUS TO PEND-OLD-STATUS
028737         WHEN OTHER
028738             MOVE ZERO TO PEND-NEW-BALANCE
028739     END-EVALUATE
028740     MOVE ACCT-BALANCE TO PEND-OLD-BALANCE
028742     MOVE AMNT-AUDIT-TIMESTAMP TO PEND-REQUEST-TIMESTAMP
028744     WRITE PEND-RECORD
028762     MOVE CARD-KEY TO AUDT-KEY
028764     MOVE ACCT-BALANCE TO AMNT-AUDIT-EDIT
028766     MOVE AMNT-AUDIT-EDIT TO AUDT-BEFORE-VALUE
028768     EVALUATE TRUE
028770         WHEN PEND-CORRECT
028772             MOVE CARD-NEW-BALANCE TO AMNT-AUDIT-EDIT
028773             MOVE AMNT-AUDIT-EDIT TO AUDT-AFTER-VALUE
028774         WHEN PEND-STATUS-CHANGE
028775             MOVE AMNT-STATUS-WORD TO AUDT-BEFORE-VALUE
028776             MOVE AMNT-ACTION-WORD TO AUDT-AFTER-VALUE
028777         WHEN OTHER
028778             MOVE 'DELETE' TO AUDT-AFTER-VALUE
028779     END-EVALUATE
028780     WRITE AUDT-RECORD
028782     IF NOT WS-AUDT-OK
028784         MOVE 'CANNOT WRITE AUDIT LOG FILE' TO AMNT-ABEND-MSG
028790     MOVE SPACES TO AMNT-DETAIL-LINE
028791     MOVE 'HELD' TO AMNT-DET-ACTION
028792     MOVE CARD-KEY TO AMNT-DET-KEY
028793     IF PEND-STATUS-CHANGE
028794         MOVE 'STATUS CHANGE - AWAITING SUPERVISOR'
028795             TO AMNT-DET-TEXT
028800     ELSE
028805         MOVE 'OVER APPROVAL LIMIT - AWAITING SUPERVISOR'
028810             TO AMNT-DET-TEXT
028815     END-IF
028820     MOVE AMNT-DETAIL-LINE TO LIST-RECORD
028825     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
028830     .
028835 4500-EXIT.
028840     EXIT.
028845*****************************************************************
028900*  5000-DELETE-ACCOUNT
029000*****************************************************************
029100 5000-DELETE-ACCOUNT.
030700     END-IF
030800     .
030900 5000-EXIT.
030901     EXIT.
030902*****************************************************************
030903*  6000-REQUEST-STATUS-CHANGE - A FREEZE, UNFREEZE, CLOSE OR
030904*  REOPEN IS CHECKED AGAINST THE STATUS THE ACCOUNT HAS NOW
030905*  AND, IF IT MAKES SENSE, HELD FOR ACCTAPR.  THE MASTER IS
030906*  NEVER CHANGED HERE.
030907*****************************************************************
030908 6000-REQUEST-STATUS-CHANGE.
030909     PERFORM 2200-READ-MASTER THRU 2200-EXIT
030910     IF NOT WS-ACCT-OK
030911         GO TO 6000-EXIT
030912     END-IF
030913     PERFORM 6100-SET-STATUS-WORD THRU 6100-EXIT
030914     SET AMNT-TRANSITION-BAD TO TRUE
030915     EVALUATE TRUE
030916         WHEN CARD-FREEZE
030917             MOVE 'FREEZE' TO AMNT-ACTION-WORD
030918             IF ACCT-STAT-ACTIVE
030919                 SET AMNT-TRANSITION-OK TO TRUE
030920             END-IF
030921         WHEN CARD-UNFREEZE
030922             MOVE 'UNFREEZE' TO AMNT-ACTION-WORD
030923             IF ACCT-STAT-FROZEN
030924                 SET AMNT-TRANSITION-OK TO TRUE
030925             END-IF
030926         WHEN CARD-CLOSE
030927             MOVE 'CLOSE' TO AMNT-ACTION-WORD
030928             IF ACCT-STAT-ACTIVE OR ACCT-STAT-FROZEN
030929                 SET AMNT-TRANSITION-OK TO TRUE
030930             END-IF
030931         WHEN CARD-REOPEN
030932             MOVE 'REOPEN' TO AMNT-ACTION-WORD
030933             IF ACCT-STAT-CLOSED
030934                 SET AMNT-TRANSITION-OK TO TRUE
030935             END-IF
030936     END-EVALUATE
030937     IF AMNT-TRANSITION-BAD
030938         ADD 1 TO AMNT-BAD-CARD-COUNT
030939         MOVE SPACES TO AMNT-DETAIL-LINE
030940         MOVE 'BAD CARD' TO AMNT-DET-ACTION
030941         MOVE CARD-KEY TO AMNT-DET-KEY
030942         MOVE AMNT-ACTION-WORD TO AMNT-DET-TEXT
030943         MOVE 'NOT VALID - ACCOUNT IS' TO AMNT-DET-TEXT (10:22)
030944         MOVE AMNT-STATUS-WORD TO AMNT-DET-TEXT (33:6)
030945         MOVE AMNT-DETAIL-LINE TO LIST-RECORD
030946         PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
030947         GO TO 6000-EXIT
030948     END-IF
030949     MOVE CARD-ACTION TO AMNT-HOLD-ACTION
030950     PERFORM 4500-HOLD-FOR-APPROVAL THRU 4500-EXIT
030951     .
030952 6000-EXIT.
030953     EXIT.
030954*****************************************************************
030955*  6100-SET-STATUS-WORD - THE ACCOUNT'S STATUS AS A CODE AND A
030956*  WORD.  A BLANK STATUS FROM BEFORE STATUSES EXISTED IS
030957*  ACTIVE.
030958*****************************************************************
030959 6100-SET-STATUS-WORD.
030960     EVALUATE TRUE
030961         WHEN ACCT-STAT-FROZEN
030962             MOVE 'F' TO AMNT-CURR-STATUS
030963             MOVE 'FROZEN' TO AMNT-STATUS-WORD
030964         WHEN ACCT-STAT-CLOSED
030965             MOVE 'C' TO AMNT-CURR-STATUS
030966             MOVE 'CLOSED' TO AMNT-STATUS-WORD
030967         WHEN OTHER
030968             MOVE 'A' TO AMNT-CURR-STATUS
030969             MOVE 'ACTIVE' TO AMNT-STATUS-WORD
030970     END-EVALUATE
030971     .
030972 6100-EXIT.
031000     EXIT.
031100*****************************************************************
031200*  7000-WRITE-LISTING
035400     MOVE SPACES TO AMNT-TOTAL-LINE
035410     MOVE 'HELD FOR APPROVAL' TO AMNT-TOT-LABEL
035420     MOVE AMNT-HELD-COUNT TO AMNT-TOT-VALUE
035421     MOVE AMNT-TOTAL-LINE TO LIST-RECORD
035422     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
035423     MOVE SPACES TO AMNT-TOTAL-LINE
035424     MOVE 'STATUS CHANGES HELD' TO AMNT-TOT-LABEL
035425     MOVE AMNT-STATUS-HELD-COUNT TO AMNT-TOT-VALUE
035430     MOVE AMNT-TOTAL-LINE TO LIST-RECORD
035440     PERFORM 7000-WRITE-LISTING THRU 7000-EXIT
035450     MOVE SPACES TO AMNT-TOTAL-LINE
037200     ELSE
037300         MOVE 0 TO RETURN-CODE
037400     END-IF
037450     PERFORM 9700-WRITE-RUN-LOG THRU 9700-EXIT
037500     .
037600 9000-EXIT.
037700     EXIT.
038100 9600-ABEND.
038200     DISPLAY 'ACCTMNT - ' AMNT-ABEND-MSG
038300     MOVE 16 TO RETURN-CODE
038320     MOVE 'A' TO WS-STEP-END-SW
038340     PERFORM 9700-WRITE-RUN-LOG THRU 9700-EXIT
038400     STOP RUN
038500     .
038600 9600-EXIT.
038700     EXIT.
038800*****************************************************************
038900*  9700-WRITE-RUN-LOG - APPENDS THIS STEP'S RESULT ROW TO THE
039000*  SHARED RUN LOG (SEE RLOGREC), WHETHER THE STEP IS ENDING
039100*  NORMALLY OR THROUGH 9600-ABEND.  LIKE THE ERROR LOG, A RUN
039200*  LOG THAT CANNOT BE WRITTEN IS REPORTED BUT DOES NOT CHANGE
039300*  THE STEP'S OWN RESULT - THE NIGHT SUMMARY THEN SHOWS THE
039400*  STEP AS NEVER RUN, WHICH GETS IT LOOKED AT ANYWAY.
039500*****************************************************************
039600 9700-WRITE-RUN-LOG.
039700     OPEN EXTEND RUN-LOG-FILE
039800     IF WS-RLOG-NOT-PRESENT
039900         OPEN OUTPUT RUN-LOG-FILE
040000     END-IF
040100     IF NOT WS-RLOG-OK
040200         DISPLAY 'ACCTMNT - CANNOT OPEN RUN LOG FILE'
040300         GO TO 9700-EXIT
040400     END-IF
040500     MOVE SPACES TO RLOG-RECORD
040600     MOVE 'ACCTMNT' TO RLOG-PROGRAM
040700     SET RLOG-DATE-IS-RUN TO TRUE
040800     MOVE AMNT-STEP-START-DATE TO RLOG-BUS-DATE
040900     MOVE AMNT-STEP-START-DATE TO RLOG-START-DATE
041000     MOVE AMNT-STEP-START-TIME TO RLOG-START-TIME
041100     ACCEPT RLOG-END-DATE FROM DATE YYYYMMDD
041200     ACCEPT RLOG-END-TIME FROM TIME
041300     MOVE RETURN-CODE TO RLOG-RETURN-CODE
041400     MOVE ZERO TO RLOG-COUNT (1)
041500     MOVE ZERO TO RLOG-COUNT (2)
041600     MOVE ZERO TO RLOG-COUNT (3)
041700     MOVE ZERO TO RLOG-COUNT (4)
041800     MOVE ZERO TO RLOG-OUTSTANDING-COUNT
041900     MOVE 'CARDS' TO RLOG-COUNT-NAME (1)
042000     MOVE AMNT-CARD-COUNT TO RLOG-COUNT (1)
042100     MOVE 'CORRECTED' TO RLOG-COUNT-NAME (2)
042200     MOVE AMNT-CORRECT-COUNT TO RLOG-COUNT (2)
042300     MOVE 'HELD' TO RLOG-COUNT-NAME (3)
042400     MOVE AMNT-HELD-COUNT TO RLOG-COUNT (3)
042500     ADD AMNT-STATUS-HELD-COUNT TO RLOG-COUNT (3)
042600     MOVE 'BAD CARDS' TO RLOG-COUNT-NAME (4)
042700     MOVE AMNT-BAD-CARD-COUNT TO RLOG-COUNT (4)
042800     IF AMNT-STEP-ABENDED
042900         SET RLOG-ABENDED TO TRUE
043000         MOVE AMNT-ABEND-MSG TO RLOG-MESSAGE
043100     ELSE
043200         SET RLOG-ENDED-NORMALLY TO TRUE
043300     END-IF
043400     WRITE RLOG-RECORD
043500     IF NOT WS-RLOG-OK
043600         DISPLAY 'ACCTMNT - CANNOT WRITE RUN LOG FILE'
043700     END-IF
043800     CLOSE RUN-LOG-FILE
043900     .
044000 9700-EXIT.
044100     EXIT.
