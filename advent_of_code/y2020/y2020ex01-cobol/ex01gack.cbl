  IDENTIFICATION DIVISION.
  PROGRAM-ID. AOC_Y2020_EX01_GACK.
  ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
  FILE-CONTROL.
      *> ONE OPTIONAL CARD: THE DAYS A SENT LEG MAY GO UNACKNOWLEDGED
      *> BEFORE IT IS REPORTED OVERDUE (COLUMNS 1-3), AND THE DAYS AN
      *> ACKNOWLEDGED LEG IS KEPT ON THE POSTING REGISTER SO A REPEATED
      *> ACKNOWLEDGMENT IS RECOGNISED AS ONE (COLUMNS 4-6). ABSENT OR
      *> EMPTY FILE = 5 AND 90 DAYS.
      SELECT GACK-PARM-FILE ASSIGN "gackctl.dat"
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-PARM-FS.

      *> THE POSTING FEEDS THE GENERAL LEDGER PICKS UP: THE SEARCH
      *> STEP'S MATCHED LEGS AND THE RESOLUTION STEP'S POSTINGS, BOTH
      *> INCREMENTS-ONLY AND BOTH IN THE SAME COLUMNS. THE RESOLUTION
      *> FEED CARRIES THE GL ACCOUNT AFTER THEM, IN COLUMNS 73-84. IT
      *> ACCUMULATES UNTIL THIS STEP HAS THE POSTINGS ON THE REGISTER,
      *> AND IS THEN EMPTIED. THE LAYOUTS MUST MOVE TOGETHER.
      SELECT MATCHED-FILE ASSIGN "matched.dat"
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-MTC-FS.

      SELECT RSLV-POST-FILE ASSIGN "respost.dat"
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-PST-FS.

      *> THE GENERAL LEDGER'S RETURNED ACKNOWLEDGMENTS: ONE RECORD PER
      *> LEG, KEYED THE WAY THE LEG WAS SENT (RUN DATE, DEPARTMENT,
      *> TARGET NUMBER, EXTRACT RECORD NUMBER), ACCEPTED OR REJECTED,
      *> WITH THE GL'S REJECT REASON. ABSENT FILE = NOTHING CAME BACK.
      SELECT GLACK-FILE ASSIGN "glack.dat"
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-ACK-FS.

      *> THE POSTING REGISTER: EVERY LEG SENT TO THE GENERAL LEDGER,
      *> WITH WHAT (IF ANYTHING) THE LEDGER SAID ABOUT IT. matched.dat
      *> IS TRUNCATED BY THE NEXT COLD RUN, SO THE LEGS STILL AWAITING
      *> AN ANSWER HAVE TO BE REMEMBERED HERE. ABSENT FILE = NOTHING
      *> SENT YET.
      SELECT GLPOST-FILE ASSIGN "glpost.dat"
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-GLP-FS.

      *> THE CUMULATIVE CARRY-FORWARD SNAPSHOT AND THE SUSPENSE LEDGER.
      *> A COMBINATION THE LEDGER PARTLY REJECTED IS NOT RECONCILED:
      *> ITS LEGS COME OUT OF THE CARRY-FORWARD SET (AND OUT OF THE
      *> LAST RUN'S matched.dat, WHICH THE NEXT CARRY RUN WOULD FOLD
      *> BACK IN) AND GO BACK INTO SUSPENSE. THE LAYOUTS MUST MOVE
      *> TOGETHER.
      SELECT CARRY-FILE ASSIGN "carryfwd.dat"
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-CFW-FS.

      SELECT LEDGER-FILE ASSIGN "suspledg.dat"
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-LDG-FS.

      SELECT GLRPT-FILE ASSIGN "glrecon.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-RPT-FS.

      *> THE JOB'S CONTROL TOTALS, STARTED BY AOC_Y2020_EX01_EDIT. THE
      *> SUSPENSE ROLL'S MARKER ON IT SAYS WHETHER THE LEDGER WAS
      *> ROLLED THIS JOB - REJECTED COMBINATIONS ONLY GO BACK INTO
      *> SUSPENSE AFTER A ROLL. THE EXTRACT ENTRIES WHOSE LEGS WERE
      *> TAKEN BACK OUT OF matched.dat ARE POSTED PER DEPARTMENT, SO THE
      *> BALANCING STEP CAN STILL TIE THE SEARCH'S LOADED ENTRIES TO
      *> WHAT IS LEFT ON ITS OUTPUTS.
      SELECT CTLTOT-FILE ASSIGN "ctltot.dat"
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-CTT-FS.
  DATA DIVISION.
  FILE SECTION.
      FD  GACK-PARM-FILE.
      01 GACK-PARM-RECORD.
         03 GACK-PARM-ACK-DAYS    PIC 9(03).
         03 GACK-PARM-ACK-DAYS-X REDEFINES GACK-PARM-ACK-DAYS
                                  PIC X(03).
         03 GACK-PARM-RETAIN-DAYS PIC 9(03).
         03 GACK-PARM-RETAIN-DAYS-X REDEFINES GACK-PARM-RETAIN-DAYS
                                  PIC X(03).

      FD  MATCHED-FILE.
      01 MATCHED-RECORD.
         03 MTC-RUN-DATE       PIC 9(08).
         03 FILLER             PIC X(01).
         03 MTC-DEPT           PIC X(10).
         03 FILLER             PIC X(01).
         03 MTC-TARGET-NO      PIC 9(02).
         03 FILLER             PIC X(01).
         03 MTC-DEPTH          PIC 9(02).
         03 FILLER             PIC X(01).
         03 MTC-RECNO          PIC 9(08).
         03 FILLER             PIC X(01).
         03 MTC-SIGN           PIC X(01).
         03 MTC-AMOUNT         PIC 9(09)V99.
         03 FILLER             PIC X(01).
         03 MTC-VAR-SIGN       PIC X(01).
         03 MTC-VARIANCE       PIC 9(12)V99.
         03 FILLER             PIC X(01).
         03 MTC-RULE-ID        PIC X(08).

      FD  RSLV-POST-FILE.
      01 RSLV-POST-RECORD      PIC X(84).

      *> RUN DATE, DEPARTMENT, TARGET NUMBER AND EXTRACT RECORD NUMBER
      *> AS SENT, THE LEDGER'S ANSWER (A = ACCEPTED, R = REJECTED) AND
      *> ITS REJECT REASON, IN FIXED COLUMNS.
      FD  GLACK-FILE.
      01 GLACK-RECORD.
         03 ACK-RUN-DATE       PIC 9(08).
         03 FILLER             PIC X(01).
         03 ACK-DEPT           PIC X(10).
         03 FILLER             PIC X(01).
         03 ACK-TARGET-NO      PIC 9(02).
         03 FILLER             PIC X(01).
         03 ACK-RECNO          PIC 9(08).
         03 FILLER             PIC X(01).
         03 ACK-STATUS         PIC X(01).
         03 FILLER             PIC X(01).
         03 ACK-REASON         PIC X(30).

      *> THE LEG AS SENT (THE matched.dat KEY, DEPTH AND SIGNED
      *> AMOUNT), THE COMBINATION IT WAS SENT AS PART OF - NAMED BY ITS
      *> FIRST LEG'S DEPARTMENT AND RECORD NUMBER - AND THE LEDGER'S
      *> ANSWER: S = SENT, NOT YET ANSWERED, A = ACCEPTED, R = REJECTED,
      *> WITH THE DATE THE ANSWER WAS APPLIED AND THE REJECT REASON.
      *> PENDING IS P ON A REJECTED LEG WHOSE COMBINATION IS STILL TO
      *> GO BACK INTO SUSPENSE - NO SUSPENSE ROLL HAS RUN SINCE THE
      *> REJECTION - AND BLANK OTHERWISE.
      FD  GLPOST-FILE.
      01 GLPOST-RECORD.
         03 GLP-RUN-DATE       PIC 9(08).
         03 FILLER             PIC X(01).
         03 GLP-DEPT           PIC X(10).
         03 FILLER             PIC X(01).
         03 GLP-TARGET-NO      PIC 9(02).
         03 FILLER             PIC X(01).
         03 GLP-DEPTH          PIC 9(02).
         03 FILLER             PIC X(01).
         03 GLP-RECNO          PIC 9(08).
         03 FILLER             PIC X(01).
         03 GLP-SIGN           PIC X(01).
         03 GLP-AMOUNT         PIC 9(09)V99.
         03 FILLER             PIC X(01).
         03 GLP-GRP-DEPT       PIC X(10).
         03 FILLER             PIC X(01).
         03 GLP-GRP-RECNO      PIC 9(08).
         03 FILLER             PIC X(01).
         03 GLP-STATUS         PIC X(01).
         03 FILLER             PIC X(01).
         03 GLP-ACK-DATE       PIC 9(08).
         03 FILLER             PIC X(01).
         03 GLP-REASON         PIC X(30).
         03 FILLER             PIC X(01).
         03 GLP-PENDING        PIC X(01).

      FD  CARRY-FILE.
      01 CARRY-RECORD.
         03 CFW-RUN-DATE       PIC 9(08).
         03 FILLER             PIC X(01).
         03 CFW-DEPT           PIC X(10).
         03 FILLER             PIC X(01).
         03 CFW-TARGET-NO      PIC 9(02).
         03 FILLER             PIC X(01).
         03 CFW-DEPTH          PIC 9(02).
         03 FILLER             PIC X(01).
         03 CFW-RECNO          PIC 9(08).
         03 FILLER             PIC X(01).
         03 CFW-SIGN           PIC X(01).
         03 CFW-AMOUNT         PIC 9(09)V99.
         03 FILLER             PIC X(01).
         03 CFW-VAR-SIGN       PIC X(01).
         03 CFW-VARIANCE       PIC 9(12)V99.
         03 FILLER             PIC X(01).
         03 CFW-RULE-ID        PIC X(08).

      FD  LEDGER-FILE.
      01 LEDGER-RECORD.
         03 LDG-DEPT           PIC X(10).
         03 FILLER             PIC X(01).
         03 LDG-RECNO          PIC 9(08).
         03 FILLER             PIC X(01).
         03 LDG-SIGN           PIC X(01).
         03 LDG-AMOUNT         PIC 9(09)V99.
         03 FILLER             PIC X(01).
         03 LDG-FIRST-DATE     PIC 9(08).

      FD  GLRPT-FILE.
      01 GLRPT-LINE            PIC X(132).

      *> THE LAYOUT MUST MOVE TOGETHER WITH AOC_Y2020_EX01_EDIT'S.
      FD  CTLTOT-FILE.
      01 CTLTOT-RECORD.
         03 CTT-RUN-DATE       PIC 9(08).
         03 FILLER             PIC X(01).
         03 CTT-STEP           PIC X(04).
         03 FILLER             PIC X(01).
         03 CTT-DEPT           PIC X(10).
         03 FILLER             PIC X(01).
         03 CTT-ITEM           PIC X(08).
         03 FILLER             PIC X(01).
         03 CTT-COUNT          PIC 9(08).
         03 FILLER             PIC X(01).
         03 CTT-SIGN           PIC X(01).
         03 CTT-AMOUNT         PIC 9(13)V99.
  WORKING-STORAGE SECTION.
  77 WS-PARM-FS          PIC 9(02).
  77 WS-MTC-FS           PIC 9(02).
  77 WS-PST-FS           PIC 9(02).
  77 WS-ACK-FS           PIC 9(02).
  77 WS-GLP-FS           PIC 9(02).
  77 WS-CFW-FS           PIC 9(02).
  77 WS-LDG-FS           PIC 9(02).
  77 WS-RPT-FS           PIC 9(02).
  77 WS-CTT-FS           PIC 9(02).
  01 WS-EOF-SW           PIC X(01) VALUE 'N'.
     88 FILE-EOF         VALUE 'Y'.
  01 WS-RPT-OPENED-SW    PIC X(01) VALUE 'N'.
     88 RPT-OPENED       VALUE 'Y'.
  01 WS-ABORT-SW         PIC X(01) VALUE 'N'.
     88 ABORT-RUN        VALUE 'Y'.
  01 WS-ROLL-SW          PIC X(01) VALUE 'N'.
     88 ROLL-RAN         VALUE 'Y'.
  01 WS-RETURN-CODE      PIC 9(02) VALUE 0.
  01 WS-RUN-DATE         PIC 9(08).
  01 WS-RUN-DATE-INT     PIC 9(08) COMP.
  01 WS-LEG-DATE-INT     PIC 9(08) COMP.
  01 WS-LEG-DAYS         PIC 9(08) COMP.

  *> THE OVERDUE AND RETENTION WINDOWS, IN DAYS.
  01 WS-ACK-DAYS         PIC 9(03) VALUE 5.
  01 WS-RETAIN-DAYS      PIC 9(03) VALUE 90.

  *> THE POSTING REGISTER, LOADED WHOLE, WITH THIS RUN'S NEWLY SENT
  *> LEGS ADDED. A LEG IS KNOWN BY THE KEY THE LEDGER ANSWERS ON.
  *> NEW-SW MARKS A LEG REJECTED BY THIS RUN'S ACKNOWLEDGMENTS,
  *> RETURN-SW A LEG WHOSE COMBINATION GOES BACK INTO SUSPENSE THIS
  *> RUN, PEND-SW (P) A REJECTED LEG WHOSE COMBINATION IS STILL WAITING
  *> FOR A SUSPENSE ROLL TO GO BACK.
  01 WS-MAX-ITEMS        PIC 9(08) COMP VALUE 50000.
  01 WS-GLP-COUNT        PIC 9(08) COMP VALUE 0.
  01 WS-GLP-TBL.
     03 WS-GLP-ITEM      OCCURS 50000 TIMES.
        05 WS-GLP-RUN-DATE   PIC 9(08).
        05 WS-GLP-DEPT       PIC X(10).
        05 WS-GLP-TARGET-NO  PIC 9(02).
        05 WS-GLP-DEPTH      PIC 9(02).
        05 WS-GLP-RECNO      PIC 9(08) COMP.
        05 WS-GLP-SIGN       PIC X(01).
        05 WS-GLP-AMT        PIC 9(09)V99 COMP-3.
        05 WS-GLP-GRP-DEPT   PIC X(10).
        05 WS-GLP-GRP-RECNO  PIC 9(08) COMP.
        05 WS-GLP-STATUS     PIC X(01).
        05 WS-GLP-ACK-DATE   PIC 9(08).
        05 WS-GLP-REASON     PIC X(30).
        05 WS-GLP-NEW-SW     PIC X(01).
        05 WS-GLP-RETURN-SW  PIC X(01).
        05 WS-GLP-PEND-SW    PIC X(01).

  *> ACKNOWLEDGMENTS THAT MATCH NO LEG ON THE REGISTER, OR CONTRADICT
  *> AN ANSWER ALREADY RECORDED, HELD FOR THEIR OWN REPORT SECTION.
  01 WS-MAX-UNK          PIC 9(08) COMP VALUE 5000.
  01 WS-UNK-COUNT        PIC 9(08) COMP VALUE 0.
  01 WS-UNK-TBL.
     03 WS-UNK-ITEM      OCCURS 5000 TIMES.
        05 WS-UNK-RECORD     PIC X(80).
        05 WS-UNK-NOTE       PIC X(30).

  *> THE FILES A RETURNED COMBINATION IS TAKEN OUT OF, LOADED WHOLE
  *> AND REWRITTEN WITHOUT ITS LEGS.
  01 WS-CFW-COUNT        PIC 9(08) COMP VALUE 0.
  01 WS-CFW-TBL.
     03 WS-CFW-ITEM      OCCURS 50000 TIMES.
        05 WS-CFW-IMAGE      PIC X(72).
  01 WS-MTF-COUNT        PIC 9(08) COMP VALUE 0.
  01 WS-MTF-TBL.
     03 WS-MTF-ITEM      OCCURS 50000 TIMES.
        05 WS-MTF-IMAGE      PIC X(72).
        05 WS-MTF-DROP-SW    PIC X(01).
  01 WS-LDG-COUNT        PIC 9(08) COMP VALUE 0.
  01 WS-LDG-TBL.
     03 WS-LDG-ITEM      OCCURS 50000 TIMES.
        05 WS-LDG-DEPT       PIC X(10).
        05 WS-LDG-RECNO      PIC 9(08) COMP.
        05 WS-LDG-SIGN       PIC X(01).
        05 WS-LDG-AMT        PIC 9(09)V99 COMP-3.

  *> WHILE A POSTING FEED IS READ, THE LEGS STILL OWED TO THE
  *> COMBINATION IN HAND AND THE LEG THAT OPENED IT.
  01 WS-GRP-LEFT         PIC 9(02).
  01 WS-GRP-DEPT         PIC X(10).
  01 WS-GRP-RECNO        PIC 9(08).
  01 WS-FEED-NAME        PIC X(12).

  01 WS-GLP-SUB          PIC 9(08) COMP.
  01 WS-SCAN-SUB         PIC 9(08) COMP.
  01 WS-OUT-SUB          PIC 9(08) COMP.
  01 WS-HIT-SUB          PIC 9(08) COMP.
  01 WS-FOUND-SW         PIC X(01).
     88 ITEM-FOUND       VALUE 'Y'.

  01 WS-SENT-NEW         PIC 9(08) VALUE 0.
  01 WS-ACK-ACCEPTED     PIC 9(08) VALUE 0.
  01 WS-ACK-REJECTED     PIC 9(08) VALUE 0.
  01 WS-ACK-REPEATED     PIC 9(08) VALUE 0.
  01 WS-OVERDUE-COUNT    PIC 9(08) VALUE 0.
  01 WS-OUTSTANDING      PIC 9(08) VALUE 0.
  01 WS-COMB-RETURNED    PIC 9(08) VALUE 0.
  01 WS-COMB-HELD        PIC 9(08) VALUE 0.
  01 WS-REJ-LISTED       PIC 9(08) VALUE 0.
  01 WS-PST-READ         PIC 9(08) VALUE 0.
  01 WS-LEGS-RETURNED    PIC 9(08) VALUE 0.
  01 WS-PURGED-COUNT     PIC 9(08) VALUE 0.
  01 WS-CFW-DROPPED      PIC 9(08) VALUE 0.
  01 WS-MTF-DROPPED      PIC 9(08) VALUE 0.
  01 WS-LDG-ADDED        PIC 9(08) VALUE 0.

  *> THE ENTRIES TAKEN OUT OF matched.dat, BY DEPARTMENT, FOR THE
  *> JOB'S CONTROL TOTALS. AN ENTRY IS COUNTED ONCE HOWEVER MANY OF
  *> ITS LEGS CAME OUT, AND NOT AT ALL WHILE ANOTHER OF ITS LEGS STAYS.
  01 WS-MAX-CRT          PIC 9(04) COMP VALUE 1000.
  01 WS-CRT-COUNT        PIC 9(04) COMP VALUE 0.
  01 WS-CRT-TBL.
     03 WS-CRT-ITEM      OCCURS 1000 TIMES.
        05 WS-CRT-DEPT       PIC X(10).
        05 WS-CRT-CNT        PIC 9(08) COMP.
        05 WS-CRT-AMT        PIC S9(13)V99 COMP-3.
  01 WS-CRT-SUB          PIC 9(04) COMP.
  01 WS-CRT-FAIL-SW      PIC X(01) VALUE 'N'.
     88 CRT-FAILED       VALUE 'Y'.
  01 WS-CRT-DEPT-KEY     PIC X(10).
  01 WS-CRT-RECNO-KEY    PIC 9(08).
  01 WS-CTT-AMT          PIC S9(13)V99.

  01 WS-RPT-REC          PIC X(132).
  01 WS-RPT-PTR          PIC 9(04) COMP.
  01 WS-COUNT-EDIT       PIC ZZZZZZZ9.
  01 WS-RECNO-EDIT       PIC 9(08).
  01 WS-DAYS-EDIT        PIC ZZZZ9.
  01 WS-SIGNED-AMT       PIC S9(11)V99 COMP-3.
  01 WS-AMT-EDIT         PIC -(09)9.99.

  PROCEDURE DIVISION.
  MAIN-PARA.
      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
      COMPUTE WS-RUN-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

      *> READ THE OVERDUE AND RETENTION WINDOWS FROM THE CONTROL CARD.
      *> AN ABSENT OR EMPTY gackctl.dat, OR A BLANK COLUMN, LEAVES THE
      *> DEFAULT IN PLACE.
      OPEN INPUT GACK-PARM-FILE.
      IF WS-PARM-FS = '00'
          READ GACK-PARM-FILE
              AT END
                  CONTINUE
              NOT AT END
                  IF WS-PARM-FS = '00'
                      IF GACK-PARM-ACK-DAYS-X NOT = SPACES
                          IF GACK-PARM-ACK-DAYS IS NUMERIC
                              MOVE GACK-PARM-ACK-DAYS TO WS-ACK-DAYS
                          ELSE
                              DISPLAY 'AOC_Y2020_EX01_GACK - NON-NUMERIC OVERDUE DAYS ON gackctl.dat CARD'
                              MOVE 12 TO WS-RETURN-CODE
                              MOVE 'Y' TO WS-ABORT-SW
                          END-IF
                      END-IF
                      IF GACK-PARM-RETAIN-DAYS-X NOT = SPACES
                          IF GACK-PARM-RETAIN-DAYS IS NUMERIC
                              MOVE GACK-PARM-RETAIN-DAYS TO WS-RETAIN-DAYS
                          ELSE
                              DISPLAY 'AOC_Y2020_EX01_GACK - NON-NUMERIC RETENTION DAYS ON gackctl.dat CARD'
                              MOVE 12 TO WS-RETURN-CODE
                              MOVE 'Y' TO WS-ABORT-SW
                          END-IF
                      END-IF
                  ELSE
                      DISPLAY 'AOC_Y2020_EX01_GACK - gackctl.dat READ ERROR, FILE STATUS = '
                          WS-PARM-FS
                      MOVE 12 TO WS-RETURN-CODE
                      MOVE 'Y' TO WS-ABORT-SW
                  END-IF
          END-READ
          CLOSE GACK-PARM-FILE
          IF WS-PARM-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_GACK - UNABLE TO CLOSE gackctl.dat, FILE STATUS = '
                  WS-PARM-FS
              MOVE 12 TO WS-RETURN-CODE
          END-IF
      END-IF.

      IF NOT ABORT-RUN
          PERFORM CHECK-ROLL-MARKER
      END-IF.
      IF NOT ABORT-RUN
          PERFORM LOAD-POSTING-REGISTER
      END-IF.
      IF NOT ABORT-RUN
          MOVE 'matched.dat' TO WS-FEED-NAME
          PERFORM CAPTURE-MATCHED-FEED
      END-IF.
      IF NOT ABORT-RUN
          MOVE 'respost.dat' TO WS-FEED-NAME
          PERFORM CAPTURE-RESOLUTION-FEED
      END-IF.
      IF NOT ABORT-RUN
          PERFORM APPLY-ACKNOWLEDGMENTS
      END-IF.
      IF NOT ABORT-RUN
          PERFORM MARK-RETURNED-COMBINATIONS
      END-IF.

      *> THE SUSPENSE LEDGER TAKES THE RETURNED LEGS BEFORE ANYTHING
      *> ELSE GIVES THEM UP, SO A FAILURE PART WAY THROUGH CAN LEAVE A
      *> LEG IN BOTH PLACES (AND THE RERUN FINISHES THE JOB) BUT NEVER
      *> IN NEITHER. WITHOUT A ROLL THIS JOB NOTHING IS MARKED, AND THE
      *> REJECTED COMBINATIONS STAY PENDING ON THE REGISTER.
      IF NOT ABORT-RUN AND WS-LEGS-RETURNED > 0
          PERFORM RETURN-LEGS-TO-SUSPENSE
          IF NOT ABORT-RUN
              PERFORM REMOVE-LEGS-FROM-CARRY
          END-IF
          IF NOT ABORT-RUN
              PERFORM REMOVE-LEGS-FROM-MATCHED
          END-IF
          IF NOT ABORT-RUN AND WS-MTF-DROPPED > 0
              PERFORM POST-RETURNED-CONTROL-TOTALS
          END-IF
      END-IF.

      IF NOT ABORT-RUN
          PERFORM WRITE-RECONCILIATION-REPORT
      END-IF.
      IF NOT ABORT-RUN
          PERFORM REWRITE-POSTING-REGISTER
      END-IF.
      IF NOT ABORT-RUN AND WS-PST-READ > 0
          PERFORM EMPTY-RESOLUTION-FEED
      END-IF.

      IF NOT ABORT-RUN
          IF WS-ACK-REJECTED > 0 OR WS-OVERDUE-COUNT > 0
                  OR WS-UNK-COUNT > 0
              IF WS-RETURN-CODE < 4
                  MOVE 4 TO WS-RETURN-CODE
              END-IF
          END-IF
          DISPLAY 'AOC_Y2020_EX01_GACK - LEGS SENT THIS RUN = ' WS-SENT-NEW
          DISPLAY 'AOC_Y2020_EX01_GACK - ACKNOWLEDGED ACCEPTED = ' WS-ACK-ACCEPTED
              ' REJECTED = ' WS-ACK-REJECTED
          DISPLAY 'AOC_Y2020_EX01_GACK - COMBINATIONS RETURNED TO SUSPENSE = '
              WS-COMB-RETURNED ' (LEGS = ' WS-LEGS-RETURNED ')'
          DISPLAY 'AOC_Y2020_EX01_GACK - COMBINATIONS HELD FOR THE NEXT SUSPENSE ROLL = '
              WS-COMB-HELD
          DISPLAY 'AOC_Y2020_EX01_GACK - LEGS OUTSTANDING = ' WS-OUTSTANDING
              ' OVERDUE = ' WS-OVERDUE-COUNT
          DISPLAY 'AOC_Y2020_EX01_GACK - ACKNOWLEDGMENTS NEVER SENT OR IN DISPUTE = '
              WS-UNK-COUNT
      END-IF.

      MOVE WS-RETURN-CODE TO RETURN-CODE.
      STOP RUN.

  *> CHECK-ROLL-MARKER LOOKS FOR THE SUSPENSE ROLL'S MARKER ON THIS
  *> JOB'S CONTROL TOTALS. THE ROLL WRITES IT ONLY ONCE THE LEDGER IS
  *> REWRITTEN, SO ITS PRESENCE MEANS suspledg.dat IS TODAY'S AND CAN
  *> TAKE THE RETURNED LEGS. NO CONTROL TOTALS, NO ROLL.
  CHECK-ROLL-MARKER.
      MOVE 'N' TO WS-EOF-SW
      OPEN INPUT CTLTOT-FILE
      IF WS-CTT-FS NOT = '00'
          IF WS-CTT-FS NOT = '35'
              DISPLAY 'AOC_Y2020_EX01_GACK - UNABLE TO OPEN ctltot.dat, FILE STATUS = '
                  WS-CTT-FS
              MOVE 12 TO WS-RETURN-CODE
              MOVE 'Y' TO WS-ABORT-SW
          END-IF
      ELSE
          PERFORM UNTIL FILE-EOF OR ABORT-RUN OR ROLL-RAN
              READ CTLTOT-FILE
              AT END
                  MOVE 'Y' TO WS-EOF-SW
              NOT AT END
                  IF WS-CTT-FS NOT = '00'
                      DISPLAY 'AOC_Y2020_EX01_GACK - ctltot.dat READ ERROR, FILE STATUS = '
                          WS-CTT-FS
                      MOVE 12 TO WS-RETURN-CODE
                      MOVE 'Y' TO WS-ABORT-SW
                  ELSE
                      IF CTT-STEP = 'SUSP' AND CTT-DEPT = '*ROLL*'
                          MOVE 'Y' TO WS-ROLL-SW
                      END-IF
                  END-IF
              END-READ
          END-PERFORM
          CLOSE CTLTOT-FILE
          IF WS-CTT-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_GACK - UNABLE TO CLOSE ctltot.dat, FILE STATUS = '
                  WS-CTT-FS
              MOVE 12 TO WS-RETURN-CODE
          END-IF
      END-IF.

  *> LOAD-POSTING-REGISTER READS EVERY LEG SENT AND NOT YET PURGED. A
  *> REGISTER THAT CANNOT BE READ WHOLE STOPS THE RUN - EVERY LEG
  *> MISSING FROM IT WOULD TURN ITS ACKNOWLEDGMENT INTO A "NEVER SENT".
  LOAD-POSTING-REGISTER.
      MOVE 'N' TO WS-EOF-SW
      OPEN INPUT GLPOST-FILE
      IF WS-GLP-FS NOT = '00'
          IF WS-GLP-FS NOT = '35'
              DISPLAY 'AOC_Y2020_EX01_GACK - UNABLE TO OPEN glpost.dat, FILE STATUS = '
                  WS-GLP-FS
              MOVE 12 TO WS-RETURN-CODE
              MOVE 'Y' TO WS-ABORT-SW
          END-IF
      ELSE
          PERFORM UNTIL FILE-EOF OR ABORT-RUN
              READ GLPOST-FILE
              AT END
                  MOVE 'Y' TO WS-EOF-SW
              NOT AT END
                  IF WS-GLP-FS NOT = '00'
                      DISPLAY 'AOC_Y2020_EX01_GACK - glpost.dat READ ERROR, FILE STATUS = '
                          WS-GLP-FS
                      MOVE 12 TO WS-RETURN-CODE
                      MOVE 'Y' TO WS-ABORT-SW
                  ELSE
                      PERFORM STORE-ONE-REGISTER-LEG
                  END-IF
              END-READ
          END-PERFORM
          CLOSE GLPOST-FILE
          IF WS-GLP-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_GACK - UNABLE TO CLOSE glpost.dat, FILE STATUS = '
                  WS-GLP-FS
              MOVE 12 TO WS-RETURN-CODE
          END-IF
      END-IF.

  STORE-ONE-REGISTER-LEG.
      IF GLPOST-RECORD = SPACES
          CONTINUE
      ELSE
          IF GLP-RUN-DATE IS NOT NUMERIC OR GLP-TARGET-NO IS NOT NUMERIC
                  OR GLP-DEPTH IS NOT NUMERIC OR GLP-RECNO IS NOT NUMERIC
                  OR GLP-AMOUNT IS NOT NUMERIC
                  OR GLP-GRP-RECNO IS NOT NUMERIC
                  OR (GLP-STATUS NOT = 'S' AND GLP-STATUS NOT = 'A'
                      AND GLP-STATUS NOT = 'R')
                  OR (GLP-PENDING NOT = 'P' AND GLP-PENDING NOT = SPACE)
              DISPLAY 'AOC_Y2020_EX01_GACK - MALFORMED glpost.dat RECORD: '
                  GLPOST-RECORD(1:40)
              MOVE 12 TO WS-RETURN-CODE
              MOVE 'Y' TO WS-ABORT-SW
          ELSE
              IF WS-GLP-COUNT >= WS-MAX-ITEMS
                  DISPLAY 'AOC_Y2020_EX01_GACK - POSTING REGISTER EXCEEDS THE '
                      'TABLE CEILING OF ' WS-MAX-ITEMS
                  MOVE 12 TO WS-RETURN-CODE
                  MOVE 'Y' TO WS-ABORT-SW
              ELSE
                  ADD 1 TO WS-GLP-COUNT
                  MOVE GLP-RUN-DATE TO WS-GLP-RUN-DATE(WS-GLP-COUNT)
                  MOVE GLP-DEPT TO WS-GLP-DEPT(WS-GLP-COUNT)
                  MOVE GLP-TARGET-NO TO WS-GLP-TARGET-NO(WS-GLP-COUNT)
                  MOVE GLP-DEPTH TO WS-GLP-DEPTH(WS-GLP-COUNT)
                  MOVE GLP-RECNO TO WS-GLP-RECNO(WS-GLP-COUNT)
                  MOVE GLP-SIGN TO WS-GLP-SIGN(WS-GLP-COUNT)
                  MOVE GLP-AMOUNT TO WS-GLP-AMT(WS-GLP-COUNT)
                  MOVE GLP-GRP-DEPT TO WS-GLP-GRP-DEPT(WS-GLP-COUNT)
                  MOVE GLP-GRP-RECNO TO WS-GLP-GRP-RECNO(WS-GLP-COUNT)
                  MOVE GLP-STATUS TO WS-GLP-STATUS(WS-GLP-COUNT)
                  IF GLP-ACK-DATE IS NUMERIC
                      MOVE GLP-ACK-DATE TO WS-GLP-ACK-DATE(WS-GLP-COUNT)
                  ELSE
                      MOVE 0 TO WS-GLP-ACK-DATE(WS-GLP-COUNT)
                  END-IF
                  MOVE GLP-REASON TO WS-GLP-REASON(WS-GLP-COUNT)
                  MOVE 'N' TO WS-GLP-NEW-SW(WS-GLP-COUNT)
                  MOVE 'N' TO WS-GLP-RETURN-SW(WS-GLP-COUNT)
                  MOVE GLP-PENDING TO WS-GLP-PEND-SW(WS-GLP-COUNT)
              END-IF
          END-IF
      END-IF.

  *> CAPTURE-MATCHED-FEED ADDS EVERY LEG ON THE LAST RUN'S matched.dat
  *> NOT ALREADY ON THE REGISTER - A RESUMED RUN EXTENDS THE SAME FEED,
  *> SO LEGS SEEN BEFORE ARE SIMPLY PASSED OVER. THE FEED IS KEPT IN
  *> THE TABLE IN CASE A RETURNED COMBINATION HAS TO COME OUT OF IT.
  CAPTURE-MATCHED-FEED.
      MOVE 'N' TO WS-EOF-SW
      MOVE 0 TO WS-GRP-LEFT
      OPEN INPUT MATCHED-FILE
      IF WS-MTC-FS NOT = '00'
          IF WS-MTC-FS NOT = '35'
              DISPLAY 'AOC_Y2020_EX01_GACK - UNABLE TO OPEN matched.dat, FILE STATUS = '
                  WS-MTC-FS
              MOVE 12 TO WS-RETURN-CODE
              MOVE 'Y' TO WS-ABORT-SW
          END-IF
      ELSE
          PERFORM UNTIL FILE-EOF OR ABORT-RUN
              READ MATCHED-FILE
              AT END
                  MOVE 'Y' TO WS-EOF-SW
              NOT AT END
                  IF WS-MTC-FS NOT = '00'
                      DISPLAY 'AOC_Y2020_EX01_GACK - matched.dat READ ERROR, FILE STATUS = '
                          WS-MTC-FS
                      MOVE 12 TO WS-RETURN-CODE
                      MOVE 'Y' TO WS-ABORT-SW
                  ELSE
                      IF MATCHED-RECORD NOT = SPACES
                          IF WS-MTF-COUNT >= WS-MAX-ITEMS
                              DISPLAY 'AOC_Y2020_EX01_GACK - matched.dat EXCEEDS THE '
                                  'TABLE CEILING OF ' WS-MAX-ITEMS
                              MOVE 12 TO WS-RETURN-CODE
                              MOVE 'Y' TO WS-ABORT-SW
                          ELSE
                              ADD 1 TO WS-MTF-COUNT
                              MOVE MATCHED-RECORD TO WS-MTF-IMAGE(WS-MTF-COUNT)
                              MOVE 'N' TO WS-MTF-DROP-SW(WS-MTF-COUNT)
                              PERFORM CAPTURE-ONE-LEG
                          END-IF
                      END-IF
                  END-IF
              END-READ
          END-PERFORM
          CLOSE MATCHED-FILE
          IF WS-MTC-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_GACK - UNABLE TO CLOSE matched.dat, FILE STATUS = '
                  WS-MTC-FS
              MOVE 12 TO WS-RETURN-CODE
          END-IF
      END-IF.

  *> CAPTURE-RESOLUTION-FEED DOES THE SAME FOR THE RESOLUTION STEP'S
  *> POSTINGS. THEY ARE NEVER TAKEN OUT OF THEIR FEED - A REJECTED
  *> RESOLUTION POSTING IS REPORTED FOR THE OPERATOR TO UNDO. THE
  *> GL ACCOUNT IN COLUMNS 73-84 IS THE LEDGER'S BUSINESS, NOT THE
  *> REGISTER'S, AND FALLS AWAY ON THE MOVE INTO THE LEG LAYOUT.
  CAPTURE-RESOLUTION-FEED.
      MOVE 'N' TO WS-EOF-SW
      MOVE 0 TO WS-GRP-LEFT
      OPEN INPUT RSLV-POST-FILE
      IF WS-PST-FS NOT = '00'
          IF WS-PST-FS NOT = '35'
              DISPLAY 'AOC_Y2020_EX01_GACK - UNABLE TO OPEN respost.dat, FILE STATUS = '
                  WS-PST-FS
              MOVE 12 TO WS-RETURN-CODE
              MOVE 'Y' TO WS-ABORT-SW
          END-IF
      ELSE
          PERFORM UNTIL FILE-EOF OR ABORT-RUN
              READ RSLV-POST-FILE INTO MATCHED-RECORD
              AT END
                  MOVE 'Y' TO WS-EOF-SW
              NOT AT END
                  IF WS-PST-FS NOT = '00'
                      DISPLAY 'AOC_Y2020_EX01_GACK - respost.dat READ ERROR, FILE STATUS = '
                          WS-PST-FS
                      MOVE 12 TO WS-RETURN-CODE
                      MOVE 'Y' TO WS-ABORT-SW
                  ELSE
                      IF MATCHED-RECORD NOT = SPACES
                          ADD 1 TO WS-PST-READ
                          PERFORM CAPTURE-ONE-LEG
                      END-IF
                  END-IF
              END-READ
          END-PERFORM
          CLOSE RSLV-POST-FILE
          IF WS-PST-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_GACK - UNABLE TO CLOSE respost.dat, FILE STATUS = '
                  WS-PST-FS
              MOVE 12 TO WS-RETURN-CODE
          END-IF
      END-IF.

  *> CAPTURE-ONE-LEG TAKES THE POSTING RECORD IN MATCHED-RECORD. THE
  *> LEGS OF ONE COMBINATION ARE WRITTEN CONSECUTIVELY, AS MANY AS ITS
  *> DEPTH, SO THE FIRST LEG OF EACH RUN OF DEPTH LEGS NAMES THE
  *> COMBINATION FOR ALL OF THEM.
  CAPTURE-ONE-LEG.
      IF MTC-RUN-DATE IS NOT NUMERIC OR MTC-TARGET-NO IS NOT NUMERIC
              OR MTC-DEPTH IS NOT NUMERIC OR MTC-RECNO IS NOT NUMERIC
              OR MTC-AMOUNT IS NOT NUMERIC
              OR (MTC-SIGN NOT = '+' AND MTC-SIGN NOT = '-')
          DISPLAY 'AOC_Y2020_EX01_GACK - MALFORMED ' WS-FEED-NAME
              ' RECORD: ' MATCHED-RECORD(1:40)
          MOVE 12 TO WS-RETURN-CODE
          MOVE 'Y' TO WS-ABORT-SW
      ELSE
          IF WS-GRP-LEFT = 0
              MOVE MTC-DEPT TO WS-GRP-DEPT
              MOVE MTC-RECNO TO WS-GRP-RECNO
              IF MTC-DEPTH = 0
                  MOVE 1 TO WS-GRP-LEFT
              ELSE
                  MOVE MTC-DEPTH TO WS-GRP-LEFT
              END-IF
          END-IF
          SUBTRACT 1 FROM WS-GRP-LEFT
          MOVE 'N' TO WS-FOUND-SW
          PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                  UNTIL WS-SCAN-SUB > WS-GLP-COUNT OR ITEM-FOUND
              IF WS-GLP-RUN-DATE(WS-SCAN-SUB) = MTC-RUN-DATE
                      AND WS-GLP-DEPT(WS-SCAN-SUB) = MTC-DEPT
                      AND WS-GLP-TARGET-NO(WS-SCAN-SUB) = MTC-TARGET-NO
                      AND WS-GLP-RECNO(WS-SCAN-SUB) = MTC-RECNO
                  MOVE 'Y' TO WS-FOUND-SW
              END-IF
          END-PERFORM
          IF NOT ITEM-FOUND
              IF WS-GLP-COUNT >= WS-MAX-ITEMS
                  DISPLAY 'AOC_Y2020_EX01_GACK - POSTING REGISTER EXCEEDS THE '
                      'TABLE CEILING OF ' WS-MAX-ITEMS
                  MOVE 12 TO WS-RETURN-CODE
                  MOVE 'Y' TO WS-ABORT-SW
              ELSE
                  ADD 1 TO WS-GLP-COUNT
                  ADD 1 TO WS-SENT-NEW
                  MOVE MTC-RUN-DATE TO WS-GLP-RUN-DATE(WS-GLP-COUNT)
                  MOVE MTC-DEPT TO WS-GLP-DEPT(WS-GLP-COUNT)
                  MOVE MTC-TARGET-NO TO WS-GLP-TARGET-NO(WS-GLP-COUNT)
                  MOVE MTC-DEPTH TO WS-GLP-DEPTH(WS-GLP-COUNT)
                  MOVE MTC-RECNO TO WS-GLP-RECNO(WS-GLP-COUNT)
                  MOVE MTC-SIGN TO WS-GLP-SIGN(WS-GLP-COUNT)
                  MOVE MTC-AMOUNT TO WS-GLP-AMT(WS-GLP-COUNT)
                  MOVE WS-GRP-DEPT TO WS-GLP-GRP-DEPT(WS-GLP-COUNT)
                  MOVE WS-GRP-RECNO TO WS-GLP-GRP-RECNO(WS-GLP-COUNT)
                  MOVE 'S' TO WS-GLP-STATUS(WS-GLP-COUNT)
                  MOVE 0 TO WS-GLP-ACK-DATE(WS-GLP-COUNT)
                  MOVE SPACES TO WS-GLP-REASON(WS-GLP-COUNT)
                  MOVE 'N' TO WS-GLP-NEW-SW(WS-GLP-COUNT)
                  MOVE 'N' TO WS-GLP-RETURN-SW(WS-GLP-COUNT)
                  MOVE SPACE TO WS-GLP-PEND-SW(WS-GLP-COUNT)
              END-IF
          END-IF
      END-IF.

  *> APPLY-ACKNOWLEDGMENTS POSTS THE LEDGER'S ANSWERS AGAINST THE
  *> REGISTER. A REPEAT OF AN ANSWER ALREADY RECORDED IS PASSED OVER;
  *> ONE THAT CONTRADICTS IT, OR NAMES NO LEG WE EVER SENT, IS HELD
  *> FOR THE REPORT - BOTH MEAN THE TWO SIDES DISAGREE ABOUT WHAT WAS
  *> POSTED.
  APPLY-ACKNOWLEDGMENTS.
      MOVE 'N' TO WS-EOF-SW
      OPEN INPUT GLACK-FILE
      IF WS-ACK-FS NOT = '00'
          IF WS-ACK-FS NOT = '35'
              DISPLAY 'AOC_Y2020_EX01_GACK - UNABLE TO OPEN glack.dat, FILE STATUS = '
                  WS-ACK-FS
              MOVE 12 TO WS-RETURN-CODE
              MOVE 'Y' TO WS-ABORT-SW
          END-IF
      ELSE
          PERFORM UNTIL FILE-EOF OR ABORT-RUN
              READ GLACK-FILE
              AT END
                  MOVE 'Y' TO WS-EOF-SW
              NOT AT END
                  IF WS-ACK-FS NOT = '00'
                      DISPLAY 'AOC_Y2020_EX01_GACK - glack.dat READ ERROR, FILE STATUS = '
                          WS-ACK-FS
                      MOVE 12 TO WS-RETURN-CODE
                      MOVE 'Y' TO WS-ABORT-SW
                  ELSE
                      IF GLACK-RECORD NOT = SPACES
                          PERFORM APPLY-ONE-ACKNOWLEDGMENT
                      END-IF
                  END-IF
              END-READ
          END-PERFORM
          CLOSE GLACK-FILE
          IF WS-ACK-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_GACK - UNABLE TO CLOSE glack.dat, FILE STATUS = '
                  WS-ACK-FS
              MOVE 12 TO WS-RETURN-CODE
          END-IF
      END-IF.

  APPLY-ONE-ACKNOWLEDGMENT.
      IF ACK-RUN-DATE IS NOT NUMERIC OR ACK-TARGET-NO IS NOT NUMERIC
              OR ACK-RECNO IS NOT NUMERIC
              OR (ACK-STATUS NOT = 'A' AND ACK-STATUS NOT = 'R')
          MOVE 'MALFORMED ACKNOWLEDGMENT' TO WS-UNK-NOTE(1)
          PERFORM HOLD-UNKNOWN-ACK
      ELSE
          MOVE 'N' TO WS-FOUND-SW
          PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                  UNTIL WS-SCAN-SUB > WS-GLP-COUNT OR ITEM-FOUND
              IF WS-GLP-RUN-DATE(WS-SCAN-SUB) = ACK-RUN-DATE
                      AND WS-GLP-DEPT(WS-SCAN-SUB) = ACK-DEPT
                      AND WS-GLP-TARGET-NO(WS-SCAN-SUB) = ACK-TARGET-NO
                      AND WS-GLP-RECNO(WS-SCAN-SUB) = ACK-RECNO
                  MOVE 'Y' TO WS-FOUND-SW
                  MOVE WS-SCAN-SUB TO WS-HIT-SUB
              END-IF
          END-PERFORM
          IF NOT ITEM-FOUND
              MOVE 'NO SUCH LEG SENT' TO WS-UNK-NOTE(1)
              PERFORM HOLD-UNKNOWN-ACK
          ELSE
              EVALUATE TRUE
                  WHEN WS-GLP-STATUS(WS-HIT-SUB) = 'S'
                      MOVE ACK-STATUS TO WS-GLP-STATUS(WS-HIT-SUB)
                      MOVE WS-RUN-DATE TO WS-GLP-ACK-DATE(WS-HIT-SUB)
                      MOVE ACK-REASON TO WS-GLP-REASON(WS-HIT-SUB)
                      IF ACK-STATUS = 'R'
                          MOVE 'Y' TO WS-GLP-NEW-SW(WS-HIT-SUB)
                          IF WS-GLP-TARGET-NO(WS-HIT-SUB) > 0
                              MOVE 'P' TO WS-GLP-PEND-SW(WS-HIT-SUB)
                          END-IF
                          ADD 1 TO WS-ACK-REJECTED
                      ELSE
                          ADD 1 TO WS-ACK-ACCEPTED
                          PERFORM CHECK-COMBINATION-RETURNED
                      END-IF
                  WHEN WS-GLP-STATUS(WS-HIT-SUB) = ACK-STATUS
                      ADD 1 TO WS-ACK-REPEATED
                  WHEN OTHER
                      MOVE 'CONTRADICTS EARLIER ANSWER' TO WS-UNK-NOTE(1)
                      PERFORM HOLD-UNKNOWN-ACK
              END-EVALUATE
          END-IF
      END-IF.

  *> CHECK-COMBINATION-RETURNED CATCHES A LEG ACCEPTED AFTER AN EARLIER
  *> RUN SENT ITS COMBINATION BACK TO SUSPENSE. THE LEG IS IN SUSPENSE
  *> AGAIN, SO THE LEDGER'S POSTING OF IT HAS TO BE REVERSED - IT IS
  *> HELD FOR THE REPORT WITH THE OTHER DISAGREEMENTS. A REJECTION
  *> STILL PENDING HAS NOT RETURNED THE COMBINATION YET; THE RUN THAT
  *> RETURNS IT LISTS THE ACCEPTED LEGS FOR REVERSAL THEN.
  CHECK-COMBINATION-RETURNED.
      IF WS-GLP-TARGET-NO(WS-HIT-SUB) > 0
          MOVE 'N' TO WS-FOUND-SW
          PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                  UNTIL WS-SCAN-SUB > WS-GLP-COUNT OR ITEM-FOUND
              IF WS-GLP-STATUS(WS-SCAN-SUB) = 'R'
                      AND WS-GLP-NEW-SW(WS-SCAN-SUB) = 'N'
                      AND WS-GLP-PEND-SW(WS-SCAN-SUB) NOT = 'P'
                      AND WS-GLP-RUN-DATE(WS-SCAN-SUB)
                          = WS-GLP-RUN-DATE(WS-HIT-SUB)
                      AND WS-GLP-TARGET-NO(WS-SCAN-SUB)
                          = WS-GLP-TARGET-NO(WS-HIT-SUB)
                      AND WS-GLP-GRP-DEPT(WS-SCAN-SUB)
                          = WS-GLP-GRP-DEPT(WS-HIT-SUB)
                      AND WS-GLP-GRP-RECNO(WS-SCAN-SUB)
                          = WS-GLP-GRP-RECNO(WS-HIT-SUB)
                  MOVE 'Y' TO WS-FOUND-SW
              END-IF
          END-PERFORM
          IF ITEM-FOUND
              MOVE 'IN SUSPENSE AGAIN - REVERSE' TO WS-UNK-NOTE(1)
              PERFORM HOLD-UNKNOWN-ACK
          END-IF
      END-IF.

  *> HOLD-UNKNOWN-ACK KEEPS THE ACKNOWLEDGMENT JUST READ, WITH THE
  *> NOTE STAGED IN THE FIRST SLOT'S NOTE FIELD, FOR THE REPORT.
  HOLD-UNKNOWN-ACK.
      IF WS-UNK-COUNT >= WS-MAX-UNK
          DISPLAY 'AOC_Y2020_EX01_GACK - MORE THAN ' WS-MAX-UNK
              ' UNMATCHED ACKNOWLEDGMENTS - WRONG FILE DELIVERED?'
          MOVE 12 TO WS-RETURN-CODE
          MOVE 'Y' TO WS-ABORT-SW
      ELSE
          ADD 1 TO WS-UNK-COUNT
          MOVE GLACK-RECORD TO WS-UNK-RECORD(WS-UNK-COUNT)
          MOVE WS-UNK-NOTE(1) TO WS-UNK-NOTE(WS-UNK-COUNT)
      END-IF.

  *> MARK-RETURNED-COMBINATIONS FLAGS EVERY LEG OF A SEARCH-STEP
  *> COMBINATION WITH A REJECTED LEG STILL PENDING - REJECTED BY THIS
  *> RUN'S ACKNOWLEDGMENTS OR BY AN EARLIER RUN'S WITH NO ROLL SINCE.
  *> THE ACCEPTED LEGS GO BACK TOO: HALF A COMBINATION RECONCILES
  *> NOTHING, AND THE LEDGER'S POSTING OF THOSE LEGS HAS TO BE
  *> REVERSED ANYWAY. RESOLUTION POSTINGS (TARGET 00) ARE LEFT WHERE
  *> THEY ARE - THE ITEM WAS RESOLVED BY HAND AND IS UNDONE BY HAND.
  *> WITHOUT A ROLL THIS JOB THE COMBINATIONS ARE ONLY COUNTED AS HELD
  *> AND KEEP THEIR PENDING MARK FOR THE NEXT JOB THAT ROLLS.
  MARK-RETURNED-COMBINATIONS.
      PERFORM VARYING WS-GLP-SUB FROM 1 BY 1
              UNTIL WS-GLP-SUB > WS-GLP-COUNT
          IF WS-GLP-PEND-SW(WS-GLP-SUB) = 'P'
                  AND WS-GLP-RETURN-SW(WS-GLP-SUB) = 'N'
              IF ROLL-RAN
                  ADD 1 TO WS-COMB-RETURNED
                  PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                          UNTIL WS-SCAN-SUB > WS-GLP-COUNT
                      IF WS-GLP-RUN-DATE(WS-SCAN-SUB)
                                  = WS-GLP-RUN-DATE(WS-GLP-SUB)
                              AND WS-GLP-TARGET-NO(WS-SCAN-SUB)
                                  = WS-GLP-TARGET-NO(WS-GLP-SUB)
                              AND WS-GLP-GRP-DEPT(WS-SCAN-SUB)
                                  = WS-GLP-GRP-DEPT(WS-GLP-SUB)
                              AND WS-GLP-GRP-RECNO(WS-SCAN-SUB)
                                  = WS-GLP-GRP-RECNO(WS-GLP-SUB)
                          MOVE 'Y' TO WS-GLP-RETURN-SW(WS-SCAN-SUB)
                          MOVE SPACE TO WS-GLP-PEND-SW(WS-SCAN-SUB)
                          ADD 1 TO WS-LEGS-RETURNED
                      END-IF
                  END-PERFORM
              ELSE
                  MOVE 'N' TO WS-FOUND-SW
                  PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                          UNTIL WS-SCAN-SUB >= WS-GLP-SUB OR ITEM-FOUND
                      IF WS-GLP-PEND-SW(WS-SCAN-SUB) = 'P'
                              AND WS-GLP-RUN-DATE(WS-SCAN-SUB)
                                  = WS-GLP-RUN-DATE(WS-GLP-SUB)
                              AND WS-GLP-TARGET-NO(WS-SCAN-SUB)
                                  = WS-GLP-TARGET-NO(WS-GLP-SUB)
                              AND WS-GLP-GRP-DEPT(WS-SCAN-SUB)
                                  = WS-GLP-GRP-DEPT(WS-GLP-SUB)
                              AND WS-GLP-GRP-RECNO(WS-SCAN-SUB)
                                  = WS-GLP-GRP-RECNO(WS-GLP-SUB)
                          MOVE 'Y' TO WS-FOUND-SW
                      END-IF
                  END-PERFORM
                  IF NOT ITEM-FOUND
                      ADD 1 TO WS-COMB-HELD
                  END-IF
              END-IF
          END-IF
      END-PERFORM.

  *> RETURN-LEGS-TO-SUSPENSE ADDS EACH RETURNED LEG TO THE SUSPENSE
  *> LEDGER, FIRST SEEN TODAY, UNLESS THE LEDGER ALREADY HOLDS IT.
  *> FROM THERE THE NEXT ROLL TREATS IT LIKE ANY OTHER ITEM: IT STAYS
  *> WHILE THE SEARCH LEAVES IT UNMATCHED AND DROPS OUT WHEN A NEW
  *> COMBINATION CLAIMS IT.
  RETURN-LEGS-TO-SUSPENSE.
      MOVE 'N' TO WS-EOF-SW
      OPEN INPUT LEDGER-FILE
      IF WS-LDG-FS NOT = '00'
          IF WS-LDG-FS NOT = '35'
              DISPLAY 'AOC_Y2020_EX01_GACK - UNABLE TO OPEN suspledg.dat, FILE STATUS = '
                  WS-LDG-FS
              MOVE 12 TO WS-RETURN-CODE
              MOVE 'Y' TO WS-ABORT-SW
          END-IF
      ELSE
          PERFORM UNTIL FILE-EOF OR ABORT-RUN
              READ LEDGER-FILE
              AT END
                  MOVE 'Y' TO WS-EOF-SW
              NOT AT END
                  IF WS-LDG-FS NOT = '00'
                      DISPLAY 'AOC_Y2020_EX01_GACK - suspledg.dat READ ERROR, FILE STATUS = '
                          WS-LDG-FS
                      MOVE 12 TO WS-RETURN-CODE
                      MOVE 'Y' TO WS-ABORT-SW
                  ELSE
                      IF LEDGER-RECORD NOT = SPACES
                          IF LDG-RECNO IS NOT NUMERIC OR LDG-AMOUNT IS NOT NUMERIC
                              DISPLAY 'AOC_Y2020_EX01_GACK - MALFORMED suspledg.dat RECORD: '
                                  LEDGER-RECORD(1:40)
                              MOVE 12 TO WS-RETURN-CODE
                              MOVE 'Y' TO WS-ABORT-SW
                          ELSE
                              IF WS-LDG-COUNT >= WS-MAX-ITEMS
                                  DISPLAY 'AOC_Y2020_EX01_GACK - suspledg.dat EXCEEDS THE '
                                      'TABLE CEILING OF ' WS-MAX-ITEMS
                                  MOVE 12 TO WS-RETURN-CODE
                                  MOVE 'Y' TO WS-ABORT-SW
                              ELSE
                                  ADD 1 TO WS-LDG-COUNT
                                  MOVE LDG-DEPT TO WS-LDG-DEPT(WS-LDG-COUNT)
                                  MOVE LDG-RECNO TO WS-LDG-RECNO(WS-LDG-COUNT)
                                  MOVE LDG-SIGN TO WS-LDG-SIGN(WS-LDG-COUNT)
                                  MOVE LDG-AMOUNT TO WS-LDG-AMT(WS-LDG-COUNT)
                              END-IF
                          END-IF
                      END-IF
                  END-IF
              END-READ
          END-PERFORM
          CLOSE LEDGER-FILE
          IF WS-LDG-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_GACK - UNABLE TO CLOSE suspledg.dat, FILE STATUS = '
                  WS-LDG-FS
              MOVE 12 TO WS-RETURN-CODE
              MOVE 'Y' TO WS-ABORT-SW
          END-IF
      END-IF

      IF NOT ABORT-RUN
          OPEN EXTEND LEDGER-FILE
          IF WS-LDG-FS = '35'
              OPEN OUTPUT LEDGER-FILE
          END-IF
          IF WS-LDG-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_GACK - UNABLE TO EXTEND suspledg.dat, FILE STATUS = '
                  WS-LDG-FS
              MOVE 12 TO WS-RETURN-CODE
              MOVE 'Y' TO WS-ABORT-SW
          ELSE
              PERFORM VARYING WS-GLP-SUB FROM 1 BY 1
                      UNTIL WS-GLP-SUB > WS-GLP-COUNT OR ABORT-RUN
                  IF WS-GLP-RETURN-SW(WS-GLP-SUB) = 'Y'
                      PERFORM RETURN-ONE-LEG
                  END-IF
              END-PERFORM
              CLOSE LEDGER-FILE
              IF WS-LDG-FS NOT = '00'
                  DISPLAY 'AOC_Y2020_EX01_GACK - UNABLE TO CLOSE suspledg.dat, FILE STATUS = '
                      WS-LDG-FS
                  MOVE 12 TO WS-RETURN-CODE
                  MOVE 'Y' TO WS-ABORT-SW
              END-IF
          END-IF
      END-IF.

  RETURN-ONE-LEG.
      MOVE 'N' TO WS-FOUND-SW
      PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
              UNTIL WS-SCAN-SUB > WS-LDG-COUNT OR ITEM-FOUND
          IF WS-LDG-DEPT(WS-SCAN-SUB) = WS-GLP-DEPT(WS-GLP-SUB)
                  AND WS-LDG-RECNO(WS-SCAN-SUB) = WS-GLP-RECNO(WS-GLP-SUB)
                  AND WS-LDG-SIGN(WS-SCAN-SUB) = WS-GLP-SIGN(WS-GLP-SUB)
                  AND WS-LDG-AMT(WS-SCAN-SUB) = WS-GLP-AMT(WS-GLP-SUB)
              MOVE 'Y' TO WS-FOUND-SW
          END-IF
      END-PERFORM
      IF NOT ITEM-FOUND
          MOVE SPACES TO LEDGER-RECORD
          MOVE WS-GLP-DEPT(WS-GLP-SUB) TO LDG-DEPT
          MOVE WS-GLP-RECNO(WS-GLP-SUB) TO LDG-RECNO
          MOVE WS-GLP-SIGN(WS-GLP-SUB) TO LDG-SIGN
          MOVE WS-GLP-AMT(WS-GLP-SUB) TO LDG-AMOUNT
          MOVE WS-RUN-DATE TO LDG-FIRST-DATE
          WRITE LEDGER-RECORD
          IF WS-LDG-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_GACK - UNABLE TO WRITE suspledg.dat, FILE STATUS = '
                  WS-LDG-FS
              MOVE 12 TO WS-RETURN-CODE
              MOVE 'Y' TO WS-ABORT-SW
          ELSE
              IF WS-LDG-COUNT < WS-MAX-ITEMS
                  ADD 1 TO WS-LDG-COUNT
                  MOVE LDG-DEPT TO WS-LDG-DEPT(WS-LDG-COUNT)
                  MOVE LDG-RECNO TO WS-LDG-RECNO(WS-LDG-COUNT)
                  MOVE LDG-SIGN TO WS-LDG-SIGN(WS-LDG-COUNT)
                  MOVE LDG-AMOUNT TO WS-LDG-AMT(WS-LDG-COUNT)
              END-IF
              ADD 1 TO WS-LDG-ADDED
          END-IF
      END-IF.

  *> REMOVE-LEGS-FROM-CARRY REWRITES THE CARRY-FORWARD SNAPSHOT
  *> WITHOUT THE RETURNED LEGS, MATCHED THE WAY THE SEARCH STEP'S
  *> CARRY-FORWARD MATCHES - DEPARTMENT, RECORD NUMBER AND SIGNED
  *> AMOUNT - SO THE NEXT CARRY RUN SEARCHES THEM AGAIN. NO SNAPSHOT,
  *> NOTHING TO REMOVE.
  REMOVE-LEGS-FROM-CARRY.
      MOVE 'N' TO WS-EOF-SW
      OPEN INPUT CARRY-FILE
      IF WS-CFW-FS NOT = '00'
          IF WS-CFW-FS NOT = '35'
              DISPLAY 'AOC_Y2020_EX01_GACK - UNABLE TO OPEN carryfwd.dat, FILE STATUS = '
                  WS-CFW-FS
              MOVE 12 TO WS-RETURN-CODE
              MOVE 'Y' TO WS-ABORT-SW
          END-IF
      ELSE
          PERFORM UNTIL FILE-EOF OR ABORT-RUN
              READ CARRY-FILE
              AT END
                  MOVE 'Y' TO WS-EOF-SW
              NOT AT END
                  IF WS-CFW-FS NOT = '00'
                      DISPLAY 'AOC_Y2020_EX01_GACK - carryfwd.dat READ ERROR, FILE STATUS = '
                          WS-CFW-FS
                      MOVE 12 TO WS-RETURN-CODE
                      MOVE 'Y' TO WS-ABORT-SW
                  ELSE
                      IF CARRY-RECORD NOT = SPACES
                          IF WS-CFW-COUNT >= WS-MAX-ITEMS
                              DISPLAY 'AOC_Y2020_EX01_GACK - carryfwd.dat EXCEEDS THE '
                                  'TABLE CEILING OF ' WS-MAX-ITEMS
                              MOVE 12 TO WS-RETURN-CODE
                              MOVE 'Y' TO WS-ABORT-SW
                          ELSE
                              ADD 1 TO WS-CFW-COUNT
                              MOVE CARRY-RECORD TO WS-CFW-IMAGE(WS-CFW-COUNT)
                          END-IF
                      END-IF
                  END-IF
              END-READ
          END-PERFORM
          CLOSE CARRY-FILE
          IF WS-CFW-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_GACK - UNABLE TO CLOSE carryfwd.dat, FILE STATUS = '
                  WS-CFW-FS
              MOVE 12 TO WS-RETURN-CODE
              MOVE 'Y' TO WS-ABORT-SW
          END-IF
          IF NOT ABORT-RUN
              OPEN OUTPUT CARRY-FILE
              IF WS-CFW-FS NOT = '00'
                  DISPLAY 'AOC_Y2020_EX01_GACK - UNABLE TO REWRITE carryfwd.dat, FILE STATUS = '
                      WS-CFW-FS
                  MOVE 12 TO WS-RETURN-CODE
                  MOVE 'Y' TO WS-ABORT-SW
              ELSE
                  PERFORM VARYING WS-OUT-SUB FROM 1 BY 1
                          UNTIL WS-OUT-SUB > WS-CFW-COUNT OR ABORT-RUN
                      MOVE WS-CFW-IMAGE(WS-OUT-SUB) TO CARRY-RECORD
                      MOVE 'N' TO WS-FOUND-SW
                      PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                              UNTIL WS-SCAN-SUB > WS-GLP-COUNT OR ITEM-FOUND
                          IF WS-GLP-RETURN-SW(WS-SCAN-SUB) = 'Y'
                                  AND WS-GLP-DEPT(WS-SCAN-SUB) = CFW-DEPT
                                  AND WS-GLP-RECNO(WS-SCAN-SUB) = CFW-RECNO
                                  AND WS-GLP-SIGN(WS-SCAN-SUB) = CFW-SIGN
                                  AND WS-GLP-AMT(WS-SCAN-SUB) = CFW-AMOUNT
                              MOVE 'Y' TO WS-FOUND-SW
                          END-IF
                      END-PERFORM
                      IF ITEM-FOUND
                          ADD 1 TO WS-CFW-DROPPED
                      ELSE
                          WRITE CARRY-RECORD
                          IF WS-CFW-FS NOT = '00'
                              DISPLAY 'AOC_Y2020_EX01_GACK - UNABLE TO WRITE carryfwd.dat, FILE STATUS = '
                                  WS-CFW-FS
                              MOVE 12 TO WS-RETURN-CODE
                              MOVE 'Y' TO WS-ABORT-SW
                          END-IF
                      END-IF
                  END-PERFORM
                  CLOSE CARRY-FILE
                  IF WS-CFW-FS NOT = '00'
                      DISPLAY 'AOC_Y2020_EX01_GACK - UNABLE TO CLOSE carryfwd.dat, FILE STATUS = '
                          WS-CFW-FS
                      MOVE 12 TO WS-RETURN-CODE
                      MOVE 'Y' TO WS-ABORT-SW
                  END-IF
              END-IF
          END-IF
      END-IF.

  *> REMOVE-LEGS-FROM-MATCHED REWRITES THE LAST RUN'S matched.dat
  *> WITHOUT THE RETURNED LEGS, BY THE KEY THEY WERE SENT UNDER, SO
  *> THE NEXT COLD CARRY RUN DOES NOT FOLD THEM STRAIGHT BACK INTO THE
  *> CARRY-FORWARD SET. THE FEED HAS ALREADY GONE TO THE LEDGER - ONLY
  *> ITS ROLE AS THE CARRY INCREMENT IS LEFT. NOTHING TO TAKE OUT, NO
  *> REWRITE.
  REMOVE-LEGS-FROM-MATCHED.
      MOVE 0 TO WS-HIT-SUB
      PERFORM VARYING WS-OUT-SUB FROM 1 BY 1
              UNTIL WS-OUT-SUB > WS-MTF-COUNT
          MOVE WS-MTF-IMAGE(WS-OUT-SUB) TO MATCHED-RECORD
          PERFORM FIND-RETURNED-MATCHED-LEG
          IF ITEM-FOUND
              ADD 1 TO WS-HIT-SUB
          END-IF
      END-PERFORM
      IF WS-HIT-SUB > 0
          OPEN OUTPUT MATCHED-FILE
          IF WS-MTC-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_GACK - UNABLE TO REWRITE matched.dat, FILE STATUS = '
                  WS-MTC-FS
              MOVE 12 TO WS-RETURN-CODE
              MOVE 'Y' TO WS-ABORT-SW
          ELSE
              PERFORM VARYING WS-OUT-SUB FROM 1 BY 1
                      UNTIL WS-OUT-SUB > WS-MTF-COUNT OR ABORT-RUN
                  MOVE WS-MTF-IMAGE(WS-OUT-SUB) TO MATCHED-RECORD
                  PERFORM FIND-RETURNED-MATCHED-LEG
                  IF ITEM-FOUND
                      ADD 1 TO WS-MTF-DROPPED
                      MOVE 'Y' TO WS-MTF-DROP-SW(WS-OUT-SUB)
                  ELSE
                      WRITE MATCHED-RECORD
                      IF WS-MTC-FS NOT = '00'
                          DISPLAY 'AOC_Y2020_EX01_GACK - UNABLE TO WRITE matched.dat, FILE STATUS = '
                              WS-MTC-FS
                          MOVE 12 TO WS-RETURN-CODE
                          MOVE 'Y' TO WS-ABORT-SW
                      END-IF
                  END-IF
              END-PERFORM
              CLOSE MATCHED-FILE
              IF WS-MTC-FS NOT = '00'
                  DISPLAY 'AOC_Y2020_EX01_GACK - UNABLE TO CLOSE matched.dat, FILE STATUS = '
                      WS-MTC-FS
                  MOVE 12 TO WS-RETURN-CODE
                  MOVE 'Y' TO WS-ABORT-SW
              END-IF
          END-IF
      END-IF.

  *> POST-RETURNED-CONTROL-TOTALS COUNTS, BY DEPARTMENT, THE EXTRACT
  *> ENTRIES THAT NO LONGER HAVE ANY LEG ON matched.dat AFTER THE
  *> REWRITE, WITH THEIR SIGNED TOTAL, AND POSTS THEM TO THE JOB'S
  *> CONTROL TOTALS. THE LEDGER ALREADY HOLDS THE LEGS; A POSTING
  *> FAILURE IS REPORTED BUT UNDOES NOTHING.
  POST-RETURNED-CONTROL-TOTALS.
      PERFORM VARYING WS-OUT-SUB FROM 1 BY 1
              UNTIL WS-OUT-SUB > WS-MTF-COUNT OR CRT-FAILED
          IF WS-MTF-DROP-SW(WS-OUT-SUB) = 'Y'
              MOVE WS-MTF-IMAGE(WS-OUT-SUB) TO MATCHED-RECORD
              MOVE MTC-DEPT TO WS-CRT-DEPT-KEY
              MOVE MTC-RECNO TO WS-CRT-RECNO-KEY
              MOVE 'N' TO WS-FOUND-SW
              PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                      UNTIL WS-SCAN-SUB > WS-MTF-COUNT OR ITEM-FOUND
                  IF WS-SCAN-SUB NOT = WS-OUT-SUB
                          AND (WS-MTF-DROP-SW(WS-SCAN-SUB) = 'N'
                               OR WS-SCAN-SUB < WS-OUT-SUB)
                      MOVE WS-MTF-IMAGE(WS-SCAN-SUB) TO MATCHED-RECORD
                      IF MTC-DEPT = WS-CRT-DEPT-KEY
                              AND MTC-RECNO = WS-CRT-RECNO-KEY
                          MOVE 'Y' TO WS-FOUND-SW
                      END-IF
                  END-IF
              END-PERFORM
              IF NOT ITEM-FOUND
                  MOVE WS-MTF-IMAGE(WS-OUT-SUB) TO MATCHED-RECORD
                  PERFORM FIND-CRT-SLOT
                  IF NOT CRT-FAILED
                      ADD 1 TO WS-CRT-CNT(WS-CRT-SUB)
                      IF MTC-SIGN = '-'
                          SUBTRACT MTC-AMOUNT FROM WS-CRT-AMT(WS-CRT-SUB)
                      ELSE
                          ADD MTC-AMOUNT TO WS-CRT-AMT(WS-CRT-SUB)
                      END-IF
                  END-IF
              END-IF
          END-IF
      END-PERFORM

      IF NOT CRT-FAILED
          OPEN EXTEND CTLTOT-FILE
          IF WS-CTT-FS = '35'
              OPEN OUTPUT CTLTOT-FILE
          END-IF
          IF WS-CTT-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_GACK - UNABLE TO OPEN ctltot.dat, FILE STATUS = '
                  WS-CTT-FS
              MOVE 12 TO WS-RETURN-CODE
          ELSE
              PERFORM VARYING WS-CRT-SUB FROM 1 BY 1
                      UNTIL WS-CRT-SUB > WS-CRT-COUNT
                  MOVE SPACES TO CTLTOT-RECORD
                  MOVE WS-RUN-DATE TO CTT-RUN-DATE
                  MOVE 'GACK' TO CTT-STEP
                  MOVE WS-CRT-DEPT(WS-CRT-SUB) TO CTT-DEPT
                  MOVE 'RETURNED' TO CTT-ITEM
                  MOVE WS-CRT-CNT(WS-CRT-SUB) TO CTT-COUNT
                  MOVE WS-CRT-AMT(WS-CRT-SUB) TO WS-CTT-AMT
                  IF WS-CTT-AMT < 0
                      MOVE '-' TO CTT-SIGN
                      COMPUTE CTT-AMOUNT = 0 - WS-CTT-AMT
                  ELSE
                      MOVE '+' TO CTT-SIGN
                      MOVE WS-CTT-AMT TO CTT-AMOUNT
                  END-IF
                  WRITE CTLTOT-RECORD
                  IF WS-CTT-FS NOT = '00'
                      DISPLAY 'AOC_Y2020_EX01_GACK - UNABLE TO WRITE ctltot.dat, FILE STATUS = '
                          WS-CTT-FS
                      MOVE 12 TO WS-RETURN-CODE
                  END-IF
              END-PERFORM
              CLOSE CTLTOT-FILE
              IF WS-CTT-FS NOT = '00'
                  DISPLAY 'AOC_Y2020_EX01_GACK - UNABLE TO CLOSE ctltot.dat, FILE STATUS = '
                      WS-CTT-FS
                  MOVE 12 TO WS-RETURN-CODE
              END-IF
          END-IF
      END-IF.

  FIND-CRT-SLOT.
      MOVE 0 TO WS-CRT-SUB
      PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
              UNTIL WS-SCAN-SUB > WS-CRT-COUNT OR WS-CRT-SUB > 0
          IF WS-CRT-DEPT(WS-SCAN-SUB) = MTC-DEPT
              MOVE WS-SCAN-SUB TO WS-CRT-SUB
          END-IF
      END-PERFORM
      IF WS-CRT-SUB = 0
          IF WS-CRT-COUNT >= WS-MAX-CRT
              DISPLAY 'AOC_Y2020_EX01_GACK - MORE THAN ' WS-MAX-CRT
                  ' DEPARTMENTS FOR THE CONTROL TOTALS'
              MOVE 12 TO WS-RETURN-CODE
              MOVE 'Y' TO WS-CRT-FAIL-SW
          ELSE
              ADD 1 TO WS-CRT-COUNT
              MOVE WS-CRT-COUNT TO WS-CRT-SUB
              MOVE MTC-DEPT TO WS-CRT-DEPT(WS-CRT-SUB)
              MOVE 0 TO WS-CRT-CNT(WS-CRT-SUB)
              MOVE 0 TO WS-CRT-AMT(WS-CRT-SUB)
          END-IF
      END-IF.

  FIND-RETURNED-MATCHED-LEG.
      MOVE 'N' TO WS-FOUND-SW
      PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
              UNTIL WS-SCAN-SUB > WS-GLP-COUNT OR ITEM-FOUND
          IF WS-GLP-RETURN-SW(WS-SCAN-SUB) = 'Y'
                  AND WS-GLP-RUN-DATE(WS-SCAN-SUB) = MTC-RUN-DATE
                  AND WS-GLP-DEPT(WS-SCAN-SUB) = MTC-DEPT
                  AND WS-GLP-TARGET-NO(WS-SCAN-SUB) = MTC-TARGET-NO
                  AND WS-GLP-RECNO(WS-SCAN-SUB) = MTC-RECNO
              MOVE 'Y' TO WS-FOUND-SW
          END-IF
      END-PERFORM.

  *> WRITE-RECONCILIATION-REPORT LISTS, IN TURN, THE LEGS THE LEDGER
  *> REJECTED THIS RUN AND THE EARLIER REJECTIONS WHOSE COMBINATIONS
  *> WENT BACK TO SUSPENSE ONLY NOW (WITH WHAT BECAME OF EACH),
  *> THE LEGS STILL UNANSWERED PAST THE OVERDUE WINDOW, AND THE
  *> ANSWERS FOR LEGS WE NEVER SENT, THEN THE RUN'S COUNTS.
  WRITE-RECONCILIATION-REPORT.
      OPEN OUTPUT GLRPT-FILE
      IF WS-RPT-FS NOT = '00'
          DISPLAY 'AOC_Y2020_EX01_GACK - UNABLE TO OPEN glrecon.txt, FILE STATUS = '
              WS-RPT-FS
          MOVE 12 TO WS-RETURN-CODE
          MOVE 'Y' TO WS-ABORT-SW
      ELSE
          MOVE 'Y' TO WS-RPT-OPENED-SW
          MOVE SPACES TO WS-RPT-REC
          MOVE 1 TO WS-RPT-PTR
          STRING 'AOC_Y2020_EX01 GL POSTING RECONCILIATION   RUN DATE '
                             DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
              INTO WS-RPT-REC WITH POINTER WS-RPT-PTR
          END-STRING
          PERFORM RPT-WRITE-LINE

          MOVE SPACES TO WS-RPT-REC
          PERFORM RPT-WRITE-LINE
          MOVE 'LEGS REJECTED BY THE GENERAL LEDGER' TO WS-RPT-REC
          PERFORM RPT-WRITE-LINE
          PERFORM VARYING WS-GLP-SUB FROM 1 BY 1
                  UNTIL WS-GLP-SUB > WS-GLP-COUNT
              IF WS-GLP-NEW-SW(WS-GLP-SUB) = 'Y'
                      OR (WS-GLP-STATUS(WS-GLP-SUB) = 'R'
                          AND WS-GLP-RETURN-SW(WS-GLP-SUB) = 'Y')
                  ADD 1 TO WS-REJ-LISTED
                  PERFORM REPORT-REJECTED-LEG
              END-IF
          END-PERFORM
          IF WS-REJ-LISTED = 0
              MOVE '  NONE' TO WS-RPT-REC
              PERFORM RPT-WRITE-LINE
          END-IF

          MOVE SPACES TO WS-RPT-REC
          PERFORM RPT-WRITE-LINE
          MOVE WS-ACK-DAYS TO WS-DAYS-EDIT
          MOVE SPACES TO WS-RPT-REC
          MOVE 1 TO WS-RPT-PTR
          STRING 'LEGS UNACKNOWLEDGED AFTER ' DELIMITED BY SIZE
                 WS-DAYS-EDIT     DELIMITED BY SIZE
                 ' DAYS'          DELIMITED BY SIZE
              INTO WS-RPT-REC WITH POINTER WS-RPT-PTR
          END-STRING
          PERFORM RPT-WRITE-LINE
          PERFORM VARYING WS-GLP-SUB FROM 1 BY 1
                  UNTIL WS-GLP-SUB > WS-GLP-COUNT
              IF WS-GLP-STATUS(WS-GLP-SUB) = 'S'
                  ADD 1 TO WS-OUTSTANDING
                  COMPUTE WS-LEG-DATE-INT = FUNCTION INTEGER-OF-DATE
                      (WS-GLP-RUN-DATE(WS-GLP-SUB))
                  IF WS-RUN-DATE-INT > WS-LEG-DATE-INT
                      COMPUTE WS-LEG-DAYS = WS-RUN-DATE-INT - WS-LEG-DATE-INT
                  ELSE
                      MOVE 0 TO WS-LEG-DAYS
                  END-IF
                  IF WS-LEG-DAYS > WS-ACK-DAYS
                      ADD 1 TO WS-OVERDUE-COUNT
                      PERFORM REPORT-OVERDUE-LEG
                  END-IF
              END-IF
          END-PERFORM
          IF WS-OVERDUE-COUNT = 0
              MOVE '  NONE' TO WS-RPT-REC
              PERFORM RPT-WRITE-LINE
          END-IF

          MOVE SPACES TO WS-RPT-REC
          PERFORM RPT-WRITE-LINE
          MOVE 'ACKNOWLEDGMENTS FOR LEGS NEVER SENT OR IN DISPUTE' TO WS-RPT-REC
          PERFORM RPT-WRITE-LINE
          PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                  UNTIL WS-SCAN-SUB > WS-UNK-COUNT
              MOVE SPACES TO WS-RPT-REC
              MOVE 1 TO WS-RPT-PTR
              STRING '  '             DELIMITED BY SIZE
                     WS-UNK-RECORD(WS-SCAN-SUB)(1:64) DELIMITED BY SIZE
                     ' ** '           DELIMITED BY SIZE
                     WS-UNK-NOTE(WS-SCAN-SUB) DELIMITED BY SIZE
                  INTO WS-RPT-REC WITH POINTER WS-RPT-PTR
              END-STRING
              PERFORM RPT-WRITE-LINE
          END-PERFORM
          IF WS-UNK-COUNT = 0
              MOVE '  NONE' TO WS-RPT-REC
              PERFORM RPT-WRITE-LINE
          END-IF

          MOVE SPACES TO WS-RPT-REC
          PERFORM RPT-WRITE-LINE
          MOVE WS-SENT-NEW TO WS-COUNT-EDIT
          MOVE '  LEGS SENT THIS RUN........: ' TO WS-RPT-REC
          MOVE WS-COUNT-EDIT TO WS-RPT-REC(31:8)
          PERFORM RPT-WRITE-LINE
          MOVE WS-ACK-ACCEPTED TO WS-COUNT-EDIT
          MOVE '  ACKNOWLEDGED ACCEPTED.....: ' TO WS-RPT-REC
          MOVE WS-COUNT-EDIT TO WS-RPT-REC(31:8)
          PERFORM RPT-WRITE-LINE
          MOVE WS-ACK-REJECTED TO WS-COUNT-EDIT
          MOVE '  ACKNOWLEDGED REJECTED.....: ' TO WS-RPT-REC
          MOVE WS-COUNT-EDIT TO WS-RPT-REC(31:8)
          PERFORM RPT-WRITE-LINE
          MOVE WS-ACK-REPEATED TO WS-COUNT-EDIT
          MOVE '  REPEATED ACKNOWLEDGMENTS..: ' TO WS-RPT-REC
          MOVE WS-COUNT-EDIT TO WS-RPT-REC(31:8)
          PERFORM RPT-WRITE-LINE
          MOVE WS-COMB-RETURNED TO WS-COUNT-EDIT
          MOVE '  COMBINATIONS TO SUSPENSE..: ' TO WS-RPT-REC
          MOVE WS-COUNT-EDIT TO WS-RPT-REC(31:8)
          PERFORM RPT-WRITE-LINE
          MOVE WS-LEGS-RETURNED TO WS-COUNT-EDIT
          MOVE '  LEGS TO SUSPENSE..........: ' TO WS-RPT-REC
          MOVE WS-COUNT-EDIT TO WS-RPT-REC(31:8)
          PERFORM RPT-WRITE-LINE
          MOVE WS-COMB-HELD TO WS-COUNT-EDIT
          MOVE '  COMBINATIONS HELD FOR ROLL: ' TO WS-RPT-REC
          MOVE WS-COUNT-EDIT TO WS-RPT-REC(31:8)
          PERFORM RPT-WRITE-LINE
          MOVE WS-OUTSTANDING TO WS-COUNT-EDIT
          MOVE '  LEGS OUTSTANDING..........: ' TO WS-RPT-REC
          MOVE WS-COUNT-EDIT TO WS-RPT-REC(31:8)
          PERFORM RPT-WRITE-LINE
          MOVE WS-OVERDUE-COUNT TO WS-COUNT-EDIT
          MOVE '  LEGS OVERDUE..............: ' TO WS-RPT-REC
          MOVE WS-COUNT-EDIT TO WS-RPT-REC(31:8)
          PERFORM RPT-WRITE-LINE
          MOVE WS-UNK-COUNT TO WS-COUNT-EDIT
          MOVE '  NEVER SENT / CONTRADICTED.: ' TO WS-RPT-REC
          MOVE WS-COUNT-EDIT TO WS-RPT-REC(31:8)
          PERFORM RPT-WRITE-LINE

          CLOSE GLRPT-FILE
          IF WS-RPT-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_GACK - UNABLE TO CLOSE glrecon.txt, FILE STATUS = '
                  WS-RPT-FS
              MOVE 12 TO WS-RETURN-CODE
          END-IF
      END-IF.

  *> REPORT-REJECTED-LEG PRINTS ONE REJECTED LEG WITH THE LEDGER'S
  *> REASON AND WHAT BECAME OF ITS COMBINATION - BACK IN SUSPENSE, OR
  *> HELD FOR THE NEXT SUSPENSE ROLL WHEN THIS JOB DID NOT ROLL.
  REPORT-REJECTED-LEG.
      PERFORM FORMAT-LEG-LINE
      STRING ' REASON='       DELIMITED BY SIZE
             WS-GLP-REASON(WS-GLP-SUB) DELIMITED BY SIZE
          INTO WS-RPT-REC WITH POINTER WS-RPT-PTR
      END-STRING
      PERFORM RPT-WRITE-LINE
      IF WS-GLP-TARGET-NO(WS-GLP-SUB) = 0
          MOVE '    ** RESOLUTION POSTING - REVERSE THE RESOLUTION BY HAND **'
              TO WS-RPT-REC
          PERFORM RPT-WRITE-LINE
      ELSE
          *> LIST THE WHOLE COMBINATION ONCE, UNDER ITS FIRST REJECTED
          *> LEG, SO THE ACCEPTED LEGS THAT NEED REVERSING ARE NAMED.
          MOVE 'N' TO WS-FOUND-SW
          PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                  UNTIL WS-SCAN-SUB >= WS-GLP-SUB OR ITEM-FOUND
              IF (WS-GLP-NEW-SW(WS-SCAN-SUB) = 'Y'
                      OR (WS-GLP-STATUS(WS-SCAN-SUB) = 'R'
                          AND WS-GLP-RETURN-SW(WS-SCAN-SUB) = 'Y'))
                      AND WS-GLP-RUN-DATE(WS-SCAN-SUB)
                          = WS-GLP-RUN-DATE(WS-GLP-SUB)
                      AND WS-GLP-TARGET-NO(WS-SCAN-SUB)
                          = WS-GLP-TARGET-NO(WS-GLP-SUB)
                      AND WS-GLP-GRP-DEPT(WS-SCAN-SUB)
                          = WS-GLP-GRP-DEPT(WS-GLP-SUB)
                      AND WS-GLP-GRP-RECNO(WS-SCAN-SUB)
                          = WS-GLP-GRP-RECNO(WS-GLP-SUB)
                  MOVE 'Y' TO WS-FOUND-SW
              END-IF
          END-PERFORM
          IF NOT ITEM-FOUND
              IF WS-GLP-RETURN-SW(WS-GLP-SUB) = 'Y'
                  MOVE '    ** COMBINATION RETURNED TO SUSPENSE, OUT OF carryfwd.dat **'
                      TO WS-RPT-REC
              ELSE
                  MOVE '    ** NO SUSPENSE ROLL THIS JOB - COMBINATION HELD, RETURNS AT THE NEXT ROLL **'
                      TO WS-RPT-REC
              END-IF
              PERFORM RPT-WRITE-LINE
              MOVE WS-GLP-SUB TO WS-HIT-SUB
              PERFORM VARYING WS-GLP-SUB FROM 1 BY 1
                      UNTIL WS-GLP-SUB > WS-GLP-COUNT
                  IF WS-GLP-STATUS(WS-GLP-SUB) NOT = 'R'
                          AND WS-GLP-RUN-DATE(WS-GLP-SUB)
                              = WS-GLP-RUN-DATE(WS-HIT-SUB)
                          AND WS-GLP-TARGET-NO(WS-GLP-SUB)
                              = WS-GLP-TARGET-NO(WS-HIT-SUB)
                          AND WS-GLP-GRP-DEPT(WS-GLP-SUB)
                              = WS-GLP-GRP-DEPT(WS-HIT-SUB)
                          AND WS-GLP-GRP-RECNO(WS-GLP-SUB)
                              = WS-GLP-GRP-RECNO(WS-HIT-SUB)
                      PERFORM FORMAT-LEG-LINE
                      IF WS-GLP-STATUS(WS-GLP-SUB) = 'A'
                          STRING ' ** ACCEPTED BY THE GL - REVERSE **'
                                  DELIMITED BY SIZE
                              INTO WS-RPT-REC WITH POINTER WS-RPT-PTR
                          END-STRING
                      ELSE
                          STRING ' ** NOT YET ANSWERED **' DELIMITED BY SIZE
                              INTO WS-RPT-REC WITH POINTER WS-RPT-PTR
                          END-STRING
                      END-IF
                      PERFORM RPT-WRITE-LINE
                  END-IF
              END-PERFORM
              MOVE WS-HIT-SUB TO WS-GLP-SUB
          END-IF
      END-IF.

  REPORT-OVERDUE-LEG.
      PERFORM FORMAT-LEG-LINE
      MOVE WS-LEG-DAYS TO WS-DAYS-EDIT
      STRING ' DAYS='         DELIMITED BY SIZE
             WS-DAYS-EDIT     DELIMITED BY SIZE
          INTO WS-RPT-REC WITH POINTER WS-RPT-PTR
      END-STRING
      PERFORM RPT-WRITE-LINE.

  *> FORMAT-LEG-LINE STARTS A REPORT LINE WITH THE LEG AT WS-GLP-SUB:
  *> THE KEY IT WAS SENT UNDER AND ITS SIGNED AMOUNT.
  FORMAT-LEG-LINE.
      MOVE WS-GLP-AMT(WS-GLP-SUB) TO WS-SIGNED-AMT
      IF WS-GLP-SIGN(WS-GLP-SUB) = '-'
          COMPUTE WS-SIGNED-AMT = 0 - WS-SIGNED-AMT
      END-IF
      MOVE WS-SIGNED-AMT TO WS-AMT-EDIT
      MOVE WS-GLP-RECNO(WS-GLP-SUB) TO WS-RECNO-EDIT
      MOVE SPACES TO WS-RPT-REC
      MOVE 1 TO WS-RPT-PTR
      STRING '  RUN='         DELIMITED BY SIZE
             WS-GLP-RUN-DATE(WS-GLP-SUB) DELIMITED BY SIZE
             ' DEPT='         DELIMITED BY SIZE
             WS-GLP-DEPT(WS-GLP-SUB) DELIMITED BY SIZE
             ' TARGET='       DELIMITED BY SIZE
             WS-GLP-TARGET-NO(WS-GLP-SUB) DELIMITED BY SIZE
             ' RECNO='        DELIMITED BY SIZE
             WS-RECNO-EDIT    DELIMITED BY SIZE
             ' AMOUNT='       DELIMITED BY SIZE
             WS-AMT-EDIT      DELIMITED BY SIZE
          INTO WS-RPT-REC WITH POINTER WS-RPT-PTR
      END-STRING.

  *> REWRITE-POSTING-REGISTER WRITES THE REGISTER BACK WITH THIS RUN'S
  *> SENDS AND ANSWERS, DROPPING ANSWERED LEGS OLDER THAN THE
  *> RETENTION WINDOW. AN UNANSWERED LEG, OR A REJECTED ONE STILL
  *> PENDING ITS RETURN TO SUSPENSE, IS NEVER DROPPED.
  REWRITE-POSTING-REGISTER.
      OPEN OUTPUT GLPOST-FILE
      IF WS-GLP-FS NOT = '00'
          DISPLAY 'AOC_Y2020_EX01_GACK - UNABLE TO REWRITE glpost.dat, FILE STATUS = '
              WS-GLP-FS
          MOVE 12 TO WS-RETURN-CODE
          MOVE 'Y' TO WS-ABORT-SW
      ELSE
          PERFORM VARYING WS-GLP-SUB FROM 1 BY 1
                  UNTIL WS-GLP-SUB > WS-GLP-COUNT OR ABORT-RUN
              MOVE 0 TO WS-LEG-DAYS
              IF WS-GLP-STATUS(WS-GLP-SUB) NOT = 'S'
                      AND WS-GLP-PEND-SW(WS-GLP-SUB) NOT = 'P'
                  COMPUTE WS-LEG-DATE-INT = FUNCTION INTEGER-OF-DATE
                      (WS-GLP-RUN-DATE(WS-GLP-SUB))
                  IF WS-RUN-DATE-INT > WS-LEG-DATE-INT
                      COMPUTE WS-LEG-DAYS = WS-RUN-DATE-INT - WS-LEG-DATE-INT
                  END-IF
              END-IF
              IF WS-LEG-DAYS > WS-RETAIN-DAYS
                  ADD 1 TO WS-PURGED-COUNT
              ELSE
                  MOVE SPACES TO GLPOST-RECORD
                  MOVE WS-GLP-RUN-DATE(WS-GLP-SUB) TO GLP-RUN-DATE
                  MOVE WS-GLP-DEPT(WS-GLP-SUB) TO GLP-DEPT
                  MOVE WS-GLP-TARGET-NO(WS-GLP-SUB) TO GLP-TARGET-NO
                  MOVE WS-GLP-DEPTH(WS-GLP-SUB) TO GLP-DEPTH
                  MOVE WS-GLP-RECNO(WS-GLP-SUB) TO GLP-RECNO
                  MOVE WS-GLP-SIGN(WS-GLP-SUB) TO GLP-SIGN
                  MOVE WS-GLP-AMT(WS-GLP-SUB) TO GLP-AMOUNT
                  MOVE WS-GLP-GRP-DEPT(WS-GLP-SUB) TO GLP-GRP-DEPT
                  MOVE WS-GLP-GRP-RECNO(WS-GLP-SUB) TO GLP-GRP-RECNO
                  MOVE WS-GLP-STATUS(WS-GLP-SUB) TO GLP-STATUS
                  MOVE WS-GLP-ACK-DATE(WS-GLP-SUB) TO GLP-ACK-DATE
                  MOVE WS-GLP-REASON(WS-GLP-SUB) TO GLP-REASON
                  MOVE WS-GLP-PEND-SW(WS-GLP-SUB) TO GLP-PENDING
                  WRITE GLPOST-RECORD
                  IF WS-GLP-FS NOT = '00'
                      DISPLAY 'AOC_Y2020_EX01_GACK - UNABLE TO WRITE glpost.dat, FILE STATUS = '
                          WS-GLP-FS
                      MOVE 12 TO WS-RETURN-CODE
                      MOVE 'Y' TO WS-ABORT-SW
                  END-IF
              END-IF
          END-PERFORM
          CLOSE GLPOST-FILE
          IF WS-GLP-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_GACK - UNABLE TO CLOSE glpost.dat, FILE STATUS = '
                  WS-GLP-FS
              MOVE 12 TO WS-RETURN-CODE
          END-IF
      END-IF.

  *> EMPTY-RESOLUTION-FEED CLEARS respost.dat ONCE EVERY POSTING ON IT
  *> IS SAFELY ON THE REWRITTEN REGISTER, SO THE RESOLUTION STEP'S
  *> EXTENDS BETWEEN TWO OF THESE RUNS ARE ALL PICKED UP AND NONE IS
  *> CARRIED FOREVER. A FAILURE HERE LEAVES THE FEED AS IT WAS - THE
  *> NEXT RUN FINDS ITS LEGS ON THE REGISTER AND PASSES THEM OVER.
  EMPTY-RESOLUTION-FEED.
      OPEN OUTPUT RSLV-POST-FILE
      IF WS-PST-FS NOT = '00'
          DISPLAY 'AOC_Y2020_EX01_GACK - UNABLE TO EMPTY respost.dat, FILE STATUS = '
              WS-PST-FS
          MOVE 12 TO WS-RETURN-CODE
      ELSE
          CLOSE RSLV-POST-FILE
          IF WS-PST-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_GACK - UNABLE TO CLOSE respost.dat, FILE STATUS = '
                  WS-PST-FS
              MOVE 12 TO WS-RETURN-CODE
          END-IF
      END-IF.

  RPT-WRITE-LINE.
      WRITE GLRPT-LINE FROM WS-RPT-REC
      IF WS-RPT-FS NOT = '00'
          DISPLAY 'AOC_Y2020_EX01_GACK - UNABLE TO WRITE glrecon.txt, FILE STATUS = '
              WS-RPT-FS
          MOVE 12 TO WS-RETURN-CODE
          MOVE 'Y' TO WS-ABORT-SW
      END-IF.
