  IDENTIFICATION DIVISION.
  PROGRAM-ID. AOC_Y2020_EX01_BAL.
  ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
  FILE-CONTROL.
      *> THE SEARCH STEP'S CONTROL CARDS, READ FOR THE FIRST CARD'S
      *> LAYOUT VERSION ONLY - THE CLEANED COPIES ARE READ THE WAY THE
      *> SEARCH READ THEM. THE LAYOUT MUST MOVE WITH AOC_Y2020_EX01'S
      *> PARM-RECORD. AN ABSENT OR EMPTY FILE = LAYOUT 1.
      SELECT PARM-FILE ASSIGN "parmctl.dat"
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-PARM-FS.

      *> THE DEPARTMENTS THE JOB RAN FOR, IN THE SAME FREE-FORM LAYOUT
      *> THE EDIT AND SEARCH STEPS READ. A JOB WITH NO deptctl.dat RAN
      *> input.txt AS A SINGLE, UNTAGGED DEPARTMENT.
      SELECT DEPT-FILE ASSIGN "deptctl.dat"
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-DEPT-FS.

      *> EACH DEPARTMENT'S CLEANED COPY (<EXTRACT>.cln), AS THE EDIT
      *> STEP LEFT IT AND THE SEARCH STEP CONSUMED IT.
      SELECT CLEAN-FILE ASSIGN DYNAMIC WS-CLEAN-NAME
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-CLN-FS.

      *> THE JOB'S CONTROL TOTALS, STARTED BY AOC_Y2020_EX01_EDIT AND
      *> EXTENDED BY EVERY LATER STEP THAT HANDS RECORDS ON.
      SELECT CTLTOT-FILE ASSIGN "ctltot.dat"
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-CTT-FS.

      *> THE SEARCH STEP'S OUTPUTS, AS THE LATER STEPS LEFT THEM. THE
      *> LAYOUTS MUST MOVE WITH AOC_Y2020_EX01'S.
      SELECT MATCHED-FILE ASSIGN "matched.dat"
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-MTC-FS.

      SELECT UNMATCH-FILE ASSIGN "unmatched.dat"
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-UNM-FS.

      SELECT BALRPT-FILE ASSIGN "balrpt.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-RPT-FS.

      *> THE EDIT STEP'S BUSINESS-DATE REGISTER. THIS STEP ONLY RUNS
      *> ONCE THE JOB'S SEARCH (OR ITS MERGE) HAS FINISHED, SO IT IS
      *> WHERE THE EXTRACTS THE EDIT STEP MARKED RELEASED BECOME
      *> RECONCILED. ABSENT FILE = NOTHING REGISTERED.
      SELECT BDREG-FILE ASSIGN "bdatereg.dat"
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-BDR-FS.
  DATA DIVISION.
  FILE SECTION.
      FD  PARM-FILE.
      01 PARM-RECORD.
         03 PARM-TARGET-SUM    PIC 9(10).
         03 PARM-DEPTH-MIN     PIC 9(02).
         03 PARM-DEPTH-MAX     PIC 9(02).
         03 PARM-SEARCH-MODE   PIC X(05).
         03 PARM-TOLERANCE     PIC 9(09)V99.
         03 PARM-LAYOUT-VER    PIC X(01).
         *> SIGN, CENTS, POOL, CARRY AND CUTOFF COLUMNS - NOT USED HERE,
         *> BUT A FULL-WIDTH CARD MUST STILL READ CLEANLY.
         03 FILLER             PIC X(11).

      FD  DEPT-FILE.
      01 DEPT-RECORD          PIC X(90).

      *> FIVE WHOLE-UNIT DIGITS FOR LAYOUT 1, SIGN PLUS ELEVEN DIGITS
      *> (TWO IMPLIED DECIMALS) FOR LAYOUT 2.
      FD  CLEAN-FILE.
      01 CLEAN-RECORD.
         03 CLN-STD-NO         PIC 9(05).
         03 CLN-REST           PIC X(07).
      01 CLEAN-RECORD-V2.
         03 CLN-SIGN           PIC X(01).
         03 CLN-AMOUNT         PIC 9(09)V99.

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

      FD  UNMATCH-FILE.
      01 UNMATCH-RECORD.
         03 UNM-DEPT           PIC X(10).
         03 FILLER             PIC X(01).
         03 UNM-RECNO          PIC 9(08).
         03 FILLER             PIC X(01).
         03 UNM-SIGN           PIC X(01).
         03 UNM-AMOUNT         PIC 9(09)V99.

      FD  BALRPT-FILE.
      01 BALRPT-LINE           PIC X(132).

      *> THE LAYOUT MUST MOVE TOGETHER WITH AOC_Y2020_EX01_EDIT'S.
      FD  BDREG-FILE.
      01 BDREG-RECORD.
         03 BDR-DEPT           PIC X(10).
         03 FILLER             PIC X(01).
         03 BDR-BUS-DATE       PIC 9(08).
         03 FILLER             PIC X(01).
         03 BDR-COUNT          PIC 9(08).
         03 FILLER             PIC X(01).
         03 BDR-HASH           PIC 9(13).
         03 FILLER             PIC X(01).
         03 BDR-RUN-DATE       PIC 9(08).
         03 FILLER             PIC X(01).
         03 BDR-STATE          PIC X(01).
  WORKING-STORAGE SECTION.
  77 WS-PARM-FS          PIC 9(02).
  77 WS-DEPT-FS          PIC 9(02).
  77 WS-CLN-FS           PIC 9(02).
  77 WS-CTT-FS           PIC 9(02).
  77 WS-MTC-FS           PIC 9(02).
  77 WS-UNM-FS           PIC 9(02).
  77 WS-RPT-FS           PIC 9(02).
  77 WS-BDR-FS           PIC 9(02).
  01 WS-EOF-SW           PIC X(01) VALUE 'N'.
     88 FILE-EOF         VALUE 'Y'.
  01 WS-CLN-EOF-SW       PIC X(01) VALUE 'N'.
     88 CLN-EOF          VALUE 'Y'.
  01 WS-ABORT-SW         PIC X(01) VALUE 'N'.
     88 ABORT-RUN        VALUE 'Y'.
  01 WS-RETURN-CODE      PIC 9(02) VALUE 0.
  01 WS-RUN-DATE         PIC 9(08).
  01  WS-LAYOUT-VER-SW   PIC X(01) VALUE '1'.
      88 LAYOUT-V1       VALUE '1'.

  01 WS-RAW-NAME         PIC X(80).
  01 WS-CLEAN-NAME       PIC X(84).

  *> JOB-LEVEL FACTS FROM THE CONTROL TOTALS: WHETHER THE SUSPENSE
  *> ROLL TOOK PLACE AT ALL, AND WHETHER A POOLED SEARCH HELD BACK
  *> THE WHOLE POOL'S SUSPENSE FEED.
  01 WS-ROLL-SW          PIC X(01) VALUE 'N'.
     88 ROLL-POSTED      VALUE 'Y'.
  01 WS-POOL-NOFEED-SW   PIC X(01) VALUE 'N'.
     88 POOL-FEED-HELD   VALUE 'Y'.
  *> THE RUN DATE THE EDIT STEP STAMPED ON ITS POSTINGS - AND ON THE
  *> REGISTER ENTRIES IT RELEASED TO THIS JOB'S SEARCH.
  01 WS-EDIT-RUN-DATE    PIC 9(08) VALUE 0.

  *> THE BUSINESS-DATE REGISTER, LOADED WHOLE AND WRITTEN BACK WITH
  *> THIS JOB'S RELEASED ENTRIES CLEARED TO RECONCILED.
  01 WS-MAX-BDR          PIC 9(08) COMP VALUE 50000.
  01 WS-BDR-COUNT        PIC 9(08) COMP VALUE 0.
  01 WS-BDR-TBL.
     03 WS-BDR-ITEM      PIC X(53) OCCURS 50000 TIMES.
  01 WS-BDR-SUB          PIC 9(08) COMP.
  01 WS-BDR-CONFIRMED    PIC 9(08) VALUE 0.

  *> ONE SLOT PER DEPARTMENT: deptctl.dat'S DEPARTMENTS IN FILE
  *> ORDER, THEN ANY DEPARTMENT THAT TURNS UP ONLY ON A POSTING OR
  *> AN OUTPUT FILE. EVERY FIGURE THE CHECKS TIE, AS COUNTS AND
  *> SIGNED TOTALS IN UNITS.
  01 WS-MAX-DEPTS        PIC 9(04) COMP VALUE 1000.
  01 WS-BAL-COUNT        PIC 9(04) COMP VALUE 0.
  01 WS-BAL-TBL.
     03 WS-BAL-ITEM      OCCURS 1000 TIMES.
        05 WS-BAL-DEPT       PIC X(10).
        05 WS-BAL-CTL-SW     PIC X(01).
        05 WS-BAL-CLN-SW     PIC X(01).
        05 WS-BAL-CLN-CNT    PIC 9(08) COMP.
        05 WS-BAL-CLN-AMT    PIC S9(13)V99 COMP-3.
        05 WS-BAL-CLN-BAD    PIC 9(08) COMP.
        05 WS-BAL-EDIT-SW    PIC X(01).
        05 WS-BAL-EDIT-CNT   PIC 9(08) COMP.
        05 WS-BAL-EDIT-AMT   PIC S9(13)V99 COMP-3.
        05 WS-BAL-LOAD-SW    PIC X(01).
        05 WS-BAL-LOAD-CNT   PIC 9(08) COMP.
        05 WS-BAL-LOAD-AMT   PIC S9(13)V99 COMP-3.
        05 WS-BAL-CAR-CNT    PIC 9(08) COMP.
        05 WS-BAL-CAR-AMT    PIC S9(13)V99 COMP-3.
        05 WS-BAL-SKIP-SW    PIC X(01).
        05 WS-BAL-NOFEED-SW  PIC X(01).
        05 WS-BAL-MTC-CNT    PIC 9(08) COMP.
        05 WS-BAL-MTC-AMT    PIC S9(13)V99 COMP-3.
        05 WS-BAL-RET-CNT    PIC 9(08) COMP.
        05 WS-BAL-RET-AMT    PIC S9(13)V99 COMP-3.
        05 WS-BAL-UNM-CNT    PIC 9(08) COMP.
        05 WS-BAL-UNM-AMT    PIC S9(13)V99 COMP-3.
        05 WS-BAL-SNEW-CNT   PIC 9(08) COMP.
        05 WS-BAL-SNEW-AMT   PIC S9(13)V99 COMP-3.
        05 WS-BAL-SCAR-CNT   PIC 9(08) COMP.
        05 WS-BAL-SCAR-AMT   PIC S9(13)V99 COMP-3.
        05 WS-BAL-SHELD-CNT  PIC 9(08) COMP.
        05 WS-BAL-SHELD-AMT  PIC S9(13)V99 COMP-3.
        05 WS-BAL-SPRIOR-CNT PIC 9(08) COMP.
        05 WS-BAL-SDROP-CNT  PIC 9(08) COMP.
        05 WS-BAL-SRSLV-CNT  PIC 9(08) COMP.
        05 WS-BAL-FAILS      PIC 9(04) COMP.
        05 WS-BAL-NOTE       PIC X(40).
  01 WS-BAL-SUB          PIC 9(04) COMP.
  01 WS-BAL-KEY          PIC X(10).

  *> THE LEGS ON matched.dat, KEYED BY DEPARTMENT AND EXTRACT RECORD
  *> NUMBER, AND AN INDEX OVER THEM IN KEY ORDER. AN ENTRY MATCHED
  *> UNDER SEVERAL TARGETS HAS A LEG FOR EACH, BUT WAS LOADED ONCE.
  01 WS-MAX-LEGS         PIC 9(08) COMP VALUE 50000.
  01 WS-LEG-COUNT        PIC 9(08) COMP VALUE 0.
  01 WS-LEG-TBL.
     03 WS-LEG-ITEM      OCCURS 50000 TIMES.
        05 WS-LEG-KEY.
           07 WS-LEG-DEPT    PIC X(10).
           07 WS-LEG-RECNO   PIC 9(08).
        05 WS-LEG-AMT        PIC S9(11)V99 COMP-3.
  01 WS-IDX-TBL.
     03 WS-IDX-ENTRY     PIC 9(08) COMP OCCURS 50000 TIMES.
  01 WS-LEG-SUB          PIC 9(08) COMP.
  01 WS-PREV-KEY         PIC X(18).

  *> SHELL-SORT WORK FIELDS FOR THE LEG INDEX.
  01 WS-SORT-N           PIC 9(08) COMP.
  01 WS-SORT-GAP         PIC 9(08) COMP.
  01 WS-SORT-I           PIC 9(08) COMP.
  01 WS-SORT-J           PIC 9(08) COMP.
  01 WS-SORT-HOLD        PIC 9(08) COMP.

  *> THE FAILED TIES, HELD FOR THE OUT-OF-BALANCE SECTION.
  01 WS-MAX-OOB          PIC 9(05) COMP VALUE 10000.
  01 WS-OOB-COUNT        PIC 9(05) COMP VALUE 0.
  01 WS-OOB-TBL.
     03 WS-OOB-ITEM      OCCURS 10000 TIMES.
        05 WS-OOB-DEPT       PIC X(10).
        05 WS-OOB-CHECK      PIC X(40).
        05 WS-OOB-CNT-DIFF   PIC S9(09) COMP-3.
        05 WS-OOB-AMT-DIFF   PIC S9(13)V99 COMP-3.
        05 WS-OOB-AMT-SW     PIC X(01).
  01 WS-OOB-SUB          PIC 9(05) COMP.

  *> THE TIE IN HAND: THE FIGURE ON THE LEFT MUST EQUAL THE FIGURE
  *> ON THE RIGHT, IN RECORDS AND - WHEN AMT-SW IS 'Y' - IN AMOUNT.
  01 WS-CHK-NAME         PIC X(40).
  01 WS-CHK-L-CNT        PIC S9(09) COMP-3.
  01 WS-CHK-R-CNT        PIC S9(09) COMP-3.
  01 WS-CHK-L-AMT        PIC S9(13)V99 COMP-3.
  01 WS-CHK-R-AMT        PIC S9(13)V99 COMP-3.
  01 WS-CHK-AMT-SW       PIC X(01).
  01 WS-FEED-HELD-SW     PIC X(01).
     88 DEPT-FEED-HELD   VALUE 'Y'.

  01 WS-DEPTS-BALANCED   PIC 9(08) VALUE 0.
  01 WS-DEPTS-NOT-BAL    PIC 9(08) VALUE 0.
  01 WS-DEPTS-OUT        PIC 9(08) VALUE 0.

  01 WS-SIGNED-AMT       PIC S9(13)V99 COMP-3.
  01 WS-LINE-NAME        PIC X(32).
  01 WS-LINE-CNT         PIC 9(08).
  01 WS-DEPT-LABEL       PIC X(10).
  01 WS-RPT-REC          PIC X(132).
  01 WS-RPT-PTR          PIC 9(04) COMP.
  01 WS-COUNT-EDIT       PIC ZZZZZZZ9.
  01 WS-DIFF-EDIT        PIC -(08)9.
  01 WS-AMT-EDIT         PIC -(12)9.99.

  PROCEDURE DIVISION.
  MAIN-PARA.
      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

      PERFORM LOAD-LAYOUT-VERSION.
      IF NOT ABORT-RUN
          PERFORM LOAD-RUN-DEPARTMENTS
      END-IF.
      IF NOT ABORT-RUN
          PERFORM LOAD-CONTROL-TOTALS
      END-IF.
      IF NOT ABORT-RUN
          PERFORM LOAD-MATCHED-LEGS
      END-IF.
      IF NOT ABORT-RUN
          PERFORM COUNT-MATCHED-ENTRIES
      END-IF.
      IF NOT ABORT-RUN
          PERFORM LOAD-UNMATCHED-ENTRIES
      END-IF.

      IF NOT ABORT-RUN
          OPEN OUTPUT BALRPT-FILE
          IF WS-RPT-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_BAL - UNABLE TO OPEN balrpt.txt, FILE STATUS = '
                  WS-RPT-FS
              MOVE 12 TO WS-RETURN-CODE
              MOVE 'Y' TO WS-ABORT-SW
          END-IF
      END-IF.

      IF NOT ABORT-RUN
          MOVE SPACES TO WS-RPT-REC
          MOVE 1 TO WS-RPT-PTR
          STRING 'AOC_Y2020_EX01 JOB CONTROL BALANCING   RUN DATE '
                             DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
              INTO WS-RPT-REC WITH POINTER WS-RPT-PTR
          END-STRING
          PERFORM RPT-WRITE-LINE
          IF NOT ROLL-POSTED
              MOVE 'NO SUSPENSE ROLL THIS JOB - THE ROLL TIES ARE NOT APPLIED'
                  TO WS-RPT-REC
              PERFORM RPT-WRITE-LINE
          END-IF
          PERFORM VARYING WS-BAL-SUB FROM 1 BY 1
                  UNTIL WS-BAL-SUB > WS-BAL-COUNT OR ABORT-RUN
              PERFORM BALANCE-ONE-DEPT
          END-PERFORM
          IF NOT ABORT-RUN
              PERFORM WRITE-OUT-OF-BALANCE
          END-IF
          IF NOT ABORT-RUN
              MOVE SPACES TO WS-RPT-REC
              PERFORM RPT-WRITE-LINE
              MOVE WS-DEPTS-BALANCED TO WS-COUNT-EDIT
              MOVE 'DEPARTMENTS BALANCED.........: ' TO WS-RPT-REC
              MOVE WS-COUNT-EDIT TO WS-RPT-REC(32:8)
              PERFORM RPT-WRITE-LINE
              MOVE WS-DEPTS-NOT-BAL TO WS-COUNT-EDIT
              MOVE 'DEPARTMENTS NOT BALANCED.....: ' TO WS-RPT-REC
              MOVE WS-COUNT-EDIT TO WS-RPT-REC(32:8)
              PERFORM RPT-WRITE-LINE
              MOVE WS-DEPTS-OUT TO WS-COUNT-EDIT
              MOVE 'DEPARTMENTS OUT OF BALANCE...: ' TO WS-RPT-REC
              MOVE WS-COUNT-EDIT TO WS-RPT-REC(32:8)
              PERFORM RPT-WRITE-LINE
          END-IF
          CLOSE BALRPT-FILE
          IF WS-RPT-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_BAL - UNABLE TO CLOSE balrpt.txt, FILE STATUS = '
                  WS-RPT-FS
              MOVE 12 TO WS-RETURN-CODE
          END-IF
      END-IF.

      *> OUT OF BALANCE OUTRANKS A DEPARTMENT THAT COULD NOT BE
      *> BALANCED; A FILE ERROR OUTRANKS BOTH.
      IF NOT ABORT-RUN
          IF WS-DEPTS-OUT > 0
              IF WS-RETURN-CODE < 10
                  MOVE 10 TO WS-RETURN-CODE
              END-IF
          ELSE
              IF WS-DEPTS-NOT-BAL > 0
                  IF WS-RETURN-CODE < 4
                      MOVE 4 TO WS-RETURN-CODE
                  END-IF
              END-IF
          END-IF
          DISPLAY 'AOC_Y2020_EX01_BAL - DEPARTMENTS BALANCED = ' WS-DEPTS-BALANCED
          DISPLAY 'AOC_Y2020_EX01_BAL - DEPARTMENTS NOT BALANCED = ' WS-DEPTS-NOT-BAL
          DISPLAY 'AOC_Y2020_EX01_BAL - DEPARTMENTS OUT OF BALANCE = ' WS-DEPTS-OUT
      END-IF.

      *> WHATEVER THE BALANCE, THE SEARCH HAS FINISHED AND ITS MATCHES
      *> HAVE GONE TO THE LEDGER: THE DAYS IT WAS RELEASED WITH ARE
      *> RECONCILED, AND FROM NOW ON ARRIVING AGAIN IS A RESEND.
      IF WS-EDIT-RUN-DATE > 0
          PERFORM CONFIRM-DATE-REGISTER
      END-IF.

      MOVE WS-RETURN-CODE TO RETURN-CODE.
      STOP RUN.

  *> LOAD-LAYOUT-VERSION TAKES THE EXTRACT LAYOUT FROM THE FIRST
  *> CONTROL CARD, AS THE SEARCH STEP DOES. A CARD THAT WOULD HAVE
  *> STOPPED THE SEARCH STOPS THIS STEP TOO.
  LOAD-LAYOUT-VERSION.
      OPEN INPUT PARM-FILE
      IF WS-PARM-FS NOT = '00'
          IF WS-PARM-FS NOT = '35'
              DISPLAY 'AOC_Y2020_EX01_BAL - UNABLE TO OPEN parmctl.dat, FILE STATUS = '
                  WS-PARM-FS
              MOVE 12 TO WS-RETURN-CODE
              MOVE 'Y' TO WS-ABORT-SW
          END-IF
      ELSE
          READ PARM-FILE
              AT END
                  CONTINUE
              NOT AT END
                  IF WS-PARM-FS NOT = '00'
                      DISPLAY 'AOC_Y2020_EX01_BAL - parmctl.dat READ ERROR, FILE STATUS = '
                          WS-PARM-FS
                      MOVE 12 TO WS-RETURN-CODE
                      MOVE 'Y' TO WS-ABORT-SW
                  ELSE
                      EVALUATE PARM-LAYOUT-VER
                          WHEN '1'
                          WHEN SPACE
                              MOVE '1' TO WS-LAYOUT-VER-SW
                          WHEN '2'
                              MOVE '2' TO WS-LAYOUT-VER-SW
                          WHEN OTHER
                              DISPLAY 'AOC_Y2020_EX01_BAL - INVALID LAYOUT VERSION '
                                  PARM-LAYOUT-VER ' ON CONTROL CARD (EXPECTED 1 OR 2)'
                              MOVE 12 TO WS-RETURN-CODE
                              MOVE 'Y' TO WS-ABORT-SW
                      END-EVALUATE
                  END-IF
          END-READ
          CLOSE PARM-FILE
          IF WS-PARM-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_BAL - UNABLE TO CLOSE parmctl.dat, FILE STATUS = '
                  WS-PARM-FS
              MOVE 12 TO WS-RETURN-CODE
          END-IF
      END-IF.

  *> LOAD-RUN-DEPARTMENTS OPENS A SLOT FOR EVERY DEPARTMENT THE JOB
  *> RAN FOR AND COUNTS AND TOTALS ITS CLEANED COPY. A CLEANED COPY
  *> THAT IS NOT THERE IS NOTED, NOT FATAL - THE DEPARTMENT SIMPLY
  *> CANNOT BALANCE.
  LOAD-RUN-DEPARTMENTS.
      MOVE 'N' TO WS-EOF-SW
      OPEN INPUT DEPT-FILE
      IF WS-DEPT-FS = '00'
          PERFORM UNTIL FILE-EOF OR ABORT-RUN
              READ DEPT-FILE
              AT END
                  MOVE 'Y' TO WS-EOF-SW
              NOT AT END
                  IF WS-DEPT-FS NOT = '00'
                      DISPLAY 'AOC_Y2020_EX01_BAL - deptctl.dat READ ERROR, FILE STATUS = '
                          WS-DEPT-FS
                      MOVE 12 TO WS-RETURN-CODE
                      MOVE 'Y' TO WS-ABORT-SW
                  ELSE
                      IF DEPT-RECORD NOT = SPACES
                          MOVE SPACES TO WS-BAL-KEY
                          MOVE SPACES TO WS-RAW-NAME
                          UNSTRING DEPT-RECORD DELIMITED BY ALL SPACE
                              INTO WS-BAL-KEY WS-RAW-NAME
                          END-UNSTRING
                          PERFORM TOTAL-CLEANED-COPY
                      END-IF
                  END-IF
              END-READ
          END-PERFORM
          CLOSE DEPT-FILE
          IF WS-DEPT-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_BAL - UNABLE TO CLOSE deptctl.dat, FILE STATUS = '
                  WS-DEPT-FS
              MOVE 12 TO WS-RETURN-CODE
          END-IF
      ELSE
          IF WS-DEPT-FS NOT = '35'
              DISPLAY 'AOC_Y2020_EX01_BAL - UNABLE TO OPEN deptctl.dat, FILE STATUS = '
                  WS-DEPT-FS
              MOVE 12 TO WS-RETURN-CODE
              MOVE 'Y' TO WS-ABORT-SW
          ELSE
              MOVE SPACES TO WS-BAL-KEY
              MOVE 'input.txt' TO WS-RAW-NAME
              PERFORM TOTAL-CLEANED-COPY
          END-IF
      END-IF.

  *> TOTAL-CLEANED-COPY COUNTS AND TOTALS THE CLEANED COPY OF THE
  *> EXTRACT IN WS-RAW-NAME FOR THE DEPARTMENT IN WS-BAL-KEY. A
  *> RECORD THE SEARCH COULD NOT HAVE READ UNDER THE CARD'S LAYOUT IS
  *> COUNTED SEPARATELY.
  TOTAL-CLEANED-COPY.
      PERFORM FIND-BAL-SLOT
      IF NOT ABORT-RUN
          MOVE 'Y' TO WS-BAL-CTL-SW(WS-BAL-SUB)
          MOVE SPACES TO WS-CLEAN-NAME
          STRING WS-RAW-NAME DELIMITED BY SPACE
                 '.cln'      DELIMITED BY SIZE
              INTO WS-CLEAN-NAME
          END-STRING
          OPEN INPUT CLEAN-FILE
          IF WS-CLN-FS NOT = '00'
              IF WS-CLN-FS NOT = '35'
                  DISPLAY 'AOC_Y2020_EX01_BAL - UNABLE TO OPEN ' WS-CLEAN-NAME
                      ', FILE STATUS = ' WS-CLN-FS
                  MOVE 12 TO WS-RETURN-CODE
                  MOVE 'Y' TO WS-ABORT-SW
              ELSE
                  MOVE 'M' TO WS-BAL-CLN-SW(WS-BAL-SUB)
              END-IF
          ELSE
              MOVE 'Y' TO WS-BAL-CLN-SW(WS-BAL-SUB)
              MOVE 'N' TO WS-CLN-EOF-SW
              PERFORM UNTIL CLN-EOF OR ABORT-RUN
                  READ CLEAN-FILE
                  AT END
                      MOVE 'Y' TO WS-CLN-EOF-SW
                  NOT AT END
                      IF WS-CLN-FS NOT = '00'
                          DISPLAY 'AOC_Y2020_EX01_BAL - ' WS-CLEAN-NAME
                              ' READ ERROR, FILE STATUS = ' WS-CLN-FS
                          MOVE 12 TO WS-RETURN-CODE
                          MOVE 'Y' TO WS-ABORT-SW
                      ELSE
                          ADD 1 TO WS-BAL-CLN-CNT(WS-BAL-SUB)
                          IF LAYOUT-V1
                              IF CLN-STD-NO IS NUMERIC AND CLN-REST = SPACES
                                  ADD CLN-STD-NO TO WS-BAL-CLN-AMT(WS-BAL-SUB)
                              ELSE
                                  ADD 1 TO WS-BAL-CLN-BAD(WS-BAL-SUB)
                              END-IF
                          ELSE
                              IF CLN-AMOUNT IS NUMERIC
                                      AND (CLN-SIGN = '+' OR CLN-SIGN = '-'
                                           OR CLN-SIGN = SPACE)
                                  IF CLN-SIGN = '-'
                                      SUBTRACT CLN-AMOUNT
                                          FROM WS-BAL-CLN-AMT(WS-BAL-SUB)
                                  ELSE
                                      ADD CLN-AMOUNT TO WS-BAL-CLN-AMT(WS-BAL-SUB)
                                  END-IF
                              ELSE
                                  ADD 1 TO WS-BAL-CLN-BAD(WS-BAL-SUB)
                              END-IF
                          END-IF
                      END-IF
                  END-READ
              END-PERFORM
              CLOSE CLEAN-FILE
              IF WS-CLN-FS NOT = '00'
                  DISPLAY 'AOC_Y2020_EX01_BAL - UNABLE TO CLOSE ' WS-CLEAN-NAME
                      ', FILE STATUS = ' WS-CLN-FS
                  MOVE 12 TO WS-RETURN-CODE
              END-IF
          END-IF
      END-IF.

  *> LOAD-CONTROL-TOTALS ADDS EVERY STEP'S POSTINGS INTO THE
  *> DEPARTMENT SLOTS. THE RUN-LEVEL POSTINGS - THE SUSPENSE ROLL'S
  *> AND A POOLED SEARCH'S HELD-BACK FEED - SET THE JOB-LEVEL FACTS
  *> INSTEAD. A POSTING THAT CANNOT BE READ STOPS THE STEP: A
  *> BALANCE STRUCK WITHOUT IT WOULD PROVE NOTHING.
  LOAD-CONTROL-TOTALS.
      MOVE 'N' TO WS-EOF-SW
      OPEN INPUT CTLTOT-FILE
      IF WS-CTT-FS NOT = '00'
          IF WS-CTT-FS NOT = '35'
              DISPLAY 'AOC_Y2020_EX01_BAL - UNABLE TO OPEN ctltot.dat, FILE STATUS = '
                  WS-CTT-FS
              MOVE 12 TO WS-RETURN-CODE
              MOVE 'Y' TO WS-ABORT-SW
          END-IF
      ELSE
          PERFORM UNTIL FILE-EOF OR ABORT-RUN
              READ CTLTOT-FILE
              AT END
                  MOVE 'Y' TO WS-EOF-SW
              NOT AT END
                  IF WS-CTT-FS NOT = '00'
                      DISPLAY 'AOC_Y2020_EX01_BAL - ctltot.dat READ ERROR, FILE STATUS = '
                          WS-CTT-FS
                      MOVE 12 TO WS-RETURN-CODE
                      MOVE 'Y' TO WS-ABORT-SW
                  ELSE
                      IF CTLTOT-RECORD NOT = SPACES
                          PERFORM STORE-ONE-POSTING
                      END-IF
                  END-IF
              END-READ
          END-PERFORM
          CLOSE CTLTOT-FILE
          IF WS-CTT-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_BAL - UNABLE TO CLOSE ctltot.dat, FILE STATUS = '
                  WS-CTT-FS
              MOVE 12 TO WS-RETURN-CODE
          END-IF
      END-IF.

  STORE-ONE-POSTING.
      IF CTT-COUNT IS NOT NUMERIC OR CTT-AMOUNT IS NOT NUMERIC
              OR (CTT-SIGN NOT = '+' AND CTT-SIGN NOT = '-')
          DISPLAY 'AOC_Y2020_EX01_BAL - MALFORMED ctltot.dat RECORD: '
              CTLTOT-RECORD(1:40)
          MOVE 12 TO WS-RETURN-CODE
          MOVE 'Y' TO WS-ABORT-SW
      ELSE
          MOVE CTT-AMOUNT TO WS-SIGNED-AMT
          IF CTT-SIGN = '-'
              COMPUTE WS-SIGNED-AMT = 0 - WS-SIGNED-AMT
          END-IF
          IF CTT-STEP = 'EDIT' AND CTT-RUN-DATE IS NUMERIC
              MOVE CTT-RUN-DATE TO WS-EDIT-RUN-DATE
          END-IF
          EVALUATE TRUE
              WHEN CTT-STEP = 'SUSP' AND CTT-DEPT = '*ROLL*'
                  MOVE 'Y' TO WS-ROLL-SW
              WHEN CTT-STEP = 'SRCH' AND CTT-DEPT = '*POOLED*'
                  IF CTT-ITEM = 'NOFEED'
                      MOVE 'Y' TO WS-POOL-NOFEED-SW
                  END-IF
              WHEN OTHER
                  MOVE CTT-DEPT TO WS-BAL-KEY
                  PERFORM FIND-BAL-SLOT
                  IF NOT ABORT-RUN
                      PERFORM APPLY-ONE-POSTING
                  END-IF
          END-EVALUATE
      END-IF.

  APPLY-ONE-POSTING.
      EVALUATE CTT-STEP ALSO CTT-ITEM
          WHEN 'EDIT' ALSO 'ACCEPTED'
              MOVE 'Y' TO WS-BAL-EDIT-SW(WS-BAL-SUB)
              ADD CTT-COUNT TO WS-BAL-EDIT-CNT(WS-BAL-SUB)
              ADD WS-SIGNED-AMT TO WS-BAL-EDIT-AMT(WS-BAL-SUB)
          WHEN 'SRCH' ALSO 'LOADED'
              MOVE 'Y' TO WS-BAL-LOAD-SW(WS-BAL-SUB)
              ADD CTT-COUNT TO WS-BAL-LOAD-CNT(WS-BAL-SUB)
              ADD WS-SIGNED-AMT TO WS-BAL-LOAD-AMT(WS-BAL-SUB)
          WHEN 'SRCH' ALSO 'CARRIED'
              ADD CTT-COUNT TO WS-BAL-CAR-CNT(WS-BAL-SUB)
              ADD WS-SIGNED-AMT TO WS-BAL-CAR-AMT(WS-BAL-SUB)
          WHEN 'SRCH' ALSO 'SKIPPED'
              MOVE 'Y' TO WS-BAL-SKIP-SW(WS-BAL-SUB)
          WHEN 'SRCH' ALSO 'NOFEED'
              MOVE 'Y' TO WS-BAL-NOFEED-SW(WS-BAL-SUB)
          WHEN 'GACK' ALSO 'RETURNED'
              ADD CTT-COUNT TO WS-BAL-RET-CNT(WS-BAL-SUB)
              ADD WS-SIGNED-AMT TO WS-BAL-RET-AMT(WS-BAL-SUB)
          WHEN 'SUSP' ALSO 'NEW'
              ADD CTT-COUNT TO WS-BAL-SNEW-CNT(WS-BAL-SUB)
              ADD WS-SIGNED-AMT TO WS-BAL-SNEW-AMT(WS-BAL-SUB)
          WHEN 'SUSP' ALSO 'CARRIED'
              ADD CTT-COUNT TO WS-BAL-SCAR-CNT(WS-BAL-SUB)
              ADD WS-SIGNED-AMT TO WS-BAL-SCAR-AMT(WS-BAL-SUB)
          WHEN 'SUSP' ALSO 'HELDOUT'
              ADD CTT-COUNT TO WS-BAL-SHELD-CNT(WS-BAL-SUB)
              ADD WS-SIGNED-AMT TO WS-BAL-SHELD-AMT(WS-BAL-SUB)
          WHEN 'SUSP' ALSO 'PRIOR'
              ADD CTT-COUNT TO WS-BAL-SPRIOR-CNT(WS-BAL-SUB)
          WHEN 'SUSP' ALSO 'DROPPED'
              ADD CTT-COUNT TO WS-BAL-SDROP-CNT(WS-BAL-SUB)
          WHEN 'SUSP' ALSO 'RESOLVED'
              ADD CTT-COUNT TO WS-BAL-SRSLV-CNT(WS-BAL-SUB)
          WHEN OTHER
              CONTINUE
      END-EVALUATE.

  *> LOAD-MATCHED-LEGS READS matched.dat INTO THE LEG TABLE. AN
  *> ABSENT FILE IS NO LEGS.
  LOAD-MATCHED-LEGS.
      MOVE 'N' TO WS-EOF-SW
      OPEN INPUT MATCHED-FILE
      IF WS-MTC-FS NOT = '00'
          IF WS-MTC-FS NOT = '35'
              DISPLAY 'AOC_Y2020_EX01_BAL - UNABLE TO OPEN matched.dat, FILE STATUS = '
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
                      DISPLAY 'AOC_Y2020_EX01_BAL - matched.dat READ ERROR, FILE STATUS = '
                          WS-MTC-FS
                      MOVE 12 TO WS-RETURN-CODE
                      MOVE 'Y' TO WS-ABORT-SW
                  ELSE
                      IF MATCHED-RECORD NOT = SPACES
                          PERFORM STORE-ONE-LEG
                      END-IF
                  END-IF
              END-READ
          END-PERFORM
          CLOSE MATCHED-FILE
          IF WS-MTC-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_BAL - UNABLE TO CLOSE matched.dat, FILE STATUS = '
                  WS-MTC-FS
              MOVE 12 TO WS-RETURN-CODE
          END-IF
      END-IF.

  STORE-ONE-LEG.
      IF MTC-RECNO IS NOT NUMERIC OR MTC-AMOUNT IS NOT NUMERIC
              OR (MTC-SIGN NOT = '+' AND MTC-SIGN NOT = '-')
          DISPLAY 'AOC_Y2020_EX01_BAL - MALFORMED matched.dat RECORD: '
              MATCHED-RECORD(1:40)
          MOVE 12 TO WS-RETURN-CODE
          MOVE 'Y' TO WS-ABORT-SW
      ELSE
          IF WS-LEG-COUNT >= WS-MAX-LEGS
              DISPLAY 'AOC_Y2020_EX01_BAL - matched.dat EXCEEDS THE '
                  'TABLE CEILING OF ' WS-MAX-LEGS
              MOVE 12 TO WS-RETURN-CODE
              MOVE 'Y' TO WS-ABORT-SW
          ELSE
              ADD 1 TO WS-LEG-COUNT
              MOVE MTC-DEPT TO WS-LEG-DEPT(WS-LEG-COUNT)
              MOVE MTC-RECNO TO WS-LEG-RECNO(WS-LEG-COUNT)
              MOVE MTC-AMOUNT TO WS-LEG-AMT(WS-LEG-COUNT)
              IF MTC-SIGN = '-'
                  COMPUTE WS-LEG-AMT(WS-LEG-COUNT) =
                      0 - WS-LEG-AMT(WS-LEG-COUNT)
              END-IF
              MOVE WS-LEG-COUNT TO WS-IDX-ENTRY(WS-LEG-COUNT)
          END-IF
      END-IF.

  *> COUNT-MATCHED-ENTRIES TAKES THE LEGS IN KEY ORDER AND COUNTS
  *> EACH DEPARTMENT'S DISTINCT EXTRACT ENTRIES, WITH THEIR SIGNED
  *> TOTAL, SO AN ENTRY REPORTED UNDER SEVERAL TARGETS IS COUNTED
  *> ONCE - AS IT WAS LOADED ONCE.
  COUNT-MATCHED-ENTRIES.
      PERFORM SORT-LEG-INDEX
      MOVE HIGH-VALUES TO WS-PREV-KEY
      PERFORM VARYING WS-SORT-I FROM 1 BY 1
              UNTIL WS-SORT-I > WS-LEG-COUNT OR ABORT-RUN
          MOVE WS-IDX-ENTRY(WS-SORT-I) TO WS-LEG-SUB
          IF WS-LEG-KEY(WS-LEG-SUB) NOT = WS-PREV-KEY
              MOVE WS-LEG-KEY(WS-LEG-SUB) TO WS-PREV-KEY
              MOVE WS-LEG-DEPT(WS-LEG-SUB) TO WS-BAL-KEY
              PERFORM FIND-BAL-SLOT
              IF NOT ABORT-RUN
                  ADD 1 TO WS-BAL-MTC-CNT(WS-BAL-SUB)
                  ADD WS-LEG-AMT(WS-LEG-SUB) TO WS-BAL-MTC-AMT(WS-BAL-SUB)
              END-IF
          END-IF
      END-PERFORM.

  *> SORT-LEG-INDEX PUTS THE LEG INDEX IN DEPARTMENT AND RECORD
  *> NUMBER ORDER, BY THE SAME SHELL SORT THE SEARCH STEP USES ON ITS
  *> ENTRY TABLE.
  SORT-LEG-INDEX.
      MOVE WS-LEG-COUNT TO WS-SORT-N
      DIVIDE WS-SORT-N BY 2 GIVING WS-SORT-GAP
      PERFORM UNTIL WS-SORT-GAP < 1
          COMPUTE WS-SORT-I = WS-SORT-GAP + 1
          PERFORM UNTIL WS-SORT-I > WS-SORT-N
              MOVE WS-IDX-ENTRY(WS-SORT-I) TO WS-SORT-HOLD
              MOVE WS-SORT-I TO WS-SORT-J
              PERFORM UNTIL WS-SORT-J NOT > WS-SORT-GAP
                      OR WS-LEG-KEY(WS-IDX-ENTRY(WS-SORT-J - WS-SORT-GAP))
                         NOT > WS-LEG-KEY(WS-SORT-HOLD)
                  MOVE WS-IDX-ENTRY(WS-SORT-J - WS-SORT-GAP)
                      TO WS-IDX-ENTRY(WS-SORT-J)
                  SUBTRACT WS-SORT-GAP FROM WS-SORT-J
              END-PERFORM
              MOVE WS-SORT-HOLD TO WS-IDX-ENTRY(WS-SORT-J)
              ADD 1 TO WS-SORT-I
          END-PERFORM
          DIVIDE WS-SORT-GAP BY 2 GIVING WS-SORT-GAP
      END-PERFORM.

  *> LOAD-UNMATCHED-ENTRIES COUNTS AND TOTALS unmatched.dat BY
  *> DEPARTMENT. AN ABSENT FILE IS NO ENTRIES.
  LOAD-UNMATCHED-ENTRIES.
      MOVE 'N' TO WS-EOF-SW
      OPEN INPUT UNMATCH-FILE
      IF WS-UNM-FS NOT = '00'
          IF WS-UNM-FS NOT = '35'
              DISPLAY 'AOC_Y2020_EX01_BAL - UNABLE TO OPEN unmatched.dat, FILE STATUS = '
                  WS-UNM-FS
              MOVE 12 TO WS-RETURN-CODE
              MOVE 'Y' TO WS-ABORT-SW
          END-IF
      ELSE
          PERFORM UNTIL FILE-EOF OR ABORT-RUN
              READ UNMATCH-FILE
              AT END
                  MOVE 'Y' TO WS-EOF-SW
              NOT AT END
                  IF WS-UNM-FS NOT = '00'
                      DISPLAY 'AOC_Y2020_EX01_BAL - unmatched.dat READ ERROR, FILE STATUS = '
                          WS-UNM-FS
                      MOVE 12 TO WS-RETURN-CODE
                      MOVE 'Y' TO WS-ABORT-SW
                  ELSE
                      IF UNMATCH-RECORD NOT = SPACES
                          IF UNM-RECNO IS NOT NUMERIC OR UNM-AMOUNT IS NOT NUMERIC
                                  OR (UNM-SIGN NOT = '+' AND UNM-SIGN NOT = '-')
                              DISPLAY 'AOC_Y2020_EX01_BAL - MALFORMED unmatched.dat RECORD: '
                                  UNMATCH-RECORD
                              MOVE 12 TO WS-RETURN-CODE
                              MOVE 'Y' TO WS-ABORT-SW
                          ELSE
                              MOVE UNM-DEPT TO WS-BAL-KEY
                              PERFORM FIND-BAL-SLOT
                              IF NOT ABORT-RUN
                                  ADD 1 TO WS-BAL-UNM-CNT(WS-BAL-SUB)
                                  IF UNM-SIGN = '-'
                                      SUBTRACT UNM-AMOUNT FROM WS-BAL-UNM-AMT(WS-BAL-SUB)
                                  ELSE
                                      ADD UNM-AMOUNT TO WS-BAL-UNM-AMT(WS-BAL-SUB)
                                  END-IF
                              END-IF
                          END-IF
                      END-IF
                  END-IF
              END-READ
          END-PERFORM
          CLOSE UNMATCH-FILE
          IF WS-UNM-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_BAL - UNABLE TO CLOSE unmatched.dat, FILE STATUS = '
                  WS-UNM-FS
              MOVE 12 TO WS-RETURN-CODE
          END-IF
      END-IF.

  *> FIND-BAL-SLOT SETS WS-BAL-SUB TO THE SLOT FOR WS-BAL-KEY, OPENING
  *> A ZEROED SLOT AT THE END WHEN IT IS NEW.
  FIND-BAL-SLOT.
      MOVE 0 TO WS-BAL-SUB
      PERFORM VARYING WS-OOB-SUB FROM 1 BY 1
              UNTIL WS-OOB-SUB > WS-BAL-COUNT OR WS-BAL-SUB > 0
          IF WS-BAL-DEPT(WS-OOB-SUB) = WS-BAL-KEY
              MOVE WS-OOB-SUB TO WS-BAL-SUB
          END-IF
      END-PERFORM
      IF WS-BAL-SUB = 0
          IF WS-BAL-COUNT >= WS-MAX-DEPTS
              DISPLAY 'AOC_Y2020_EX01_BAL - MORE THAN ' WS-MAX-DEPTS
                  ' DEPARTMENTS TO BALANCE'
              MOVE 12 TO WS-RETURN-CODE
              MOVE 'Y' TO WS-ABORT-SW
          ELSE
              ADD 1 TO WS-BAL-COUNT
              MOVE WS-BAL-COUNT TO WS-BAL-SUB
              MOVE WS-BAL-KEY TO WS-BAL-DEPT(WS-BAL-SUB)
              MOVE 'N' TO WS-BAL-CTL-SW(WS-BAL-SUB)
              MOVE 'N' TO WS-BAL-CLN-SW(WS-BAL-SUB)
              MOVE 'N' TO WS-BAL-EDIT-SW(WS-BAL-SUB)
              MOVE 'N' TO WS-BAL-LOAD-SW(WS-BAL-SUB)
              MOVE 'N' TO WS-BAL-SKIP-SW(WS-BAL-SUB)
              MOVE 'N' TO WS-BAL-NOFEED-SW(WS-BAL-SUB)
              MOVE 0 TO WS-BAL-CLN-CNT(WS-BAL-SUB)
              MOVE 0 TO WS-BAL-CLN-AMT(WS-BAL-SUB)
              MOVE 0 TO WS-BAL-CLN-BAD(WS-BAL-SUB)
              MOVE 0 TO WS-BAL-EDIT-CNT(WS-BAL-SUB)
              MOVE 0 TO WS-BAL-EDIT-AMT(WS-BAL-SUB)
              MOVE 0 TO WS-BAL-LOAD-CNT(WS-BAL-SUB)
              MOVE 0 TO WS-BAL-LOAD-AMT(WS-BAL-SUB)
              MOVE 0 TO WS-BAL-CAR-CNT(WS-BAL-SUB)
              MOVE 0 TO WS-BAL-CAR-AMT(WS-BAL-SUB)
              MOVE 0 TO WS-BAL-MTC-CNT(WS-BAL-SUB)
              MOVE 0 TO WS-BAL-MTC-AMT(WS-BAL-SUB)
              MOVE 0 TO WS-BAL-RET-CNT(WS-BAL-SUB)
              MOVE 0 TO WS-BAL-RET-AMT(WS-BAL-SUB)
              MOVE 0 TO WS-BAL-UNM-CNT(WS-BAL-SUB)
              MOVE 0 TO WS-BAL-UNM-AMT(WS-BAL-SUB)
              MOVE 0 TO WS-BAL-SNEW-CNT(WS-BAL-SUB)
              MOVE 0 TO WS-BAL-SNEW-AMT(WS-BAL-SUB)
              MOVE 0 TO WS-BAL-SCAR-CNT(WS-BAL-SUB)
              MOVE 0 TO WS-BAL-SCAR-AMT(WS-BAL-SUB)
              MOVE 0 TO WS-BAL-SHELD-CNT(WS-BAL-SUB)
              MOVE 0 TO WS-BAL-SHELD-AMT(WS-BAL-SUB)
              MOVE 0 TO WS-BAL-SPRIOR-CNT(WS-BAL-SUB)
              MOVE 0 TO WS-BAL-SDROP-CNT(WS-BAL-SUB)
              MOVE 0 TO WS-BAL-SRSLV-CNT(WS-BAL-SUB)
              MOVE 0 TO WS-BAL-FAILS(WS-BAL-SUB)
              MOVE SPACES TO WS-BAL-NOTE(WS-BAL-SUB)
          END-IF
      END-IF.

  *> BALANCE-ONE-DEPT PRINTS THE DEPARTMENT'S FIGURES AND TIES THEM,
  *> STEP TO STEP:
  *>   EDIT ACCEPTED        = THE CLEANED COPY
  *>   THE CLEANED COPY     = SEARCH LOADED + CARRIED FORWARD
  *>   SEARCH LOADED        = DISTINCT ENTRIES ON matched.dat
  *>                          + ENTRIES THE GL RECONCILIATION TOOK
  *>                            BACK OUT OF IT + unmatched.dat
  *>   unmatched.dat        = ROLL NEW + CARRIED + HELD OUT AS RESOLVED
  *>   PRIOR LEDGER ITEMS   = ROLL CARRIED + DROPPED + RESOLVED
  *> THE LAST IS IN RECORDS ONLY - A CARRIED ITEM MAY COME BACK UNDER
  *> THE SAME RECORD NUMBER WITH A NEW AMOUNT. A TIE THE JOB GAVE NO
  *> FIGURES FOR - A DEPARTMENT SKIPPED ON A RESUME, A SUSPENSE FEED
  *> HELD BACK - LEAVES THE DEPARTMENT NOT BALANCED, NOT OUT OF
  *> BALANCE.
  BALANCE-ONE-DEPT.
      IF WS-BAL-DEPT(WS-BAL-SUB) = SPACES
          MOVE '(UNTAGGED)' TO WS-DEPT-LABEL
      ELSE
          MOVE WS-BAL-DEPT(WS-BAL-SUB) TO WS-DEPT-LABEL
      END-IF
      MOVE SPACES TO WS-RPT-REC
      PERFORM RPT-WRITE-LINE
      MOVE SPACES TO WS-RPT-REC
      MOVE 1 TO WS-RPT-PTR
      STRING 'DEPT '           DELIMITED BY SIZE
             WS-DEPT-LABEL     DELIMITED BY SIZE
          INTO WS-RPT-REC WITH POINTER WS-RPT-PTR
      END-STRING
      PERFORM RPT-WRITE-LINE
      MOVE '                                    RECORDS           AMOUNT'
          TO WS-RPT-REC
      PERFORM RPT-WRITE-LINE

      MOVE 'CLEANED COPY..................' TO WS-LINE-NAME
      MOVE WS-BAL-CLN-CNT(WS-BAL-SUB) TO WS-LINE-CNT
      MOVE WS-BAL-CLN-AMT(WS-BAL-SUB) TO WS-SIGNED-AMT
      PERFORM WRITE-FIGURE-LINE
      MOVE 'EDIT ACCEPTED.................' TO WS-LINE-NAME
      MOVE WS-BAL-EDIT-CNT(WS-BAL-SUB) TO WS-LINE-CNT
      MOVE WS-BAL-EDIT-AMT(WS-BAL-SUB) TO WS-SIGNED-AMT
      PERFORM WRITE-FIGURE-LINE
      MOVE 'SEARCH LOADED.................' TO WS-LINE-NAME
      MOVE WS-BAL-LOAD-CNT(WS-BAL-SUB) TO WS-LINE-CNT
      MOVE WS-BAL-LOAD-AMT(WS-BAL-SUB) TO WS-SIGNED-AMT
      PERFORM WRITE-FIGURE-LINE
      MOVE 'SEARCH CARRIED FORWARD........' TO WS-LINE-NAME
      MOVE WS-BAL-CAR-CNT(WS-BAL-SUB) TO WS-LINE-CNT
      MOVE WS-BAL-CAR-AMT(WS-BAL-SUB) TO WS-SIGNED-AMT
      PERFORM WRITE-FIGURE-LINE
      MOVE 'MATCHED ENTRIES...............' TO WS-LINE-NAME
      MOVE WS-BAL-MTC-CNT(WS-BAL-SUB) TO WS-LINE-CNT
      MOVE WS-BAL-MTC-AMT(WS-BAL-SUB) TO WS-SIGNED-AMT
      PERFORM WRITE-FIGURE-LINE
      MOVE 'RETURNED BY GL RECONCILIATION.' TO WS-LINE-NAME
      MOVE WS-BAL-RET-CNT(WS-BAL-SUB) TO WS-LINE-CNT
      MOVE WS-BAL-RET-AMT(WS-BAL-SUB) TO WS-SIGNED-AMT
      PERFORM WRITE-FIGURE-LINE
      MOVE 'UNMATCHED.....................' TO WS-LINE-NAME
      MOVE WS-BAL-UNM-CNT(WS-BAL-SUB) TO WS-LINE-CNT
      MOVE WS-BAL-UNM-AMT(WS-BAL-SUB) TO WS-SIGNED-AMT
      PERFORM WRITE-FIGURE-LINE
      IF ROLL-POSTED
          MOVE 'SUSPENSE ROLL NEW.............' TO WS-LINE-NAME
          MOVE WS-BAL-SNEW-CNT(WS-BAL-SUB) TO WS-LINE-CNT
          MOVE WS-BAL-SNEW-AMT(WS-BAL-SUB) TO WS-SIGNED-AMT
          PERFORM WRITE-FIGURE-LINE
          MOVE 'SUSPENSE ROLL CARRIED.........' TO WS-LINE-NAME
          MOVE WS-BAL-SCAR-CNT(WS-BAL-SUB) TO WS-LINE-CNT
          MOVE WS-BAL-SCAR-AMT(WS-BAL-SUB) TO WS-SIGNED-AMT
          PERFORM WRITE-FIGURE-LINE
          MOVE 'SUSPENSE ROLL HELD OUT........' TO WS-LINE-NAME
          MOVE WS-BAL-SHELD-CNT(WS-BAL-SUB) TO WS-LINE-CNT
          MOVE WS-BAL-SHELD-AMT(WS-BAL-SUB) TO WS-SIGNED-AMT
          PERFORM WRITE-FIGURE-LINE
          MOVE 'PRIOR SUSPENSE ITEMS..........' TO WS-LINE-NAME
          MOVE WS-BAL-SPRIOR-CNT(WS-BAL-SUB) TO WS-LINE-CNT
          PERFORM WRITE-COUNT-LINE
          MOVE 'PRIOR ITEMS DROPPED...........' TO WS-LINE-NAME
          MOVE WS-BAL-SDROP-CNT(WS-BAL-SUB) TO WS-LINE-CNT
          PERFORM WRITE-COUNT-LINE
          MOVE 'PRIOR ITEMS RESOLVED..........' TO WS-LINE-NAME
          MOVE WS-BAL-SRSLV-CNT(WS-BAL-SUB) TO WS-LINE-CNT
          PERFORM WRITE-COUNT-LINE
      END-IF

      MOVE 'N' TO WS-FEED-HELD-SW
      IF WS-BAL-NOFEED-SW(WS-BAL-SUB) = 'Y' OR POOL-FEED-HELD
          MOVE 'Y' TO WS-FEED-HELD-SW
      END-IF

      *> A DEPARTMENT THE JOB DID NOT RUN FOR HAS NO BUSINESS ON THE
      *> EDIT OR SEARCH FIGURES; ONE IT DID MUST HAVE BOTH STEPS'.
      IF WS-BAL-CTL-SW(WS-BAL-SUB) NOT = 'Y'
          IF WS-BAL-EDIT-SW(WS-BAL-SUB) = 'Y'
                  OR WS-BAL-LOAD-SW(WS-BAL-SUB) = 'Y'
                  OR WS-BAL-MTC-CNT(WS-BAL-SUB) > 0
                  OR WS-BAL-RET-CNT(WS-BAL-SUB) > 0
                  OR (WS-BAL-UNM-CNT(WS-BAL-SUB) > 0
                      AND NOT ROLL-POSTED)
              MOVE 'DEPARTMENT NOT ON deptctl.dat' TO WS-CHK-NAME
              MOVE 0 TO WS-CHK-L-CNT
              MOVE 0 TO WS-CHK-R-CNT
              MOVE 'N' TO WS-CHK-AMT-SW
              PERFORM RECORD-OUT-OF-BALANCE
          END-IF
      ELSE
          IF WS-BAL-CLN-SW(WS-BAL-SUB) = 'M'
              MOVE 'CLEANED COPY MISSING' TO WS-CHK-NAME
              MOVE 0 TO WS-CHK-L-CNT
              MOVE 0 TO WS-CHK-R-CNT
              MOVE 'N' TO WS-CHK-AMT-SW
              PERFORM RECORD-OUT-OF-BALANCE
          END-IF
          IF WS-BAL-CLN-BAD(WS-BAL-SUB) > 0
              MOVE 'UNREADABLE CLEANED-COPY RECORDS' TO WS-CHK-NAME
              MOVE WS-BAL-CLN-BAD(WS-BAL-SUB) TO WS-CHK-L-CNT
              MOVE 0 TO WS-CHK-R-CNT
              MOVE 'N' TO WS-CHK-AMT-SW
              PERFORM RECORD-OUT-OF-BALANCE
          END-IF
          IF WS-BAL-EDIT-SW(WS-BAL-SUB) NOT = 'Y'
              MOVE 'NO EDIT STEP POSTING' TO WS-CHK-NAME
              MOVE 0 TO WS-CHK-L-CNT
              MOVE 0 TO WS-CHK-R-CNT
              MOVE 'N' TO WS-CHK-AMT-SW
              PERFORM RECORD-OUT-OF-BALANCE
          ELSE
              MOVE 'EDIT ACCEPTED VS CLEANED COPY' TO WS-CHK-NAME
              MOVE WS-BAL-EDIT-CNT(WS-BAL-SUB) TO WS-CHK-L-CNT
              MOVE WS-BAL-EDIT-AMT(WS-BAL-SUB) TO WS-CHK-L-AMT
              MOVE WS-BAL-CLN-CNT(WS-BAL-SUB) TO WS-CHK-R-CNT
              MOVE WS-BAL-CLN-AMT(WS-BAL-SUB) TO WS-CHK-R-AMT
              MOVE 'Y' TO WS-CHK-AMT-SW
              PERFORM CHECK-ONE-TIE
          END-IF
          EVALUATE TRUE
              WHEN WS-BAL-SKIP-SW(WS-BAL-SUB) = 'Y'
                  MOVE 'SKIPPED BY A RESUMED SEARCH' TO WS-BAL-NOTE(WS-BAL-SUB)
              WHEN WS-BAL-LOAD-SW(WS-BAL-SUB) NOT = 'Y'
                  MOVE 'NO SEARCH STEP POSTING' TO WS-CHK-NAME
                  MOVE 0 TO WS-CHK-L-CNT
                  MOVE 0 TO WS-CHK-R-CNT
                  MOVE 'N' TO WS-CHK-AMT-SW
                  PERFORM RECORD-OUT-OF-BALANCE
              WHEN OTHER
                  MOVE 'CLEANED COPY VS LOADED + CARRIED' TO WS-CHK-NAME
                  MOVE WS-BAL-CLN-CNT(WS-BAL-SUB) TO WS-CHK-L-CNT
                  MOVE WS-BAL-CLN-AMT(WS-BAL-SUB) TO WS-CHK-L-AMT
                  COMPUTE WS-CHK-R-CNT = WS-BAL-LOAD-CNT(WS-BAL-SUB)
                                       + WS-BAL-CAR-CNT(WS-BAL-SUB)
                  COMPUTE WS-CHK-R-AMT = WS-BAL-LOAD-AMT(WS-BAL-SUB)
                                       + WS-BAL-CAR-AMT(WS-BAL-SUB)
                  MOVE 'Y' TO WS-CHK-AMT-SW
                  PERFORM CHECK-ONE-TIE
                  IF DEPT-FEED-HELD
                      MOVE 'SUSPENSE FEED HELD BACK BY THE SEARCH'
                          TO WS-BAL-NOTE(WS-BAL-SUB)
                  ELSE
                      MOVE 'LOADED VS MATCHED + RETURNED + UNMATCHED'
                          TO WS-CHK-NAME
                      MOVE WS-BAL-LOAD-CNT(WS-BAL-SUB) TO WS-CHK-L-CNT
                      MOVE WS-BAL-LOAD-AMT(WS-BAL-SUB) TO WS-CHK-L-AMT
                      COMPUTE WS-CHK-R-CNT = WS-BAL-MTC-CNT(WS-BAL-SUB)
                                           + WS-BAL-RET-CNT(WS-BAL-SUB)
                                           + WS-BAL-UNM-CNT(WS-BAL-SUB)
                      COMPUTE WS-CHK-R-AMT = WS-BAL-MTC-AMT(WS-BAL-SUB)
                                           + WS-BAL-RET-AMT(WS-BAL-SUB)
                                           + WS-BAL-UNM-AMT(WS-BAL-SUB)
                      MOVE 'Y' TO WS-CHK-AMT-SW
                      PERFORM CHECK-ONE-TIE
                  END-IF
          END-EVALUATE
      END-IF

      IF ROLL-POSTED AND NOT DEPT-FEED-HELD
          MOVE 'UNMATCHED VS ROLL NEW + CARRIED + HELD' TO WS-CHK-NAME
          MOVE WS-BAL-UNM-CNT(WS-BAL-SUB) TO WS-CHK-L-CNT
          MOVE WS-BAL-UNM-AMT(WS-BAL-SUB) TO WS-CHK-L-AMT
          COMPUTE WS-CHK-R-CNT = WS-BAL-SNEW-CNT(WS-BAL-SUB)
                               + WS-BAL-SCAR-CNT(WS-BAL-SUB)
                               + WS-BAL-SHELD-CNT(WS-BAL-SUB)
          COMPUTE WS-CHK-R-AMT = WS-BAL-SNEW-AMT(WS-BAL-SUB)
                               + WS-BAL-SCAR-AMT(WS-BAL-SUB)
                               + WS-BAL-SHELD-AMT(WS-BAL-SUB)
          MOVE 'Y' TO WS-CHK-AMT-SW
          PERFORM CHECK-ONE-TIE
          MOVE 'PRIOR VS ROLL CARRIED + DROPPED + RESLVD' TO WS-CHK-NAME
          MOVE WS-BAL-SPRIOR-CNT(WS-BAL-SUB) TO WS-CHK-L-CNT
          COMPUTE WS-CHK-R-CNT = WS-BAL-SCAR-CNT(WS-BAL-SUB)
                               + WS-BAL-SDROP-CNT(WS-BAL-SUB)
                               + WS-BAL-SRSLV-CNT(WS-BAL-SUB)
          MOVE 'N' TO WS-CHK-AMT-SW
          PERFORM CHECK-ONE-TIE
      END-IF

      MOVE SPACES TO WS-RPT-REC
      MOVE 1 TO WS-RPT-PTR
      EVALUATE TRUE
          WHEN WS-BAL-FAILS(WS-BAL-SUB) > 0
              ADD 1 TO WS-DEPTS-OUT
              STRING '  STATUS: OUT OF BALANCE'  DELIMITED BY SIZE
                  INTO WS-RPT-REC WITH POINTER WS-RPT-PTR
              END-STRING
          WHEN WS-BAL-NOTE(WS-BAL-SUB) NOT = SPACES
              ADD 1 TO WS-DEPTS-NOT-BAL
              STRING '  STATUS: NOT BALANCED - ' DELIMITED BY SIZE
                     WS-BAL-NOTE(WS-BAL-SUB)     DELIMITED BY SIZE
                  INTO WS-RPT-REC WITH POINTER WS-RPT-PTR
              END-STRING
          WHEN OTHER
              ADD 1 TO WS-DEPTS-BALANCED
              STRING '  STATUS: BALANCED'        DELIMITED BY SIZE
                  INTO WS-RPT-REC WITH POINTER WS-RPT-PTR
              END-STRING
      END-EVALUATE
      PERFORM RPT-WRITE-LINE.

  *> CHECK-ONE-TIE COMPARES THE TWO SIDES OF THE TIE IN HAND AND
  *> RECORDS IT WHEN THEY DIFFER.
  CHECK-ONE-TIE.
      IF WS-CHK-L-CNT NOT = WS-CHK-R-CNT
              OR (WS-CHK-AMT-SW = 'Y' AND WS-CHK-L-AMT NOT = WS-CHK-R-AMT)
          PERFORM RECORD-OUT-OF-BALANCE
      END-IF.

  RECORD-OUT-OF-BALANCE.
      ADD 1 TO WS-BAL-FAILS(WS-BAL-SUB)
      IF WS-OOB-COUNT >= WS-MAX-OOB
          DISPLAY 'AOC_Y2020_EX01_BAL - MORE THAN ' WS-MAX-OOB
              ' FAILED TIES - ' WS-BAL-DEPT(WS-BAL-SUB) ' ' WS-CHK-NAME
              ' NOT LISTED'
      ELSE
          ADD 1 TO WS-OOB-COUNT
          MOVE WS-BAL-DEPT(WS-BAL-SUB) TO WS-OOB-DEPT(WS-OOB-COUNT)
          MOVE WS-CHK-NAME TO WS-OOB-CHECK(WS-OOB-COUNT)
          COMPUTE WS-OOB-CNT-DIFF(WS-OOB-COUNT) = WS-CHK-L-CNT - WS-CHK-R-CNT
          MOVE WS-CHK-AMT-SW TO WS-OOB-AMT-SW(WS-OOB-COUNT)
          IF WS-CHK-AMT-SW = 'Y'
              COMPUTE WS-OOB-AMT-DIFF(WS-OOB-COUNT) =
                  WS-CHK-L-AMT - WS-CHK-R-AMT
          ELSE
              MOVE 0 TO WS-OOB-AMT-DIFF(WS-OOB-COUNT)
          END-IF
      END-IF.

  *> WRITE-OUT-OF-BALANCE LISTS EVERY DEPARTMENT THAT FAILED TO
  *> BALANCE, ONE LINE PER FAILED TIE, WITH THE DIFFERENCE LEFT SIDE
  *> MINUS RIGHT SIDE.
  WRITE-OUT-OF-BALANCE.
      MOVE SPACES TO WS-RPT-REC
      PERFORM RPT-WRITE-LINE
      MOVE 'OUT-OF-BALANCE DEPARTMENTS' TO WS-RPT-REC
      PERFORM RPT-WRITE-LINE
      PERFORM VARYING WS-OOB-SUB FROM 1 BY 1
              UNTIL WS-OOB-SUB > WS-OOB-COUNT OR ABORT-RUN
          IF WS-OOB-DEPT(WS-OOB-SUB) = SPACES
              MOVE '(UNTAGGED)' TO WS-DEPT-LABEL
          ELSE
              MOVE WS-OOB-DEPT(WS-OOB-SUB) TO WS-DEPT-LABEL
          END-IF
          MOVE WS-OOB-CNT-DIFF(WS-OOB-SUB) TO WS-DIFF-EDIT
          MOVE SPACES TO WS-RPT-REC
          MOVE 1 TO WS-RPT-PTR
          STRING '  DEPT='              DELIMITED BY SIZE
                 WS-DEPT-LABEL          DELIMITED BY SIZE
                 ' '                    DELIMITED BY SIZE
                 WS-OOB-CHECK(WS-OOB-SUB) DELIMITED BY SIZE
                 ' RECORDS DIFF='       DELIMITED BY SIZE
                 WS-DIFF-EDIT           DELIMITED BY SIZE
              INTO WS-RPT-REC WITH POINTER WS-RPT-PTR
          END-STRING
          IF WS-OOB-AMT-SW(WS-OOB-SUB) = 'Y'
              MOVE WS-OOB-AMT-DIFF(WS-OOB-SUB) TO WS-AMT-EDIT
              STRING ' AMOUNT DIFF='    DELIMITED BY SIZE
                     WS-AMT-EDIT        DELIMITED BY SIZE
                  INTO WS-RPT-REC WITH POINTER WS-RPT-PTR
              END-STRING
          END-IF
          PERFORM RPT-WRITE-LINE
      END-PERFORM
      IF WS-OOB-COUNT = 0
          MOVE '  NONE' TO WS-RPT-REC
          PERFORM RPT-WRITE-LINE
      END-IF.

  *> CONFIRM-DATE-REGISTER CLEARS THE RELEASED MARK FROM EVERY
  *> REGISTER ENTRY THE EDIT STEP STAMPED FOR THIS JOB. AN ENTRY
  *> RELEASED BY AN EARLIER JOB WHOSE SEARCH NEVER FINISHED KEEPS ITS
  *> MARK, SO ITS EXTRACT CAN STILL COME BACK AS THAT JOB'S RERUN. A
  *> REGISTER THAT CANNOT BE READ WHOLE IS LEFT AS IT IS.
  CONFIRM-DATE-REGISTER.
      MOVE 'N' TO WS-EOF-SW
      OPEN INPUT BDREG-FILE
      IF WS-BDR-FS NOT = '00'
          IF WS-BDR-FS NOT = '35'
              DISPLAY 'AOC_Y2020_EX01_BAL - UNABLE TO OPEN bdatereg.dat, FILE STATUS = '
                  WS-BDR-FS
              MOVE 12 TO WS-RETURN-CODE
          END-IF
          MOVE 'Y' TO WS-EOF-SW
      ELSE
          PERFORM UNTIL FILE-EOF
              READ BDREG-FILE
              AT END
                  MOVE 'Y' TO WS-EOF-SW
              NOT AT END
                  IF WS-BDR-FS NOT = '00'
                      DISPLAY 'AOC_Y2020_EX01_BAL - bdatereg.dat READ ERROR, FILE STATUS = '
                          WS-BDR-FS
                      MOVE 12 TO WS-RETURN-CODE
                      MOVE 0 TO WS-BDR-CONFIRMED
                      MOVE 'Y' TO WS-EOF-SW
                  ELSE
                      IF WS-BDR-COUNT >= WS-MAX-BDR
                          DISPLAY 'AOC_Y2020_EX01_BAL - BUSINESS-DATE REGISTER EXCEEDS THE '
                              'TABLE CEILING OF ' WS-MAX-BDR
                          MOVE 12 TO WS-RETURN-CODE
                          MOVE 0 TO WS-BDR-CONFIRMED
                          MOVE 'Y' TO WS-EOF-SW
                      ELSE
                          IF BDR-STATE = 'R' AND BDR-RUN-DATE = WS-EDIT-RUN-DATE
                              MOVE SPACE TO BDR-STATE
                              ADD 1 TO WS-BDR-CONFIRMED
                          END-IF
                          ADD 1 TO WS-BDR-COUNT
                          MOVE BDREG-RECORD TO WS-BDR-ITEM(WS-BDR-COUNT)
                      END-IF
                  END-IF
              END-READ
          END-PERFORM
          CLOSE BDREG-FILE
          IF WS-BDR-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_BAL - UNABLE TO CLOSE bdatereg.dat, FILE STATUS = '
                  WS-BDR-FS
              MOVE 12 TO WS-RETURN-CODE
              MOVE 0 TO WS-BDR-CONFIRMED
          END-IF
      END-IF
      IF WS-BDR-CONFIRMED > 0
          OPEN OUTPUT BDREG-FILE
          IF WS-BDR-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_BAL - UNABLE TO REWRITE bdatereg.dat, FILE STATUS = '
                  WS-BDR-FS
              MOVE 12 TO WS-RETURN-CODE
          ELSE
              PERFORM VARYING WS-BDR-SUB FROM 1 BY 1
                      UNTIL WS-BDR-SUB > WS-BDR-COUNT
                  WRITE BDREG-RECORD FROM WS-BDR-ITEM(WS-BDR-SUB)
                  IF WS-BDR-FS NOT = '00'
                      DISPLAY 'AOC_Y2020_EX01_BAL - UNABLE TO WRITE bdatereg.dat, FILE STATUS = '
                          WS-BDR-FS
                      MOVE 12 TO WS-RETURN-CODE
                      MOVE WS-BDR-COUNT TO WS-BDR-SUB
                  END-IF
              END-PERFORM
              CLOSE BDREG-FILE
              IF WS-BDR-FS NOT = '00'
                  DISPLAY 'AOC_Y2020_EX01_BAL - UNABLE TO CLOSE bdatereg.dat, FILE STATUS = '
                      WS-BDR-FS
                  MOVE 12 TO WS-RETURN-CODE
              END-IF
              DISPLAY 'AOC_Y2020_EX01_BAL - EXTRACTS CONFIRMED RECONCILED ON bdatereg.dat = '
                  WS-BDR-CONFIRMED
          END-IF
      END-IF.

  WRITE-FIGURE-LINE.
      MOVE WS-LINE-CNT TO WS-COUNT-EDIT
      MOVE WS-SIGNED-AMT TO WS-AMT-EDIT
      MOVE SPACES TO WS-RPT-REC
      MOVE 1 TO WS-RPT-PTR
      STRING '  '             DELIMITED BY SIZE
             WS-LINE-NAME     DELIMITED BY SIZE
             ' '              DELIMITED BY SIZE
             WS-COUNT-EDIT    DELIMITED BY SIZE
             ' '              DELIMITED BY SIZE
             WS-AMT-EDIT      DELIMITED BY SIZE
          INTO WS-RPT-REC WITH POINTER WS-RPT-PTR
      END-STRING
      PERFORM RPT-WRITE-LINE.

  WRITE-COUNT-LINE.
      MOVE WS-LINE-CNT TO WS-COUNT-EDIT
      MOVE SPACES TO WS-RPT-REC
      MOVE 1 TO WS-RPT-PTR
      STRING '  '             DELIMITED BY SIZE
             WS-LINE-NAME     DELIMITED BY SIZE
             ' '              DELIMITED BY SIZE
             WS-COUNT-EDIT    DELIMITED BY SIZE
          INTO WS-RPT-REC WITH POINTER WS-RPT-PTR
      END-STRING
      PERFORM RPT-WRITE-LINE.

  RPT-WRITE-LINE.
      WRITE BALRPT-LINE FROM WS-RPT-REC
      IF WS-RPT-FS NOT = '00'
          DISPLAY 'AOC_Y2020_EX01_BAL - UNABLE TO WRITE balrpt.txt, FILE STATUS = '
              WS-RPT-FS
          MOVE 12 TO WS-RETURN-CODE
          MOVE 'Y' TO WS-ABORT-SW
      END-IF.
