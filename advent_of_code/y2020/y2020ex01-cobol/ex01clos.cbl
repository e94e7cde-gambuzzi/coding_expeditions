  IDENTIFICATION DIVISION.
  PROGRAM-ID. AOC_Y2020_EX01_CLOS.
  ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
  FILE-CONTROL.
      *> ONE OPTIONAL CARD: THE PERIOD BEING CLOSED, YYYYMM (COLUMNS
      *> 1-6), AND HOW MANY ARCHIVE GENERATIONS TO KEEP (COLUMNS 7-8).
      *> ABSENT OR EMPTY FILE, OR A BLANK COLUMN = THE MONTH BEFORE THE
      *> RUN DATE'S - THE CLOSE RUNS ONCE THE PERIOD'S LAST NIGHT HAS
      *> FINISHED, SO IN THE MONTH AFTER IT - AND 12 GENERATIONS.
      SELECT CLOSE-PARM-FILE ASSIGN "clsctl.dat"
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-PARM-FS.

      *> A SEARCH THAT SUSPENDED AT THE BATCH WINDOW HAS NOT FINISHED
      *> THE PERIOD'S LAST RUN; ITS CHECKPOINT HOLDS THE CLOSE.
      SELECT CHECKPOINT-FILE ASSIGN "checkpoint.dat"
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-CKPT-FS.

      *> LIKEWISE A PARTITIONED SEARCH WHOSE PARTITIONS ARE NOT ALL
      *> FINISHED AND MERGED - ITS PARTITION LIST IS STILL ON DISK.
      SELECT PARTLIST-FILE ASSIGN "partlist.dat"
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-PTL-FS.

      *> THE ARCHIVE CATALOGUE: ONE RECORD PER PERIOD CLOSED WHOSE
      *> ARCHIVE GENERATION IS STILL ON DISK, OLDEST FIRST.
      SELECT CLOSE-CAT-FILE ASSIGN "closecat.dat"
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-CAT-FS.

      *> THE PERMANENT PERIOD-CLOSE HISTORY: EACH DEPARTMENT'S FIGURES
      *> AT EVERY CLOSE, NEVER EXPIRED. THE LAST EARLIER PERIOD'S
      *> SUSPENSE CLOSING BALANCE IS THIS CLOSE'S OPENING BALANCE.
      SELECT CLOSE-HIST-FILE ASSIGN "closehist.dat"
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-CLH-FS.

      *> THE PERIOD'S MATCHED LEGS: THE CARRY-FORWARD SET HOLDS EVERY
      *> LEG MATCHED SINCE THE CYCLE WAS LAST RESET, EXCEPT THE LAST
      *> RUN'S, WHICH ARE STILL ONLY ON matched.dat UNTIL THE NEXT COLD
      *> RUN FOLDS THEM IN. THE LAYOUTS MUST MOVE TOGETHER.
      SELECT MATCHED-FILE ASSIGN "matched.dat"
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-MTC-FS.

      SELECT CARRY-FILE ASSIGN "carryfwd.dat"
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-CFW-FS.

      *> WITHOUT A CARRY-FORWARD SET, EVERY COLD RUN TRUNCATES
      *> matched.dat, SO THE PERIOD'S LEGS COME FROM THE GENERAL LEDGER
      *> POSTING REGISTER INSTEAD: EVERY LEG SENT, KEPT FOR THE
      *> ACKNOWLEDGMENT STEP'S RETENTION WINDOW (90 DAYS UNLESS ITS
      *> CARD SAYS OTHERWISE). ABSENT FILE = NOTHING SENT.
      SELECT GLPOST-FILE ASSIGN "glpost.dat"
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-GLP-FS.

      SELECT LEDGER-FILE ASSIGN "suspledg.dat"
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-LDG-FS.

      SELECT RUNHIST-FILE ASSIGN "runhist.dat"
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-HIST-FS.

      *> ONE FILE OF THE RECONCILIATION SET AND ITS PERIOD-STAMPED
      *> ARCHIVE COPY (<FILE>.<YYYYMM>), COPIED LINE FOR LINE.
      SELECT ARCH-IN-FILE ASSIGN DYNAMIC WS-ARCH-IN-NAME
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-AIN-FS.

      SELECT ARCH-OUT-FILE ASSIGN DYNAMIC WS-ARCH-OUT-NAME
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-AOUT-FS.

      SELECT CLOSERPT-FILE ASSIGN "closerpt.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-RPT-FS.

      *> THE ARCHIVE FILES OF THE GENERATIONS THE CATALOGUE HAS DROPPED,
      *> ONE NAME PER LINE, FOR THE JOB STREAM TO DELETE. APPENDED, SO
      *> A LIST NOT YET ACTED ON IS NEVER LOST.
      SELECT EXPIRED-FILE ASSIGN "clsexpir.dat"
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-EXP-FS.
  DATA DIVISION.
  FILE SECTION.
      FD  CLOSE-PARM-FILE.
      01 CLOSE-PARM-RECORD.
         03 CLOSE-PARM-PERIOD  PIC 9(06).
         03 CLOSE-PARM-PERIOD-X REDEFINES CLOSE-PARM-PERIOD
                               PIC X(06).
         03 CLOSE-PARM-KEEP    PIC 9(02).
         03 CLOSE-PARM-KEEP-X REDEFINES CLOSE-PARM-KEEP
                               PIC X(02).

      FD  CHECKPOINT-FILE.
      01 CHECKPOINT-RECORD     PIC X(200).

      FD  PARTLIST-FILE.
      01 PARTLIST-RECORD       PIC X(80).

      *> PERIOD CLOSED, AND THE DATE AND TIME IT WAS CLOSED.
      FD  CLOSE-CAT-FILE.
      01 CLOSE-CAT-RECORD.
         03 CAT-PERIOD         PIC 9(06).
         03 FILLER             PIC X(01).
         03 CAT-CLOSE-DATE     PIC 9(08).
         03 FILLER             PIC X(01).
         03 CAT-CLOSE-TIME     PIC 9(06).

      *> PERIOD, DEPARTMENT, MATCHED LEGS AND SIGNED MATCHED AMOUNT,
      *> SUSPENSE CLOSING ITEMS AND SIGNED BALANCE, ITEMS OVER 60 DAYS,
      *> SEARCH RUNS IN THE PERIOD, AND THE CLOSE DATE.
      FD  CLOSE-HIST-FILE.
      01 CLOSE-HIST-RECORD.
         03 CLH-PERIOD         PIC 9(06).
         03 FILLER             PIC X(01).
         03 CLH-DEPT           PIC X(10).
         03 FILLER             PIC X(01).
         03 CLH-LEGS           PIC 9(08).
         03 FILLER             PIC X(01).
         03 CLH-MATCHED-SIGN   PIC X(01).
         03 CLH-MATCHED-AMT    PIC 9(11)V99.
         03 FILLER             PIC X(01).
         03 CLH-SUSP-ITEMS     PIC 9(08).
         03 FILLER             PIC X(01).
         03 CLH-SUSP-SIGN      PIC X(01).
         03 CLH-SUSP-BAL       PIC 9(11)V99.
         03 FILLER             PIC X(01).
         03 CLH-OVER60         PIC 9(08).
         03 FILLER             PIC X(01).
         03 CLH-RUNS           PIC 9(08).
         03 FILLER             PIC X(01).
         03 CLH-CLOSE-DATE     PIC 9(08).

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

      FD  CARRY-FILE.
      01 CARRY-RECORD          PIC X(72).

      *> THE LEG AS SENT, ITS COMBINATION, AND THE LEDGER'S ANSWER
      *> (S = SENT, A = ACCEPTED, R = REJECTED). TARGET NUMBER 00 IS A
      *> RESOLUTION POSTING, NOT A MATCHED LEG. THE LAYOUT MUST MOVE
      *> TOGETHER WITH AOC_Y2020_EX01_GACK'S.
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

      FD  RUNHIST-FILE.
      01 RUNHIST-RECORD.
         03 HIST-RUN-DATE      PIC 9(08).
         03 FILLER             PIC X(01).
         03 HIST-RUN-TIME      PIC 9(06).
         03 FILLER             PIC X(01).
         03 HIST-DEPT          PIC X(10).
         03 FILLER             PIC X(01).
         03 HIST-EXTRACT       PIC X(44).
         03 FILLER             PIC X(01).
         03 HIST-ENTRIES       PIC 9(08).
         03 FILLER             PIC X(01).
         03 HIST-DEPTH-MIN     PIC 9(02).
         03 HIST-DEPTH-MAX     PIC 9(02).
         03 FILLER             PIC X(01).
         03 HIST-TRIES         PIC 9(10).
         03 FILLER             PIC X(01).
         03 HIST-MATCHES       PIC 9(08).
         03 FILLER             PIC X(01).
         03 HIST-RESUMED       PIC X(01).
         03 FILLER             PIC X(01).
         03 HIST-RC            PIC 9(02).

      FD  ARCH-IN-FILE.
      01 ARCH-IN-RECORD        PIC X(256).

      FD  ARCH-OUT-FILE.
      01 ARCH-OUT-RECORD       PIC X(256).

      FD  CLOSERPT-FILE.
      01 CLOSERPT-LINE         PIC X(132).

      FD  EXPIRED-FILE.
      01 EXPIRED-RECORD        PIC X(80).
  WORKING-STORAGE SECTION.
  77 WS-PARM-FS          PIC 9(02).
  77 WS-CKPT-FS          PIC 9(02).
  77 WS-PTL-FS           PIC 9(02).
  77 WS-CAT-FS           PIC 9(02).
  77 WS-CLH-FS           PIC 9(02).
  77 WS-MTC-FS           PIC 9(02).
  77 WS-CFW-FS           PIC 9(02).
  77 WS-GLP-FS           PIC 9(02).
  77 WS-LDG-FS           PIC 9(02).
  77 WS-HIST-FS          PIC 9(02).
  77 WS-AIN-FS           PIC 9(02).
  77 WS-AOUT-FS          PIC 9(02).
  77 WS-RPT-FS           PIC 9(02).
  77 WS-EXP-FS           PIC 9(02).
  01 WS-EOF-SW           PIC X(01) VALUE 'N'.
     88 FILE-EOF         VALUE 'Y'.
  01 WS-ABORT-SW         PIC X(01) VALUE 'N'.
     88 ABORT-RUN        VALUE 'Y'.
  01 WS-OVER60-SW        PIC X(01) VALUE 'N'.
     88 OVER60-PRESENT   VALUE 'Y'.
  01 WS-RETURN-CODE      PIC 9(02) VALUE 0.
  01 WS-RUN-DATE         PIC 9(08).
  01 WS-RUN-DATE-INT     PIC 9(08) COMP.
  01 WS-ITEM-DATE-INT    PIC 9(08) COMP.
  01 WS-TIME-RAW         PIC 9(08).

  *> THE PERIOD BEING CLOSED, THE GENERATIONS TO KEEP, AND THE DATE
  *> OF THE LAST CLOSE (ZERO BEFORE THE FIRST) - THE PERIOD'S SEARCH
  *> RUNS ARE THOSE DATED AFTER IT.
  01 WS-PERIOD           PIC 9(06).
  01 WS-PERIOD-MONTH     PIC 9(02).
  01 WS-KEEP-GENS        PIC 9(02) VALUE 12.
  01 WS-PRIOR-CLOSE-DATE PIC 9(08) VALUE 0.
  01 WS-PRIOR-PERIOD     PIC 9(06) VALUE 0.

  *> THE ARCHIVE CATALOGUE, LOADED WHOLE; THE OLDEST ENTRIES PAST THE
  *> RETENTION COUNT ARE EXPIRED AND THEIR FILES LISTED FOR DELETION.
  01 WS-MAX-CAT          PIC 9(04) COMP VALUE 500.
  01 WS-CAT-COUNT        PIC 9(04) COMP VALUE 0.
  01 WS-CAT-EXPIRE       PIC 9(04) COMP VALUE 0.
  01 WS-CAT-TBL.
     03 WS-CAT-ITEM      OCCURS 500 TIMES.
        05 WS-CAT-PERIOD     PIC 9(06).
        05 WS-CAT-DATE       PIC 9(08).
        05 WS-CAT-TIME       PIC 9(06).

  *> THE FILES OF ONE RECONCILIATION GENERATION, IN ARCHIVE ORDER,
  *> WITH THE RECORDS COPIED FOR EACH THIS CLOSE.
  01 WS-ARCH-NAMES.
     03 FILLER           PIC X(16) VALUE 'report.txt'.
     03 FILLER           PIC X(16) VALUE 'matched.dat'.
     03 FILLER           PIC X(16) VALUE 'unmatched.dat'.
     03 FILLER           PIC X(16) VALUE 'carryfwd.dat'.
     03 FILLER           PIC X(16) VALUE 'suspledg.dat'.
  01 WS-ARCH-TBL REDEFINES WS-ARCH-NAMES.
     03 WS-ARCH-BASE     PIC X(16) OCCURS 5 TIMES.
  01 WS-ARCH-FILES       PIC 9(02) COMP VALUE 5.
  01 WS-ARCH-COUNTS.
     03 WS-ARCH-RECS     PIC 9(08) COMP OCCURS 5 TIMES.
     03 WS-ARCH-FOUND    PIC X(01) OCCURS 5 TIMES.
  01 WS-ARCH-SUB         PIC 9(02) COMP.
  01 WS-ARCH-IN-NAME     PIC X(80).
  01 WS-ARCH-OUT-NAME    PIC X(80).
  01 WS-DEL-NAME         PIC X(80).
  01 WS-DEL-FAILED       PIC 9(08) VALUE 0.

  *> PER-DEPARTMENT CLOSE FIGURES, KEPT IN DEPARTMENT ORDER.
  01 WS-MAX-DEPTS        PIC 9(04) COMP VALUE 1000.
  01 WS-DPT-COUNT        PIC 9(04) COMP VALUE 0.
  01 WS-DPT-TBL.
     03 WS-DPT-ITEM      OCCURS 1000 TIMES.
        05 WS-DPT-CODE       PIC X(10).
        05 WS-DPT-LEGS       PIC 9(08) COMP.
        05 WS-DPT-MATCHED    PIC S9(11)V99 COMP-3.
        05 WS-DPT-OPEN-ITEMS PIC 9(08) COMP.
        05 WS-DPT-OPEN-BAL   PIC S9(11)V99 COMP-3.
        05 WS-DPT-CLOSE-ITEMS PIC 9(08) COMP.
        05 WS-DPT-CLOSE-BAL  PIC S9(11)V99 COMP-3.
        05 WS-DPT-OVER60     PIC 9(08) COMP.
        05 WS-DPT-RUNS       PIC 9(08) COMP.
        05 WS-DPT-ON-FILE    PIC X(01).
  01 WS-DPT-SUB          PIC 9(04) COMP.
  01 WS-DPT-MOVE         PIC 9(04) COMP.
  01 WS-DPT-KEY          PIC X(10).

  *> THE CARRY-FORWARD LEGS, SO THE LAST RUN'S MATCHED LEGS ALREADY
  *> FOLDED INTO THE SET ARE NOT COUNTED TWICE - OR, WITH NO SET, THE
  *> PERIOD'S POSTED LEGS, WITH THEIR COMBINATION (RUN DATE, TARGET
  *> NUMBER AND FIRST LEG) AND THE LEDGER'S ANSWER.
  01 WS-MAX-ITEMS        PIC 9(08) COMP VALUE 50000.
  01 WS-LEG-COUNT        PIC 9(08) COMP VALUE 0.
  01 WS-LEG-TBL.
     03 WS-LEG-ITEM      OCCURS 50000 TIMES.
        05 WS-LEG-DEPT       PIC X(10).
        05 WS-LEG-RECNO      PIC 9(08) COMP.
        05 WS-LEG-SIGN       PIC X(01).
        05 WS-LEG-AMT        PIC 9(09)V99 COMP-3.
        05 WS-LEG-RUN-DATE   PIC 9(08).
        05 WS-LEG-TARGET-NO  PIC 9(02).
        05 WS-LEG-GRP-DEPT   PIC X(10).
        05 WS-LEG-GRP-RECNO  PIC 9(08) COMP.
        05 WS-LEG-STATUS     PIC X(01).
  01 WS-LEG-SUB          PIC 9(08) COMP.
  01 WS-SCAN-SUB         PIC 9(08) COMP.
  01 WS-FOUND-SW         PIC X(01).
     88 ITEM-FOUND       VALUE 'Y'.
  01 WS-CARRY-LOADED-SW  PIC X(01) VALUE 'N'.
     88 CARRY-LOADED     VALUE 'Y'.

  01 WS-SIGNED-AMT       PIC S9(11)V99 COMP-3.
  01 WS-TOT-LEGS         PIC 9(08) COMP VALUE 0.
  01 WS-TOT-MATCHED      PIC S9(13)V99 COMP-3 VALUE 0.
  01 WS-TOT-OPEN-ITEMS   PIC 9(08) COMP VALUE 0.
  01 WS-TOT-OPEN-BAL     PIC S9(13)V99 COMP-3 VALUE 0.
  01 WS-TOT-CLOSE-ITEMS  PIC 9(08) COMP VALUE 0.
  01 WS-TOT-CLOSE-BAL    PIC S9(13)V99 COMP-3 VALUE 0.
  01 WS-TOT-OVER60       PIC 9(08) COMP VALUE 0.
  01 WS-TOT-RUNS         PIC 9(08) COMP VALUE 0.

  01 WS-RPT-REC          PIC X(132).
  01 WS-RPT-PTR          PIC 9(04) COMP.
  01 WS-COUNT-EDIT       PIC ZZZZZZZ9.
  01 WS-AMT13-EDIT       PIC -(12)9.99.

  PROCEDURE DIVISION.
  MAIN-PARA.
      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
      ACCEPT WS-TIME-RAW FROM TIME.
      COMPUTE WS-RUN-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
      MOVE WS-RUN-DATE(1:6) TO WS-PERIOD.
      IF WS-PERIOD(5:2) = '01'
          COMPUTE WS-PERIOD = WS-PERIOD - 89
      ELSE
          SUBTRACT 1 FROM WS-PERIOD
      END-IF.

      *> READ THE PERIOD AND RETENTION COUNT FROM THE CONTROL CARD.
      OPEN INPUT CLOSE-PARM-FILE.
      IF WS-PARM-FS = '00'
          READ CLOSE-PARM-FILE
              AT END
                  CONTINUE
              NOT AT END
                  IF WS-PARM-FS = '00'
                      IF CLOSE-PARM-PERIOD-X NOT = SPACES
                          IF CLOSE-PARM-PERIOD IS NUMERIC
                              MOVE CLOSE-PARM-PERIOD TO WS-PERIOD
                          ELSE
                              DISPLAY 'AOC_Y2020_EX01_CLOS - NON-NUMERIC PERIOD ON clsctl.dat CARD'
                              MOVE 12 TO WS-RETURN-CODE
                              MOVE 'Y' TO WS-ABORT-SW
                          END-IF
                      END-IF
                      IF CLOSE-PARM-KEEP-X NOT = SPACES
                          IF CLOSE-PARM-KEEP IS NUMERIC AND CLOSE-PARM-KEEP > 0
                              MOVE CLOSE-PARM-KEEP TO WS-KEEP-GENS
                          ELSE
                              DISPLAY 'AOC_Y2020_EX01_CLOS - GENERATIONS TO KEEP ON clsctl.dat CARD MUST BE 01-99'
                              MOVE 12 TO WS-RETURN-CODE
                              MOVE 'Y' TO WS-ABORT-SW
                          END-IF
                      END-IF
                  ELSE
                      DISPLAY 'AOC_Y2020_EX01_CLOS - clsctl.dat READ ERROR, FILE STATUS = '
                          WS-PARM-FS
                      MOVE 12 TO WS-RETURN-CODE
                      MOVE 'Y' TO WS-ABORT-SW
                  END-IF
          END-READ
          CLOSE CLOSE-PARM-FILE
          IF WS-PARM-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_CLOS - UNABLE TO CLOSE clsctl.dat, FILE STATUS = '
                  WS-PARM-FS
              MOVE 12 TO WS-RETURN-CODE
          END-IF
      END-IF.
      MOVE WS-PERIOD(5:2) TO WS-PERIOD-MONTH.
      IF NOT ABORT-RUN
          IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
              DISPLAY 'AOC_Y2020_EX01_CLOS - PERIOD ' WS-PERIOD
                  ' IS NOT A YYYYMM MONTH'
              MOVE 12 TO WS-RETURN-CODE
              MOVE 'Y' TO WS-ABORT-SW
          END-IF
      END-IF.

      IF NOT ABORT-RUN
          PERFORM CHECK-NO-SUSPENDED-RUN
      END-IF.
      IF NOT ABORT-RUN
          PERFORM LOAD-CLOSE-CATALOGUE
      END-IF.
      IF NOT ABORT-RUN
          PERFORM LOAD-PRIOR-CLOSE
      END-IF.
      IF NOT ABORT-RUN
          PERFORM ACCUMULATE-CARRY-LEGS
      END-IF.
      IF NOT ABORT-RUN
          IF CARRY-LOADED
              PERFORM ACCUMULATE-MATCHED-LEGS
          ELSE
              PERFORM ACCUMULATE-POSTED-LEGS
          END-IF
      END-IF.
      IF NOT ABORT-RUN
          PERFORM ACCUMULATE-SUSPENSE
      END-IF.
      IF NOT ABORT-RUN
          PERFORM COUNT-PERIOD-RUNS
      END-IF.

      *> THE GENERATION IS COPIED AND CATALOGUED BEFORE ANYTHING IS
      *> RESET: A CLOSE THAT FAILS BEFORE THE CATALOGUE IS WRITTEN HAS
      *> CHANGED NOTHING BUT THE ARCHIVE COPIES, WHICH THE RERUN
      *> OVERWRITES, AND THE HISTORY, WHOSE RECORDS FOR THE PERIOD THE
      *> RERUN RECOGNISES AND DOES NOT WRITE AGAIN - SO IT IS SIMPLY
      *> RERUN.
      IF NOT ABORT-RUN
          PERFORM VARYING WS-ARCH-SUB FROM 1 BY 1
                  UNTIL WS-ARCH-SUB > WS-ARCH-FILES OR ABORT-RUN
              PERFORM ARCHIVE-ONE-FILE
          END-PERFORM
      END-IF.
      IF NOT ABORT-RUN
          PERFORM WRITE-CLOSE-HISTORY
      END-IF.
      IF NOT ABORT-RUN
          PERFORM REWRITE-CLOSE-CATALOGUE
      END-IF.
      IF NOT ABORT-RUN
          PERFORM EXPIRE-OLD-GENERATIONS
          PERFORM RESET-CARRY-CYCLE
      END-IF.
      IF NOT ABORT-RUN
          PERFORM WRITE-CLOSE-REPORT
      END-IF.

      IF NOT ABORT-RUN
          IF OVER60-PRESENT OR WS-DEL-FAILED > 0
              IF WS-RETURN-CODE < 4
                  MOVE 4 TO WS-RETURN-CODE
              END-IF
          END-IF
          DISPLAY 'AOC_Y2020_EX01_CLOS - PERIOD ' WS-PERIOD ' CLOSED, '
              WS-DPT-COUNT ' DEPARTMENTS, ARCHIVE GENERATIONS KEPT = '
              WS-CAT-COUNT
          IF OVER60-PRESENT
              DISPLAY 'AOC_Y2020_EX01_CLOS - ITEMS OVER 60 DAYS IN SUSPENSE AT CLOSE'
          END-IF
      END-IF.

      MOVE WS-RETURN-CODE TO RETURN-CODE.
      STOP RUN.

  *> CHECK-NO-SUSPENDED-RUN HOLDS THE CLOSE WHILE A NON-EMPTY
  *> checkpoint.dat IS WAITING FOR ITS RESUME, OR A partlist.dat FOR
  *> ITS PARTITIONS AND MERGE - THE PERIOD'S LAST SEARCH IS ONLY PART
  *> DONE, AND RESETTING THE CARRY-FORWARD SET UNDER IT WOULD REFUSE
  *> THE RESUME.
  CHECK-NO-SUSPENDED-RUN.
      OPEN INPUT CHECKPOINT-FILE
      IF WS-CKPT-FS = '00'
          READ CHECKPOINT-FILE
              AT END
                  CONTINUE
              NOT AT END
                  IF CHECKPOINT-RECORD NOT = SPACES
                      DISPLAY 'AOC_Y2020_EX01_CLOS - A SUSPENDED SEARCH IS WAITING'
                          ' ON checkpoint.dat - FINISH THE RESUME BEFORE CLOSING'
                      MOVE 8 TO WS-RETURN-CODE
                      MOVE 'Y' TO WS-ABORT-SW
                  END-IF
          END-READ
          CLOSE CHECKPOINT-FILE
          IF WS-CKPT-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_CLOS - UNABLE TO CLOSE checkpoint.dat, FILE STATUS = '
                  WS-CKPT-FS
              MOVE 12 TO WS-RETURN-CODE
          END-IF
      END-IF.
      IF NOT ABORT-RUN
          OPEN INPUT PARTLIST-FILE
          IF WS-PTL-FS = '00'
              READ PARTLIST-FILE
                  AT END
                      CONTINUE
                  NOT AT END
                      IF PARTLIST-RECORD NOT = SPACES
                          DISPLAY 'AOC_Y2020_EX01_CLOS - A PARTITIONED SEARCH IS WAITING'
                              ' ON partlist.dat - FINISH ITS PARTITIONS AND MERGE'
                              ' BEFORE CLOSING'
                          MOVE 8 TO WS-RETURN-CODE
                          MOVE 'Y' TO WS-ABORT-SW
                      END-IF
              END-READ
              CLOSE PARTLIST-FILE
              IF WS-PTL-FS NOT = '00'
                  DISPLAY 'AOC_Y2020_EX01_CLOS - UNABLE TO CLOSE partlist.dat, FILE STATUS = '
                      WS-PTL-FS
                  MOVE 12 TO WS-RETURN-CODE
              END-IF
          END-IF
      END-IF.

  *> LOAD-CLOSE-CATALOGUE READS THE GENERATIONS ON DISK. THE PERIOD
  *> TO CLOSE MUST FOLLOW THE LAST ONE CLOSED - CLOSING A PERIOD TWICE
  *> WOULD OVERWRITE ITS ARCHIVE WITH THE NEXT PERIOD'S FILES.
  LOAD-CLOSE-CATALOGUE.
      MOVE 'N' TO WS-EOF-SW
      OPEN INPUT CLOSE-CAT-FILE
      IF WS-CAT-FS NOT = '00'
          IF WS-CAT-FS NOT = '35'
              DISPLAY 'AOC_Y2020_EX01_CLOS - UNABLE TO OPEN closecat.dat, FILE STATUS = '
                  WS-CAT-FS
              MOVE 12 TO WS-RETURN-CODE
              MOVE 'Y' TO WS-ABORT-SW
          END-IF
      ELSE
          PERFORM UNTIL FILE-EOF OR ABORT-RUN
              READ CLOSE-CAT-FILE
              AT END
                  MOVE 'Y' TO WS-EOF-SW
              NOT AT END
                  IF WS-CAT-FS NOT = '00'
                      DISPLAY 'AOC_Y2020_EX01_CLOS - closecat.dat READ ERROR, FILE STATUS = '
                          WS-CAT-FS
                      MOVE 12 TO WS-RETURN-CODE
                      MOVE 'Y' TO WS-ABORT-SW
                  ELSE
                      IF CLOSE-CAT-RECORD NOT = SPACES
                          IF CAT-PERIOD IS NOT NUMERIC
                                  OR CAT-CLOSE-DATE IS NOT NUMERIC
                              DISPLAY 'AOC_Y2020_EX01_CLOS - MALFORMED closecat.dat RECORD: '
                                  CLOSE-CAT-RECORD
                              MOVE 12 TO WS-RETURN-CODE
                              MOVE 'Y' TO WS-ABORT-SW
                          ELSE
                              IF WS-CAT-COUNT >= WS-MAX-CAT
                                  DISPLAY 'AOC_Y2020_EX01_CLOS - closecat.dat EXCEEDS THE '
                                      'TABLE CEILING OF ' WS-MAX-CAT
                                  MOVE 12 TO WS-RETURN-CODE
                                  MOVE 'Y' TO WS-ABORT-SW
                              ELSE
                                  ADD 1 TO WS-CAT-COUNT
                                  MOVE CAT-PERIOD TO WS-CAT-PERIOD(WS-CAT-COUNT)
                                  MOVE CAT-CLOSE-DATE TO WS-CAT-DATE(WS-CAT-COUNT)
                                  IF CAT-CLOSE-TIME IS NUMERIC
                                      MOVE CAT-CLOSE-TIME TO WS-CAT-TIME(WS-CAT-COUNT)
                                  ELSE
                                      MOVE 0 TO WS-CAT-TIME(WS-CAT-COUNT)
                                  END-IF
                                  MOVE CAT-PERIOD TO WS-PRIOR-PERIOD
                                  MOVE CAT-CLOSE-DATE TO WS-PRIOR-CLOSE-DATE
                              END-IF
                          END-IF
                      END-IF
                  END-IF
              END-READ
          END-PERFORM
          CLOSE CLOSE-CAT-FILE
          IF WS-CAT-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_CLOS - UNABLE TO CLOSE closecat.dat, FILE STATUS = '
                  WS-CAT-FS
              MOVE 12 TO WS-RETURN-CODE
          END-IF
      END-IF
      IF NOT ABORT-RUN AND WS-PERIOD NOT > WS-PRIOR-PERIOD
          DISPLAY 'AOC_Y2020_EX01_CLOS - PERIOD ' WS-PERIOD
              ' IS NOT AFTER THE LAST PERIOD CLOSED (' WS-PRIOR-PERIOD
              ') - CLOSE REFUSED'
          MOVE 8 TO WS-RETURN-CODE
          MOVE 'Y' TO WS-ABORT-SW
      END-IF.

  *> LOAD-PRIOR-CLOSE TAKES EACH DEPARTMENT'S SUSPENSE CLOSING FIGURES
  *> FROM ITS MOST RECENT closehist.dat RECORD FOR AN EARLIER PERIOD
  *> AS THIS PERIOD'S OPENING. NO HISTORY (THE FIRST CLOSE) OPENS AT
  *> ZERO. A RECORD ALREADY ON FILE FOR THIS PERIOD IS LEFT BY A
  *> CLOSE THAT FAILED BEFORE ITS CATALOGUE WAS WRITTEN; ITS
  *> DEPARTMENT IS MARKED SO THE RERUN DOES NOT WRITE IT TWICE.
  LOAD-PRIOR-CLOSE.
      MOVE 'N' TO WS-EOF-SW
      OPEN INPUT CLOSE-HIST-FILE
      IF WS-CLH-FS NOT = '00'
          IF WS-CLH-FS NOT = '35'
              DISPLAY 'AOC_Y2020_EX01_CLOS - UNABLE TO OPEN closehist.dat, FILE STATUS = '
                  WS-CLH-FS
              MOVE 12 TO WS-RETURN-CODE
              MOVE 'Y' TO WS-ABORT-SW
          END-IF
      ELSE
          PERFORM UNTIL FILE-EOF OR ABORT-RUN
              READ CLOSE-HIST-FILE
              AT END
                  MOVE 'Y' TO WS-EOF-SW
              NOT AT END
                  IF WS-CLH-FS NOT = '00'
                      DISPLAY 'AOC_Y2020_EX01_CLOS - closehist.dat READ ERROR, FILE STATUS = '
                          WS-CLH-FS
                      MOVE 12 TO WS-RETURN-CODE
                      MOVE 'Y' TO WS-ABORT-SW
                  ELSE
                      IF CLOSE-HIST-RECORD NOT = SPACES
                          IF CLH-PERIOD IS NOT NUMERIC
                                  OR CLH-SUSP-ITEMS IS NOT NUMERIC
                                  OR CLH-SUSP-BAL IS NOT NUMERIC
                              DISPLAY 'AOC_Y2020_EX01_CLOS - MALFORMED closehist.dat RECORD: '
                                  CLOSE-HIST-RECORD(1:40)
                              MOVE 12 TO WS-RETURN-CODE
                              MOVE 'Y' TO WS-ABORT-SW
                          ELSE
                              IF CLH-PERIOD NOT > WS-PERIOD
                                  MOVE CLH-DEPT TO WS-DPT-KEY
                                  PERFORM FIND-DEPT-SLOT
                              END-IF
                              IF NOT ABORT-RUN AND CLH-PERIOD = WS-PERIOD
                                  MOVE 'Y' TO WS-DPT-ON-FILE(WS-DPT-SUB)
                              END-IF
                              IF NOT ABORT-RUN AND CLH-PERIOD < WS-PERIOD
                                  MOVE CLH-SUSP-ITEMS TO WS-DPT-OPEN-ITEMS(WS-DPT-SUB)
                                  MOVE CLH-SUSP-BAL TO WS-DPT-OPEN-BAL(WS-DPT-SUB)
                                  IF CLH-SUSP-SIGN = '-'
                                      COMPUTE WS-DPT-OPEN-BAL(WS-DPT-SUB) =
                                          0 - WS-DPT-OPEN-BAL(WS-DPT-SUB)
                                  END-IF
                              END-IF
                          END-IF
                      END-IF
                  END-IF
              END-READ
          END-PERFORM
          CLOSE CLOSE-HIST-FILE
          IF WS-CLH-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_CLOS - UNABLE TO CLOSE closehist.dat, FILE STATUS = '
                  WS-CLH-FS
              MOVE 12 TO WS-RETURN-CODE
          END-IF
      END-IF.

  *> ACCUMULATE-CARRY-LEGS COUNTS EVERY LEG OF THE CARRY-FORWARD SET
  *> INTO ITS DEPARTMENT'S MATCHED FIGURES AND KEEPS IT FOR THE
  *> matched.dat DUPLICATE CHECK. NO SET (CARRY-FORWARD NOT IN USE)
  *> MEANS matched.dat HOLDS ONLY THE LAST RUN'S LEGS, AND THE PERIOD
  *> IS TAKEN FROM glpost.dat INSTEAD (ACCUMULATE-POSTED-LEGS).
  ACCUMULATE-CARRY-LEGS.
      MOVE 'N' TO WS-EOF-SW
      OPEN INPUT CARRY-FILE
      IF WS-CFW-FS NOT = '00'
          IF WS-CFW-FS NOT = '35'
              DISPLAY 'AOC_Y2020_EX01_CLOS - UNABLE TO OPEN carryfwd.dat, FILE STATUS = '
                  WS-CFW-FS
              MOVE 12 TO WS-RETURN-CODE
              MOVE 'Y' TO WS-ABORT-SW
          END-IF
      ELSE
          MOVE 'Y' TO WS-CARRY-LOADED-SW
          PERFORM UNTIL FILE-EOF OR ABORT-RUN
              READ CARRY-FILE INTO MATCHED-RECORD
              AT END
                  MOVE 'Y' TO WS-EOF-SW
              NOT AT END
                  IF WS-CFW-FS NOT = '00'
                      DISPLAY 'AOC_Y2020_EX01_CLOS - carryfwd.dat READ ERROR, FILE STATUS = '
                          WS-CFW-FS
                      MOVE 12 TO WS-RETURN-CODE
                      MOVE 'Y' TO WS-ABORT-SW
                  ELSE
                      IF MATCHED-RECORD NOT = SPACES
                          PERFORM ADD-ONE-MATCHED-LEG
                          IF NOT ABORT-RUN
                              IF WS-LEG-COUNT >= WS-MAX-ITEMS
                                  DISPLAY 'AOC_Y2020_EX01_CLOS - carryfwd.dat EXCEEDS THE '
                                      'TABLE CEILING OF ' WS-MAX-ITEMS
                                  MOVE 12 TO WS-RETURN-CODE
                                  MOVE 'Y' TO WS-ABORT-SW
                              ELSE
                                  ADD 1 TO WS-LEG-COUNT
                                  MOVE MTC-DEPT TO WS-LEG-DEPT(WS-LEG-COUNT)
                                  MOVE MTC-RECNO TO WS-LEG-RECNO(WS-LEG-COUNT)
                                  MOVE MTC-SIGN TO WS-LEG-SIGN(WS-LEG-COUNT)
                                  MOVE MTC-AMOUNT TO WS-LEG-AMT(WS-LEG-COUNT)
                              END-IF
                          END-IF
                      END-IF
                  END-IF
              END-READ
          END-PERFORM
          CLOSE CARRY-FILE
          IF WS-CFW-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_CLOS - UNABLE TO CLOSE carryfwd.dat, FILE STATUS = '
                  WS-CFW-FS
              MOVE 12 TO WS-RETURN-CODE
          END-IF
      END-IF.

  *> ACCUMULATE-MATCHED-LEGS ADDS THE LAST RUN'S matched.dat LEGS THE
  *> CARRY-FORWARD SET DOES NOT ALREADY HOLD (DEPARTMENT, RECORD
  *> NUMBER AND SIGNED AMOUNT, AS THE SEARCH STEP MATCHES CARRIED
  *> LEGS).
  ACCUMULATE-MATCHED-LEGS.
      MOVE 'N' TO WS-EOF-SW
      OPEN INPUT MATCHED-FILE
      IF WS-MTC-FS NOT = '00'
          IF WS-MTC-FS NOT = '35'
              DISPLAY 'AOC_Y2020_EX01_CLOS - UNABLE TO OPEN matched.dat, FILE STATUS = '
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
                      DISPLAY 'AOC_Y2020_EX01_CLOS - matched.dat READ ERROR, FILE STATUS = '
                          WS-MTC-FS
                      MOVE 12 TO WS-RETURN-CODE
                      MOVE 'Y' TO WS-ABORT-SW
                  ELSE
                      IF MATCHED-RECORD NOT = SPACES
                          MOVE 'N' TO WS-FOUND-SW
                          IF CARRY-LOADED AND MTC-RECNO IS NUMERIC
                                  AND MTC-AMOUNT IS NUMERIC
                              PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                                      UNTIL WS-SCAN-SUB > WS-LEG-COUNT OR ITEM-FOUND
                                  IF WS-LEG-DEPT(WS-SCAN-SUB) = MTC-DEPT
                                          AND WS-LEG-RECNO(WS-SCAN-SUB) = MTC-RECNO
                                          AND WS-LEG-SIGN(WS-SCAN-SUB) = MTC-SIGN
                                          AND WS-LEG-AMT(WS-SCAN-SUB) = MTC-AMOUNT
                                      MOVE 'Y' TO WS-FOUND-SW
                                  END-IF
                              END-PERFORM
                          END-IF
                          IF NOT ITEM-FOUND
                              PERFORM ADD-ONE-MATCHED-LEG
                          END-IF
                      END-IF
                  END-IF
              END-READ
          END-PERFORM
          CLOSE MATCHED-FILE
          IF WS-MTC-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_CLOS - UNABLE TO CLOSE matched.dat, FILE STATUS = '
                  WS-MTC-FS
              MOVE 12 TO WS-RETURN-CODE
          END-IF
      END-IF.

  *> ACCUMULATE-POSTED-LEGS COUNTS THE SEARCH LEGS ON THE POSTING
  *> REGISTER DATED AFTER THE LAST CLOSE - EVERY NIGHT'S matched.dat
  *> SINCE THEN. A COMBINATION THE LEDGER REJECTED ANY LEG OF WENT
  *> BACK INTO SUSPENSE WHOLE, ACCEPTED LEGS INCLUDED, SO NONE OF ITS
  *> LEGS IS MATCHED; THE REGISTER IS LOADED FIRST SO A REJECTION IS
  *> SEEN WHEREVER IN THE FILE IT FALLS. A RESOLUTION POSTING (TARGET
  *> 00) CLEARED A SUSPENSE ITEM AND IS NOT A SEARCH MATCH.
  ACCUMULATE-POSTED-LEGS.
      MOVE 'N' TO WS-EOF-SW
      OPEN INPUT GLPOST-FILE
      IF WS-GLP-FS NOT = '00'
          IF WS-GLP-FS NOT = '35'
              DISPLAY 'AOC_Y2020_EX01_CLOS - UNABLE TO OPEN glpost.dat, FILE STATUS = '
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
                      DISPLAY 'AOC_Y2020_EX01_CLOS - glpost.dat READ ERROR, FILE STATUS = '
                          WS-GLP-FS
                      MOVE 12 TO WS-RETURN-CODE
                      MOVE 'Y' TO WS-ABORT-SW
                  ELSE
                      IF GLPOST-RECORD NOT = SPACES
                          PERFORM STORE-ONE-POSTED-LEG
                      END-IF
                  END-IF
              END-READ
          END-PERFORM
          CLOSE GLPOST-FILE
          IF WS-GLP-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_CLOS - UNABLE TO CLOSE glpost.dat, FILE STATUS = '
                  WS-GLP-FS
              MOVE 12 TO WS-RETURN-CODE
          END-IF
      END-IF.
      IF NOT ABORT-RUN
          PERFORM VARYING WS-LEG-SUB FROM 1 BY 1
                  UNTIL WS-LEG-SUB > WS-LEG-COUNT OR ABORT-RUN
              MOVE 'N' TO WS-FOUND-SW
              PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                      UNTIL WS-SCAN-SUB > WS-LEG-COUNT OR ITEM-FOUND
                  IF WS-LEG-STATUS(WS-SCAN-SUB) = 'R'
                          AND WS-LEG-RUN-DATE(WS-SCAN-SUB)
                              = WS-LEG-RUN-DATE(WS-LEG-SUB)
                          AND WS-LEG-TARGET-NO(WS-SCAN-SUB)
                              = WS-LEG-TARGET-NO(WS-LEG-SUB)
                          AND WS-LEG-GRP-DEPT(WS-SCAN-SUB)
                              = WS-LEG-GRP-DEPT(WS-LEG-SUB)
                          AND WS-LEG-GRP-RECNO(WS-SCAN-SUB)
                              = WS-LEG-GRP-RECNO(WS-LEG-SUB)
                      MOVE 'Y' TO WS-FOUND-SW
                  END-IF
              END-PERFORM
              IF NOT ITEM-FOUND
                  MOVE SPACES TO MATCHED-RECORD
                  MOVE WS-LEG-RUN-DATE(WS-LEG-SUB) TO MTC-RUN-DATE
                  MOVE WS-LEG-DEPT(WS-LEG-SUB) TO MTC-DEPT
                  MOVE WS-LEG-TARGET-NO(WS-LEG-SUB) TO MTC-TARGET-NO
                  MOVE WS-LEG-RECNO(WS-LEG-SUB) TO MTC-RECNO
                  MOVE WS-LEG-SIGN(WS-LEG-SUB) TO MTC-SIGN
                  MOVE WS-LEG-AMT(WS-LEG-SUB) TO MTC-AMOUNT
                  PERFORM ADD-ONE-MATCHED-LEG
              END-IF
          END-PERFORM
      END-IF.

  *> STORE-ONE-POSTED-LEG KEEPS A SEARCH LEG OF THE PERIOD FROM THE
  *> RECORD JUST READ, WITH ITS COMBINATION AND THE LEDGER'S ANSWER.
  STORE-ONE-POSTED-LEG.
      IF GLP-RUN-DATE IS NOT NUMERIC OR GLP-TARGET-NO IS NOT NUMERIC
              OR GLP-RECNO IS NOT NUMERIC OR GLP-AMOUNT IS NOT NUMERIC
              OR GLP-GRP-RECNO IS NOT NUMERIC
          DISPLAY 'AOC_Y2020_EX01_CLOS - MALFORMED glpost.dat RECORD: '
              GLPOST-RECORD(1:40)
          MOVE 12 TO WS-RETURN-CODE
          MOVE 'Y' TO WS-ABORT-SW
      ELSE
          IF GLP-RUN-DATE > WS-PRIOR-CLOSE-DATE AND GLP-TARGET-NO > 0
              IF WS-LEG-COUNT >= WS-MAX-ITEMS
                  DISPLAY 'AOC_Y2020_EX01_CLOS - glpost.dat EXCEEDS THE '
                      'TABLE CEILING OF ' WS-MAX-ITEMS
                  MOVE 12 TO WS-RETURN-CODE
                  MOVE 'Y' TO WS-ABORT-SW
              ELSE
                  ADD 1 TO WS-LEG-COUNT
                  MOVE GLP-RUN-DATE TO WS-LEG-RUN-DATE(WS-LEG-COUNT)
                  MOVE GLP-TARGET-NO TO WS-LEG-TARGET-NO(WS-LEG-COUNT)
                  MOVE GLP-DEPT TO WS-LEG-DEPT(WS-LEG-COUNT)
                  MOVE GLP-RECNO TO WS-LEG-RECNO(WS-LEG-COUNT)
                  MOVE GLP-SIGN TO WS-LEG-SIGN(WS-LEG-COUNT)
                  MOVE GLP-AMOUNT TO WS-LEG-AMT(WS-LEG-COUNT)
                  MOVE GLP-GRP-DEPT TO WS-LEG-GRP-DEPT(WS-LEG-COUNT)
                  MOVE GLP-GRP-RECNO TO WS-LEG-GRP-RECNO(WS-LEG-COUNT)
                  MOVE GLP-STATUS TO WS-LEG-STATUS(WS-LEG-COUNT)
              END-IF
          END-IF
      END-IF.

  *> ADD-ONE-MATCHED-LEG COUNTS THE LEG IN MATCHED-RECORD AGAINST ITS
  *> DEPARTMENT.
  ADD-ONE-MATCHED-LEG.
      IF MTC-RECNO IS NOT NUMERIC OR MTC-AMOUNT IS NOT NUMERIC
              OR (MTC-SIGN NOT = '+' AND MTC-SIGN NOT = '-')
          DISPLAY 'AOC_Y2020_EX01_CLOS - MALFORMED MATCHED LEG: '
              MATCHED-RECORD(1:40)
          MOVE 12 TO WS-RETURN-CODE
          MOVE 'Y' TO WS-ABORT-SW
      ELSE
          MOVE MTC-DEPT TO WS-DPT-KEY
          PERFORM FIND-DEPT-SLOT
          IF NOT ABORT-RUN
              MOVE MTC-AMOUNT TO WS-SIGNED-AMT
              IF MTC-SIGN = '-'
                  COMPUTE WS-SIGNED-AMT = 0 - WS-SIGNED-AMT
              END-IF
              ADD 1 TO WS-DPT-LEGS(WS-DPT-SUB)
              ADD WS-SIGNED-AMT TO WS-DPT-MATCHED(WS-DPT-SUB)
          END-IF
      END-IF.

  *> ACCUMULATE-SUSPENSE TAKES THE CLOSING SUSPENSE POSITION FROM THE
  *> LEDGER AS THE LAST ROLL LEFT IT, AGEING EACH ITEM FROM ITS
  *> FIRST-SEEN DATE TO THE CLOSE DATE.
  ACCUMULATE-SUSPENSE.
      MOVE 'N' TO WS-EOF-SW
      OPEN INPUT LEDGER-FILE
      IF WS-LDG-FS NOT = '00'
          IF WS-LDG-FS NOT = '35'
              DISPLAY 'AOC_Y2020_EX01_CLOS - UNABLE TO OPEN suspledg.dat, FILE STATUS = '
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
                      DISPLAY 'AOC_Y2020_EX01_CLOS - suspledg.dat READ ERROR, FILE STATUS = '
                          WS-LDG-FS
                      MOVE 12 TO WS-RETURN-CODE
                      MOVE 'Y' TO WS-ABORT-SW
                  ELSE
                      IF LEDGER-RECORD NOT = SPACES
                          PERFORM ADD-ONE-SUSPENSE-ITEM
                      END-IF
                  END-IF
              END-READ
          END-PERFORM
          CLOSE LEDGER-FILE
          IF WS-LDG-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_CLOS - UNABLE TO CLOSE suspledg.dat, FILE STATUS = '
                  WS-LDG-FS
              MOVE 12 TO WS-RETURN-CODE
          END-IF
      END-IF.

  ADD-ONE-SUSPENSE-ITEM.
      IF LDG-AMOUNT IS NOT NUMERIC OR LDG-FIRST-DATE IS NOT NUMERIC
          DISPLAY 'AOC_Y2020_EX01_CLOS - MALFORMED suspledg.dat RECORD: '
              LEDGER-RECORD(1:40)
          MOVE 12 TO WS-RETURN-CODE
          MOVE 'Y' TO WS-ABORT-SW
      ELSE
          MOVE LDG-DEPT TO WS-DPT-KEY
          PERFORM FIND-DEPT-SLOT
          IF NOT ABORT-RUN
              MOVE LDG-AMOUNT TO WS-SIGNED-AMT
              IF LDG-SIGN = '-'
                  COMPUTE WS-SIGNED-AMT = 0 - WS-SIGNED-AMT
              END-IF
              ADD 1 TO WS-DPT-CLOSE-ITEMS(WS-DPT-SUB)
              ADD WS-SIGNED-AMT TO WS-DPT-CLOSE-BAL(WS-DPT-SUB)
              COMPUTE WS-ITEM-DATE-INT =
                  FUNCTION INTEGER-OF-DATE(LDG-FIRST-DATE)
              IF WS-RUN-DATE-INT - WS-ITEM-DATE-INT > 60
                  ADD 1 TO WS-DPT-OVER60(WS-DPT-SUB)
                  MOVE 'Y' TO WS-OVER60-SW
              END-IF
          END-IF
      END-IF.

  *> COUNT-PERIOD-RUNS COUNTS EACH DEPARTMENT'S SEARCH PASSES ON
  *> runhist.dat DATED AFTER THE LAST CLOSE. A RESUMED PASS IS ONE
  *> RUN, NOT TWO - ONLY THE PASS THAT STARTED COLD IS COUNTED.
  COUNT-PERIOD-RUNS.
      MOVE 'N' TO WS-EOF-SW
      OPEN INPUT RUNHIST-FILE
      IF WS-HIST-FS NOT = '00'
          IF WS-HIST-FS NOT = '35'
              DISPLAY 'AOC_Y2020_EX01_CLOS - UNABLE TO OPEN runhist.dat, FILE STATUS = '
                  WS-HIST-FS
              MOVE 12 TO WS-RETURN-CODE
              MOVE 'Y' TO WS-ABORT-SW
          END-IF
      ELSE
          PERFORM UNTIL FILE-EOF OR ABORT-RUN
              READ RUNHIST-FILE
              AT END
                  MOVE 'Y' TO WS-EOF-SW
              NOT AT END
                  IF WS-HIST-FS NOT = '00'
                      DISPLAY 'AOC_Y2020_EX01_CLOS - runhist.dat READ ERROR, FILE STATUS = '
                          WS-HIST-FS
                      MOVE 12 TO WS-RETURN-CODE
                      MOVE 'Y' TO WS-ABORT-SW
                  ELSE
                      IF RUNHIST-RECORD NOT = SPACES
                              AND HIST-RUN-DATE IS NUMERIC
                              AND HIST-RUN-DATE > WS-PRIOR-CLOSE-DATE
                              AND HIST-RESUMED NOT = 'R' AND HIST-RESUMED NOT = 'S'
                          MOVE HIST-DEPT TO WS-DPT-KEY
                          PERFORM FIND-DEPT-SLOT
                          IF NOT ABORT-RUN
                              ADD 1 TO WS-DPT-RUNS(WS-DPT-SUB)
                          END-IF
                      END-IF
                  END-IF
              END-READ
          END-PERFORM
          CLOSE RUNHIST-FILE
          IF WS-HIST-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_CLOS - UNABLE TO CLOSE runhist.dat, FILE STATUS = '
                  WS-HIST-FS
              MOVE 12 TO WS-RETURN-CODE
          END-IF
      END-IF.

  *> FIND-DEPT-SLOT SETS WS-DPT-SUB TO THE TABLE SLOT FOR WS-DPT-KEY,
  *> OPENING A ZEROED SLOT IN DEPARTMENT ORDER WHEN IT IS NEW.
  FIND-DEPT-SLOT.
      MOVE 'N' TO WS-FOUND-SW
      PERFORM VARYING WS-DPT-SUB FROM 1 BY 1
              UNTIL WS-DPT-SUB > WS-DPT-COUNT OR ITEM-FOUND
                  OR WS-DPT-CODE(WS-DPT-SUB) > WS-DPT-KEY
          IF WS-DPT-CODE(WS-DPT-SUB) = WS-DPT-KEY
              MOVE 'Y' TO WS-FOUND-SW
          END-IF
      END-PERFORM
      IF ITEM-FOUND
          SUBTRACT 1 FROM WS-DPT-SUB
      ELSE
          IF WS-DPT-COUNT >= WS-MAX-DEPTS
              DISPLAY 'AOC_Y2020_EX01_CLOS - MORE THAN ' WS-MAX-DEPTS
                  ' DEPARTMENTS'
              MOVE 12 TO WS-RETURN-CODE
              MOVE 'Y' TO WS-ABORT-SW
          ELSE
              PERFORM VARYING WS-DPT-MOVE FROM WS-DPT-COUNT BY -1
                      UNTIL WS-DPT-MOVE < WS-DPT-SUB
                  MOVE WS-DPT-ITEM(WS-DPT-MOVE) TO WS-DPT-ITEM(WS-DPT-MOVE + 1)
              END-PERFORM
              ADD 1 TO WS-DPT-COUNT
              MOVE WS-DPT-KEY TO WS-DPT-CODE(WS-DPT-SUB)
              MOVE 0 TO WS-DPT-LEGS(WS-DPT-SUB)
              MOVE 0 TO WS-DPT-MATCHED(WS-DPT-SUB)
              MOVE 0 TO WS-DPT-OPEN-ITEMS(WS-DPT-SUB)
              MOVE 0 TO WS-DPT-OPEN-BAL(WS-DPT-SUB)
              MOVE 0 TO WS-DPT-CLOSE-ITEMS(WS-DPT-SUB)
              MOVE 0 TO WS-DPT-CLOSE-BAL(WS-DPT-SUB)
              MOVE 0 TO WS-DPT-OVER60(WS-DPT-SUB)
              MOVE 0 TO WS-DPT-RUNS(WS-DPT-SUB)
              MOVE 'N' TO WS-DPT-ON-FILE(WS-DPT-SUB)
          END-IF
      END-IF.

  *> ARCHIVE-ONE-FILE COPIES ONE FILE OF THE SET TO ITS PERIOD-STAMPED
  *> GENERATION. A FILE NOT PRESENT IS ARCHIVED EMPTY, SO EVERY
  *> GENERATION HOLDS THE WHOLE SET.
  ARCHIVE-ONE-FILE.
      MOVE 0 TO WS-ARCH-RECS(WS-ARCH-SUB)
      MOVE 'Y' TO WS-ARCH-FOUND(WS-ARCH-SUB)
      MOVE WS-ARCH-BASE(WS-ARCH-SUB) TO WS-ARCH-IN-NAME
      MOVE SPACES TO WS-ARCH-OUT-NAME
      STRING WS-ARCH-BASE(WS-ARCH-SUB) DELIMITED BY SPACE
             '.'              DELIMITED BY SIZE
             WS-PERIOD        DELIMITED BY SIZE
          INTO WS-ARCH-OUT-NAME
      END-STRING
      OPEN OUTPUT ARCH-OUT-FILE
      IF WS-AOUT-FS NOT = '00'
          DISPLAY 'AOC_Y2020_EX01_CLOS - UNABLE TO OPEN ' WS-ARCH-OUT-NAME
              ', FILE STATUS = ' WS-AOUT-FS
          MOVE 12 TO WS-RETURN-CODE
          MOVE 'Y' TO WS-ABORT-SW
      ELSE
          OPEN INPUT ARCH-IN-FILE
          IF WS-AIN-FS NOT = '00'
              IF WS-AIN-FS = '35'
                  MOVE 'N' TO WS-ARCH-FOUND(WS-ARCH-SUB)
              ELSE
                  DISPLAY 'AOC_Y2020_EX01_CLOS - UNABLE TO OPEN ' WS-ARCH-IN-NAME
                      ', FILE STATUS = ' WS-AIN-FS
                  MOVE 12 TO WS-RETURN-CODE
                  MOVE 'Y' TO WS-ABORT-SW
              END-IF
          ELSE
              MOVE 'N' TO WS-EOF-SW
              PERFORM UNTIL FILE-EOF OR ABORT-RUN
                  READ ARCH-IN-FILE
                  AT END
                      MOVE 'Y' TO WS-EOF-SW
                  NOT AT END
                      IF WS-AIN-FS NOT = '00'
                          DISPLAY 'AOC_Y2020_EX01_CLOS - ' WS-ARCH-IN-NAME
                              ' READ ERROR, FILE STATUS = ' WS-AIN-FS
                          MOVE 12 TO WS-RETURN-CODE
                          MOVE 'Y' TO WS-ABORT-SW
                      ELSE
                          WRITE ARCH-OUT-RECORD FROM ARCH-IN-RECORD
                          IF WS-AOUT-FS NOT = '00'
                              DISPLAY 'AOC_Y2020_EX01_CLOS - UNABLE TO WRITE '
                                  WS-ARCH-OUT-NAME ', FILE STATUS = ' WS-AOUT-FS
                              MOVE 12 TO WS-RETURN-CODE
                              MOVE 'Y' TO WS-ABORT-SW
                          ELSE
                              ADD 1 TO WS-ARCH-RECS(WS-ARCH-SUB)
                          END-IF
                      END-IF
                  END-READ
              END-PERFORM
              CLOSE ARCH-IN-FILE
              IF WS-AIN-FS NOT = '00'
                  DISPLAY 'AOC_Y2020_EX01_CLOS - UNABLE TO CLOSE ' WS-ARCH-IN-NAME
                      ', FILE STATUS = ' WS-AIN-FS
                  MOVE 12 TO WS-RETURN-CODE
              END-IF
          END-IF
          CLOSE ARCH-OUT-FILE
          IF WS-AOUT-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_CLOS - UNABLE TO CLOSE ' WS-ARCH-OUT-NAME
                  ', FILE STATUS = ' WS-AOUT-FS
              MOVE 12 TO WS-RETURN-CODE
              MOVE 'Y' TO WS-ABORT-SW
          END-IF
      END-IF.

  *> WRITE-CLOSE-HISTORY APPENDS EACH DEPARTMENT'S CLOSE FIGURES TO THE
  *> PERMANENT HISTORY - THE POSITION AUDIT ASKS FOR LONG AFTER THE
  *> GENERATION ITSELF HAS EXPIRED. A DEPARTMENT WHOSE RECORD FOR THE
  *> PERIOD AN EARLIER, FAILED CLOSE ALREADY WROTE IS NOT WRITTEN
  *> AGAIN.
  WRITE-CLOSE-HISTORY.
      OPEN EXTEND CLOSE-HIST-FILE
      IF WS-CLH-FS = '35'
          OPEN OUTPUT CLOSE-HIST-FILE
      END-IF
      IF WS-CLH-FS NOT = '00'
          DISPLAY 'AOC_Y2020_EX01_CLOS - UNABLE TO OPEN closehist.dat, FILE STATUS = '
              WS-CLH-FS
          MOVE 12 TO WS-RETURN-CODE
          MOVE 'Y' TO WS-ABORT-SW
      ELSE
          PERFORM VARYING WS-DPT-SUB FROM 1 BY 1
                  UNTIL WS-DPT-SUB > WS-DPT-COUNT OR ABORT-RUN
              IF WS-DPT-ON-FILE(WS-DPT-SUB) NOT = 'Y'
                  MOVE SPACES TO CLOSE-HIST-RECORD
                  MOVE WS-PERIOD TO CLH-PERIOD
                  MOVE WS-DPT-CODE(WS-DPT-SUB) TO CLH-DEPT
                  MOVE WS-DPT-LEGS(WS-DPT-SUB) TO CLH-LEGS
                  IF WS-DPT-MATCHED(WS-DPT-SUB) < 0
                      MOVE '-' TO CLH-MATCHED-SIGN
                  ELSE
                      MOVE '+' TO CLH-MATCHED-SIGN
                  END-IF
                  MOVE WS-DPT-MATCHED(WS-DPT-SUB) TO CLH-MATCHED-AMT
                  MOVE WS-DPT-CLOSE-ITEMS(WS-DPT-SUB) TO CLH-SUSP-ITEMS
                  IF WS-DPT-CLOSE-BAL(WS-DPT-SUB) < 0
                      MOVE '-' TO CLH-SUSP-SIGN
                  ELSE
                      MOVE '+' TO CLH-SUSP-SIGN
                  END-IF
                  MOVE WS-DPT-CLOSE-BAL(WS-DPT-SUB) TO CLH-SUSP-BAL
                  MOVE WS-DPT-OVER60(WS-DPT-SUB) TO CLH-OVER60
                  MOVE WS-DPT-RUNS(WS-DPT-SUB) TO CLH-RUNS
                  MOVE WS-RUN-DATE TO CLH-CLOSE-DATE
                  WRITE CLOSE-HIST-RECORD
                  IF WS-CLH-FS NOT = '00'
                      DISPLAY 'AOC_Y2020_EX01_CLOS - UNABLE TO WRITE closehist.dat, FILE STATUS = '
                          WS-CLH-FS
                      MOVE 12 TO WS-RETURN-CODE
                      MOVE 'Y' TO WS-ABORT-SW
                  END-IF
              END-IF
          END-PERFORM
          CLOSE CLOSE-HIST-FILE
          IF WS-CLH-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_CLOS - UNABLE TO CLOSE closehist.dat, FILE STATUS = '
                  WS-CLH-FS
              MOVE 12 TO WS-RETURN-CODE
              MOVE 'Y' TO WS-ABORT-SW
          END-IF
      END-IF.

  *> REWRITE-CLOSE-CATALOGUE ADDS THIS PERIOD AND DROPS THE OLDEST
  *> GENERATIONS BEYOND THE RETENTION COUNT; THEIR FILES ARE DELETED
  *> ONCE THE CATALOGUE NO LONGER NAMES THEM.
  REWRITE-CLOSE-CATALOGUE.
      IF WS-CAT-COUNT >= WS-MAX-CAT
          DISPLAY 'AOC_Y2020_EX01_CLOS - closecat.dat EXCEEDS THE '
              'TABLE CEILING OF ' WS-MAX-CAT
          MOVE 12 TO WS-RETURN-CODE
          MOVE 'Y' TO WS-ABORT-SW
      ELSE
          ADD 1 TO WS-CAT-COUNT
          MOVE WS-PERIOD TO WS-CAT-PERIOD(WS-CAT-COUNT)
          MOVE WS-RUN-DATE TO WS-CAT-DATE(WS-CAT-COUNT)
          MOVE WS-TIME-RAW(1:6) TO WS-CAT-TIME(WS-CAT-COUNT)
          IF WS-CAT-COUNT > WS-KEEP-GENS
              COMPUTE WS-CAT-EXPIRE = WS-CAT-COUNT - WS-KEEP-GENS
          END-IF
          OPEN OUTPUT CLOSE-CAT-FILE
          IF WS-CAT-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_CLOS - UNABLE TO REWRITE closecat.dat, FILE STATUS = '
                  WS-CAT-FS
              MOVE 12 TO WS-RETURN-CODE
              MOVE 'Y' TO WS-ABORT-SW
          ELSE
              PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                      UNTIL WS-SCAN-SUB > WS-CAT-COUNT OR ABORT-RUN
                  IF WS-SCAN-SUB > WS-CAT-EXPIRE
                      MOVE SPACES TO CLOSE-CAT-RECORD
                      MOVE WS-CAT-PERIOD(WS-SCAN-SUB) TO CAT-PERIOD
                      MOVE WS-CAT-DATE(WS-SCAN-SUB) TO CAT-CLOSE-DATE
                      MOVE WS-CAT-TIME(WS-SCAN-SUB) TO CAT-CLOSE-TIME
                      WRITE CLOSE-CAT-RECORD
                      IF WS-CAT-FS NOT = '00'
                          DISPLAY 'AOC_Y2020_EX01_CLOS - UNABLE TO WRITE closecat.dat, FILE STATUS = '
                              WS-CAT-FS
                          MOVE 12 TO WS-RETURN-CODE
                          MOVE 'Y' TO WS-ABORT-SW
                      END-IF
                  END-IF
              END-PERFORM
              CLOSE CLOSE-CAT-FILE
              IF WS-CAT-FS NOT = '00'
                  DISPLAY 'AOC_Y2020_EX01_CLOS - UNABLE TO CLOSE closecat.dat, FILE STATUS = '
                      WS-CAT-FS
                  MOVE 12 TO WS-RETURN-CODE
                  MOVE 'Y' TO WS-ABORT-SW
              END-IF
          END-IF
      END-IF.

  *> EXPIRE-OLD-GENERATIONS LISTS THE FILES OF EACH GENERATION THE
  *> CATALOGUE HAS JUST DROPPED ON clsexpir.dat, WHERE THE JOB STREAM
  *> PICKS THEM UP AND DELETES THEM. A LIST THAT CANNOT BE WRITTEN IS
  *> A WARNING - THE CLOSE ITSELF STANDS, AND THE FILES ARE LEFT FOR
  *> DELETION BY HAND.
  EXPIRE-OLD-GENERATIONS.
      IF WS-CAT-EXPIRE > 0
          OPEN EXTEND EXPIRED-FILE
          IF WS-EXP-FS = '35'
              OPEN OUTPUT EXPIRED-FILE
          END-IF
          IF WS-EXP-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_CLOS - UNABLE TO OPEN clsexpir.dat, FILE STATUS = '
                  WS-EXP-FS ' - DELETE THE EXPIRED GENERATIONS BY HAND'
              ADD 1 TO WS-DEL-FAILED
          ELSE
              PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                      UNTIL WS-SCAN-SUB > WS-CAT-EXPIRE
                  PERFORM VARYING WS-ARCH-SUB FROM 1 BY 1
                          UNTIL WS-ARCH-SUB > WS-ARCH-FILES
                      MOVE SPACES TO WS-DEL-NAME
                      STRING WS-ARCH-BASE(WS-ARCH-SUB) DELIMITED BY SPACE
                             '.'              DELIMITED BY SIZE
                             WS-CAT-PERIOD(WS-SCAN-SUB) DELIMITED BY SIZE
                          INTO WS-DEL-NAME
                      END-STRING
                      WRITE EXPIRED-RECORD FROM WS-DEL-NAME
                      IF WS-EXP-FS NOT = '00'
                          DISPLAY 'AOC_Y2020_EX01_CLOS - UNABLE TO LIST EXPIRED '
                              WS-DEL-NAME ', FILE STATUS = ' WS-EXP-FS
                          ADD 1 TO WS-DEL-FAILED
                      END-IF
                  END-PERFORM
              END-PERFORM
              CLOSE EXPIRED-FILE
              IF WS-EXP-FS NOT = '00'
                  DISPLAY 'AOC_Y2020_EX01_CLOS - UNABLE TO CLOSE clsexpir.dat, FILE STATUS = '
                      WS-EXP-FS
                  ADD 1 TO WS-DEL-FAILED
              END-IF
          END-IF
      END-IF.

  *> RESET-CARRY-CYCLE EMPTIES THE CARRY-FORWARD SET AND THE LAST
  *> RUN'S matched.dat (BOTH NOW IN THE ARCHIVE), SO THE NEW PERIOD'S
  *> FIRST COLD RUN STARTS A FRESH CYCLE INSTEAD OF FOLDING THE CLOSED
  *> PERIOD'S LEGS INTO IT. THE CLOSE IS ALREADY CATALOGUED, SO A
  *> FAILURE HERE MUST BE PUT RIGHT BY HAND, NOT BY A RERUN.
  RESET-CARRY-CYCLE.
      OPEN OUTPUT CARRY-FILE
      IF WS-CFW-FS NOT = '00'
          DISPLAY 'AOC_Y2020_EX01_CLOS - UNABLE TO RESET carryfwd.dat, FILE STATUS = '
              WS-CFW-FS ' - EMPTY IT BY HAND BEFORE THE NEXT RUN'
          MOVE 12 TO WS-RETURN-CODE
      ELSE
          CLOSE CARRY-FILE
          IF WS-CFW-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_CLOS - UNABLE TO CLOSE carryfwd.dat, FILE STATUS = '
                  WS-CFW-FS ' - EMPTY IT BY HAND BEFORE THE NEXT RUN'
              MOVE 12 TO WS-RETURN-CODE
          END-IF
      END-IF
      OPEN OUTPUT MATCHED-FILE
      IF WS-MTC-FS NOT = '00'
          DISPLAY 'AOC_Y2020_EX01_CLOS - UNABLE TO RESET matched.dat, FILE STATUS = '
              WS-MTC-FS ' - EMPTY IT BY HAND BEFORE THE NEXT RUN'
          MOVE 12 TO WS-RETURN-CODE
      ELSE
          CLOSE MATCHED-FILE
          IF WS-MTC-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_CLOS - UNABLE TO CLOSE matched.dat, FILE STATUS = '
                  WS-MTC-FS ' - EMPTY IT BY HAND BEFORE THE NEXT RUN'
              MOVE 12 TO WS-RETURN-CODE
          END-IF
      END-IF.

  *> WRITE-CLOSE-REPORT PRINTS THE PERIOD-CLOSE SUMMARY: ONE LINE PER
  *> DEPARTMENT AND A TOTAL LINE, THEN THE GENERATION ARCHIVED AND ANY
  *> GENERATIONS EXPIRED.
  WRITE-CLOSE-REPORT.
      OPEN OUTPUT CLOSERPT-FILE
      IF WS-RPT-FS NOT = '00'
          DISPLAY 'AOC_Y2020_EX01_CLOS - UNABLE TO OPEN closerpt.txt, FILE STATUS = '
              WS-RPT-FS
          MOVE 12 TO WS-RETURN-CODE
          MOVE 'Y' TO WS-ABORT-SW
      ELSE
          MOVE SPACES TO WS-RPT-REC
          MOVE 1 TO WS-RPT-PTR
          STRING 'AOC_Y2020_EX01 PERIOD CLOSE   PERIOD ' DELIMITED BY SIZE
                 WS-PERIOD        DELIMITED BY SIZE
                 '   CLOSED '     DELIMITED BY SIZE
                 WS-RUN-DATE      DELIMITED BY SIZE
              INTO WS-RPT-REC WITH POINTER WS-RPT-PTR
          END-STRING
          IF WS-PRIOR-PERIOD = 0
              STRING '   FIRST CLOSE' DELIMITED BY SIZE
                  INTO WS-RPT-REC WITH POINTER WS-RPT-PTR
              END-STRING
          ELSE
              STRING '   PRIOR CLOSE ' DELIMITED BY SIZE
                     WS-PRIOR-PERIOD  DELIMITED BY SIZE
                     ' ON '           DELIMITED BY SIZE
                     WS-PRIOR-CLOSE-DATE DELIMITED BY SIZE
                  INTO WS-RPT-REC WITH POINTER WS-RPT-PTR
              END-STRING
          END-IF
          PERFORM RPT-WRITE-LINE
          MOVE SPACES TO WS-RPT-REC
          PERFORM RPT-WRITE-LINE
          MOVE 'DEPT           LEGS   MATCHED AMOUNT  OPEN ITEMS     OPEN BALANCE CLOSE ITEMS    CLOSE BALANCE  OVER 60     RUNS'
              TO WS-RPT-REC
          PERFORM RPT-WRITE-LINE

          PERFORM VARYING WS-DPT-SUB FROM 1 BY 1
                  UNTIL WS-DPT-SUB > WS-DPT-COUNT
              ADD WS-DPT-LEGS(WS-DPT-SUB) TO WS-TOT-LEGS
              ADD WS-DPT-MATCHED(WS-DPT-SUB) TO WS-TOT-MATCHED
              ADD WS-DPT-OPEN-ITEMS(WS-DPT-SUB) TO WS-TOT-OPEN-ITEMS
              ADD WS-DPT-OPEN-BAL(WS-DPT-SUB) TO WS-TOT-OPEN-BAL
              ADD WS-DPT-CLOSE-ITEMS(WS-DPT-SUB) TO WS-TOT-CLOSE-ITEMS
              ADD WS-DPT-CLOSE-BAL(WS-DPT-SUB) TO WS-TOT-CLOSE-BAL
              ADD WS-DPT-OVER60(WS-DPT-SUB) TO WS-TOT-OVER60
              ADD WS-DPT-RUNS(WS-DPT-SUB) TO WS-TOT-RUNS
              MOVE SPACES TO WS-RPT-REC
              MOVE WS-DPT-CODE(WS-DPT-SUB) TO WS-RPT-REC(1:10)
              MOVE WS-DPT-LEGS(WS-DPT-SUB) TO WS-COUNT-EDIT
              MOVE WS-COUNT-EDIT TO WS-RPT-REC(12:8)
              MOVE WS-DPT-MATCHED(WS-DPT-SUB) TO WS-AMT13-EDIT
              MOVE WS-AMT13-EDIT TO WS-RPT-REC(21:16)
              MOVE WS-DPT-OPEN-ITEMS(WS-DPT-SUB) TO WS-COUNT-EDIT
              MOVE WS-COUNT-EDIT TO WS-RPT-REC(40:8)
              MOVE WS-DPT-OPEN-BAL(WS-DPT-SUB) TO WS-AMT13-EDIT
              MOVE WS-AMT13-EDIT TO WS-RPT-REC(49:16)
              MOVE WS-DPT-CLOSE-ITEMS(WS-DPT-SUB) TO WS-COUNT-EDIT
              MOVE WS-COUNT-EDIT TO WS-RPT-REC(68:8)
              MOVE WS-DPT-CLOSE-BAL(WS-DPT-SUB) TO WS-AMT13-EDIT
              MOVE WS-AMT13-EDIT TO WS-RPT-REC(77:16)
              MOVE WS-DPT-OVER60(WS-DPT-SUB) TO WS-COUNT-EDIT
              MOVE WS-COUNT-EDIT TO WS-RPT-REC(93:8)
              MOVE WS-DPT-RUNS(WS-DPT-SUB) TO WS-COUNT-EDIT
              MOVE WS-COUNT-EDIT TO WS-RPT-REC(102:8)
              IF WS-DPT-OVER60(WS-DPT-SUB) > 0
                  MOVE '** OVER 60 DAYS **' TO WS-RPT-REC(112:18)
              END-IF
              PERFORM RPT-WRITE-LINE
          END-PERFORM

          MOVE SPACES TO WS-RPT-REC
          MOVE 'TOTAL' TO WS-RPT-REC(1:10)
          MOVE WS-TOT-LEGS TO WS-COUNT-EDIT
          MOVE WS-COUNT-EDIT TO WS-RPT-REC(12:8)
          MOVE WS-TOT-MATCHED TO WS-AMT13-EDIT
          MOVE WS-AMT13-EDIT TO WS-RPT-REC(21:16)
          MOVE WS-TOT-OPEN-ITEMS TO WS-COUNT-EDIT
          MOVE WS-COUNT-EDIT TO WS-RPT-REC(40:8)
          MOVE WS-TOT-OPEN-BAL TO WS-AMT13-EDIT
          MOVE WS-AMT13-EDIT TO WS-RPT-REC(49:16)
          MOVE WS-TOT-CLOSE-ITEMS TO WS-COUNT-EDIT
          MOVE WS-COUNT-EDIT TO WS-RPT-REC(68:8)
          MOVE WS-TOT-CLOSE-BAL TO WS-AMT13-EDIT
          MOVE WS-AMT13-EDIT TO WS-RPT-REC(77:16)
          MOVE WS-TOT-OVER60 TO WS-COUNT-EDIT
          MOVE WS-COUNT-EDIT TO WS-RPT-REC(93:8)
          MOVE WS-TOT-RUNS TO WS-COUNT-EDIT
          MOVE WS-COUNT-EDIT TO WS-RPT-REC(102:8)
          PERFORM RPT-WRITE-LINE

          MOVE SPACES TO WS-RPT-REC
          PERFORM RPT-WRITE-LINE
          MOVE 'ARCHIVE GENERATION:' TO WS-RPT-REC
          PERFORM RPT-WRITE-LINE
          PERFORM VARYING WS-ARCH-SUB FROM 1 BY 1
                  UNTIL WS-ARCH-SUB > WS-ARCH-FILES
              MOVE WS-ARCH-RECS(WS-ARCH-SUB) TO WS-COUNT-EDIT
              MOVE SPACES TO WS-RPT-REC
              MOVE 1 TO WS-RPT-PTR
              STRING '  '             DELIMITED BY SIZE
                     WS-ARCH-BASE(WS-ARCH-SUB) DELIMITED BY SPACE
                     '.'              DELIMITED BY SIZE
                     WS-PERIOD        DELIMITED BY SIZE
                     '  RECORDS='     DELIMITED BY SIZE
                     WS-COUNT-EDIT    DELIMITED BY SIZE
                  INTO WS-RPT-REC WITH POINTER WS-RPT-PTR
              END-STRING
              IF WS-ARCH-FOUND(WS-ARCH-SUB) = 'N'
                  STRING '  (NOT PRESENT AT CLOSE)' DELIMITED BY SIZE
                      INTO WS-RPT-REC WITH POINTER WS-RPT-PTR
                  END-STRING
              END-IF
              PERFORM RPT-WRITE-LINE
          END-PERFORM
          PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                  UNTIL WS-SCAN-SUB > WS-CAT-EXPIRE
              MOVE SPACES TO WS-RPT-REC
              MOVE 1 TO WS-RPT-PTR
              STRING '  GENERATION '  DELIMITED BY SIZE
                     WS-CAT-PERIOD(WS-SCAN-SUB) DELIMITED BY SIZE
                     ' EXPIRED'       DELIMITED BY SIZE
                  INTO WS-RPT-REC WITH POINTER WS-RPT-PTR
              END-STRING
              PERFORM RPT-WRITE-LINE
          END-PERFORM
          MOVE 'CARRY-FORWARD CYCLE RESET FOR THE NEW PERIOD' TO WS-RPT-REC
          PERFORM RPT-WRITE-LINE

          CLOSE CLOSERPT-FILE
          IF WS-RPT-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_CLOS - UNABLE TO CLOSE closerpt.txt, FILE STATUS = '
                  WS-RPT-FS
              MOVE 12 TO WS-RETURN-CODE
          END-IF
      END-IF.

  RPT-WRITE-LINE.
      WRITE CLOSERPT-LINE FROM WS-RPT-REC
      IF WS-RPT-FS NOT = '00'
          DISPLAY 'AOC_Y2020_EX01_CLOS - UNABLE TO WRITE closerpt.txt, FILE STATUS = '
              WS-RPT-FS
          MOVE 12 TO WS-RETURN-CODE
          MOVE 'Y' TO WS-ABORT-SW
      END-IF.
