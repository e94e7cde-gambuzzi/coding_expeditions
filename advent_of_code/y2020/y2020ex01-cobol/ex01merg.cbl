  IDENTIFICATION DIVISION.
  PROGRAM-ID. AOC_Y2020_EX01_MERG.
  ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
  FILE-CONTROL.
      *> THE PARTITIONS AOC_Y2020_EX01_PART SPLIT THE NIGHT INTO, IN
      *> DEPARTMENT-LIST ORDER.
      SELECT PARTLIST-FILE ASSIGN "partlist.dat"
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-PTL-FS.

      *> ONE FILE OF ONE PARTITION (<DIRECTORY>/<FILE>), READ LINE FOR
      *> LINE - ITS RETURN CODE, ITS REPORT, OR ONE OF ITS FEEDS.
      SELECT PART-FILE ASSIGN DYNAMIC WS-PART-FILE-NAME
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-PRT-FS.

      *> THE PARTITION'S deptctl.dat, NAMING THE DEPARTMENT REPORTS
      *> (<CODE>.rpt) ITS RUN LEFT BEHIND.
      SELECT PART-DEPT-FILE ASSIGN DYNAMIC WS-PART-DEPT-NAME
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-PDP-FS.

      *> THE CONSOLIDATED REPORT, REBUILT FROM THE PARTITIONS' SECTIONS
      *> UNDER ONE RUN OF PAGE NUMBERS AND ONE SET OF GRAND TOTALS.
      SELECT REPORT-FILE ASSIGN "report.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-RPT-FS.

      SELECT DEPTRPT-FILE ASSIGN DYNAMIC WS-DEPTRPT-NAME
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-DRP-FS.

      *> THE NIGHT'S SUSPENSE AND POSTING FEEDS AND CARRY-FORWARD
      *> SNAPSHOT, WRITTEN WHOLE AS THE ONE-RUN SEARCH WOULD HAVE LEFT
      *> THEM FOR THE SUSPENSE ROLL AND THE GL FEED.
      SELECT UNMATCH-FILE ASSIGN "unmatched.dat"
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-UNM-FS.

      SELECT MATCHED-FILE ASSIGN "matched.dat"
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-MTC-FS.

      SELECT CARRY-FILE ASSIGN "carryfwd.dat"
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-CFW-FS.

      *> THE CUMULATIVE RUN HISTORY AND THE JOB'S CONTROL TOTALS ARE
      *> EXTENDED WITH WHAT EACH PARTITION'S RUNS POSTED, AS IF THE ONE
      *> RUN HAD POSTED IT.
      SELECT RUNHIST-FILE ASSIGN "runhist.dat"
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-HIST-FS.

      SELECT CTLTOT-FILE ASSIGN "ctltot.dat"
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-CTT-FS.
  DATA DIVISION.
  FILE SECTION.
      *> THE LAYOUT MUST MOVE TOGETHER WITH AOC_Y2020_EX01_PART'S.
      FD  PARTLIST-FILE.
      01 PARTLIST-RECORD.
         03 PL-PART-NO         PIC 9(02).
         03 FILLER             PIC X(01).
         03 PL-DIR             PIC X(06).
         03 FILLER             PIC X(01).
         03 PL-DEPTS           PIC 9(04).
         03 FILLER             PIC X(01).
         03 PL-FIRST-DEPT      PIC X(10).
         03 FILLER             PIC X(01).
         03 PL-LAST-DEPT       PIC X(10).

      *> WIDE ENOUGH FOR THE WIDEST FILE A PARTITION LEAVES - THE
      *> REPORT LINE.
      FD  PART-FILE.
      01 PART-LINE             PIC X(256).
      01 PART-RC-RECORD.
         03 PART-RC            PIC 9(02).
         03 FILLER             PIC X(254).

      FD  PART-DEPT-FILE.
      01 PART-DEPT-RECORD      PIC X(90).

      FD  REPORT-FILE.
      01 REPORT-LINE           PIC X(256).

      FD  DEPTRPT-FILE.
      01 DEPTRPT-LINE          PIC X(256).

      *> THE FEED LAYOUTS MUST MOVE TOGETHER WITH AOC_Y2020_EX01'S; THE
      *> MERGE COPIES THEIR RECORDS WHOLE.
      FD  UNMATCH-FILE.
      01 UNMATCH-RECORD        PIC X(32).

      FD  MATCHED-FILE.
      01 MATCHED-RECORD        PIC X(72).

      FD  CARRY-FILE.
      01 CARRY-RECORD          PIC X(72).

      FD  CTLTOT-FILE.
      01 CTLTOT-RECORD         PIC X(59).

      *> THE LAYOUT MUST MOVE TOGETHER WITH AOC_Y2020_EX01'S. THE
      *> EXTRACT IS NAMED AS THE PARTITION SAW IT, ONE DIRECTORY DOWN.
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
  WORKING-STORAGE SECTION.
  77 WS-PTL-FS           PIC 9(02).
  77 WS-PRT-FS           PIC 9(02).
  77 WS-PDP-FS           PIC 9(02).
  77 WS-RPT-FS           PIC 9(02).
  77 WS-DRP-FS           PIC 9(02).
  77 WS-UNM-FS           PIC 9(02).
  77 WS-MTC-FS           PIC 9(02).
  77 WS-CFW-FS           PIC 9(02).
  77 WS-HIST-FS          PIC 9(02).
  77 WS-CTT-FS           PIC 9(02).
  01 WS-EOF-SW           PIC X(01) VALUE 'N'.
     88 PART-EOF         VALUE 'Y'.
  01 WS-PDP-EOF-SW       PIC X(01) VALUE 'N'.
     88 PDP-EOF          VALUE 'Y'.
  01 WS-ABORT-SW         PIC X(01) VALUE 'N'.
     88 ABORT-RUN        VALUE 'Y'.
  01 WS-RPT-OPENED-SW    PIC X(01) VALUE 'N'.
     88 RPT-OPENED       VALUE 'Y'.
  01 WS-RETURN-CODE      PIC 9(02) VALUE 0.
  01 WS-RUN-DATE         PIC 9(08).

  *> THE PARTITIONS, AS partlist.dat LISTS THEM.
  01 WS-MAX-PARTITIONS   PIC 9(02) VALUE 20.
  01 WS-PART-COUNT       PIC 9(02) VALUE 0.
  01 WS-PART-SUB         PIC 9(02) COMP.
  01 WS-PART-TABLE.
     03 WS-PART-ENTRY OCCURS 20 TIMES.
        05 WS-PT-DIR      PIC X(06).
        05 WS-PT-DEPTS    PIC 9(04).
  01 WS-LIST-DEPTS       PIC 9(06) VALUE 0.

  01 WS-PART-FILE-NAME   PIC X(40).
  01 WS-PART-DEPT-NAME   PIC X(40).
  01 WS-DEPTRPT-NAME     PIC X(40).
  01 WS-FEED-NAME        PIC X(20).
  *> WHICH NIGHT-LEVEL FILE THE PARTITION FILE BEING READ GOES TO.
  01 WS-FEED-TARGET      PIC X(01).
     88 FEED-TO-UNMATCHED VALUE 'U'.
     88 FEED-TO-MATCHED  VALUE 'M'.
     88 FEED-TO-CARRY    VALUE 'C'.
     88 FEED-TO-CTLTOT   VALUE 'T'.
     88 FEED-TO-RUNHIST  VALUE 'H'.
  01 WS-FEED-COUNT       PIC 9(08).
  01 WS-UNM-COUNT        PIC 9(08) VALUE 0.
  01 WS-MTC-COUNT        PIC 9(08) VALUE 0.
  01 WS-CFW-COUNT        PIC 9(08) VALUE 0.
  01 WS-HIST-COUNT       PIC 9(08) VALUE 0.
  01 WS-CTT-COUNT        PIC 9(08) VALUE 0.
  01 WS-DRP-COUNT        PIC 9(04) VALUE 0.
  01 WS-CUR-DEPT         PIC X(10).
  01 WS-CUR-EXTRACT      PIC X(84).
  01 WS-SHIFT-AREA       PIC X(256).

  *> THE CONSOLIDATED REPORT'S PAGING, AS THE SEARCH PAGES IT.
  01 WS-LINES-PER-PAGE   PIC 9(02) COMP VALUE 55.
  01 WS-LINE-COUNT       PIC 9(04) COMP VALUE 0.
  01 WS-PAGE-NO          PIC 9(04) VALUE 0.
  01 WS-PAGE-EDIT        PIC ZZZ9.
  01 WS-HEADING-REC      PIC X(256).
  01 WS-HEADING-PTR      PIC 9(04) COMP.
  01 WS-REPORT-REC       PIC X(256).
  *> A PARTITION'S PAGE HEADING IS ITS TITLE LINE, THE CONTROL-CARD
  *> LINE AND A BLANK. THE CONTROL-CARD LINE IS THE SAME IN EVERY
  *> PARTITION (THEY ALL RAN UNDER THE ONE parmctl.dat), SO THE FIRST
  *> ONE SEEN HEADS EVERY PAGE OF THE MERGED REPORT.
  01 WS-TITLE-PREFIX     PIC X(48)
         VALUE 'AOC_Y2020_EX01 RECONCILIATION REPORT   RUN DATE '.
  01 WS-HDG-SKIP         PIC 9(01) VALUE 0.
  01 WS-PARAM-LINE       PIC X(256) VALUE SPACES.
  01 WS-PARAM-SAVED-SW   PIC X(01) VALUE 'N'.
     88 PARAM-SAVED      VALUE 'Y'.
  01 WS-GT-BLOCK-SW      PIC X(01) VALUE 'N'.
     88 IN-GT-BLOCK      VALUE 'Y'.

  *> THE DEPARTMENT SECTION BEING COPIED. A SECTION COUNTS TOWARD THE
  *> GRAND TOTALS ONLY WHEN IT REACHED ITS TOTALS LINE AND WAS NOT
  *> SUSPENDED THERE - THE RESUMED RUN'S SECTION FOR THE SAME
  *> DEPARTMENT CARRIES THE WHOLE PASS (ITS TOTALS ARE RESTORED FROM
  *> THE CHECKPOINT), SO EVERY DEPARTMENT COUNTS EXACTLY ONCE HOWEVER
  *> MANY TIMES ITS PARTITION WAS RESTARTED. A NO-MATCH DEPTH REPORTED
  *> BEFORE THE INTERRUPTION IS HELD FOR THE RESUMED SECTION, WHICH
  *> NEVER RE-REPORTS THE DEPTHS IT SKIPPED.
  01 WS-SECT-OPEN-SW     PIC X(01) VALUE 'N'.
     88 SECT-OPEN        VALUE 'Y'.
  01 WS-SECT-DEPT        PIC X(10).
  01 WS-SECT-NOMATCH-SW  PIC X(01).
     88 SECT-NOMATCH     VALUE 'Y'.
  01 WS-SECT-OFF-MAST-SW PIC X(01).
     88 SECT-OFF-MASTER  VALUE 'Y'.
  01 WS-PEND-DEPT        PIC X(10) VALUE SPACES.
  01 WS-PEND-NOMATCH-SW  PIC X(01) VALUE 'N'.
     88 PEND-NOMATCH     VALUE 'Y'.
  01 WS-TALLY            PIC 9(04) COMP.
  01 WS-SCAN-FIELDS      PIC 9(02) COMP.
  01 WS-SCAN-HEAD        PIC X(256).
  01 WS-SCAN-TAIL        PIC X(256).
  01 WS-SCAN-COUNT-X     PIC X(08).
  01 WS-SCAN-COUNT REDEFINES WS-SCAN-COUNT-X
                         PIC 9(08).

  *> THE NIGHT'S GRAND TOTALS, REDONE OVER EVERY PARTITION.
  01 WS-GT-DEPTS         PIC 9(08) VALUE 0.
  01 WS-GT-MATCHES       PIC 9(08) VALUE 0.
  01 WS-GT-NOMATCH       PIC 9(08) VALUE 0.
  01 WS-GT-CEILING       PIC 9(08) VALUE 0.
  01 WS-GT-ABORTED       PIC 9(08) VALUE 0.
  01 WS-GT-RESUME-SKIP   PIC 9(08) VALUE 0.
  01 WS-GT-OFF-MASTER    PIC 9(08) VALUE 0.
  01 WS-GT-CARRIED       PIC 9(08) VALUE 0.
  01 WS-GT-RULE-HITS     PIC 9(08) VALUE 0.
  01 WS-GT-RULE-MISSED   PIC 9(08) VALUE 0.
  01 WS-GT-EDIT          PIC ZZZZZZZ9.
  *> THE CARRY-FORWARD AND STANDING-RULE LINES APPEAR ON THE MERGED
  *> GRAND TOTALS WHEN THEY APPEARED ON THE PARTITIONS'.
  01 WS-CARRY-SEEN-SW    PIC X(01) VALUE 'N'.
     88 CARRY-SEEN       VALUE 'Y'.
  01 WS-RULES-SEEN-SW    PIC X(01) VALUE 'N'.
     88 RULES-SEEN       VALUE 'Y'.

  PROCEDURE DIVISION.
  MAIN-PARA.
      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

      PERFORM LOAD-PARTITION-LIST.

      *> NOTHING IS MERGED UNTIL EVERY PARTITION HAS FINISHED - A
      *> NIGHT'S FEEDS WITH A PARTITION'S DEPARTMENTS MISSING WOULD
      *> ROLL THEIR SUSPENSE AWAY AS IF IT HAD CLEARED.
      IF NOT ABORT-RUN
          PERFORM VARYING WS-PART-SUB FROM 1 BY 1
                  UNTIL WS-PART-SUB > WS-PART-COUNT
              PERFORM CHECK-PARTITION-FINISHED
          END-PERFORM
      END-IF.

      IF NOT ABORT-RUN
          PERFORM MERGE-REPORT
      END-IF.

      IF NOT ABORT-RUN
          PERFORM VARYING WS-PART-SUB FROM 1 BY 1
                  UNTIL WS-PART-SUB > WS-PART-COUNT OR ABORT-RUN
              PERFORM MERGE-DEPT-REPORTS
          END-PERFORM
      END-IF.

      *> THE SUSPENSE AND POSTING FEEDS START FRESH AND TAKE EVERY
      *> PARTITION'S RECORDS IN PARTITION ORDER.
      IF NOT ABORT-RUN
          OPEN OUTPUT UNMATCH-FILE
          IF WS-UNM-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_MERG - UNABLE TO OPEN unmatched.dat, FILE STATUS = '
                  WS-UNM-FS
              MOVE 'Y' TO WS-ABORT-SW
              MOVE 12 TO WS-RETURN-CODE
          ELSE
              MOVE 'unmatched.dat' TO WS-FEED-NAME
              MOVE 'U' TO WS-FEED-TARGET
              PERFORM VARYING WS-PART-SUB FROM 1 BY 1
                      UNTIL WS-PART-SUB > WS-PART-COUNT OR ABORT-RUN
                  PERFORM COPY-PARTITION-FEED
                  ADD WS-FEED-COUNT TO WS-UNM-COUNT
              END-PERFORM
              CLOSE UNMATCH-FILE
              IF WS-UNM-FS NOT = '00'
                  DISPLAY 'AOC_Y2020_EX01_MERG - UNABLE TO CLOSE unmatched.dat, FILE STATUS = '
                      WS-UNM-FS
                  MOVE 'Y' TO WS-ABORT-SW
                  MOVE 12 TO WS-RETURN-CODE
              END-IF
          END-IF
      END-IF.

      IF NOT ABORT-RUN
          OPEN OUTPUT MATCHED-FILE
          IF WS-MTC-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_MERG - UNABLE TO OPEN matched.dat, FILE STATUS = '
                  WS-MTC-FS
              MOVE 'Y' TO WS-ABORT-SW
              MOVE 12 TO WS-RETURN-CODE
          ELSE
              MOVE 'matched.dat' TO WS-FEED-NAME
              MOVE 'M' TO WS-FEED-TARGET
              PERFORM VARYING WS-PART-SUB FROM 1 BY 1
                      UNTIL WS-PART-SUB > WS-PART-COUNT OR ABORT-RUN
                  PERFORM COPY-PARTITION-FEED
                  ADD WS-FEED-COUNT TO WS-MTC-COUNT
              END-PERFORM
              CLOSE MATCHED-FILE
              IF WS-MTC-FS NOT = '00'
                  DISPLAY 'AOC_Y2020_EX01_MERG - UNABLE TO CLOSE matched.dat, FILE STATUS = '
                      WS-MTC-FS
                  MOVE 'Y' TO WS-ABORT-SW
                  MOVE 12 TO WS-RETURN-CODE
              END-IF
          END-IF
      END-IF.

      *> EVERY PARTITION BUILT THE SAME CUMULATIVE SNAPSHOT - EACH
      *> FOLDED THE SAME PRIOR SET AND THE SAME LAST FEED, WHOLE, NOT
      *> JUST ITS OWN DEPARTMENTS' SHARE (OR, OUTSIDE CARRY MODE, EACH
      *> EMPTIED IT) - SO THE FIRST PARTITION'S IS THE NIGHT'S.
      IF NOT ABORT-RUN
          PERFORM MERGE-CARRY-SNAPSHOT
      END-IF.

      *> THE CONTROL TOTALS AND THE RUN HISTORY ARE EXTENDED LAST, SO
      *> A MERGE THAT FAILS EARLIER HAS APPENDED NOTHING AND CAN SIMPLY
      *> BE RUN AGAIN.
      IF NOT ABORT-RUN
          OPEN EXTEND CTLTOT-FILE
          IF WS-CTT-FS = '35'
              OPEN OUTPUT CTLTOT-FILE
          END-IF
          IF WS-CTT-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_MERG - UNABLE TO OPEN ctltot.dat, FILE STATUS = '
                  WS-CTT-FS ' - THE JOB CANNOT BE BALANCED'
              IF WS-RETURN-CODE < 4
                  MOVE 4 TO WS-RETURN-CODE
              END-IF
          ELSE
              MOVE 'ctltot.dat' TO WS-FEED-NAME
              MOVE 'T' TO WS-FEED-TARGET
              PERFORM VARYING WS-PART-SUB FROM 1 BY 1
                      UNTIL WS-PART-SUB > WS-PART-COUNT OR ABORT-RUN
                  PERFORM COPY-PARTITION-FEED
                  ADD WS-FEED-COUNT TO WS-CTT-COUNT
              END-PERFORM
              CLOSE CTLTOT-FILE
              IF WS-CTT-FS NOT = '00'
                  DISPLAY 'AOC_Y2020_EX01_MERG - UNABLE TO CLOSE ctltot.dat, FILE STATUS = '
                      WS-CTT-FS
                  MOVE 'Y' TO WS-ABORT-SW
                  MOVE 12 TO WS-RETURN-CODE
              END-IF
          END-IF
      END-IF.

      IF NOT ABORT-RUN
          OPEN EXTEND RUNHIST-FILE
          IF WS-HIST-FS = '35'
              OPEN OUTPUT RUNHIST-FILE
          END-IF
          IF WS-HIST-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_MERG - UNABLE TO OPEN runhist.dat, FILE STATUS = '
                  WS-HIST-FS ' - THE NIGHT IS NOT ON THE RUN HISTORY'
              IF WS-RETURN-CODE < 4
                  MOVE 4 TO WS-RETURN-CODE
              END-IF
          ELSE
              MOVE 'runhist.dat' TO WS-FEED-NAME
              MOVE 'H' TO WS-FEED-TARGET
              PERFORM VARYING WS-PART-SUB FROM 1 BY 1
                      UNTIL WS-PART-SUB > WS-PART-COUNT OR ABORT-RUN
                  PERFORM COPY-PARTITION-FEED
                  ADD WS-FEED-COUNT TO WS-HIST-COUNT
              END-PERFORM
              CLOSE RUNHIST-FILE
              IF WS-HIST-FS NOT = '00'
                  DISPLAY 'AOC_Y2020_EX01_MERG - UNABLE TO CLOSE runhist.dat, FILE STATUS = '
                      WS-HIST-FS
                  MOVE 12 TO WS-RETURN-CODE
              END-IF
          END-IF
      END-IF.

      IF NOT ABORT-RUN
          DISPLAY 'AOC_Y2020_EX01_MERG - PARTITIONS MERGED = ' WS-PART-COUNT
              ' DEPARTMENTS = ' WS-GT-DEPTS
              ' DEPT REPORTS = ' WS-DRP-COUNT
          DISPLAY 'AOC_Y2020_EX01_MERG - MATCHED LEGS = ' WS-MTC-COUNT
              ' UNMATCHED = ' WS-UNM-COUNT
              ' CARRIED SET = ' WS-CFW-COUNT
              ' HISTORY = ' WS-HIST-COUNT
              ' CONTROL TOTALS = ' WS-CTT-COUNT
      END-IF.
      MOVE WS-RETURN-CODE TO RETURN-CODE.
      STOP RUN.

  *> LOAD-PARTITION-LIST READS partlist.dat. NO LIST MEANS NO
  *> PARTITIONED SEARCH IS WAITING TO BE MERGED.
  LOAD-PARTITION-LIST.
      OPEN INPUT PARTLIST-FILE
      IF WS-PTL-FS NOT = '00'
          DISPLAY 'AOC_Y2020_EX01_MERG - UNABLE TO OPEN partlist.dat, FILE STATUS = '
              WS-PTL-FS ' - NOTHING TO MERGE'
          MOVE 'Y' TO WS-ABORT-SW
          MOVE 12 TO WS-RETURN-CODE
      ELSE
          PERFORM UNTIL PART-EOF OR ABORT-RUN
              READ PARTLIST-FILE
                  AT END
                      MOVE 'Y' TO WS-EOF-SW
                  NOT AT END
                      IF WS-PTL-FS NOT = '00'
                          DISPLAY 'AOC_Y2020_EX01_MERG - partlist.dat READ ERROR, FILE STATUS = '
                              WS-PTL-FS
                          MOVE 'Y' TO WS-ABORT-SW
                          MOVE 12 TO WS-RETURN-CODE
                      ELSE
                          IF PARTLIST-RECORD NOT = SPACES
                              IF WS-PART-COUNT >= WS-MAX-PARTITIONS
                                  DISPLAY 'AOC_Y2020_EX01_MERG - partlist.dat LISTS MORE THAN '
                                      WS-MAX-PARTITIONS ' PARTITIONS'
                                  MOVE 'Y' TO WS-ABORT-SW
                                  MOVE 12 TO WS-RETURN-CODE
                              ELSE
                                  ADD 1 TO WS-PART-COUNT
                                  MOVE PL-DIR TO WS-PT-DIR(WS-PART-COUNT)
                                  MOVE PL-DEPTS TO WS-PT-DEPTS(WS-PART-COUNT)
                                  ADD PL-DEPTS TO WS-LIST-DEPTS
                              END-IF
                          END-IF
                      END-IF
              END-READ
          END-PERFORM
          CLOSE PARTLIST-FILE
          IF WS-PTL-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_MERG - UNABLE TO CLOSE partlist.dat, FILE STATUS = '
                  WS-PTL-FS
              MOVE 12 TO WS-RETURN-CODE
          END-IF
          IF NOT ABORT-RUN AND WS-PART-COUNT = 0
              DISPLAY 'AOC_Y2020_EX01_MERG - partlist.dat LISTS NO PARTITIONS - NOTHING TO MERGE'
              MOVE 'Y' TO WS-ABORT-SW
              MOVE 12 TO WS-RETURN-CODE
          END-IF
      END-IF.

  *> CHECK-PARTITION-FINISHED READS THE RETURN CODE THE PARTITION'S
  *> LAST RUN ENDED WITH (<DIRECTORY>/partrc.dat, LEFT BY run_ex01.sh).
  *> NONE AT ALL MEANS THE RUN NEVER ENDED; 6 IS A SUSPENSION STILL
  *> WAITING ON ITS RESUME, 12 OR WORSE A FAILURE WAITING ON ITS
  *> RERUN. ANY OTHER CODE IS A FINISHED SEARCH, AND THE NIGHT'S CODE
  *> IS THE WORST OF THEM, AS IT WOULD HAVE BEEN FOR THE ONE RUN.
  CHECK-PARTITION-FINISHED.
      MOVE SPACES TO WS-PART-FILE-NAME
      STRING WS-PT-DIR(WS-PART-SUB) DELIMITED BY SPACE
             '/partrc.dat'          DELIMITED BY SIZE
          INTO WS-PART-FILE-NAME
      END-STRING
      MOVE SPACES TO PART-LINE
      OPEN INPUT PART-FILE
      IF WS-PRT-FS = '00'
          READ PART-FILE
              AT END
                  MOVE SPACES TO PART-LINE
          END-READ
          CLOSE PART-FILE
          IF WS-PRT-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_MERG - UNABLE TO CLOSE ' WS-PART-FILE-NAME
                  ', FILE STATUS = ' WS-PRT-FS
              MOVE 12 TO WS-RETURN-CODE
          END-IF
      END-IF
      IF PART-RC IS NOT NUMERIC
          DISPLAY 'AOC_Y2020_EX01_MERG - PARTITION ' WS-PT-DIR(WS-PART-SUB)
              ' HAS NOT FINISHED - RESTART IT BEFORE THE MERGE'
          MOVE 'Y' TO WS-ABORT-SW
          MOVE 12 TO WS-RETURN-CODE
      ELSE
          IF PART-RC = 6 OR PART-RC >= 12
              DISPLAY 'AOC_Y2020_EX01_MERG - PARTITION ' WS-PT-DIR(WS-PART-SUB)
                  ' ENDED WITH RETURN CODE ' PART-RC
                  ' - RESTART IT BEFORE THE MERGE'
              MOVE 'Y' TO WS-ABORT-SW
              MOVE 12 TO WS-RETURN-CODE
          ELSE
              IF WS-RETURN-CODE < PART-RC
                  MOVE PART-RC TO WS-RETURN-CODE
              END-IF
          END-IF
      END-IF.

  *> MERGE-REPORT REBUILDS report.txt FROM THE PARTITIONS' REPORTS IN
  *> PARTITION ORDER: EVERY DEPARTMENT SECTION IS COPIED AS THE
  *> PARTITION WROTE IT, THE PARTITIONS' PAGE HEADINGS AND GRAND
  *> TOTALS ARE DROPPED, THE PAGES ARE NUMBERED AFRESH, AND ONE GRAND
  *> TOTALS PAGE IS WORKED OUT FROM THE SECTIONS THEMSELVES.
  MERGE-REPORT.
      OPEN OUTPUT REPORT-FILE
      IF WS-RPT-FS NOT = '00'
          DISPLAY 'AOC_Y2020_EX01_MERG - UNABLE TO OPEN report.txt, FILE STATUS = '
              WS-RPT-FS
          MOVE 'Y' TO WS-ABORT-SW
          MOVE 12 TO WS-RETURN-CODE
      ELSE
          MOVE 'Y' TO WS-RPT-OPENED-SW
          PERFORM VARYING WS-PART-SUB FROM 1 BY 1
                  UNTIL WS-PART-SUB > WS-PART-COUNT OR ABORT-RUN
              PERFORM MERGE-ONE-PARTITION-REPORT
          END-PERFORM
          IF NOT ABORT-RUN
              IF WS-GT-DEPTS NOT = WS-LIST-DEPTS
                  DISPLAY 'AOC_Y2020_EX01_MERG - ' WS-GT-DEPTS
                      ' COMPLETED DEPARTMENT SECTIONS FOR THE ' WS-LIST-DEPTS
                      ' DEPARTMENTS ON partlist.dat - CHECK THE REPORT'
                  IF WS-RETURN-CODE < 4
                      MOVE 4 TO WS-RETURN-CODE
                  END-IF
              END-IF
              PERFORM MRG-GRAND-TOTALS
          END-IF
          CLOSE REPORT-FILE
          IF WS-RPT-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_MERG - UNABLE TO CLOSE report.txt, FILE STATUS = '
                  WS-RPT-FS
              MOVE 'Y' TO WS-ABORT-SW
              MOVE 12 TO WS-RETURN-CODE
          END-IF
      END-IF.

  MERGE-ONE-PARTITION-REPORT.
      MOVE SPACES TO WS-PART-FILE-NAME
      STRING WS-PT-DIR(WS-PART-SUB) DELIMITED BY SPACE
             '/report.txt'          DELIMITED BY SIZE
          INTO WS-PART-FILE-NAME
      END-STRING
      OPEN INPUT PART-FILE
      IF WS-PRT-FS NOT = '00'
          DISPLAY 'AOC_Y2020_EX01_MERG - UNABLE TO OPEN ' WS-PART-FILE-NAME
              ', FILE STATUS = ' WS-PRT-FS
          MOVE 'Y' TO WS-ABORT-SW
          MOVE 12 TO WS-RETURN-CODE
      ELSE
          MOVE 'N' TO WS-EOF-SW
          MOVE 0 TO WS-HDG-SKIP
          MOVE 'N' TO WS-GT-BLOCK-SW
          MOVE 'N' TO WS-SECT-OPEN-SW
          MOVE SPACES TO WS-PEND-DEPT
          MOVE 'N' TO WS-PEND-NOMATCH-SW
          PERFORM UNTIL PART-EOF OR ABORT-RUN
              READ PART-FILE
                  AT END
                      MOVE 'Y' TO WS-EOF-SW
                  NOT AT END
                      IF WS-PRT-FS NOT = '00'
                          DISPLAY 'AOC_Y2020_EX01_MERG - ' WS-PART-FILE-NAME
                              ' READ ERROR, FILE STATUS = ' WS-PRT-FS
                          MOVE 'Y' TO WS-ABORT-SW
                          MOVE 12 TO WS-RETURN-CODE
                      ELSE
                          PERFORM MERGE-ONE-REPORT-LINE
                      END-IF
              END-READ
          END-PERFORM
          CLOSE PART-FILE
          IF WS-PRT-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_MERG - UNABLE TO CLOSE ' WS-PART-FILE-NAME
                  ', FILE STATUS = ' WS-PRT-FS
              MOVE 12 TO WS-RETURN-CODE
          END-IF
      END-IF.

  *> MERGE-ONE-REPORT-LINE SORTS ONE LINE OF A PARTITION'S REPORT:
  *> PAGE HEADINGS (THE TITLE AND THE TWO LINES UNDER IT) AND GRAND
  *> TOTALS PAGES ARE THE PARTITION RUN'S OWN AND ARE DROPPED - ONLY
  *> THE RESTART SKIP COUNT IS TAKEN FROM THEM; EVERYTHING ELSE IS
  *> DEPARTMENT SECTION AND GOES TO THE MERGED REPORT.
  MERGE-ONE-REPORT-LINE.
      EVALUATE TRUE
          WHEN PART-LINE(1:48) = WS-TITLE-PREFIX
              MOVE 2 TO WS-HDG-SKIP
              MOVE 'N' TO WS-GT-BLOCK-SW
          WHEN WS-HDG-SKIP > 0
              IF WS-HDG-SKIP = 2 AND NOT PARAM-SAVED
                  MOVE PART-LINE TO WS-PARAM-LINE
                  MOVE 'Y' TO WS-PARAM-SAVED-SW
              END-IF
              SUBTRACT 1 FROM WS-HDG-SKIP
          WHEN PART-LINE = 'GRAND TOTALS FOR RUN'
              MOVE 'Y' TO WS-GT-BLOCK-SW
          WHEN IN-GT-BLOCK
              PERFORM PICK-UP-RUN-TOTAL
          WHEN OTHER
              PERFORM TALLY-SECTION-LINE
              MOVE PART-LINE TO WS-REPORT-REC
              PERFORM UNSHIFT-EXTRACT-LINE
              PERFORM MRG-WRITE-LINE
      END-EVALUATE.

  *> PICK-UP-RUN-TOTAL TAKES WHAT THE MERGED TOTALS NEED FROM A
  *> PARTITION RUN'S OWN GRAND TOTALS: THE DEPARTMENTS A RESTART
  *> SKIPPED AS ALREADY COMPLETE (SUMMED OVER EVERY RESTART OF EVERY
  *> PARTITION - WHAT RESTARTING SAVED), AND WHETHER THE CARRY-FORWARD
  *> AND STANDING-RULE LINES BELONG ON THE NIGHT'S TOTALS.
  PICK-UP-RUN-TOTAL.
      EVALUATE PART-LINE(1:29)
          WHEN '  SKIPPED (RESUME COMPLETE)..'
              MOVE PART-LINE(30:8) TO WS-SCAN-TAIL
              PERFORM TAKE-SCANNED-COUNT
              ADD WS-SCAN-COUNT TO WS-GT-RESUME-SKIP
          WHEN '  ENTRIES CARRIED FORWARD....'
              MOVE 'Y' TO WS-CARRY-SEEN-SW
          WHEN '  STANDING RULE MATCHES......'
              MOVE 'Y' TO WS-RULES-SEEN-SW
          WHEN OTHER
              CONTINUE
      END-EVALUATE.

  *> TALLY-SECTION-LINE FOLLOWS THE DEPARTMENT SECTIONS FOR THE GRAND
  *> TOTALS: A DEPT= HEADING OPENS ONE, A NO-MATCH DEPTH MARKS IT, AND
  *> ITS TOTALS LINE CLOSES IT.
  TALLY-SECTION-LINE.
      EVALUATE TRUE
          WHEN PART-LINE(1:5) = 'DEPT='
              *> A SECTION STILL OPEN HERE NEVER REACHED ITS TOTALS -
              *> ITS RUN WAS KILLED MID-PASS.
              IF SECT-OPEN
                  MOVE WS-SECT-DEPT TO WS-PEND-DEPT
                  MOVE WS-SECT-NOMATCH-SW TO WS-PEND-NOMATCH-SW
              END-IF
              MOVE 'Y' TO WS-SECT-OPEN-SW
              MOVE SPACES TO WS-SECT-DEPT
              UNSTRING PART-LINE(6:) DELIMITED BY SPACE
                  INTO WS-SECT-DEPT
              END-UNSTRING
              MOVE 'N' TO WS-SECT-NOMATCH-SW
              MOVE 'N' TO WS-SECT-OFF-MAST-SW
              MOVE 0 TO WS-TALLY
              INSPECT PART-LINE TALLYING WS-TALLY
                  FOR ALL '** NOT ON DEPARTMENT MASTER **'
              IF WS-TALLY > 0
                  MOVE 'Y' TO WS-SECT-OFF-MAST-SW
              END-IF
          WHEN PART-LINE(1:12) = 'DEPT TOTALS:'
              IF SECT-OPEN
                  PERFORM CLOSE-SECTION-TOTALS
              END-IF
          WHEN OTHER
              IF SECT-OPEN
                  MOVE 0 TO WS-TALLY
                  INSPECT PART-LINE TALLYING WS-TALLY
                      FOR ALL '** NO MATCH **'
                  IF WS-TALLY > 0
                      MOVE 'Y' TO WS-SECT-NOMATCH-SW
                  END-IF
              END-IF
      END-EVALUATE.

  *> CLOSE-SECTION-TOTALS COUNTS A COMPLETED SECTION FROM ITS TOTALS
  *> LINE, OR HOLDS A SUSPENDED ONE'S NO-MATCH MARK FOR ITS RESUME.
  CLOSE-SECTION-TOTALS.
      MOVE 'N' TO WS-SECT-OPEN-SW
      MOVE 0 TO WS-TALLY
      INSPECT PART-LINE TALLYING WS-TALLY
          FOR ALL '** SUSPENDED AT WINDOW CLOSE **'
      IF WS-TALLY > 0
          MOVE WS-SECT-DEPT TO WS-PEND-DEPT
          MOVE WS-SECT-NOMATCH-SW TO WS-PEND-NOMATCH-SW
      ELSE
          ADD 1 TO WS-GT-DEPTS
          MOVE SPACES TO WS-SCAN-TAIL
          UNSTRING PART-LINE DELIMITED BY ' MATCHES='
              INTO WS-SCAN-HEAD WS-SCAN-TAIL
          END-UNSTRING
          PERFORM TAKE-SCANNED-COUNT
          ADD WS-SCAN-COUNT TO WS-GT-MATCHES
          IF WS-PEND-DEPT = WS-SECT-DEPT
              IF PEND-NOMATCH
                  MOVE 'Y' TO WS-SECT-NOMATCH-SW
              END-IF
              MOVE SPACES TO WS-PEND-DEPT
              MOVE 'N' TO WS-PEND-NOMATCH-SW
          END-IF
          IF SECT-NOMATCH
              ADD 1 TO WS-GT-NOMATCH
          END-IF
          IF SECT-OFF-MASTER
              ADD 1 TO WS-GT-OFF-MASTER
          END-IF
          MOVE 0 TO WS-TALLY
          INSPECT PART-LINE TALLYING WS-TALLY
              FOR ALL '** TABLE CEILING HIT **'
          IF WS-TALLY > 0
              ADD 1 TO WS-GT-CEILING
          END-IF
          MOVE 0 TO WS-TALLY
          INSPECT PART-LINE TALLYING WS-TALLY
              FOR ALL '** EXTRACT ERROR'
          IF WS-TALLY > 0
              ADD 1 TO WS-GT-ABORTED
          END-IF
          MOVE SPACES TO WS-SCAN-TAIL
          UNSTRING PART-LINE DELIMITED BY ' CARRIED FWD='
              INTO WS-SCAN-HEAD WS-SCAN-TAIL
          END-UNSTRING
          PERFORM TAKE-SCANNED-COUNT
          ADD WS-SCAN-COUNT TO WS-GT-CARRIED
          MOVE SPACES TO WS-SCAN-TAIL
          UNSTRING PART-LINE DELIMITED BY ' RULE MATCHES='
              INTO WS-SCAN-HEAD WS-SCAN-TAIL
          END-UNSTRING
          PERFORM TAKE-SCANNED-COUNT
          ADD WS-SCAN-COUNT TO WS-GT-RULE-HITS
          MOVE SPACES TO WS-SCAN-TAIL
          UNSTRING PART-LINE DELIMITED BY ' ** RULES MISSED='
              INTO WS-SCAN-HEAD WS-SCAN-TAIL
          END-UNSTRING
          PERFORM TAKE-SCANNED-COUNT
          ADD WS-SCAN-COUNT TO WS-GT-RULE-MISSED
      END-IF.

  *> TAKE-SCANNED-COUNT TURNS THE EIGHT-COLUMN EDITED COUNT AT THE
  *> FRONT OF WS-SCAN-TAIL BACK INTO A NUMBER. A TAG THAT WAS NOT ON
  *> THE LINE LEAVES THE TAIL BLANK, WHICH COUNTS AS ZERO.
  TAKE-SCANNED-COUNT.
      MOVE WS-SCAN-TAIL(1:8) TO WS-SCAN-COUNT-X
      INSPECT WS-SCAN-COUNT-X REPLACING ALL SPACE BY ZERO
      IF WS-SCAN-COUNT IS NOT NUMERIC
          MOVE 0 TO WS-SCAN-COUNT
      END-IF.

  *> UNSHIFT-EXTRACT-LINE PUTS THE EXTRACT= LINE OF A SECTION BACK TO
  *> THE NAME ON THE NIGHT'S deptctl.dat - THE PARTITION RAN ONE
  *> DIRECTORY DOWN AND SAW IT WITH A ../ IN FRONT.
  UNSHIFT-EXTRACT-LINE.
      IF WS-REPORT-REC(1:11) = 'EXTRACT=../'
          MOVE WS-REPORT-REC(12:) TO WS-SHIFT-AREA
          MOVE SPACES TO WS-REPORT-REC
          STRING 'EXTRACT='    DELIMITED BY SIZE
                 WS-SHIFT-AREA DELIMITED BY SIZE
              INTO WS-REPORT-REC
          END-STRING
      END-IF.

  *> MRG-WRITE-LINE WRITES ONE LINE OF THE MERGED REPORT, STARTING A
  *> NEW PAGE FIRST WHEN THE PAGE IS FULL - OR WHEN NOTHING HAS BEEN
  *> WRITTEN YET, SINCE THE FIRST HEADING HAS TO WAIT FOR THE FIRST
  *> PARTITION'S CONTROL-CARD LINE.
  MRG-WRITE-LINE.
      IF WS-PAGE-NO = 0 OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
          PERFORM MRG-PAGE-HEADING
      END-IF
      WRITE REPORT-LINE FROM WS-REPORT-REC
      IF WS-RPT-FS NOT = '00'
          DISPLAY 'AOC_Y2020_EX01_MERG - UNABLE TO WRITE report.txt, FILE STATUS = '
              WS-RPT-FS
          MOVE 'Y' TO WS-ABORT-SW
          MOVE 12 TO WS-RETURN-CODE
      END-IF
      ADD 1 TO WS-LINE-COUNT.

  *> MRG-PAGE-HEADING STARTS A PAGE OF THE MERGED REPORT WITH THE SAME
  *> THREE HEADING LINES THE SEARCH PUTS ON ITS OWN PAGES.
  MRG-PAGE-HEADING.
      ADD 1 TO WS-PAGE-NO
      MOVE WS-PAGE-NO TO WS-PAGE-EDIT
      MOVE SPACES TO WS-HEADING-REC
      MOVE 1 TO WS-HEADING-PTR
      STRING WS-TITLE-PREFIX DELIMITED BY SIZE
             WS-RUN-DATE     DELIMITED BY SIZE
             '   PAGE '      DELIMITED BY SIZE
             WS-PAGE-EDIT    DELIMITED BY SIZE
          INTO WS-HEADING-REC WITH POINTER WS-HEADING-PTR
      END-STRING
      WRITE REPORT-LINE FROM WS-HEADING-REC
      IF WS-RPT-FS = '00'
          WRITE REPORT-LINE FROM WS-PARAM-LINE
      END-IF
      IF WS-RPT-FS = '00'
          MOVE SPACES TO WS-HEADING-REC
          WRITE REPORT-LINE FROM WS-HEADING-REC
      END-IF
      IF WS-RPT-FS NOT = '00'
          DISPLAY 'AOC_Y2020_EX01_MERG - UNABLE TO WRITE report.txt, FILE STATUS = '
              WS-RPT-FS
          MOVE 'Y' TO WS-ABORT-SW
          MOVE 12 TO WS-RETURN-CODE
      END-IF
      MOVE 3 TO WS-LINE-COUNT.

  *> MRG-GRAND-TOTALS CLOSES THE MERGED REPORT WITH THE NIGHT'S GRAND
  *> TOTALS ON A PAGE OF THEIR OWN, IN THE SEARCH'S OWN LAYOUT, PLUS
  *> THE NUMBER OF PARTITIONS THE NIGHT WAS SEARCHED IN.
  MRG-GRAND-TOTALS.
      PERFORM MRG-PAGE-HEADING
      MOVE 'GRAND TOTALS FOR RUN' TO WS-REPORT-REC
      PERFORM MRG-WRITE-LINE
      MOVE WS-PART-COUNT TO WS-GT-EDIT
      MOVE SPACES TO WS-REPORT-REC
      STRING '  PARTITIONS MERGED..........' DELIMITED BY SIZE
             WS-GT-EDIT DELIMITED BY SIZE
          INTO WS-REPORT-REC
      END-STRING
      PERFORM MRG-WRITE-LINE
      MOVE WS-GT-DEPTS TO WS-GT-EDIT
      MOVE SPACES TO WS-REPORT-REC
      STRING '  DEPARTMENTS PROCESSED......' DELIMITED BY SIZE
             WS-GT-EDIT DELIMITED BY SIZE
          INTO WS-REPORT-REC
      END-STRING
      PERFORM MRG-WRITE-LINE
      MOVE WS-GT-MATCHES TO WS-GT-EDIT
      MOVE SPACES TO WS-REPORT-REC
      STRING '  MATCHES FOUND..............' DELIMITED BY SIZE
             WS-GT-EDIT DELIMITED BY SIZE
          INTO WS-REPORT-REC
      END-STRING
      PERFORM MRG-WRITE-LINE
      MOVE WS-GT-NOMATCH TO WS-GT-EDIT
      MOVE SPACES TO WS-REPORT-REC
      STRING '  DEPARTMENTS WITH NO MATCH..' DELIMITED BY SIZE
             WS-GT-EDIT DELIMITED BY SIZE
          INTO WS-REPORT-REC
      END-STRING
      PERFORM MRG-WRITE-LINE
      MOVE WS-GT-CEILING TO WS-GT-EDIT
      MOVE SPACES TO WS-REPORT-REC
      STRING '  TABLE CEILING DEPARTMENTS..' DELIMITED BY SIZE
             WS-GT-EDIT DELIMITED BY SIZE
          INTO WS-REPORT-REC
      END-STRING
      PERFORM MRG-WRITE-LINE
      MOVE WS-GT-ABORTED TO WS-GT-EDIT
      MOVE SPACES TO WS-REPORT-REC
      STRING '  DEPARTMENTS IN ERROR.......' DELIMITED BY SIZE
             WS-GT-EDIT DELIMITED BY SIZE
          INTO WS-REPORT-REC
      END-STRING
      PERFORM MRG-WRITE-LINE
      MOVE WS-GT-RESUME-SKIP TO WS-GT-EDIT
      MOVE SPACES TO WS-REPORT-REC
      STRING '  SKIPPED (RESUME COMPLETE)..' DELIMITED BY SIZE
             WS-GT-EDIT DELIMITED BY SIZE
          INTO WS-REPORT-REC
      END-STRING
      PERFORM MRG-WRITE-LINE
      MOVE WS-GT-OFF-MASTER TO WS-GT-EDIT
      MOVE SPACES TO WS-REPORT-REC
      STRING '  DEPTS NOT ON MASTER........' DELIMITED BY SIZE
             WS-GT-EDIT DELIMITED BY SIZE
          INTO WS-REPORT-REC
      END-STRING
      PERFORM MRG-WRITE-LINE
      IF CARRY-SEEN
          MOVE WS-GT-CARRIED TO WS-GT-EDIT
          MOVE SPACES TO WS-REPORT-REC
          STRING '  ENTRIES CARRIED FORWARD....' DELIMITED BY SIZE
                 WS-GT-EDIT DELIMITED BY SIZE
              INTO WS-REPORT-REC
          END-STRING
          PERFORM MRG-WRITE-LINE
      END-IF
      IF RULES-SEEN
          MOVE WS-GT-RULE-HITS TO WS-GT-EDIT
          MOVE SPACES TO WS-REPORT-REC
          STRING '  STANDING RULE MATCHES......' DELIMITED BY SIZE
                 WS-GT-EDIT DELIMITED BY SIZE
              INTO WS-REPORT-REC
          END-STRING
          PERFORM MRG-WRITE-LINE
          MOVE WS-GT-RULE-MISSED TO WS-GT-EDIT
          MOVE SPACES TO WS-REPORT-REC
          STRING '  STANDING RULES MISSED......' DELIMITED BY SIZE
                 WS-GT-EDIT DELIMITED BY SIZE
              INTO WS-REPORT-REC
          END-STRING
          PERFORM MRG-WRITE-LINE
      END-IF.

  *> MERGE-DEPT-REPORTS BRINGS UP EACH DEPARTMENT REPORT (<CODE>.rpt)
  *> THE PARTITION'S RUN WROTE, FOR THE DEPARTMENTS ON ITS deptctl.dat,
  *> WITH ITS EXTRACT= LINE PUT BACK THE SAME WAY. A DEPARTMENT WHOSE
  *> COPY COULD NOT BE WRITTEN WAS ALREADY REPORTED BY ITS PASS.
  MERGE-DEPT-REPORTS.
      MOVE SPACES TO WS-PART-DEPT-NAME
      STRING WS-PT-DIR(WS-PART-SUB) DELIMITED BY SPACE
             '/deptctl.dat'         DELIMITED BY SIZE
          INTO WS-PART-DEPT-NAME
      END-STRING
      OPEN INPUT PART-DEPT-FILE
      IF WS-PDP-FS NOT = '00'
          DISPLAY 'AOC_Y2020_EX01_MERG - UNABLE TO OPEN ' WS-PART-DEPT-NAME
              ', FILE STATUS = ' WS-PDP-FS ' - ITS DEPARTMENT REPORTS ARE NOT MERGED'
          IF WS-RETURN-CODE < 4
              MOVE 4 TO WS-RETURN-CODE
          END-IF
      ELSE
          MOVE 'N' TO WS-PDP-EOF-SW
          PERFORM UNTIL PDP-EOF OR ABORT-RUN
              READ PART-DEPT-FILE
                  AT END
                      MOVE 'Y' TO WS-PDP-EOF-SW
                  NOT AT END
                      IF WS-PDP-FS = '00' AND PART-DEPT-RECORD NOT = SPACES
                          MOVE SPACES TO WS-CUR-DEPT
                          MOVE SPACES TO WS-CUR-EXTRACT
                          UNSTRING PART-DEPT-RECORD DELIMITED BY ALL SPACE
                              INTO WS-CUR-DEPT WS-CUR-EXTRACT
                          END-UNSTRING
                          PERFORM COPY-ONE-DEPT-REPORT
                      END-IF
              END-READ
          END-PERFORM
          CLOSE PART-DEPT-FILE
          IF WS-PDP-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_MERG - UNABLE TO CLOSE ' WS-PART-DEPT-NAME
                  ', FILE STATUS = ' WS-PDP-FS
              MOVE 12 TO WS-RETURN-CODE
          END-IF
      END-IF.

  COPY-ONE-DEPT-REPORT.
      MOVE SPACES TO WS-PART-FILE-NAME
      STRING WS-PT-DIR(WS-PART-SUB) DELIMITED BY SPACE
             '/'                    DELIMITED BY SIZE
             WS-CUR-DEPT            DELIMITED BY SPACE
             '.rpt'                 DELIMITED BY SIZE
          INTO WS-PART-FILE-NAME
      END-STRING
      MOVE SPACES TO WS-DEPTRPT-NAME
      STRING WS-CUR-DEPT DELIMITED BY SPACE
             '.rpt'      DELIMITED BY SIZE
          INTO WS-DEPTRPT-NAME
      END-STRING
      OPEN INPUT PART-FILE
      IF WS-PRT-FS = '00'
          OPEN OUTPUT DEPTRPT-FILE
          IF WS-DRP-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_MERG - UNABLE TO OPEN DEPT REPORT ('
                  WS-DEPTRPT-NAME '), FILE STATUS = ' WS-DRP-FS
                  ' - DEPT COPY SKIPPED'
              IF WS-RETURN-CODE < 4
                  MOVE 4 TO WS-RETURN-CODE
              END-IF
          ELSE
              ADD 1 TO WS-DRP-COUNT
              MOVE 'N' TO WS-EOF-SW
              PERFORM UNTIL PART-EOF
                  READ PART-FILE
                      AT END
                          MOVE 'Y' TO WS-EOF-SW
                      NOT AT END
                          MOVE PART-LINE TO WS-REPORT-REC
                          PERFORM UNSHIFT-EXTRACT-LINE
                          WRITE DEPTRPT-LINE FROM WS-REPORT-REC
                          IF WS-DRP-FS NOT = '00'
                              DISPLAY 'AOC_Y2020_EX01_MERG - UNABLE TO WRITE DEPT REPORT ('
                                  WS-DEPTRPT-NAME '), FILE STATUS = ' WS-DRP-FS
                              IF WS-RETURN-CODE < 4
                                  MOVE 4 TO WS-RETURN-CODE
                              END-IF
                              MOVE 'Y' TO WS-EOF-SW
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE DEPTRPT-FILE
              IF WS-DRP-FS NOT = '00'
                  DISPLAY 'AOC_Y2020_EX01_MERG - UNABLE TO CLOSE DEPT REPORT ('
                      WS-DEPTRPT-NAME '), FILE STATUS = ' WS-DRP-FS
                  IF WS-RETURN-CODE < 4
                      MOVE 4 TO WS-RETURN-CODE
                  END-IF
              END-IF
          END-IF
          CLOSE PART-FILE
          IF WS-PRT-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_MERG - UNABLE TO CLOSE ' WS-PART-FILE-NAME
                  ', FILE STATUS = ' WS-PRT-FS
              MOVE 12 TO WS-RETURN-CODE
          END-IF
      END-IF.

  *> MERGE-CARRY-SNAPSHOT REWRITES carryfwd.dat FROM THE FIRST
  *> PARTITION'S. A PARTITION WITHOUT ONE COULD NOT WRITE IT AND SAID
  *> SO; THE NIGHT'S SNAPSHOT IS THEN LEFT AS IT WAS, WITH A WARNING.
  MERGE-CARRY-SNAPSHOT.
      MOVE 1 TO WS-PART-SUB
      MOVE SPACES TO WS-PART-FILE-NAME
      STRING WS-PT-DIR(WS-PART-SUB) DELIMITED BY SPACE
             '/carryfwd.dat'        DELIMITED BY SIZE
          INTO WS-PART-FILE-NAME
      END-STRING
      OPEN INPUT PART-FILE
      IF WS-PRT-FS NOT = '00'
          DISPLAY 'AOC_Y2020_EX01_MERG - NO ' WS-PART-FILE-NAME
              ', FILE STATUS = ' WS-PRT-FS
              ' - carryfwd.dat LEFT AS IT WAS'
          IF WS-RETURN-CODE < 4
              MOVE 4 TO WS-RETURN-CODE
          END-IF
      ELSE
          CLOSE PART-FILE
          IF WS-PRT-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_MERG - UNABLE TO CLOSE ' WS-PART-FILE-NAME
                  ', FILE STATUS = ' WS-PRT-FS
              MOVE 12 TO WS-RETURN-CODE
          END-IF
          OPEN OUTPUT CARRY-FILE
          IF WS-CFW-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_MERG - UNABLE TO OPEN carryfwd.dat, FILE STATUS = '
                  WS-CFW-FS
              MOVE 'Y' TO WS-ABORT-SW
              MOVE 12 TO WS-RETURN-CODE
          ELSE
              MOVE 'carryfwd.dat' TO WS-FEED-NAME
              MOVE 'C' TO WS-FEED-TARGET
              PERFORM COPY-PARTITION-FEED
              MOVE WS-FEED-COUNT TO WS-CFW-COUNT
              CLOSE CARRY-FILE
              IF WS-CFW-FS NOT = '00'
                  DISPLAY 'AOC_Y2020_EX01_MERG - UNABLE TO CLOSE carryfwd.dat, FILE STATUS = '
                      WS-CFW-FS
                  MOVE 'Y' TO WS-ABORT-SW
                  MOVE 12 TO WS-RETURN-CODE
              END-IF
          END-IF
      END-IF.

  *> COPY-PARTITION-FEED COPIES PARTITION WS-PART-SUB'S COPY OF
  *> WS-FEED-NAME ONTO THE NIGHT'S FILE WS-FEED-TARGET NAMES. A
  *> PARTITION WITH NO SUCH FILE HAD NOTHING TO ADD.
  COPY-PARTITION-FEED.
      MOVE 0 TO WS-FEED-COUNT
      MOVE SPACES TO WS-PART-FILE-NAME
      STRING WS-PT-DIR(WS-PART-SUB) DELIMITED BY SPACE
             '/'                    DELIMITED BY SIZE
             WS-FEED-NAME           DELIMITED BY SPACE
          INTO WS-PART-FILE-NAME
      END-STRING
      OPEN INPUT PART-FILE
      IF WS-PRT-FS NOT = '00'
          IF WS-PRT-FS NOT = '35'
              DISPLAY 'AOC_Y2020_EX01_MERG - UNABLE TO OPEN ' WS-PART-FILE-NAME
                  ', FILE STATUS = ' WS-PRT-FS
              MOVE 'Y' TO WS-ABORT-SW
              MOVE 12 TO WS-RETURN-CODE
          END-IF
      ELSE
          MOVE 'N' TO WS-EOF-SW
          PERFORM UNTIL PART-EOF OR ABORT-RUN
              READ PART-FILE
                  AT END
                      MOVE 'Y' TO WS-EOF-SW
                  NOT AT END
                      IF WS-PRT-FS NOT = '00'
                          DISPLAY 'AOC_Y2020_EX01_MERG - ' WS-PART-FILE-NAME
                              ' READ ERROR, FILE STATUS = ' WS-PRT-FS
                          MOVE 'Y' TO WS-ABORT-SW
                          MOVE 12 TO WS-RETURN-CODE
                      ELSE
                          IF PART-LINE NOT = SPACES
                              PERFORM WRITE-FEED-RECORD
                          END-IF
                      END-IF
              END-READ
          END-PERFORM
          CLOSE PART-FILE
          IF WS-PRT-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_MERG - UNABLE TO CLOSE ' WS-PART-FILE-NAME
                  ', FILE STATUS = ' WS-PRT-FS
              MOVE 12 TO WS-RETURN-CODE
          END-IF
      END-IF.

  WRITE-FEED-RECORD.
      EVALUATE TRUE
          WHEN FEED-TO-UNMATCHED
              WRITE UNMATCH-RECORD FROM PART-LINE
              MOVE WS-UNM-FS TO WS-PRT-FS
          WHEN FEED-TO-MATCHED
              WRITE MATCHED-RECORD FROM PART-LINE
              MOVE WS-MTC-FS TO WS-PRT-FS
          WHEN FEED-TO-CARRY
              WRITE CARRY-RECORD FROM PART-LINE
              MOVE WS-CFW-FS TO WS-PRT-FS
          WHEN FEED-TO-CTLTOT
              WRITE CTLTOT-RECORD FROM PART-LINE
              MOVE WS-CTT-FS TO WS-PRT-FS
          WHEN FEED-TO-RUNHIST
              MOVE PART-LINE TO RUNHIST-RECORD
              IF HIST-EXTRACT(1:3) = '../'
                  MOVE HIST-EXTRACT(4:) TO WS-SHIFT-AREA
                  MOVE WS-SHIFT-AREA TO HIST-EXTRACT
              END-IF
              WRITE RUNHIST-RECORD
              MOVE WS-HIST-FS TO WS-PRT-FS
      END-EVALUATE
      IF WS-PRT-FS NOT = '00'
          DISPLAY 'AOC_Y2020_EX01_MERG - UNABLE TO WRITE ' WS-FEED-NAME
              ', FILE STATUS = ' WS-PRT-FS
          MOVE 'Y' TO WS-ABORT-SW
          MOVE 12 TO WS-RETURN-CODE
      ELSE
          ADD 1 TO WS-FEED-COUNT
      END-IF.
