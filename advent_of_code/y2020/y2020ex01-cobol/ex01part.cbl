  IDENTIFICATION DIVISION.
  PROGRAM-ID. AOC_Y2020_EX01_PART.
  ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
  FILE-CONTROL.
      *> ONE OPTIONAL CARD: HOW MANY PARTITIONS THE NIGHT'S DEPARTMENT
      *> LIST IS SPLIT INTO (COLUMNS 1-2, 01-20), EACH SEARCHED BY ITS
      *> OWN CONCURRENT RUN OF AOC_Y2020_EX01. AN ABSENT FILE, OR 01,
      *> MEANS THE ORDINARY ONE-RUN SEARCH. SIZE IT TO THE PROCESSORS
      *> THE BATCH MACHINE CAN SPARE, NOT TO THE DEPARTMENT COUNT.
      SELECT PARTCTL-FILE ASSIGN "partctl.dat"
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-PTC-FS.

      *> THE SEARCH CONTROL CARDS, READ ONLY FOR THE POOLED-SEARCH
      *> COLUMN OF THE FIRST CARD.
      SELECT PARM-FILE ASSIGN "parmctl.dat"
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-PARM-FS.

      SELECT DEPT-FILE ASSIGN "deptctl.dat"
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-DEPT-FS.

      *> A SUSPENDED OR KILLED ONE-RUN SEARCH WAITING ON ITS CHECKPOINT
      *> MUST RESUME AS THE ONE RUN IT WAS - ITS CHECKPOINT MEANS
      *> NOTHING TO A PARTITION.
      SELECT CHECKPOINT-FILE ASSIGN "checkpoint.dat"
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-CKPT-FS.

      *> ONE RECORD PER PARTITION: ITS NUMBER, THE DIRECTORY ITS RUN
      *> WORKS IN, HOW MANY DEPARTMENTS IT WAS GIVEN AND THE FIRST AND
      *> LAST OF THEM. run_ex01.sh DRIVES THE PARTITION RUNS FROM IT,
      *> AOC_Y2020_EX01_MERG MERGES FROM IT, AND WHILE IT EXISTS THE
      *> NIGHT'S PARTITIONED SEARCH IS STILL UNMERGED - A RERUN OF THE
      *> JOB RESTARTS ONLY THE PARTITIONS THAT DID NOT FINISH INSTEAD
      *> OF SPLITTING AGAIN.
      SELECT PARTLIST-FILE ASSIGN "partlist.dat"
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-PTL-FS.

      *> EACH PARTITION'S OWN deptctl.dat (<DIRECTORY>/deptctl.dat).
      SELECT PART-DEPT-FILE ASSIGN DYNAMIC WS-PART-DEPT-NAME
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-PDP-FS.
  DATA DIVISION.
  FILE SECTION.
      FD  PARTCTL-FILE.
      01 PARTCTL-RECORD.
         03 PTC-PARTITIONS     PIC 9(02).
         03 PTC-PARTITIONS-X REDEFINES PTC-PARTITIONS
                               PIC X(02).
         03 FILLER             PIC X(78).

      *> THE LAYOUT MUST MOVE TOGETHER WITH AOC_Y2020_EX01'S - ONLY THE
      *> POOLED-SEARCH COLUMN IS NAMED HERE, BUT A FULL-WIDTH CARD MUST
      *> STILL READ CLEANLY.
      FD  PARM-FILE.
      01 PARM-RECORD.
         03 FILLER             PIC X(34).
         03 PARM-POOL-MODE     PIC X(01).
         03 FILLER             PIC X(07).

      FD  DEPT-FILE.
      01 DEPT-RECORD           PIC X(90).

      FD  CHECKPOINT-FILE.
      01 CHECKPOINT-RECORD     PIC X(256).

      *> THE LAYOUT MUST MOVE TOGETHER WITH AOC_Y2020_EX01_MERG'S.
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

      FD  PART-DEPT-FILE.
      01 PART-DEPT-RECORD      PIC X(90).
  WORKING-STORAGE SECTION.
  77 WS-PTC-FS           PIC 9(02).
  77 WS-PARM-FS          PIC 9(02).
  77 WS-DEPT-FS          PIC 9(02).
  77 WS-CKPT-FS          PIC 9(02).
  77 WS-PTL-FS           PIC 9(02).
  77 WS-PDP-FS           PIC 9(02).
  01 WS-DEPT-EOF-SW      PIC X(01) VALUE 'N'.
     88 DEPT-EOF         VALUE 'Y'.
  01 WS-PTL-OPENED-SW    PIC X(01) VALUE 'N'.
     88 PTL-OPENED       VALUE 'Y'.
  *> SET WHEN THE NIGHT MUST RUN AS ONE SEARCH AFTER ALL, OR WHEN
  *> THERE IS NOTHING TO SPLIT.
  01 WS-ONE-RUN-SW       PIC X(01) VALUE 'N'.
     88 ONE-RUN          VALUE 'Y'.
  01 WS-RETURN-CODE      PIC 9(02) VALUE 0.
  01 WS-MAX-PARTITIONS   PIC 9(02) VALUE 20.
  01 WS-PARTITIONS       PIC 9(02) VALUE 0.
  01 WS-PART-NO          PIC 9(02).
  01 WS-PART-DIR         PIC X(06).
  01 WS-PART-DEPT-NAME   PIC X(20).
  01 WS-PART-BASE        PIC 9(04).
  01 WS-PART-EXTRA       PIC 9(04).
  01 WS-PART-SIZE        PIC 9(04).
  01 WS-PART-FIRST       PIC 9(04).
  01 WS-PART-LAST        PIC 9(04).
  01 WS-DEPT-SUB         PIC 9(04) COMP.
  01 WS-CUR-DEPT         PIC X(10).
  01 WS-CUR-EXTRACT      PIC X(84).
  01 WS-NAME-LEN         PIC 9(04) COMP.
  01 WS-LINE-PTR         PIC 9(04) COMP.
  *> THE DEPARTMENT LIST AS deptctl.dat GIVES IT. EACH PARTITION TAKES
  *> A CONTIGUOUS RUN OF IT, SO THE MERGED REPORT KEEPS THE ORDER THE
  *> ONE-RUN REPORT WOULD HAVE HAD.
  01 WS-MAX-DEPTS        PIC 9(04) COMP VALUE 2000.
  01 WS-DEPT-COUNT       PIC 9(04) COMP VALUE 0.
  01 WS-DEPT-TABLE.
     03 WS-DEPT-ENTRY OCCURS 2000 TIMES.
        05 WS-DT-DEPT     PIC X(10).
        05 WS-DT-EXTRACT  PIC X(84).

  PROCEDURE DIVISION.
  MAIN-PARA.
      OPEN INPUT PARTCTL-FILE.
      IF WS-PTC-FS = '35'
          DISPLAY 'AOC_Y2020_EX01_PART - NO partctl.dat - THE SEARCH RUNS AS ONE JOB'
          MOVE 'Y' TO WS-ONE-RUN-SW
      ELSE
          IF WS-PTC-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_PART - UNABLE TO OPEN partctl.dat, FILE STATUS = '
                  WS-PTC-FS
              MOVE 12 TO WS-RETURN-CODE
          ELSE
              READ PARTCTL-FILE
                  AT END
                      MOVE SPACES TO PARTCTL-RECORD
              END-READ
              IF WS-PTC-FS NOT = '00' AND WS-PTC-FS NOT = '10'
                  DISPLAY 'AOC_Y2020_EX01_PART - partctl.dat READ ERROR, FILE STATUS = '
                      WS-PTC-FS
                  MOVE 12 TO WS-RETURN-CODE
              END-IF
              CLOSE PARTCTL-FILE
              IF WS-PTC-FS NOT = '00'
                  DISPLAY 'AOC_Y2020_EX01_PART - UNABLE TO CLOSE partctl.dat, FILE STATUS = '
                      WS-PTC-FS
                  MOVE 12 TO WS-RETURN-CODE
              END-IF
              IF WS-RETURN-CODE < 12
                  PERFORM EDIT-PARTITION-CARD
              END-IF
          END-IF
      END-IF.

      *> A SUSPENDED ONE-RUN SEARCH FINISHES AS ONE RUN; SPLITTING
      *> UNDER IT WOULD SEARCH ITS COMPLETED DEPARTMENTS A SECOND TIME.
      IF WS-RETURN-CODE < 12 AND NOT ONE-RUN
          PERFORM CHECK-NO-SUSPENDED-RUN
      END-IF.

      *> A POOLED SEARCH DRAWS ITS COMBINATIONS ACROSS EVERY
      *> DEPARTMENT OF THE NIGHT AT ONCE - SPLIT UP, IT WOULD MISS
      *> EVERY CROSS-PARTITION MATCH IT EXISTS TO FIND.
      IF WS-RETURN-CODE < 12 AND NOT ONE-RUN
          PERFORM CHECK-NOT-POOLED
      END-IF.

      IF WS-RETURN-CODE < 12 AND NOT ONE-RUN
          PERFORM LOAD-DEPARTMENT-LIST
      END-IF.

      IF WS-RETURN-CODE < 12 AND NOT ONE-RUN
          IF WS-DEPT-COUNT < 2
              DISPLAY 'AOC_Y2020_EX01_PART - ' WS-DEPT-COUNT
                  ' DEPARTMENT(S) ON deptctl.dat - NOTHING TO SPLIT, THE SEARCH RUNS AS ONE JOB'
              MOVE 'Y' TO WS-ONE-RUN-SW
          ELSE
              IF WS-PARTITIONS > WS-DEPT-COUNT
                  MOVE WS-DEPT-COUNT TO WS-PARTITIONS
              END-IF
              PERFORM WRITE-PARTITIONS
          END-IF
      END-IF.

      MOVE WS-RETURN-CODE TO RETURN-CODE.
      STOP RUN.

  *> EDIT-PARTITION-CARD CHECKS THE PARTITION COUNT. A BLANK CARD OR
  *> 01 IS THE ONE-RUN SEARCH; ANYTHING NOT A COUNT FROM 01 TO THE
  *> MAXIMUM IS A CONFIGURATION ERROR, NOT SOMETHING TO GUESS AT.
  EDIT-PARTITION-CARD.
      IF PTC-PARTITIONS-X = SPACES
          MOVE 1 TO WS-PARTITIONS
      ELSE
          IF PTC-PARTITIONS IS NOT NUMERIC
              DISPLAY 'AOC_Y2020_EX01_PART - INVALID PARTITION COUNT '
                  PTC-PARTITIONS-X ' ON partctl.dat'
              MOVE 12 TO WS-RETURN-CODE
          ELSE
              MOVE PTC-PARTITIONS TO WS-PARTITIONS
              IF WS-PARTITIONS < 1 OR WS-PARTITIONS > WS-MAX-PARTITIONS
                  DISPLAY 'AOC_Y2020_EX01_PART - PARTITION COUNT '
                      WS-PARTITIONS ' ON partctl.dat IS OUTSIDE 01-'
                      WS-MAX-PARTITIONS
                  MOVE 12 TO WS-RETURN-CODE
              END-IF
          END-IF
      END-IF
      IF WS-RETURN-CODE < 12 AND WS-PARTITIONS = 1
          DISPLAY 'AOC_Y2020_EX01_PART - ONE PARTITION ON partctl.dat - THE SEARCH RUNS AS ONE JOB'
          MOVE 'Y' TO WS-ONE-RUN-SW
      END-IF.

  *> CHECK-NO-SUSPENDED-RUN LEAVES THE NIGHT AS ONE RUN WHILE A
  *> NON-EMPTY checkpoint.dat WAITS FOR ITS RESUME.
  CHECK-NO-SUSPENDED-RUN.
      OPEN INPUT CHECKPOINT-FILE
      IF WS-CKPT-FS = '00'
          READ CHECKPOINT-FILE
              AT END
                  CONTINUE
              NOT AT END
                  IF CHECKPOINT-RECORD NOT = SPACES
                      DISPLAY 'AOC_Y2020_EX01_PART - A SUSPENDED SEARCH IS WAITING'
                          ' ON checkpoint.dat - IT RESUMES AS ONE JOB, NOT PARTITIONED'
                      MOVE 'Y' TO WS-ONE-RUN-SW
                      MOVE 4 TO WS-RETURN-CODE
                  END-IF
          END-READ
          CLOSE CHECKPOINT-FILE
          IF WS-CKPT-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_PART - UNABLE TO CLOSE checkpoint.dat, FILE STATUS = '
                  WS-CKPT-FS
              MOVE 12 TO WS-RETURN-CODE
          END-IF
      END-IF.

  *> CHECK-NOT-POOLED LEAVES A POOLED NIGHT AS ONE RUN. THE POOL COLUMN
  *> IS TAKEN FROM THE FIRST CARD, AS THE SEARCH TAKES IT.
  CHECK-NOT-POOLED.
      OPEN INPUT PARM-FILE
      IF WS-PARM-FS = '00'
          MOVE SPACES TO PARM-RECORD
          PERFORM UNTIL PARM-RECORD NOT = SPACES
                     OR WS-PARM-FS NOT = '00'
              READ PARM-FILE
                  AT END
                      CONTINUE
              END-READ
          END-PERFORM
          IF WS-PARM-FS = '00' AND PARM-POOL-MODE = 'Y'
              DISPLAY 'AOC_Y2020_EX01_PART - POOLED SEARCH ON parmctl.dat -'
                  ' THE POOL SPANS EVERY DEPARTMENT, SO THE SEARCH RUNS AS ONE JOB'
              MOVE 'Y' TO WS-ONE-RUN-SW
              MOVE 4 TO WS-RETURN-CODE
          END-IF
          CLOSE PARM-FILE
          IF WS-PARM-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_PART - UNABLE TO CLOSE parmctl.dat, FILE STATUS = '
                  WS-PARM-FS
              MOVE 12 TO WS-RETURN-CODE
          END-IF
      END-IF.

  *> LOAD-DEPARTMENT-LIST READS deptctl.dat INTO THE DEPARTMENT TABLE,
  *> SPLITTING EACH LINE THE WAY THE SEARCH DOES. A BLANK LINE NAMES
  *> NO DEPARTMENT AND IS DROPPED. A PARTITION RUNS ONE DIRECTORY
  *> DOWN, SO A RELATIVE EXTRACT NAME GAINS A ../ - A NAME THAT WOULD
  *> THEN NO LONGER FIT THE SEARCH'S 80-BYTE EXTRACT NAME KEEPS THE
  *> NIGHT AS ONE RUN RATHER THAN HAVE A PARTITION OPEN THE WRONG FILE.
  LOAD-DEPARTMENT-LIST.
      OPEN INPUT DEPT-FILE
      IF WS-DEPT-FS = '35'
          DISPLAY 'AOC_Y2020_EX01_PART - NO deptctl.dat - THE SINGLE input.txt'
              ' EXTRACT CANNOT BE SPLIT, THE SEARCH RUNS AS ONE JOB'
          MOVE 'Y' TO WS-ONE-RUN-SW
          MOVE 4 TO WS-RETURN-CODE
      ELSE
          IF WS-DEPT-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_PART - UNABLE TO OPEN deptctl.dat, FILE STATUS = '
                  WS-DEPT-FS
              MOVE 12 TO WS-RETURN-CODE
          ELSE
              PERFORM UNTIL DEPT-EOF OR WS-RETURN-CODE >= 12 OR ONE-RUN
                  READ DEPT-FILE
                      AT END
                          MOVE 'Y' TO WS-DEPT-EOF-SW
                      NOT AT END
                          IF WS-DEPT-FS NOT = '00'
                              DISPLAY 'AOC_Y2020_EX01_PART - deptctl.dat READ ERROR, FILE STATUS = '
                                  WS-DEPT-FS
                              MOVE 12 TO WS-RETURN-CODE
                          ELSE
                              IF DEPT-RECORD NOT = SPACES
                                  PERFORM STORE-ONE-DEPARTMENT
                              END-IF
                          END-IF
                  END-READ
              END-PERFORM
              CLOSE DEPT-FILE
              IF WS-DEPT-FS NOT = '00'
                  DISPLAY 'AOC_Y2020_EX01_PART - UNABLE TO CLOSE deptctl.dat, FILE STATUS = '
                      WS-DEPT-FS
                  MOVE 12 TO WS-RETURN-CODE
              END-IF
          END-IF
      END-IF.

  STORE-ONE-DEPARTMENT.
      MOVE SPACES TO WS-CUR-DEPT
      MOVE SPACES TO WS-CUR-EXTRACT
      UNSTRING DEPT-RECORD DELIMITED BY ALL SPACE
          INTO WS-CUR-DEPT WS-CUR-EXTRACT
      END-UNSTRING
      MOVE 0 TO WS-NAME-LEN
      INSPECT WS-CUR-EXTRACT TALLYING WS-NAME-LEN
          FOR CHARACTERS BEFORE INITIAL SPACE
      IF WS-CUR-EXTRACT(1:1) NOT = '/'
          ADD 3 TO WS-NAME-LEN
      END-IF
      IF WS-NAME-LEN > 80
          DISPLAY 'AOC_Y2020_EX01_PART - EXTRACT NAME FOR DEPT ' WS-CUR-DEPT
              ' IS TOO LONG TO BE SEARCHED FROM A PARTITION - THE SEARCH RUNS AS ONE JOB'
          MOVE 'Y' TO WS-ONE-RUN-SW
          MOVE 4 TO WS-RETURN-CODE
      ELSE
          IF WS-DEPT-COUNT >= WS-MAX-DEPTS
              DISPLAY 'AOC_Y2020_EX01_PART - deptctl.dat EXCEEDS THE '
                  WS-MAX-DEPTS ' DEPARTMENTS A SPLIT CAN HOLD'
              MOVE 12 TO WS-RETURN-CODE
          ELSE
              ADD 1 TO WS-DEPT-COUNT
              MOVE WS-CUR-DEPT TO WS-DT-DEPT(WS-DEPT-COUNT)
              MOVE WS-CUR-EXTRACT TO WS-DT-EXTRACT(WS-DEPT-COUNT)
          END-IF
      END-IF.

  *> WRITE-PARTITIONS DEALS THE DEPARTMENTS OUT IN CONTIGUOUS RUNS, AS
  *> EVEN AS THE COUNT ALLOWS (THE FIRST PARTITIONS TAKE ONE EXTRA
  *> WHEN IT DOES NOT DIVIDE), WRITES EACH PARTITION'S deptctl.dat
  *> INTO ITS DIRECTORY, AND LISTS THE PARTITIONS ON partlist.dat. THE
  *> JOB STREAM CREATES THE DIRECTORIES BEFORE THIS STEP, AND TAKES
  *> AWAY A HALF-WRITTEN partlist.dat WHEN IT ENDS WITH 12 - THE LIST
  *> WOULD OTHERWISE READ TO THE NEXT RERUN AS A PARTITIONED NIGHT
  *> WAITING ON ITS RESTART.
  WRITE-PARTITIONS.
      OPEN OUTPUT PARTLIST-FILE
      IF WS-PTL-FS NOT = '00'
          DISPLAY 'AOC_Y2020_EX01_PART - UNABLE TO OPEN partlist.dat, FILE STATUS = '
              WS-PTL-FS
          MOVE 12 TO WS-RETURN-CODE
      ELSE
          MOVE 'Y' TO WS-PTL-OPENED-SW
          DIVIDE WS-DEPT-COUNT BY WS-PARTITIONS
              GIVING WS-PART-BASE REMAINDER WS-PART-EXTRA
          MOVE 0 TO WS-PART-LAST
          PERFORM VARYING WS-PART-NO FROM 1 BY 1
                  UNTIL WS-PART-NO > WS-PARTITIONS
                     OR WS-RETURN-CODE >= 12
              MOVE WS-PART-BASE TO WS-PART-SIZE
              IF WS-PART-NO <= WS-PART-EXTRA
                  ADD 1 TO WS-PART-SIZE
              END-IF
              COMPUTE WS-PART-FIRST = WS-PART-LAST + 1
              COMPUTE WS-PART-LAST = WS-PART-LAST + WS-PART-SIZE
              PERFORM WRITE-ONE-PARTITION
          END-PERFORM
          CLOSE PARTLIST-FILE
          IF WS-PTL-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_PART - UNABLE TO CLOSE partlist.dat, FILE STATUS = '
                  WS-PTL-FS
              MOVE 12 TO WS-RETURN-CODE
          END-IF
      END-IF
      IF WS-RETURN-CODE < 12
          DISPLAY 'AOC_Y2020_EX01_PART - ' WS-DEPT-COUNT ' DEPARTMENTS SPLIT INTO '
              WS-PARTITIONS ' PARTITIONS ON partlist.dat'
      END-IF.

  *> WRITE-ONE-PARTITION WRITES PARTITION WS-PART-NO'S SHARE OF THE
  *> LIST. THE OPEN OF ITS deptctl.dat IS THE TEST THAT THE
  *> PARTITION'S DIRECTORY IS THERE AND CAN BE USED.
  WRITE-ONE-PARTITION.
      MOVE SPACES TO WS-PART-DIR
      STRING 'part'     DELIMITED BY SIZE
             WS-PART-NO DELIMITED BY SIZE
          INTO WS-PART-DIR
      END-STRING
      MOVE SPACES TO WS-PART-DEPT-NAME
      STRING WS-PART-DIR    DELIMITED BY SPACE
             '/deptctl.dat' DELIMITED BY SIZE
          INTO WS-PART-DEPT-NAME
      END-STRING
      OPEN OUTPUT PART-DEPT-FILE
      IF WS-PDP-FS NOT = '00'
          DISPLAY 'AOC_Y2020_EX01_PART - UNABLE TO OPEN ' WS-PART-DEPT-NAME
              ', FILE STATUS = ' WS-PDP-FS
          MOVE 12 TO WS-RETURN-CODE
      ELSE
          PERFORM VARYING WS-DEPT-SUB FROM WS-PART-FIRST BY 1
                  UNTIL WS-DEPT-SUB > WS-PART-LAST
                     OR WS-RETURN-CODE >= 12
              MOVE SPACES TO PART-DEPT-RECORD
              MOVE 1 TO WS-LINE-PTR
              STRING WS-DT-DEPT(WS-DEPT-SUB) DELIMITED BY SPACE
                     ' '                     DELIMITED BY SIZE
                  INTO PART-DEPT-RECORD WITH POINTER WS-LINE-PTR
              END-STRING
              IF WS-DT-EXTRACT(WS-DEPT-SUB)(1:1) NOT = '/'
                  STRING '../' DELIMITED BY SIZE
                      INTO PART-DEPT-RECORD WITH POINTER WS-LINE-PTR
                  END-STRING
              END-IF
              STRING WS-DT-EXTRACT(WS-DEPT-SUB) DELIMITED BY SPACE
                  INTO PART-DEPT-RECORD WITH POINTER WS-LINE-PTR
              END-STRING
              WRITE PART-DEPT-RECORD
              IF WS-PDP-FS NOT = '00'
                  DISPLAY 'AOC_Y2020_EX01_PART - UNABLE TO WRITE ' WS-PART-DEPT-NAME
                      ', FILE STATUS = ' WS-PDP-FS
                  MOVE 12 TO WS-RETURN-CODE
              END-IF
          END-PERFORM
          CLOSE PART-DEPT-FILE
          IF WS-PDP-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_PART - UNABLE TO CLOSE ' WS-PART-DEPT-NAME
                  ', FILE STATUS = ' WS-PDP-FS
              MOVE 12 TO WS-RETURN-CODE
          END-IF
      END-IF
      IF WS-RETURN-CODE < 12
          MOVE SPACES TO PARTLIST-RECORD
          MOVE WS-PART-NO TO PL-PART-NO
          MOVE WS-PART-DIR TO PL-DIR
          MOVE WS-PART-SIZE TO PL-DEPTS
          MOVE WS-DT-DEPT(WS-PART-FIRST) TO PL-FIRST-DEPT
          MOVE WS-DT-DEPT(WS-PART-LAST) TO PL-LAST-DEPT
          WRITE PARTLIST-RECORD
          IF WS-PTL-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_PART - UNABLE TO WRITE partlist.dat, FILE STATUS = '
                  WS-PTL-FS
              MOVE 12 TO WS-RETURN-CODE
          ELSE
              DISPLAY 'AOC_Y2020_EX01_PART - ' WS-PART-DIR ': ' WS-PART-SIZE
                  ' DEPARTMENTS, ' WS-DT-DEPT(WS-PART-FIRST) ' TO '
                  WS-DT-DEPT(WS-PART-LAST)
          END-IF
      END-IF.
