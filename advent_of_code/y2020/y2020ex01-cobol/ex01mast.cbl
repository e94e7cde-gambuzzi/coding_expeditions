      *> FIXED-COLUMN SOURCE MAINTAINED BY HAND OR BY A DOWNSTREAM
      *> FEED: CODE (1-10), NAME (11-40), CONTACT (41-70), TARGET
      *> OVERRIDE FLAG (71), TARGET SIGN (72), TARGET AMOUNT WITH TWO
      *> IMPLIED DECIMALS (73-85), AND THE DATES THE VERSION IS IN
      *> FORCE: EFFECTIVE FROM (86-93) AND EFFECTIVE TO (94-101), BOTH
      *> INCLUSIVE, YYYYMMDD. A DEPARTMENT MAY HAVE SEVERAL LINES, ONE
      *> PER VERSION, AS LONG AS THEIR DATES DON'T OVERLAP. A BLANK
      *> FROM DATE MEANS IN FORCE SINCE BEFORE ANY EXTRACT; A BLANK TO
      *> DATE MEANS IN FORCE UNTIL FURTHER NOTICE.
      SELECT MAST-SRC-FILE ASSIGN "deptmast.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-SRC-FS.

      *> ONE RECORD PER DEPARTMENT VERSION, KEYED BY CODE AND
      *> EFFECTIVE-FROM DATE SO A DEPARTMENT'S VERSIONS READ IN DATE
      *> ORDER FROM A START ON THE CODE.
      SELECT DEPT-MAST ASSIGN "deptmast.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS DM-KEY
      FILE STATUS IS WS-MAST-FS.
  DATA DIVISION.
  FILE SECTION.
         03 SRC-TARGET-AMT     PIC 9(11)V99.
         03 SRC-TARGET-AMT-X REDEFINES SRC-TARGET-AMT
                               PIC X(13).
         03 SRC-EFF-FROM       PIC 9(08).
         03 SRC-EFF-FROM-X REDEFINES SRC-EFF-FROM
                               PIC X(08).
         03 SRC-EFF-TO         PIC 9(08).
         03 SRC-EFF-TO-X REDEFINES SRC-EFF-TO
                               PIC X(08).

      *> THE LAYOUT MUST MOVE TOGETHER WITH EVERY PROGRAM THAT READS
      *> THE MASTER: AOC_Y2020_EX01, AOC_Y2020_EX01_MTRN AND
      *> AOC_Y2020_EX01_KERR.
      FD  DEPT-MAST.
      01 DEPT-MAST-RECORD.
         03 DM-KEY.
            05 DM-CODE         PIC X(10).
            05 DM-EFF-FROM     PIC 9(08).
         03 DM-NAME            PIC X(30).
         03 DM-CONTACT         PIC X(30).
         03 DM-TARGET-FLAG     PIC X(01).
         03 DM-TARGET-SIGN     PIC X(01).
         03 DM-TARGET-AMT      PIC 9(11)V99.
         03 DM-EFF-TO          PIC 9(08).
  WORKING-STORAGE SECTION.
  77 WS-SRC-FS           PIC 9(02).
  77 WS-MAST-FS          PIC 9(02).
  01 WS-RECNO            PIC 9(05) VALUE 0.
  01 WS-REC-BAD-SW       PIC X(01) VALUE 'N'.
     88 REC-BAD          VALUE 'Y'.
  *> THE VERSION BEING LOADED IS HELD HERE WHILE THE DEPARTMENT'S
  *> VERSIONS ALREADY ON THE MASTER ARE READ BACK FOR THE OVERLAP
  *> CHECK, SINCE THOSE READS OVERLAY THE RECORD AREA.
  01 WS-NEW-VERSION      PIC X(101).
  01 WS-NEW-FROM         PIC 9(08).
  01 WS-NEW-TO           PIC 9(08).
  01 WS-VER-EOF-SW       PIC X(01).
     88 VER-EOF          VALUE 'Y'.
  01 WS-OVERLAP-FROM     PIC 9(08).

  PROCEDURE DIVISION.
  MAIN-PARA.
      *> A FULL RELOAD EVERY RUN: THE SOURCE FILE IS THE MASTER OF
      *> RECORD AND THE INDEXED FILE IS REBUILT FROM IT WHOLE, SO A
      *> CORRECTION IN THE SOURCE NEVER LEAVES A STALE KEY BEHIND. THE
      *> EMPTIED MASTER IS REOPENED FOR UPDATE SO EACH VERSION CAN BE
      *> CHECKED AGAINST THE VERSIONS OF ITS DEPARTMENT ALREADY LOADED.
      OPEN INPUT MAST-SRC-FILE.
      IF WS-SRC-FS NOT = '00'
          DISPLAY 'AOC_Y2020_EX01_MAST - UNABLE TO OPEN deptmast.txt, FILE STATUS = '
          MOVE 12 TO WS-RETURN-CODE
      ELSE
          OPEN OUTPUT DEPT-MAST
          IF WS-MAST-FS = '00'
              CLOSE DEPT-MAST
              IF WS-MAST-FS = '00'
                  OPEN I-O DEPT-MAST
              END-IF
          END-IF
          IF WS-MAST-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_MAST - UNABLE TO OPEN deptmast.dat, FILE STATUS = '
                  WS-MAST-FS
          END-IF
      END-IF.

      DISPLAY 'AOC_Y2020_EX01_MAST - VERSIONS LOADED = ' WS-LOAD-COUNT
          ' SKIPPED = ' WS-SKIP-COUNT.
      MOVE WS-RETURN-CODE TO RETURN-CODE.
      STOP RUN.

  *> LOAD-ONE-DEPARTMENT EDITS ONE SOURCE RECORD AND WRITES IT TO THE
  *> INDEXED MASTER. A BAD RECORD (BLANK CODE, MALFORMED TARGET
  *> OVERRIDE, MALFORMED OR REVERSED EFFECTIVE DATES, OR DATES THAT
  *> OVERLAP ANOTHER VERSION OF THE SAME DEPARTMENT) IS SKIPPED WITH A
  *> DIAGNOSTIC AND A WARNING RETURN CODE SO THE LOAD NEVER PUTS A
  *> RECORD ON THE MASTER THAT THE SEARCH STEP CANNOT TRUST.
  LOAD-ONE-DEPARTMENT.
      MOVE 'N' TO WS-REC-BAD-SW
      IF MAST-SRC-RECORD = SPACES
                      END-IF
              END-EVALUATE
          END-IF
          IF NOT REC-BAD
              PERFORM EDIT-EFFECTIVE-DATES
          END-IF
          IF NOT REC-BAD
              PERFORM CHECK-VERSION-OVERLAP
          END-IF
      END-IF
      IF NOT REC-BAD
          MOVE SRC-CODE        TO DM-CODE
          MOVE WS-NEW-FROM     TO DM-EFF-FROM
          MOVE WS-NEW-TO       TO DM-EFF-TO
          MOVE SRC-NAME        TO DM-NAME
          MOVE SRC-CONTACT     TO DM-CONTACT
          MOVE SRC-TARGET-FLAG TO DM-TARGET-FLAG
          ELSE
              IF WS-MAST-FS = '22'
                  DISPLAY 'AOC_Y2020_EX01_MAST - RECORD ' WS-RECNO
                      ' (' SRC-CODE ') DUPLICATES A VERSION ALREADY LOADED - SKIPPED'
                  ADD 1 TO WS-SKIP-COUNT
                  IF WS-RETURN-CODE < 4
                      MOVE 4 TO WS-RETURN-CODE
              END-IF
          END-IF
      END-IF.

  *> EDIT-EFFECTIVE-DATES SETS THE VERSION'S FROM AND TO DATES FROM
  *> THE SOURCE, DEFAULTING THE BLANK ENDS TO THE OPEN ONES, AND
  *> SKIPS A RECORD WHOSE DATES ARE NOT CALENDAR DATES OR END BEFORE
  *> THEY BEGIN.
  EDIT-EFFECTIVE-DATES.
      IF SRC-EFF-FROM-X = SPACES
          MOVE 0 TO WS-NEW-FROM
      ELSE
          IF SRC-EFF-FROM IS NOT NUMERIC
              MOVE 'Y' TO WS-REC-BAD-SW
          ELSE
              IF FUNCTION TEST-DATE-YYYYMMDD(SRC-EFF-FROM) NOT = 0
                  MOVE 'Y' TO WS-REC-BAD-SW
              ELSE
                  MOVE SRC-EFF-FROM TO WS-NEW-FROM
              END-IF
          END-IF
      END-IF
      IF SRC-EFF-TO-X = SPACES
          MOVE 99999999 TO WS-NEW-TO
      ELSE
          IF SRC-EFF-TO IS NOT NUMERIC
              MOVE 'Y' TO WS-REC-BAD-SW
          ELSE
              IF FUNCTION TEST-DATE-YYYYMMDD(SRC-EFF-TO) NOT = 0
                  MOVE 'Y' TO WS-REC-BAD-SW
              ELSE
                  MOVE SRC-EFF-TO TO WS-NEW-TO
              END-IF
          END-IF
      END-IF
      IF NOT REC-BAD AND WS-NEW-TO < WS-NEW-FROM
          MOVE 'Y' TO WS-REC-BAD-SW
      END-IF
      IF REC-BAD
          DISPLAY 'AOC_Y2020_EX01_MAST - RECORD ' WS-RECNO
              ' (' SRC-CODE ') HAS MALFORMED EFFECTIVE DATES - SKIPPED'
          ADD 1 TO WS-SKIP-COUNT
          IF WS-RETURN-CODE < 4
              MOVE 4 TO WS-RETURN-CODE
          END-IF
      END-IF.

  *> CHECK-VERSION-OVERLAP READS BACK THE VERSIONS OF THE DEPARTMENT
  *> ALREADY LOADED AND SKIPS THE NEW ONE WHEN ITS DATES SHARE A DAY
  *> WITH ANY OF THEM - TWO VERSIONS IN FORCE ON THE SAME BUSINESS
  *> DATE WOULD LEAVE THE SEARCH STEP TO GUESS WHICH TARGET APPLIES.
  CHECK-VERSION-OVERLAP.
      MOVE MAST-SRC-RECORD TO WS-NEW-VERSION
      MOVE 'N' TO WS-VER-EOF-SW
      MOVE 0 TO WS-OVERLAP-FROM
      MOVE SRC-CODE TO DM-CODE
      MOVE 0 TO DM-EFF-FROM
      START DEPT-MAST KEY IS NOT LESS THAN DM-KEY
      EVALUATE WS-MAST-FS
          WHEN '00'
              CONTINUE
          WHEN '23'
              MOVE 'Y' TO WS-VER-EOF-SW
          WHEN OTHER
              DISPLAY 'AOC_Y2020_EX01_MAST - UNABLE TO START deptmast.dat, FILE STATUS = '
                  WS-MAST-FS
              MOVE 12 TO WS-RETURN-CODE
              MOVE 'Y' TO WS-VER-EOF-SW
              MOVE 'Y' TO WS-REC-BAD-SW
              MOVE 'Y' TO WS-SRC-EOF-SW
      END-EVALUATE
      PERFORM UNTIL VER-EOF
          READ DEPT-MAST NEXT RECORD
          AT END
              MOVE 'Y' TO WS-VER-EOF-SW
          NOT AT END
              IF WS-MAST-FS NOT = '00'
                  DISPLAY 'AOC_Y2020_EX01_MAST - deptmast.dat READ ERROR, FILE STATUS = '
                      WS-MAST-FS
                  MOVE 12 TO WS-RETURN-CODE
                  MOVE 'Y' TO WS-VER-EOF-SW
                  MOVE 'Y' TO WS-REC-BAD-SW
                  MOVE 'Y' TO WS-SRC-EOF-SW
              ELSE
                  IF DM-CODE NOT = SRC-CODE
                      MOVE 'Y' TO WS-VER-EOF-SW
                  ELSE
                      IF DM-EFF-FROM NOT > WS-NEW-TO
                              AND DM-EFF-TO NOT < WS-NEW-FROM
                              AND DM-EFF-FROM NOT = WS-NEW-FROM
                          MOVE DM-EFF-FROM TO WS-OVERLAP-FROM
                          MOVE 'Y' TO WS-VER-EOF-SW
                      END-IF
                  END-IF
              END-IF
          END-READ
      END-PERFORM
      MOVE WS-NEW-VERSION TO MAST-SRC-RECORD
      IF WS-OVERLAP-FROM > 0 AND NOT REC-BAD
          DISPLAY 'AOC_Y2020_EX01_MAST - RECORD ' WS-RECNO
              ' (' SRC-CODE ') OVERLAPS THE VERSION EFFECTIVE FROM '
              WS-OVERLAP-FROM ' - SKIPPED'
          MOVE 'Y' TO WS-REC-BAD-SW
          ADD 1 TO WS-SKIP-COUNT
          IF WS-RETURN-CODE < 4
              MOVE 4 TO WS-RETURN-CODE
          END-IF
      END-IF.
