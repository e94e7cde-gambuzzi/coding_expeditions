      *> C=CHANGE, D=DELETE) FOLLOWED BY THE SAME COLUMNS AS THE
      *> deptmast.txt SOURCE - CODE (2-11), NAME (12-41), CONTACT
      *> (42-71), TARGET OVERRIDE FLAG (72), TARGET SIGN (73), TARGET
      *> AMOUNT WITH TWO IMPLIED DECIMALS (74-86), THE SUBMITTER'S
      *> ID (87-94) FOR THE AUDIT TRAIL, AND THE VERSION'S EFFECTIVE
      *> FROM (95-102) AND EFFECTIVE TO (103-110) DATES, YYYYMMDD. A
      *> CHANGE CARRIES THE FULL REPLACEMENT IMAGE; A DELETE NEEDS ONLY
      *> THE CODE, THE SUBMITTER AND THE VERSION.
      *>
      *> AN ADD KEYS A NEW VERSION FROM ITS FROM DATE (BLANK FOR A NEW
      *> DEPARTMENT IN FORCE FROM THE START). THE VERSION IN FORCE ON
      *> THAT DATE IS END-DATED THE DAY BEFORE, SO NEXT MONTH'S TARGET
      *> CAN BE KEYED TODAY AND TAKES OVER ON THE FIRST. A BLANK TO
      *> DATE RUNS UNTIL THE NEXT VERSION ALREADY KEYED, OR UNTIL
      *> FURTHER NOTICE. A CHANGE OR DELETE NAMES THE VERSION BY ITS
      *> FROM DATE, OR LEAVES IT BLANK FOR THE VERSION IN FORCE TODAY;
      *> A CHANGE KEEPS THE VERSION'S TO DATE UNLESS IT KEYS A NEW ONE.
      SELECT TRAN-FILE ASSIGN "deptmtrn.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-TRAN-FS.

      SELECT DEPT-MAST ASSIGN "deptmast.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS DM-KEY
      FILE STATUS IS WS-MAST-FS.

      *> ONE RECORD PER APPLIED TRANSACTION, APPENDED AND NEVER
      SELECT AUDIT-FILE ASSIGN "mastaud.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-AUD-FS.

      *> THE SUBMITTER AUTHORIZATION FILE AOC_Y2020_EX01_AUTH MAINTAINS:
      *> WHICH USER MAY ADD, CHANGE OR DELETE WHICH DEPARTMENT'S
      *> VERSIONS, AND WHO MAY CHANGE ITS TARGET OVERRIDE. ABSENT FILE
      *> = NO GRANTS KEYED YET, AND EVERY SIGNED TRANSACTION APPLIES
      *> AS IT ALWAYS HAS.
      SELECT AUTH-MAST ASSIGN "authmast.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS RANDOM
      RECORD KEY IS AU-KEY
      FILE STATUS IS WS-AUTH-FS.

      *> TRANSACTIONS REFUSED FOR WANT OF A GRANT, APPENDED AND NEVER
      *> TRUNCATED, SHARED WITH THE EDIT AND AUTHORIZATION STEPS.
      SELECT SECVIOL-FILE ASSIGN "secviol.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-SEC-FS.
  DATA DIVISION.
  FILE SECTION.
      FD  TRAN-FILE.
         03 TRN-TARGET-AMT-X REDEFINES TRN-TARGET-AMT
                               PIC X(13).
         03 TRN-USER           PIC X(08).
         03 TRN-EFF-FROM       PIC 9(08).
         03 TRN-EFF-FROM-X REDEFINES TRN-EFF-FROM
                               PIC X(08).
         03 TRN-EFF-TO         PIC 9(08).
         03 TRN-EFF-TO-X REDEFINES TRN-EFF-TO
                               PIC X(08).

      *> THE LAYOUT MUST MOVE TOGETHER WITH AOC_Y2020_EX01_MAST'S.
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

      *> DATE/TIME APPLIED, WHO SUBMITTED IT, THE ACTION AND KEY, AND
      *> THE FULL MASTER RECORD IMAGE BEFORE AND AFTER - SPACES ON THE
      *> SIDE THAT DIDN'T EXIST (BEFORE AN ADD, AFTER A DELETE). THE
      *> END-DATING OF THE VERSION AN ADD SUPERSEDES IS AUDITED AS A
      *> CHANGE UNDER THE SAME SUBMITTER.
      FD  AUDIT-FILE.
      01 AUDIT-RECORD.
         03 AUD-DATE           PIC 9(08).
         03 FILLER             PIC X(01).
         03 AUD-CODE           PIC X(10).
         03 FILLER             PIC X(01).
         03 AUD-BEFORE         PIC X(101).
         03 FILLER             PIC X(01).
         03 AUD-AFTER          PIC X(101).

      *> THE LAYOUT MUST MOVE TOGETHER WITH AOC_Y2020_EX01_AUTH'S.
      FD  AUTH-MAST.
      01 AUTH-MAST-RECORD.
         03 AU-KEY.
            05 AU-USER         PIC X(08).
            05 AU-DEPT         PIC X(10).
         03 AU-GRANTS.
            05 AU-CORR         PIC X(01).
            05 AU-MAST-ADD     PIC X(01).
            05 AU-MAST-CHG     PIC X(01).
            05 AU-MAST-DEL     PIC X(01).
            05 AU-TARGET       PIC X(01).
         03 AU-EXPIRES         PIC 9(08).
         03 AU-GRANTED-BY      PIC X(08).
         03 AU-GRANTED-ON      PIC 9(08).
         03 AU-ADMIN           PIC X(01).

      *> THE LAYOUT MUST MOVE TOGETHER WITH AOC_Y2020_EX01_AUTH'S.
      FD  SECVIOL-FILE.
      01 SECVIOL-RECORD.
         03 SEC-DATE           PIC 9(08).
         03 FILLER             PIC X(01).
         03 SEC-TIME           PIC 9(06).
         03 FILLER             PIC X(01).
         03 SEC-STEP           PIC X(04).
         03 FILLER             PIC X(01).
         03 SEC-USER           PIC X(08).
         03 FILLER             PIC X(01).
         03 SEC-DEPT           PIC X(10).
         03 FILLER             PIC X(01).
         03 SEC-ATTEMPT        PIC X(14).
         03 FILLER             PIC X(01).
         03 SEC-REASON         PIC X(30).
         03 FILLER             PIC X(01).
         03 SEC-IMAGE          PIC X(110).
  WORKING-STORAGE SECTION.
  77 WS-TRAN-FS          PIC 9(02).
  77 WS-MAST-FS          PIC 9(02).
  77 WS-AUD-FS           PIC 9(02).
  77 WS-AUTH-FS          PIC 9(02).
  77 WS-SEC-FS           PIC 9(02).
  01 WS-TRAN-EOF-SW      PIC X(01) VALUE 'N'.
     88 TRAN-EOF         VALUE 'Y'.
  01 WS-MAST-OPENED-SW   PIC X(01) VALUE 'N'.
  *> THE BEFORE IMAGE IS CAPTURED INTO WORKING STORAGE AHEAD OF THE
  *> REWRITE OR DELETE THAT DESTROYS IT, SO THE AUDIT RECORD ALWAYS
  *> SHOWS WHAT THE MASTER REALLY HELD.
  01 WS-BEFORE-IMAGE     PIC X(101).
  01 WS-BEFORE-MAST REDEFINES WS-BEFORE-IMAGE.
     03 FILLER           PIC X(18).
     03 BFR-NAME         PIC X(30).
     03 BFR-CONTACT      PIC X(30).
     03 BFR-TARGET-FLAG  PIC X(01).
     03 BFR-TARGET-SIGN  PIC X(01).
     03 BFR-TARGET-AMT   PIC 9(11)V99.
     03 BFR-EFF-TO       PIC 9(08).
  01 WS-AFTER-IMAGE      PIC X(101).
  01 WS-AUD-ACTION       PIC X(01).

  *> THE DEPARTMENT'S VERSIONS AS THE MASTER HOLDS THEM BEFORE THE
  *> TRANSACTION, IN DATE ORDER, FOR THE OVERLAP CHECKS.
  01 WS-MAX-VERSIONS     PIC 9(04) COMP VALUE 100.
  01 WS-VER-COUNT        PIC 9(04) COMP VALUE 0.
  01 WS-VER-TBL.
     03 WS-VER-ITEM      OCCURS 100 TIMES.
        05 WS-VER-FROM   PIC 9(08).
        05 WS-VER-TO     PIC 9(08).
  01 WS-VER-SUB          PIC 9(04) COMP.
  01 WS-VER-EOF-SW       PIC X(01).
     88 VER-EOF          VALUE 'Y'.
  *> THE VERSION A CHANGE OR DELETE ADDRESSES (OR AN ADD DUPLICATES),
  *> THE VERSION AN ADD SUPERSEDES, AND THE START OF THE FIRST VERSION
  *> AFTER AN ADDED ONE.
  01 WS-HIT-SUB          PIC 9(04) COMP.
  01 WS-COVER-SUB        PIC 9(04) COMP.
  01 WS-NEXT-FROM        PIC 9(08).
  01 WS-OVERLAP-FROM     PIC 9(08).
  01 WS-NEW-FROM         PIC 9(08).
  01 WS-NEW-TO           PIC 9(08).
  01 WS-DAY-INT          PIC 9(08) COMP.
  01 WS-DAY-BEFORE       PIC 9(08).

  *> SUBMITTER AUTHORIZATION. IN FORCE ONLY ONCE authmast.dat EXISTS;
  *> THE SUBMITTER NEEDS A GRANT IN FORCE TODAY, FOR THE DEPARTMENT
  *> OR FOR '*ALL', CARRYING THE ACTION THE TRANSACTION TAKES: ADD,
  *> CHANGE OR DELETE, PLUS TARGET CHANGE WHEN AN ADD SETS A TARGET
  *> OVERRIDE OR A CHANGE ALTERS ONE. A CHANGE THAT TOUCHES NOTHING
  *> BUT THE TARGET NEEDS THE TARGET GRANT ALONE.
  01 WS-AUTH-SW          PIC X(01) VALUE 'N'.
     88 AUTH-IN-FORCE    VALUE 'Y'.
  01 WS-SEC-OPENED-SW    PIC X(01) VALUE 'N'.
     88 SEC-OPENED       VALUE 'Y'.
  01 WS-AUTH-ACTION      PIC X(01).
     88 AUTH-FOR-ADD     VALUE 'A'.
     88 AUTH-FOR-CHANGE  VALUE 'C'.
     88 AUTH-FOR-DELETE  VALUE 'D'.
     88 AUTH-FOR-TARGET  VALUE 'T'.
  01 WS-AUTH-FLAG        PIC X(01).
  01 WS-AUTH-OK-SW       PIC X(01).
     88 AUTHORIZED       VALUE 'Y'.
  01 WS-AUTH-REASON      PIC X(30).
  01 WS-AUTH-ATTEMPT     PIC X(14).
  01 WS-AUTH-PTR         PIC 9(04) COMP.
  01 WS-VIOLATION-COUNT  PIC 9(05) VALUE 0.
  01 WS-TARGET-CHG-SW    PIC X(01).
     88 TARGET-CHANGED   VALUE 'Y'.
  01 WS-OTHER-CHG-SW     PIC X(01).
     88 OTHER-CHANGED    VALUE 'Y'.

  PROCEDURE DIVISION.
  MAIN-PARA.
      END-IF.

      IF AUD-OPENED
          PERFORM OPEN-AUTHORITY
      END-IF.

      IF AUD-OPENED AND WS-RETURN-CODE < 12
          OPEN INPUT TRAN-FILE
          IF WS-TRAN-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_MTRN - UNABLE TO OPEN deptmtrn.txt, FILE STATUS = '
                  MOVE 12 TO WS-RETURN-CODE
              END-IF
          END-IF
      END-IF.

      PERFORM CLOSE-AUTHORITY.

      IF AUD-OPENED
          CLOSE AUDIT-FILE
          IF WS-AUD-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_MTRN - UNABLE TO CLOSE mastaud.txt, FILE STATUS = '
      END-IF.
      DISPLAY 'AOC_Y2020_EX01_MTRN - TRANSACTIONS APPLIED = ' WS-APPLY-COUNT
          ' REJECTED = ' WS-REJECT-COUNT.
      IF AUTH-IN-FORCE
          DISPLAY 'AOC_Y2020_EX01_MTRN - SECURITY VIOLATIONS = '
              WS-VIOLATION-COUNT ' - SEE secviol.txt'
      END-IF.
      MOVE WS-RETURN-CODE TO RETURN-CODE.
      STOP RUN.

          END-IF
      END-IF
      IF NOT TRAN-BAD
          PERFORM EDIT-EFFECTIVE-DATES
      END-IF
      IF NOT TRAN-BAD
          PERFORM LOAD-DEPT-VERSIONS
      END-IF
      IF NOT TRAN-BAD AND NOT TRAN-EOF
          MOVE TRN-ACTION TO WS-AUD-ACTION
          EVALUATE TRN-ACTION
              WHEN 'A'
                  PERFORM APPLY-ADD
              ADD 1 TO WS-REJECT-COUNT
      END-EVALUATE.

  *> EDIT-EFFECTIVE-DATES CHECKS THE VERSION DATES THE TRANSACTION
  *> KEYS. BLANK IS ALLOWED IN EITHER - WHAT IT MEANS DEPENDS ON THE
  *> ACTION AND IS SETTLED ONCE THE DEPARTMENT'S VERSIONS ARE KNOWN.
  EDIT-EFFECTIVE-DATES.
      IF TRN-EFF-FROM-X NOT = SPACES
          IF TRN-EFF-FROM IS NOT NUMERIC
              MOVE 'Y' TO WS-TRAN-BAD-SW
          ELSE
              IF FUNCTION TEST-DATE-YYYYMMDD(TRN-EFF-FROM) NOT = 0
                  MOVE 'Y' TO WS-TRAN-BAD-SW
              END-IF
          END-IF
      END-IF
      IF TRN-EFF-TO-X NOT = SPACES
          IF TRN-EFF-TO IS NOT NUMERIC
              MOVE 'Y' TO WS-TRAN-BAD-SW
          ELSE
              IF FUNCTION TEST-DATE-YYYYMMDD(TRN-EFF-TO) NOT = 0
                  MOVE 'Y' TO WS-TRAN-BAD-SW
              END-IF
          END-IF
      END-IF
      IF NOT TRAN-BAD AND TRN-EFF-FROM-X NOT = SPACES
              AND TRN-EFF-TO-X NOT = SPACES
          IF TRN-EFF-TO < TRN-EFF-FROM
              MOVE 'Y' TO WS-TRAN-BAD-SW
          END-IF
      END-IF
      IF TRAN-BAD
          DISPLAY 'AOC_Y2020_EX01_MTRN - TRANSACTION ' WS-RECNO
              ' (' TRN-CODE ') HAS MALFORMED EFFECTIVE DATES - REJECTED'
          ADD 1 TO WS-REJECT-COUNT
      END-IF.

  *> LOAD-DEPT-VERSIONS READS THE DEPARTMENT'S VERSIONS OFF THE
  *> MASTER, IN DATE ORDER, INTO THE VERSION TABLE.
  LOAD-DEPT-VERSIONS.
      MOVE 0 TO WS-VER-COUNT
      MOVE 'N' TO WS-VER-EOF-SW
      MOVE TRN-CODE TO DM-CODE
      MOVE 0 TO DM-EFF-FROM
      START DEPT-MAST KEY IS NOT LESS THAN DM-KEY
      EVALUATE WS-MAST-FS
          WHEN '00'
              CONTINUE
          WHEN '23'
              MOVE 'Y' TO WS-VER-EOF-SW
          WHEN OTHER
              DISPLAY 'AOC_Y2020_EX01_MTRN - UNABLE TO START deptmast.dat, FILE STATUS = '
                  WS-MAST-FS
              MOVE 12 TO WS-RETURN-CODE
              MOVE 'Y' TO WS-VER-EOF-SW
              MOVE 'Y' TO WS-TRAN-EOF-SW
      END-EVALUATE
      PERFORM UNTIL VER-EOF
          READ DEPT-MAST NEXT RECORD
          AT END
              MOVE 'Y' TO WS-VER-EOF-SW
          NOT AT END
              IF WS-MAST-FS NOT = '00'
                  DISPLAY 'AOC_Y2020_EX01_MTRN - deptmast.dat READ ERROR, FILE STATUS = '
                      WS-MAST-FS
                  MOVE 12 TO WS-RETURN-CODE
                  MOVE 'Y' TO WS-VER-EOF-SW
                  MOVE 'Y' TO WS-TRAN-EOF-SW
              ELSE
                  IF DM-CODE NOT = TRN-CODE
                      MOVE 'Y' TO WS-VER-EOF-SW
                  ELSE
                      IF WS-VER-COUNT >= WS-MAX-VERSIONS
                          DISPLAY 'AOC_Y2020_EX01_MTRN - DEPT ' TRN-CODE
                              ' HAS MORE THAN ' WS-MAX-VERSIONS
                              ' VERSIONS ON deptmast.dat'
                          MOVE 12 TO WS-RETURN-CODE
                          MOVE 'Y' TO WS-VER-EOF-SW
                          MOVE 'Y' TO WS-TRAN-EOF-SW
                      ELSE
                          ADD 1 TO WS-VER-COUNT
                          MOVE DM-EFF-FROM TO WS-VER-FROM(WS-VER-COUNT)
                          MOVE DM-EFF-TO TO WS-VER-TO(WS-VER-COUNT)
                      END-IF
                  END-IF
              END-IF
          END-READ
      END-PERFORM.

  *> FIND-ADDRESSED-VERSION SETS WS-HIT-SUB TO THE VERSION A CHANGE OR
  *> DELETE NAMES: THE ONE STARTING ON THE FROM DATE KEYED, OR THE ONE
  *> IN FORCE TODAY WHEN NONE IS. ZERO WHEN THERE IS NO SUCH VERSION.
  FIND-ADDRESSED-VERSION.
      MOVE 0 TO WS-HIT-SUB
      PERFORM VARYING WS-VER-SUB FROM 1 BY 1
              UNTIL WS-VER-SUB > WS-VER-COUNT OR WS-HIT-SUB > 0
          IF TRN-EFF-FROM-X = SPACES
              IF WS-VER-FROM(WS-VER-SUB) NOT > WS-RUN-DATE
                      AND WS-VER-TO(WS-VER-SUB) NOT < WS-RUN-DATE
                  MOVE WS-VER-SUB TO WS-HIT-SUB
              END-IF
          ELSE
              IF WS-VER-FROM(WS-VER-SUB) = TRN-EFF-FROM
                  MOVE WS-VER-SUB TO WS-HIT-SUB
              END-IF
          END-IF
      END-PERFORM.

  *> FIND-OVERLAP SETS WS-OVERLAP-FROM TO THE FROM DATE OF ANY
  *> VERSION, OTHER THAN THE ONES AT WS-HIT-SUB AND WS-COVER-SUB,
  *> IN FORCE ON ANY DAY FROM WS-NEW-FROM TO WS-NEW-TO. ZERO WHEN
  *> THE DATES ARE CLEAR.
  FIND-OVERLAP.
      MOVE 0 TO WS-OVERLAP-FROM
      PERFORM VARYING WS-VER-SUB FROM 1 BY 1
              UNTIL WS-VER-SUB > WS-VER-COUNT OR WS-OVERLAP-FROM > 0
          IF WS-VER-SUB NOT = WS-HIT-SUB AND WS-VER-SUB NOT = WS-COVER-SUB
                  AND WS-VER-FROM(WS-VER-SUB) NOT > WS-NEW-TO
                  AND WS-VER-TO(WS-VER-SUB) NOT < WS-NEW-FROM
              MOVE WS-VER-FROM(WS-VER-SUB) TO WS-OVERLAP-FROM
              *> A VERSION FROM THE START OF TIME STILL HAS TO STOP
              *> THE SEARCH, THOUGH ITS FROM DATE IS ZERO.
              IF WS-OVERLAP-FROM = 0
                  MOVE 1 TO WS-OVERLAP-FROM
              END-IF
          END-IF
      END-PERFORM.

  *> BUILD-MASTER-FROM-TRAN FILLS THE MASTER RECORD FROM THE
  *> TRANSACTION'S REPLACEMENT IMAGE, NORMALIZING AN UNUSED TARGET
  *> AMOUNT TO ZERO AS THE FULL RELOAD DOES, AND DATES IT WITH THE
  *> VERSION'S SETTLED FROM AND TO DATES.
  BUILD-MASTER-FROM-TRAN.
      MOVE TRN-CODE        TO DM-CODE
      MOVE WS-NEW-FROM     TO DM-EFF-FROM
      MOVE TRN-NAME        TO DM-NAME
      MOVE TRN-CONTACT     TO DM-CONTACT
      MOVE TRN-TARGET-FLAG TO DM-TARGET-FLAG
          MOVE TRN-TARGET-AMT TO DM-TARGET-AMT
      ELSE
          MOVE 0 TO DM-TARGET-AMT
      END-IF
      MOVE WS-NEW-TO       TO DM-EFF-TO.

  *> APPLY-ADD PUTS A NEW VERSION ON THE MASTER. THE VERSION IN FORCE
  *> ON ITS FROM DATE, IF ONE STARTED EARLIER, IS SUPERSEDED - END-
  *> DATED THE DAY BEFORE - PROVIDED THE NEW VERSION RUNS AT LEAST AS
  *> LONG AS IT DID; ANY OTHER OVERLAP IS REJECTED RATHER THAN SPLIT
  *> OR TRIMMED BEHIND THE OPERATOR'S BACK.
  APPLY-ADD.
      MOVE 0 TO WS-HIT-SUB
      MOVE 0 TO WS-COVER-SUB
      MOVE 0 TO WS-NEXT-FROM
      IF TRN-EFF-FROM-X = SPACES
          MOVE 0 TO WS-NEW-FROM
      ELSE
          MOVE TRN-EFF-FROM TO WS-NEW-FROM
      END-IF
      PERFORM VARYING WS-VER-SUB FROM 1 BY 1
              UNTIL WS-VER-SUB > WS-VER-COUNT
          IF WS-VER-FROM(WS-VER-SUB) = WS-NEW-FROM
              MOVE WS-VER-SUB TO WS-HIT-SUB
          END-IF
          IF WS-VER-FROM(WS-VER-SUB) < WS-NEW-FROM
                  AND WS-VER-TO(WS-VER-SUB) NOT < WS-NEW-FROM
              MOVE WS-VER-SUB TO WS-COVER-SUB
          END-IF
          IF WS-VER-FROM(WS-VER-SUB) > WS-NEW-FROM AND WS-NEXT-FROM = 0
              MOVE WS-VER-FROM(WS-VER-SUB) TO WS-NEXT-FROM
          END-IF
      END-PERFORM
      IF TRN-EFF-TO-X NOT = SPACES
          MOVE TRN-EFF-TO TO WS-NEW-TO
      ELSE
          IF WS-NEXT-FROM > 0
              COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-NEXT-FROM) - 1
              COMPUTE WS-NEW-TO = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
          ELSE
              MOVE 99999999 TO WS-NEW-TO
          END-IF
      END-IF
      IF WS-NEW-TO < WS-NEW-FROM
          MOVE 'Y' TO WS-TRAN-BAD-SW
          DISPLAY 'AOC_Y2020_EX01_MTRN - TRANSACTION ' WS-RECNO
              ' ADD (' TRN-CODE ') ENDS BEFORE IT BEGINS - REJECTED'
          ADD 1 TO WS-REJECT-COUNT
      END-IF
      IF NOT TRAN-BAD AND WS-HIT-SUB > 0
          MOVE 'Y' TO WS-TRAN-BAD-SW
          DISPLAY 'AOC_Y2020_EX01_MTRN - TRANSACTION ' WS-RECNO
              ' ADD (' TRN-CODE ') DUPLICATES THE VERSION EFFECTIVE FROM '
              WS-NEW-FROM ' - REJECTED'
          ADD 1 TO WS-REJECT-COUNT
      END-IF
      IF NOT TRAN-BAD AND WS-COVER-SUB > 0
          IF WS-VER-TO(WS-COVER-SUB) > WS-NEW-TO
              MOVE 'Y' TO WS-TRAN-BAD-SW
              DISPLAY 'AOC_Y2020_EX01_MTRN - TRANSACTION ' WS-RECNO
                  ' ADD (' TRN-CODE ') FALLS INSIDE THE VERSION EFFECTIVE FROM '
                  WS-VER-FROM(WS-COVER-SUB) ' - REJECTED'
              ADD 1 TO WS-REJECT-COUNT
          END-IF
      END-IF
      IF NOT TRAN-BAD
          PERFORM FIND-OVERLAP
          IF WS-OVERLAP-FROM > 0
              MOVE 'Y' TO WS-TRAN-BAD-SW
              DISPLAY 'AOC_Y2020_EX01_MTRN - TRANSACTION ' WS-RECNO
                  ' ADD (' TRN-CODE ') OVERLAPS A LATER VERSION ALREADY ON THE MASTER - REJECTED'
              ADD 1 TO WS-REJECT-COUNT
          END-IF
      END-IF
      IF NOT TRAN-BAD AND AUTH-IN-FORCE
          MOVE 'A' TO WS-AUTH-ACTION
          PERFORM CHECK-AUTHORITY
          IF AUTHORIZED AND TRN-TARGET-FLAG = 'Y'
              MOVE 'T' TO WS-AUTH-ACTION
              PERFORM CHECK-AUTHORITY
          END-IF
          IF NOT AUTHORIZED
              MOVE 'Y' TO WS-TRAN-BAD-SW
              PERFORM REJECT-UNAUTHORIZED
          END-IF
      END-IF
      IF NOT TRAN-BAD AND WS-COVER-SUB > 0
          PERFORM END-DATE-COVERED-VERSION
      END-IF
      IF NOT TRAN-BAD AND NOT TRAN-EOF
          PERFORM BUILD-MASTER-FROM-TRAN
          MOVE SPACES TO WS-BEFORE-IMAGE
          MOVE DEPT-MAST-RECORD TO WS-AFTER-IMAGE
          WRITE DEPT-MAST-RECORD
          EVALUATE WS-MAST-FS
              WHEN '00'
                  ADD 1 TO WS-APPLY-COUNT
                  MOVE 'A' TO WS-AUD-ACTION
                  PERFORM WRITE-AUDIT-RECORD
              WHEN '22'
                  DISPLAY 'AOC_Y2020_EX01_MTRN - TRANSACTION ' WS-RECNO
                      ' ADD (' TRN-CODE ') DUPLICATES A VERSION ALREADY ON THE MASTER - REJECTED'
                  ADD 1 TO WS-REJECT-COUNT
              WHEN OTHER
                  DISPLAY 'AOC_Y2020_EX01_MTRN - UNABLE TO WRITE deptmast.dat, FILE STATUS = '
                      WS-MAST-FS
                  MOVE 12 TO WS-RETURN-CODE
                  MOVE 'Y' TO WS-TRAN-EOF-SW
          END-EVALUATE
      END-IF.

  *> END-DATE-COVERED-VERSION CLOSES THE VERSION AN ADD SUPERSEDES ON
  *> THE DAY BEFORE THE NEW ONE TAKES OVER, AND AUDITS IT AS A CHANGE.
  END-DATE-COVERED-VERSION.
      COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-NEW-FROM) - 1
      COMPUTE WS-DAY-BEFORE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
      MOVE TRN-CODE TO DM-CODE
      MOVE WS-VER-FROM(WS-COVER-SUB) TO DM-EFF-FROM
      READ DEPT-MAST
      IF WS-MAST-FS NOT = '00'
          DISPLAY 'AOC_Y2020_EX01_MTRN - deptmast.dat READ ERROR, FILE STATUS = '
              WS-MAST-FS
          MOVE 12 TO WS-RETURN-CODE
          MOVE 'Y' TO WS-TRAN-EOF-SW
      ELSE
          MOVE DEPT-MAST-RECORD TO WS-BEFORE-IMAGE
          MOVE WS-DAY-BEFORE TO DM-EFF-TO
          MOVE DEPT-MAST-RECORD TO WS-AFTER-IMAGE
          REWRITE DEPT-MAST-RECORD
          IF WS-MAST-FS = '00'
              MOVE 'C' TO WS-AUD-ACTION
              PERFORM WRITE-AUDIT-RECORD
          ELSE
              DISPLAY 'AOC_Y2020_EX01_MTRN - UNABLE TO REWRITE deptmast.dat, FILE STATUS = '
                  WS-MAST-FS
              MOVE 12 TO WS-RETURN-CODE
              MOVE 'Y' TO WS-TRAN-EOF-SW
          END-IF
      END-IF.

  *> APPLY-CHANGE REPLACES THE ADDRESSED VERSION'S IMAGE IN PLACE. ITS
  *> FROM DATE IS ITS KEY AND STAYS; A NEW TO DATE MUST NOT RUN INTO
  *> ANOTHER VERSION.
  APPLY-CHANGE.
      MOVE 0 TO WS-COVER-SUB
      PERFORM FIND-ADDRESSED-VERSION
      IF WS-HIT-SUB = 0
          DISPLAY 'AOC_Y2020_EX01_MTRN - TRANSACTION ' WS-RECNO
              ' CHANGE (' TRN-CODE ') IS NOT ON THE MASTER - REJECTED'
          ADD 1 TO WS-REJECT-COUNT
      ELSE
          MOVE WS-VER-FROM(WS-HIT-SUB) TO WS-NEW-FROM
          IF TRN-EFF-TO-X = SPACES
              MOVE WS-VER-TO(WS-HIT-SUB) TO WS-NEW-TO
          ELSE
              MOVE TRN-EFF-TO TO WS-NEW-TO
          END-IF
          PERFORM FIND-OVERLAP
          IF WS-NEW-TO < WS-NEW-FROM
              DISPLAY 'AOC_Y2020_EX01_MTRN - TRANSACTION ' WS-RECNO
                  ' CHANGE (' TRN-CODE ') ENDS BEFORE IT BEGINS - REJECTED'
              ADD 1 TO WS-REJECT-COUNT
          ELSE
              IF WS-OVERLAP-FROM > 0
                  DISPLAY 'AOC_Y2020_EX01_MTRN - TRANSACTION ' WS-RECNO
                      ' CHANGE (' TRN-CODE ') WOULD OVERLAP ANOTHER VERSION - REJECTED'
                  ADD 1 TO WS-REJECT-COUNT
              ELSE
                  PERFORM REWRITE-ADDRESSED-VERSION
              END-IF
          END-IF
      END-IF.

  REWRITE-ADDRESSED-VERSION.
      MOVE TRN-CODE TO DM-CODE
      MOVE WS-NEW-FROM TO DM-EFF-FROM
      READ DEPT-MAST
      EVALUATE WS-MAST-FS
          WHEN '00'
              MOVE DEPT-MAST-RECORD TO WS-BEFORE-IMAGE
              PERFORM BUILD-MASTER-FROM-TRAN
              MOVE DEPT-MAST-RECORD TO WS-AFTER-IMAGE
              MOVE 'Y' TO WS-AUTH-OK-SW
              IF AUTH-IN-FORCE
                  PERFORM AUTHORIZE-CHANGE
              END-IF
              IF NOT AUTHORIZED
                  PERFORM REJECT-UNAUTHORIZED
              ELSE
                  REWRITE DEPT-MAST-RECORD
                  IF WS-MAST-FS = '00'
                      ADD 1 TO WS-APPLY-COUNT
                      PERFORM WRITE-AUDIT-RECORD
                  ELSE
                      DISPLAY 'AOC_Y2020_EX01_MTRN - UNABLE TO REWRITE deptmast.dat, FILE STATUS = '
                          WS-MAST-FS
                      MOVE 12 TO WS-RETURN-CODE
                      MOVE 'Y' TO WS-TRAN-EOF-SW
                  END-IF
              END-IF
          WHEN OTHER
              DISPLAY 'AOC_Y2020_EX01_MTRN - deptmast.dat READ ERROR, FILE STATUS = '
                  WS-MAST-FS
              MOVE 'Y' TO WS-TRAN-EOF-SW
      END-EVALUATE.

  *> APPLY-DELETE REMOVES THE ADDRESSED VERSION ONLY. THE VERSION
  *> BEFORE IT IS NOT REOPENED TO FILL THE GAP - IF IT SHOULD RUN ON,
  *> ITS TO DATE IS CHANGED BY A TRANSACTION OF ITS OWN. THE
  *> SUBMITTER NEEDS A DELETE GRANT FOR THE DEPARTMENT.
  APPLY-DELETE.
      PERFORM FIND-ADDRESSED-VERSION
      MOVE 'Y' TO WS-AUTH-OK-SW
      IF WS-HIT-SUB > 0 AND AUTH-IN-FORCE
          MOVE 'D' TO WS-AUTH-ACTION
          PERFORM CHECK-AUTHORITY
      END-IF
      IF WS-HIT-SUB = 0
          DISPLAY 'AOC_Y2020_EX01_MTRN - TRANSACTION ' WS-RECNO
              ' DELETE (' TRN-CODE ') IS NOT ON THE MASTER - REJECTED'
          ADD 1 TO WS-REJECT-COUNT
      ELSE
          IF NOT AUTHORIZED
              PERFORM REJECT-UNAUTHORIZED
          ELSE
              MOVE TRN-CODE TO DM-CODE
              MOVE WS-VER-FROM(WS-HIT-SUB) TO DM-EFF-FROM
              READ DEPT-MAST
              EVALUATE WS-MAST-FS
                  WHEN '00'
                      MOVE DEPT-MAST-RECORD TO WS-BEFORE-IMAGE
                      MOVE SPACES TO WS-AFTER-IMAGE
                      DELETE DEPT-MAST
                      IF WS-MAST-FS = '00'
                          ADD 1 TO WS-APPLY-COUNT
                          PERFORM WRITE-AUDIT-RECORD
                      ELSE
                          DISPLAY 'AOC_Y2020_EX01_MTRN - UNABLE TO DELETE FROM deptmast.dat, FILE STATUS = '
                              WS-MAST-FS
                          MOVE 12 TO WS-RETURN-CODE
                          MOVE 'Y' TO WS-TRAN-EOF-SW
                      END-IF
                  WHEN OTHER
                      DISPLAY 'AOC_Y2020_EX01_MTRN - deptmast.dat READ ERROR, FILE STATUS = '
                          WS-MAST-FS
                      MOVE 12 TO WS-RETURN-CODE
                      MOVE 'Y' TO WS-TRAN-EOF-SW
              END-EVALUATE
          END-IF
      END-IF.

  *> WRITE-AUDIT-RECORD APPENDS THE APPLIED TRANSACTION'S TRAIL: WHEN,
  *> WHAT ACTION, WHICH KEY, AND THE MASTER IMAGES BEFORE AND AFTER.
  *> AN AUDIT TRAIL THAT STOPS TAKING RECORDS STOPS THE RUN - AN
      MOVE WS-RUN-DATE TO AUD-DATE
      MOVE WS-TIME-RAW(1:6) TO AUD-TIME
      MOVE TRN-USER TO AUD-USER
      MOVE WS-AUD-ACTION TO AUD-ACTION
      MOVE TRN-CODE TO AUD-CODE
      MOVE WS-BEFORE-IMAGE TO AUD-BEFORE
      MOVE WS-AFTER-IMAGE TO AUD-AFTER
          MOVE 12 TO WS-RETURN-CODE
          MOVE 'Y' TO WS-TRAN-EOF-SW
      END-IF.

  *> OPEN-AUTHORITY PUTS THE RUN UNDER SUBMITTER AUTHORIZATION WHEN
  *> THE AUTHORIZATION FILE EXISTS, AND OPENS THE SECURITY-VIOLATION
  *> REPORT FOR THE REFUSALS. A FILE THAT EXISTS BUT CANNOT BE READ
  *> STOPS THE STEP BEFORE ANY TRANSACTION IS TOUCHED - GRANTS THAT
  *> CANNOT BE CHECKED ARE NOT GRANTS.
  OPEN-AUTHORITY.
      OPEN INPUT AUTH-MAST
      EVALUATE WS-AUTH-FS
          WHEN '00'
              MOVE 'Y' TO WS-AUTH-SW
          WHEN '35'
              CONTINUE
          WHEN OTHER
              DISPLAY 'AOC_Y2020_EX01_MTRN - UNABLE TO OPEN authmast.dat, FILE STATUS = '
                  WS-AUTH-FS ' - NO TRANSACTIONS APPLIED'
              MOVE 12 TO WS-RETURN-CODE
      END-EVALUATE
      IF AUTH-IN-FORCE
          OPEN EXTEND SECVIOL-FILE
          IF WS-SEC-FS = '35'
              OPEN OUTPUT SECVIOL-FILE
          END-IF
          IF WS-SEC-FS = '00'
              MOVE 'Y' TO WS-SEC-OPENED-SW
          ELSE
              DISPLAY 'AOC_Y2020_EX01_MTRN - UNABLE TO OPEN secviol.txt, FILE STATUS = '
                  WS-SEC-FS ' - NO TRANSACTIONS APPLIED'
              MOVE 12 TO WS-RETURN-CODE
          END-IF
      END-IF.

  CLOSE-AUTHORITY.
      IF SEC-OPENED
          CLOSE SECVIOL-FILE
          IF WS-SEC-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_MTRN - UNABLE TO CLOSE secviol.txt, FILE STATUS = '
                  WS-SEC-FS
              MOVE 12 TO WS-RETURN-CODE
          END-IF
      END-IF
      IF AUTH-IN-FORCE
          CLOSE AUTH-MAST
          IF WS-AUTH-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_MTRN - UNABLE TO CLOSE authmast.dat, FILE STATUS = '
                  WS-AUTH-FS
              MOVE 12 TO WS-RETURN-CODE
          END-IF
      END-IF.

  *> AUTHORIZE-CHANGE WORKS OUT WHAT A CHANGE REALLY ALTERS, FROM THE
  *> VERSION'S IMAGE BEFORE AND THE REPLACEMENT BUILT FROM THE
  *> TRANSACTION, AND CHECKS THE SUBMITTER HOLDS A GRANT FOR EACH: THE
  *> TARGET GRANT FOR THE TARGET OVERRIDE, THE CHANGE GRANT FOR
  *> ANYTHING ELSE. A CHANGE THAT ALTERS NOTHING STILL NEEDS THE
  *> CHANGE GRANT.
  AUTHORIZE-CHANGE.
      MOVE 'N' TO WS-TARGET-CHG-SW
      MOVE 'N' TO WS-OTHER-CHG-SW
      IF DM-TARGET-FLAG NOT = BFR-TARGET-FLAG
              OR DM-TARGET-SIGN NOT = BFR-TARGET-SIGN
              OR DM-TARGET-AMT NOT = BFR-TARGET-AMT
          MOVE 'Y' TO WS-TARGET-CHG-SW
      END-IF
      IF DM-NAME NOT = BFR-NAME
              OR DM-CONTACT NOT = BFR-CONTACT
              OR DM-EFF-TO NOT = BFR-EFF-TO
              OR NOT TARGET-CHANGED
          MOVE 'Y' TO WS-OTHER-CHG-SW
      END-IF
      MOVE 'Y' TO WS-AUTH-OK-SW
      IF OTHER-CHANGED
          MOVE 'C' TO WS-AUTH-ACTION
          PERFORM CHECK-AUTHORITY
      END-IF
      IF AUTHORIZED AND TARGET-CHANGED
          MOVE 'T' TO WS-AUTH-ACTION
          PERFORM CHECK-AUTHORITY
      END-IF.

  *> CHECK-AUTHORITY LOOKS FOR A GRANT IN FORCE TODAY THAT LETS THE
  *> SUBMITTER TAKE WS-AUTH-ACTION ON THE TRANSACTION'S DEPARTMENT -
  *> THE DEPARTMENT'S OWN GRANT FIRST, THEN THE SUBMITTER'S '*ALL'
  *> GRANT - AND, WHEN THERE IS NONE, SAYS WHY IN WS-AUTH-REASON.
  CHECK-AUTHORITY.
      MOVE 'N' TO WS-AUTH-OK-SW
      MOVE 'NO GRANT FOR THE DEPARTMENT' TO WS-AUTH-REASON
      MOVE TRN-USER TO AU-USER
      MOVE TRN-CODE TO AU-DEPT
      PERFORM CHECK-ONE-GRANT
      IF NOT AUTHORIZED AND TRN-CODE NOT = '*ALL'
          MOVE TRN-USER TO AU-USER
          MOVE '*ALL' TO AU-DEPT
          PERFORM CHECK-ONE-GRANT
      END-IF.

  CHECK-ONE-GRANT.
      READ AUTH-MAST
      EVALUATE WS-AUTH-FS
          WHEN '00'
              EVALUATE TRUE
                  WHEN AUTH-FOR-ADD
                      MOVE AU-MAST-ADD TO WS-AUTH-FLAG
                  WHEN AUTH-FOR-CHANGE
                      MOVE AU-MAST-CHG TO WS-AUTH-FLAG
                  WHEN AUTH-FOR-DELETE
                      MOVE AU-MAST-DEL TO WS-AUTH-FLAG
                  WHEN AUTH-FOR-TARGET
                      MOVE AU-TARGET TO WS-AUTH-FLAG
              END-EVALUATE
              IF WS-AUTH-FLAG = 'Y'
                  IF AU-EXPIRES NOT < WS-RUN-DATE
                      MOVE 'Y' TO WS-AUTH-OK-SW
                  ELSE
                      MOVE SPACES TO WS-AUTH-REASON
                      MOVE 1 TO WS-AUTH-PTR
                      STRING 'GRANT EXPIRED ' DELIMITED BY SIZE
                             AU-EXPIRES       DELIMITED BY SIZE
                          INTO WS-AUTH-REASON WITH POINTER WS-AUTH-PTR
                      END-STRING
                  END-IF
              ELSE
                  IF WS-AUTH-REASON = 'NO GRANT FOR THE DEPARTMENT'
                      MOVE 'ACTION NOT GRANTED' TO WS-AUTH-REASON
                  END-IF
              END-IF
          WHEN '23'
              CONTINUE
          WHEN OTHER
              DISPLAY 'AOC_Y2020_EX01_MTRN - authmast.dat READ ERROR, FILE STATUS = '
                  WS-AUTH-FS
              MOVE 'authmast.dat READ ERROR' TO WS-AUTH-REASON
              MOVE 12 TO WS-RETURN-CODE
              MOVE 'Y' TO WS-TRAN-EOF-SW
      END-EVALUATE.

  *> REJECT-UNAUTHORIZED REFUSES THE TRANSACTION AND RECORDS THE
  *> REFUSAL ON THE SECURITY-VIOLATION REPORT: WHO, WHICH DEPARTMENT,
  *> WHAT THEY TRIED, WHY IT WAS REFUSED, AND THE CARD AS SUBMITTED.
  REJECT-UNAUTHORIZED.
      EVALUATE TRUE
          WHEN AUTH-FOR-ADD
              MOVE 'MASTER ADD' TO WS-AUTH-ATTEMPT
          WHEN AUTH-FOR-CHANGE
              MOVE 'MASTER CHANGE' TO WS-AUTH-ATTEMPT
          WHEN AUTH-FOR-DELETE
              MOVE 'MASTER DELETE' TO WS-AUTH-ATTEMPT
          WHEN AUTH-FOR-TARGET
              MOVE 'TARGET CHANGE' TO WS-AUTH-ATTEMPT
      END-EVALUATE
      DISPLAY 'AOC_Y2020_EX01_MTRN - TRANSACTION ' WS-RECNO
          ' (' TRN-CODE ') BY ' TRN-USER ' NOT AUTHORIZED FOR '
          WS-AUTH-ATTEMPT ' - ' WS-AUTH-REASON
      ADD 1 TO WS-REJECT-COUNT
      ADD 1 TO WS-VIOLATION-COUNT
      ACCEPT WS-TIME-RAW FROM TIME
      MOVE SPACES TO SECVIOL-RECORD
      MOVE WS-RUN-DATE TO SEC-DATE
      MOVE WS-TIME-RAW(1:6) TO SEC-TIME
      MOVE 'MTRN' TO SEC-STEP
      MOVE TRN-USER TO SEC-USER
      MOVE TRN-CODE TO SEC-DEPT
      MOVE WS-AUTH-ATTEMPT TO SEC-ATTEMPT
      MOVE WS-AUTH-REASON TO SEC-REASON
      MOVE TRAN-RECORD TO SEC-IMAGE
      WRITE SECVIOL-RECORD
      IF WS-SEC-FS NOT = '00'
          DISPLAY 'AOC_Y2020_EX01_MTRN - UNABLE TO WRITE secviol.txt, FILE STATUS = '
              WS-SEC-FS
          MOVE 12 TO WS-RETURN-CODE
          MOVE 'Y' TO WS-TRAN-EOF-SW
      END-IF.
