  IDENTIFICATION DIVISION.
  PROGRAM-ID. AOC_Y2020_EX01_AUTH.
  ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
  FILE-CONTROL.
      *> FIXED-COLUMN GRANT AND REVOCATION TRANSACTIONS: ACTION (1,
      *> G=GRANT, R=REVOKE), THE USER ID THE GRANT IS FOR (2-9), THE
      *> DEPARTMENT CODE (10-19, '*ALL' FOR EVERY DEPARTMENT), ONE
      *> Y/N FLAG PER ACTION THE USER MAY TAKE - CORRECTION (20),
      *> MASTER ADD (21), MASTER CHANGE (22), MASTER DELETE (23),
      *> TARGET CHANGE (24) - THE LAST DAY THE GRANT IS IN FORCE
      *> (25-32, YYYYMMDD, BLANK = UNTIL REVOKED), THE SUBMITTER'S ID
      *> (33-40) FOR THE AUDIT TRAIL, AND A Y/N FLAG (41) THAT MAKES
      *> THE USER A GRANT ADMINISTRATOR FOR THE DEPARTMENT - ONE WHO
      *> MAY SUBMIT GRANTS AND REVOKES FOR IT. A GRANT FOR A USER AND
      *> DEPARTMENT ALREADY ON FILE REPLACES IT WHOLE, SO ONE CARD
      *> BOTH WIDENS AND NARROWS A GRANT; A REVOKE NEEDS ONLY THE USER,
      *> THE DEPARTMENT AND THE SUBMITTER.
      SELECT TRAN-FILE ASSIGN "authtrn.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-TRAN-FS.

      *> ONE RECORD PER USER AND DEPARTMENT, KEYED SO THE EDIT AND
      *> MASTER-MAINTENANCE STEPS CAN READ A SUBMITTER'S GRANT FOR A
      *> DEPARTMENT, AND THEIR '*ALL' GRANT, STRAIGHT OFF THE KEY. HERE
      *> THE SUBMITTER'S OWN GRANT IS READ THE SAME WAY, AND THE FILE IS
      *> ONLY EVER BROWSED TO SEE WHETHER ANY ADMINISTRATOR IS ON IT.
      SELECT AUTH-MAST ASSIGN "authmast.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS AU-KEY
      FILE STATUS IS WS-AUTH-FS.

      *> ONE RECORD PER APPLIED TRANSACTION, APPENDED AND NEVER
      *> TRUNCATED: WHO GRANTED OR REVOKED WHAT, WITH THE GRANT'S IMAGE
      *> BEFORE AND AFTER, SO AUDIT CAN SEE WHO COULD DO WHAT ON ANY
      *> DAY.
      SELECT AUDIT-FILE ASSIGN "authaud.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-AUD-FS.

      *> THE SECURITY-VIOLATION REPORT SHARED WITH THE EDIT AND
      *> MASTER-MAINTENANCE STEPS, APPENDED AND NEVER TRUNCATED. HERE IT
      *> TAKES THE GRANTS NOBODY MAY MAKE - A SUBMITTER GRANTING TO
      *> THEMSELVES, OR ONE WHO IS NOT A GRANT ADMINISTRATOR FOR THE
      *> DEPARTMENT.
      SELECT SECVIOL-FILE ASSIGN "secviol.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-SEC-FS.
  DATA DIVISION.
  FILE SECTION.
      FD  TRAN-FILE.
      01 TRAN-RECORD.
         03 TRN-ACTION         PIC X(01).
         03 TRN-USER-ID        PIC X(08).
         03 TRN-DEPT           PIC X(10).
         03 TRN-GRANTS.
            05 TRN-CORR        PIC X(01).
            05 TRN-MAST-ADD    PIC X(01).
            05 TRN-MAST-CHG    PIC X(01).
            05 TRN-MAST-DEL    PIC X(01).
            05 TRN-TARGET      PIC X(01).
         03 TRN-GRANT-FLAG REDEFINES TRN-GRANTS
                               PIC X(01) OCCURS 5 TIMES.
         03 TRN-EXPIRES        PIC 9(08).
         03 TRN-EXPIRES-X REDEFINES TRN-EXPIRES
                               PIC X(08).
         03 TRN-SUBMITTER      PIC X(08).
         03 TRN-ADMIN          PIC X(01).

      *> THE LAYOUT MUST MOVE TOGETHER WITH AOC_Y2020_EX01_EDIT'S AND
      *> AOC_Y2020_EX01_MTRN'S. EACH ACTION FLAG IS 'Y' OR 'N'; THE
      *> GRANT IS GOOD UP TO AND INCLUDING ITS EXPIRY DATE (99999999
      *> WHEN IT RUNS UNTIL REVOKED). AU-ADMIN 'Y' LETS THE USER GRANT
      *> AND REVOKE FOR THE DEPARTMENT (EVERY DEPARTMENT ON '*ALL')
      *> WHILE THE GRANT IS IN FORCE.
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

      *> DATE/TIME APPLIED, WHO SUBMITTED IT, THE ACTION (A = NEW
      *> GRANT, C = GRANT REPLACED, D = REVOKED) AND KEY, AND THE
      *> GRANT'S IMAGE BEFORE AND AFTER - SPACES ON THE SIDE THAT
      *> DIDN'T EXIST.
      FD  AUDIT-FILE.
      01 AUDIT-RECORD.
         03 AUD-DATE           PIC 9(08).
         03 FILLER             PIC X(01).
         03 AUD-TIME           PIC 9(06).
         03 FILLER             PIC X(01).
         03 AUD-USER           PIC X(08).
         03 FILLER             PIC X(01).
         03 AUD-ACTION         PIC X(01).
         03 FILLER             PIC X(01).
         03 AUD-KEY            PIC X(18).
         03 FILLER             PIC X(01).
         03 AUD-BEFORE         PIC X(48).
         03 FILLER             PIC X(01).
         03 AUD-AFTER          PIC X(48).

      *> DATE/TIME, THE STEP THAT REFUSED THE TRANSACTION, THE
      *> SUBMITTER, THE DEPARTMENT, WHAT WAS ATTEMPTED, WHY IT WAS
      *> REFUSED AND THE TRANSACTION AS SUBMITTED. THE LAYOUT MUST MOVE
      *> TOGETHER WITH AOC_Y2020_EX01_EDIT'S AND AOC_Y2020_EX01_MTRN'S.
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
  77 WS-AUTH-FS          PIC 9(02).
  77 WS-AUD-FS           PIC 9(02).
  77 WS-SEC-FS           PIC 9(02).
  01 WS-TRAN-EOF-SW      PIC X(01) VALUE 'N'.
     88 TRAN-EOF         VALUE 'Y'.
  *> 'A' WHILE THERE IS NO authmast.dat YET - IT IS ONLY CREATED TO
  *> HOLD THE FIRST GRANT ACCEPTED.
  01 WS-AUTH-OPENED-SW   PIC X(01) VALUE 'N'.
     88 AUTH-OPENED      VALUE 'Y'.
     88 AUTH-ABSENT      VALUE 'A'.
     88 AUTH-USABLE      VALUE 'Y' 'A'.
  01 WS-AUD-OPENED-SW    PIC X(01) VALUE 'N'.
     88 AUD-OPENED       VALUE 'Y'.
  01 WS-SEC-OPENED-SW    PIC X(01) VALUE 'N'.
     88 SEC-OPENED       VALUE 'Y'.
  01 WS-RETURN-CODE      PIC 9(02) VALUE 0.
  01 WS-RUN-DATE         PIC 9(08).
  01 WS-TIME-RAW         PIC 9(08).
  01 WS-RECNO            PIC 9(05) VALUE 0.
  01 WS-APPLY-COUNT      PIC 9(05) VALUE 0.
  01 WS-REJECT-COUNT     PIC 9(05) VALUE 0.
  01 WS-VIOLATION-COUNT  PIC 9(05) VALUE 0.
  01 WS-TRAN-BAD-SW      PIC X(01) VALUE 'N'.
     88 TRAN-BAD         VALUE 'Y'.
  01 WS-FLAG-SUB         PIC 9(02) COMP.
  01 WS-GRANT-YES-SW     PIC X(01).
     88 GRANTS-SOMETHING VALUE 'Y'.
  *> BOOTSTRAP-SW IS ON WHILE authmast.dat HOLDS NO ADMINISTRATOR
  *> GRANT IN FORCE - THERE IS NOBODY WHO COULD SUBMIT A CARD.
  01 WS-BOOTSTRAP-SW     PIC X(01) VALUE 'Y'.
     88 AUTH-BOOTSTRAP   VALUE 'Y'.
  01 WS-BROWSE-EOF-SW    PIC X(01) VALUE 'N'.
     88 BROWSE-EOF       VALUE 'Y'.
  01 WS-ADMIN-OK-SW      PIC X(01).
     88 ADMIN-OK         VALUE 'Y'.
  01 WS-SEC-REASON       PIC X(30).
  01 WS-SEC-PTR          PIC 9(02) COMP.
  *> THE BEFORE IMAGE IS CAPTURED INTO WORKING STORAGE AHEAD OF THE
  *> REWRITE OR DELETE THAT DESTROYS IT, SO THE AUDIT RECORD ALWAYS
  *> SHOWS WHAT THE FILE REALLY HELD.
  01 WS-BEFORE-IMAGE     PIC X(48).
  01 WS-AFTER-IMAGE      PIC X(48).
  01 WS-AUD-ACTION       PIC X(01).
  01 WS-NEW-EXPIRES      PIC 9(08).

  PROCEDURE DIVISION.
  MAIN-PARA.
      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

      *> THE FIRST GRANT EVER ACCEPTED CREATES THE FILE (SEE
      *> APPLY-GRANT); FROM THEN ON ITS PRESENCE IS WHAT PUTS THE EDIT
      *> AND MASTER-MAINTENANCE STEPS UNDER AUTHORIZATION, SO A RUN
      *> WHOSE CARDS ARE ALL REFUSED LEAVES THEM AS THEY WERE. THERE IS
      *> NO FULL RELOAD - EVERY GRANT THE FILE HOLDS CAME THROUGH HERE
      *> AND IS ON THE AUDIT TRAIL.
      OPEN I-O AUTH-MAST.
      EVALUATE WS-AUTH-FS
          WHEN '00'
              MOVE 'Y' TO WS-AUTH-OPENED-SW
          WHEN '35'
              MOVE 'A' TO WS-AUTH-OPENED-SW
          WHEN OTHER
              DISPLAY 'AOC_Y2020_EX01_AUTH - UNABLE TO OPEN authmast.dat, FILE STATUS = '
                  WS-AUTH-FS
              MOVE 12 TO WS-RETURN-CODE
      END-EVALUATE.

      *> A FILE WITH NO ADMINISTRATOR GRANT IN FORCE - NOT YET CREATED,
      *> CARRIED OVER FROM BEFORE THERE WERE ADMINISTRATORS, OR LEFT
      *> WITHOUT ONE BY REVOKES AND EXPIRIES - HAS NOBODY TO SUBMIT A
      *> CARD. THE ONE CARD IT TAKES IS THE GRANT THAT MAKES THE FIRST
      *> ADMINISTRATOR: A '*ALL' GRANT WITH THE ADMINISTRATOR FLAG SET,
      *> SUBMITTED (LIKE EVERY CARD) BY SOMEONE OTHER THAN ITS USER.
      *> FROM THEN ON EVERY CARD NEEDS AN ADMINISTRATOR.
      IF AUTH-OPENED
          MOVE LOW-VALUES TO AU-KEY
          START AUTH-MAST KEY IS NOT LESS THAN AU-KEY
          EVALUATE WS-AUTH-FS
              WHEN '00'
                  PERFORM UNTIL BROWSE-EOF OR NOT AUTH-BOOTSTRAP
                      READ AUTH-MAST NEXT RECORD
                      AT END
                          MOVE 'Y' TO WS-BROWSE-EOF-SW
                      NOT AT END
                          IF WS-AUTH-FS NOT = '00'
                              DISPLAY 'AOC_Y2020_EX01_AUTH - authmast.dat READ ERROR, FILE STATUS = '
                                  WS-AUTH-FS ' - NO TRANSACTIONS APPLIED'
                              MOVE 12 TO WS-RETURN-CODE
                              MOVE 'Y' TO WS-TRAN-EOF-SW
                              MOVE 'Y' TO WS-BROWSE-EOF-SW
                          ELSE
                              IF AU-ADMIN = 'Y' AND AU-EXPIRES NOT < WS-RUN-DATE
                                  MOVE 'N' TO WS-BOOTSTRAP-SW
                              END-IF
                          END-IF
                      END-READ
                  END-PERFORM
              WHEN '23'
                  CONTINUE
              WHEN OTHER
                  DISPLAY 'AOC_Y2020_EX01_AUTH - UNABLE TO BROWSE authmast.dat, FILE STATUS = '
                      WS-AUTH-FS ' - NO TRANSACTIONS APPLIED'
                  MOVE 12 TO WS-RETURN-CODE
                  MOVE 'Y' TO WS-TRAN-EOF-SW
          END-EVALUATE
      END-IF.
      IF AUTH-USABLE AND AUTH-BOOTSTRAP AND NOT TRAN-EOF
          DISPLAY 'AOC_Y2020_EX01_AUTH - authmast.dat HOLDS NO ADMINISTRATOR GRANT IN FORCE - '
              'ONLY A FIRST *ALL ADMINISTRATOR GRANT IS TAKEN'
      END-IF.

      IF AUTH-USABLE
          *> NO AUDIT, NO MAINTENANCE - AN UNRECORDED GRANT IS EXACTLY
          *> WHAT AUDIT HAS BEEN ASKING US TO END.
          OPEN EXTEND AUDIT-FILE
          IF WS-AUD-FS = '35'
              OPEN OUTPUT AUDIT-FILE
          END-IF
          IF WS-AUD-FS = '00'
              MOVE 'Y' TO WS-AUD-OPENED-SW
          ELSE
              DISPLAY 'AOC_Y2020_EX01_AUTH - UNABLE TO OPEN authaud.txt, FILE STATUS = '
                  WS-AUD-FS ' - NO TRANSACTIONS APPLIED'
              MOVE 12 TO WS-RETURN-CODE
          END-IF
      END-IF.

      IF AUD-OPENED
          OPEN EXTEND SECVIOL-FILE
          IF WS-SEC-FS = '35'
              OPEN OUTPUT SECVIOL-FILE
          END-IF
          IF WS-SEC-FS = '00'
              MOVE 'Y' TO WS-SEC-OPENED-SW
          ELSE
              DISPLAY 'AOC_Y2020_EX01_AUTH - UNABLE TO OPEN secviol.txt, FILE STATUS = '
                  WS-SEC-FS ' - NO TRANSACTIONS APPLIED'
              MOVE 12 TO WS-RETURN-CODE
          END-IF
      END-IF.

      IF SEC-OPENED
          OPEN INPUT TRAN-FILE
          IF WS-TRAN-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_AUTH - UNABLE TO OPEN authtrn.txt, FILE STATUS = '
                  WS-TRAN-FS
              MOVE 12 TO WS-RETURN-CODE
          ELSE
              PERFORM UNTIL TRAN-EOF
                  READ TRAN-FILE
                  AT END
                      MOVE 'Y' TO WS-TRAN-EOF-SW
                  NOT AT END
                      IF WS-TRAN-FS NOT = '00'
                          DISPLAY 'AOC_Y2020_EX01_AUTH - authtrn.txt READ ERROR, FILE STATUS = '
                              WS-TRAN-FS
                          MOVE 12 TO WS-RETURN-CODE
                          MOVE 'Y' TO WS-TRAN-EOF-SW
                      ELSE
                          ADD 1 TO WS-RECNO
                          PERFORM APPLY-ONE-TRANSACTION
                      END-IF
                  END-READ
              END-PERFORM
              CLOSE TRAN-FILE
              IF WS-TRAN-FS NOT = '00'
                  DISPLAY 'AOC_Y2020_EX01_AUTH - UNABLE TO CLOSE authtrn.txt, FILE STATUS = '
                      WS-TRAN-FS
                  MOVE 12 TO WS-RETURN-CODE
              END-IF
          END-IF
          CLOSE SECVIOL-FILE
          IF WS-SEC-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_AUTH - UNABLE TO CLOSE secviol.txt, FILE STATUS = '
                  WS-SEC-FS
              MOVE 12 TO WS-RETURN-CODE
          END-IF
      END-IF.

      IF AUD-OPENED
          CLOSE AUDIT-FILE
          IF WS-AUD-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_AUTH - UNABLE TO CLOSE authaud.txt, FILE STATUS = '
                  WS-AUD-FS
              MOVE 12 TO WS-RETURN-CODE
          END-IF
      END-IF.

      IF AUTH-OPENED
          CLOSE AUTH-MAST
          IF WS-AUTH-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_AUTH - UNABLE TO CLOSE authmast.dat, FILE STATUS = '
                  WS-AUTH-FS
              MOVE 12 TO WS-RETURN-CODE
          END-IF
      END-IF.

      IF WS-REJECT-COUNT > 0
          IF WS-RETURN-CODE < 4
              MOVE 4 TO WS-RETURN-CODE
          END-IF
      END-IF.
      DISPLAY 'AOC_Y2020_EX01_AUTH - TRANSACTIONS APPLIED = ' WS-APPLY-COUNT
          ' REJECTED = ' WS-REJECT-COUNT
          ' SECURITY VIOLATIONS = ' WS-VIOLATION-COUNT.
      MOVE WS-RETURN-CODE TO RETURN-CODE.
      STOP RUN.

  *> APPLY-ONE-TRANSACTION EDITS THE TRANSACTION JUST READ AND APPLIES
  *> IT. A MALFORMED CARD, A GRANT THAT GRANTS NOTHING OR IS ALREADY
  *> PAST ITS EXPIRY, AND A REVOKE OF A GRANT THAT ISN'T ON FILE ARE
  *> REJECTED WITH A DIAGNOSTIC; A SUBMITTER ACTING ON THEIR OWN
  *> GRANT IS REJECTED TO THE SECURITY-VIOLATION REPORT - NOBODY
  *> AUTHORIZES THEMSELVES - AND SO IS ONE WHO HOLDS NO GRANT
  *> ADMINISTRATION IN FORCE FOR THE DEPARTMENT.
  APPLY-ONE-TRANSACTION.
      MOVE 'N' TO WS-TRAN-BAD-SW
      IF TRAN-RECORD = SPACES
          *> A BLANK SEPARATOR LINE IS TOLERATED SILENTLY, AS THE
          *> MASTER MAINTENANCE STEP DOES.
          MOVE 'Y' TO WS-TRAN-BAD-SW
      ELSE
          IF TRN-USER-ID = SPACES OR TRN-DEPT = SPACES
              DISPLAY 'AOC_Y2020_EX01_AUTH - TRANSACTION ' WS-RECNO
                  ' NAMES NO USER OR NO DEPARTMENT - REJECTED'
              MOVE 'Y' TO WS-TRAN-BAD-SW
              ADD 1 TO WS-REJECT-COUNT
          END-IF
          IF NOT TRAN-BAD AND TRN-SUBMITTER = SPACES
              DISPLAY 'AOC_Y2020_EX01_AUTH - TRANSACTION ' WS-RECNO
                  ' (' TRN-USER-ID ' ' TRN-DEPT ') NAMES NO SUBMITTER - REJECTED'
              MOVE 'Y' TO WS-TRAN-BAD-SW
              ADD 1 TO WS-REJECT-COUNT
          END-IF
          IF NOT TRAN-BAD
              EVALUATE TRN-ACTION
                  WHEN 'G'
                      PERFORM EDIT-GRANT
                  WHEN 'R'
                      CONTINUE
                  WHEN OTHER
                      DISPLAY 'AOC_Y2020_EX01_AUTH - TRANSACTION ' WS-RECNO
                          ' (' TRN-USER-ID ' ' TRN-DEPT ') HAS AN INVALID ACTION '
                          TRN-ACTION ' - REJECTED'
                      MOVE 'Y' TO WS-TRAN-BAD-SW
                      ADD 1 TO WS-REJECT-COUNT
              END-EVALUATE
          END-IF
          IF NOT TRAN-BAD AND TRN-SUBMITTER = TRN-USER-ID
              DISPLAY 'AOC_Y2020_EX01_AUTH - TRANSACTION ' WS-RECNO
                  ' (' TRN-USER-ID ' ' TRN-DEPT ') IS THE SUBMITTER ACTING ON THEIR OWN GRANT - SECURITY VIOLATION'
              MOVE 'Y' TO WS-TRAN-BAD-SW
              ADD 1 TO WS-REJECT-COUNT
              MOVE 'OWN GRANT' TO WS-SEC-REASON
              PERFORM WRITE-SECURITY-VIOLATION
          END-IF
          IF NOT TRAN-BAD
              IF AUTH-BOOTSTRAP
                  IF TRN-ACTION = 'G' AND TRN-ADMIN = 'Y'
                          AND TRN-DEPT = '*ALL'
                      CONTINUE
                  ELSE
                      DISPLAY 'AOC_Y2020_EX01_AUTH - TRANSACTION ' WS-RECNO
                          ' (' TRN-USER-ID ' ' TRN-DEPT ') IS NOT A FIRST *ALL ADMINISTRATOR GRANT, AND authmast.dat HAS NO ADMINISTRATOR - SECURITY VIOLATION'
                      MOVE 'Y' TO WS-TRAN-BAD-SW
                      ADD 1 TO WS-REJECT-COUNT
                      MOVE 'NO ADMINISTRATOR IN FORCE' TO WS-SEC-REASON
                      PERFORM WRITE-SECURITY-VIOLATION
                  END-IF
              ELSE
                  PERFORM CHECK-GRANT-ADMINISTRATOR
                  IF NOT ADMIN-OK AND NOT TRAN-EOF
                      DISPLAY 'AOC_Y2020_EX01_AUTH - TRANSACTION ' WS-RECNO
                          ' (' TRN-USER-ID ' ' TRN-DEPT ') SUBMITTER ' TRN-SUBMITTER
                          ' CANNOT ADMINISTER GRANTS FOR THE DEPARTMENT - SECURITY VIOLATION'
                      MOVE 'Y' TO WS-TRAN-BAD-SW
                      ADD 1 TO WS-REJECT-COUNT
                      PERFORM WRITE-SECURITY-VIOLATION
                  END-IF
              END-IF
          END-IF
      END-IF
      IF NOT TRAN-BAD AND NOT TRAN-EOF
          EVALUATE TRN-ACTION
              WHEN 'G'
                  IF AUTH-ABSENT
                      PERFORM CREATE-AUTH-MAST
                  END-IF
                  IF AUTH-OPENED
                      PERFORM APPLY-GRANT
                  END-IF
              WHEN 'R'
                  PERFORM APPLY-REVOKE
          END-EVALUATE
      END-IF.

  *> EDIT-GRANT CHECKS A GRANT CARD'S ACTION FLAGS, ADMINISTRATOR FLAG
  *> AND EXPIRY DATE. A BLANK FLAG IS TAKEN AS 'N'. A GRANT OF NOTHING
  *> IS A REVOKE BY ANOTHER NAME AND IS REFUSED SO THE AUDIT TRAIL
  *> SAYS WHICH IT WAS.
  EDIT-GRANT.
      MOVE 'N' TO WS-GRANT-YES-SW
      PERFORM VARYING WS-FLAG-SUB FROM 1 BY 1 UNTIL WS-FLAG-SUB > 5
          EVALUATE TRN-GRANT-FLAG(WS-FLAG-SUB)
              WHEN 'Y'
                  MOVE 'Y' TO WS-GRANT-YES-SW
              WHEN 'N'
                  CONTINUE
              WHEN SPACE
                  MOVE 'N' TO TRN-GRANT-FLAG(WS-FLAG-SUB)
              WHEN OTHER
                  MOVE 'Y' TO WS-TRAN-BAD-SW
          END-EVALUATE
      END-PERFORM
      EVALUATE TRN-ADMIN
          WHEN 'Y'
              MOVE 'Y' TO WS-GRANT-YES-SW
          WHEN 'N'
              CONTINUE
          WHEN SPACE
              MOVE 'N' TO TRN-ADMIN
          WHEN OTHER
              MOVE 'Y' TO WS-TRAN-BAD-SW
      END-EVALUATE
      IF TRAN-BAD
          DISPLAY 'AOC_Y2020_EX01_AUTH - TRANSACTION ' WS-RECNO
              ' (' TRN-USER-ID ' ' TRN-DEPT ') HAS AN INVALID ACTION FLAG - REJECTED'
          ADD 1 TO WS-REJECT-COUNT
      END-IF
      IF NOT TRAN-BAD AND NOT GRANTS-SOMETHING
          DISPLAY 'AOC_Y2020_EX01_AUTH - TRANSACTION ' WS-RECNO
              ' (' TRN-USER-ID ' ' TRN-DEPT ') GRANTS NO ACTION - USE A REVOKE - REJECTED'
          MOVE 'Y' TO WS-TRAN-BAD-SW
          ADD 1 TO WS-REJECT-COUNT
      END-IF
      IF NOT TRAN-BAD
          IF TRN-EXPIRES-X = SPACES
              MOVE 99999999 TO WS-NEW-EXPIRES
          ELSE
              IF TRN-EXPIRES IS NOT NUMERIC
                  MOVE 'Y' TO WS-TRAN-BAD-SW
              ELSE
                  IF FUNCTION TEST-DATE-YYYYMMDD(TRN-EXPIRES) NOT = 0
                      MOVE 'Y' TO WS-TRAN-BAD-SW
                  ELSE
                      MOVE TRN-EXPIRES TO WS-NEW-EXPIRES
                  END-IF
              END-IF
              IF TRAN-BAD
                  DISPLAY 'AOC_Y2020_EX01_AUTH - TRANSACTION ' WS-RECNO
                      ' (' TRN-USER-ID ' ' TRN-DEPT ') HAS A MALFORMED EXPIRY DATE - REJECTED'
                  ADD 1 TO WS-REJECT-COUNT
              END-IF
          END-IF
      END-IF
      IF NOT TRAN-BAD AND WS-NEW-EXPIRES < WS-RUN-DATE
          DISPLAY 'AOC_Y2020_EX01_AUTH - TRANSACTION ' WS-RECNO
              ' (' TRN-USER-ID ' ' TRN-DEPT ') HAS ALREADY EXPIRED - REJECTED'
          MOVE 'Y' TO WS-TRAN-BAD-SW
          ADD 1 TO WS-REJECT-COUNT
      END-IF.

  *> CREATE-AUTH-MAST CREATES authmast.dat FOR THE FIRST GRANT
  *> ACCEPTED, AND OPENS IT FOR THE REST OF THE RUN AS IF IT HAD BEEN
  *> THERE ALL ALONG.
  CREATE-AUTH-MAST.
      OPEN OUTPUT AUTH-MAST
      IF WS-AUTH-FS = '00'
          CLOSE AUTH-MAST
          IF WS-AUTH-FS = '00'
              OPEN I-O AUTH-MAST
          END-IF
      END-IF
      IF WS-AUTH-FS = '00'
          MOVE 'Y' TO WS-AUTH-OPENED-SW
      ELSE
          DISPLAY 'AOC_Y2020_EX01_AUTH - UNABLE TO CREATE authmast.dat, FILE STATUS = '
              WS-AUTH-FS
          MOVE 12 TO WS-RETURN-CODE
          MOVE 'Y' TO WS-TRAN-EOF-SW
      END-IF.

  *> APPLY-GRANT PUTS THE GRANT ON FILE, OR REPLACES THE ONE ALREADY
  *> THERE FOR THE SAME USER AND DEPARTMENT, AND AUDITS IT.
  APPLY-GRANT.
      MOVE TRN-USER-ID TO AU-USER
      MOVE TRN-DEPT TO AU-DEPT
      READ AUTH-MAST
      EVALUATE WS-AUTH-FS
          WHEN '00'
              MOVE AUTH-MAST-RECORD TO WS-BEFORE-IMAGE
              PERFORM BUILD-GRANT-FROM-TRAN
              MOVE AUTH-MAST-RECORD TO WS-AFTER-IMAGE
              REWRITE AUTH-MAST-RECORD
              IF WS-AUTH-FS = '00'
                  ADD 1 TO WS-APPLY-COUNT
                  IF AU-ADMIN = 'Y' AND AU-EXPIRES NOT < WS-RUN-DATE
                      MOVE 'N' TO WS-BOOTSTRAP-SW
                  END-IF
                  MOVE 'C' TO WS-AUD-ACTION
                  PERFORM WRITE-AUDIT-RECORD
              ELSE
                  DISPLAY 'AOC_Y2020_EX01_AUTH - UNABLE TO REWRITE authmast.dat, FILE STATUS = '
                      WS-AUTH-FS
                  MOVE 12 TO WS-RETURN-CODE
                  MOVE 'Y' TO WS-TRAN-EOF-SW
              END-IF
          WHEN '23'
              MOVE SPACES TO WS-BEFORE-IMAGE
              PERFORM BUILD-GRANT-FROM-TRAN
              MOVE AUTH-MAST-RECORD TO WS-AFTER-IMAGE
              WRITE AUTH-MAST-RECORD
              IF WS-AUTH-FS = '00'
                  ADD 1 TO WS-APPLY-COUNT
                  IF AU-ADMIN = 'Y' AND AU-EXPIRES NOT < WS-RUN-DATE
                      MOVE 'N' TO WS-BOOTSTRAP-SW
                  END-IF
                  MOVE 'A' TO WS-AUD-ACTION
                  PERFORM WRITE-AUDIT-RECORD
              ELSE
                  DISPLAY 'AOC_Y2020_EX01_AUTH - UNABLE TO WRITE authmast.dat, FILE STATUS = '
                      WS-AUTH-FS
                  MOVE 12 TO WS-RETURN-CODE
                  MOVE 'Y' TO WS-TRAN-EOF-SW
              END-IF
          WHEN OTHER
              DISPLAY 'AOC_Y2020_EX01_AUTH - authmast.dat READ ERROR, FILE STATUS = '
                  WS-AUTH-FS
              MOVE 12 TO WS-RETURN-CODE
              MOVE 'Y' TO WS-TRAN-EOF-SW
      END-EVALUATE.

  BUILD-GRANT-FROM-TRAN.
      MOVE TRN-USER-ID     TO AU-USER
      MOVE TRN-DEPT        TO AU-DEPT
      MOVE TRN-GRANTS      TO AU-GRANTS
      MOVE WS-NEW-EXPIRES  TO AU-EXPIRES
      MOVE TRN-SUBMITTER   TO AU-GRANTED-BY
      MOVE WS-RUN-DATE     TO AU-GRANTED-ON
      MOVE TRN-ADMIN       TO AU-ADMIN.

  *> CHECK-GRANT-ADMINISTRATOR LOOKS FOR AN ADMINISTRATOR GRANT IN
  *> FORCE TODAY THAT LETS THE CARD'S SUBMITTER GRANT AND REVOKE FOR
  *> THE CARD'S DEPARTMENT - THE DEPARTMENT'S OWN GRANT FIRST, THEN
  *> THE SUBMITTER'S '*ALL' GRANT - AND, WHEN THERE IS NONE, SAYS WHY
  *> IN WS-SEC-REASON. ONLY A '*ALL' ADMINISTRATOR CAN TOUCH A '*ALL'
  *> GRANT.
  CHECK-GRANT-ADMINISTRATOR.
      MOVE 'N' TO WS-ADMIN-OK-SW
      MOVE 'NOT A GRANT ADMINISTRATOR' TO WS-SEC-REASON
      MOVE TRN-SUBMITTER TO AU-USER
      MOVE TRN-DEPT TO AU-DEPT
      PERFORM CHECK-ONE-ADMIN-GRANT
      IF NOT ADMIN-OK AND NOT TRAN-EOF AND TRN-DEPT NOT = '*ALL'
          MOVE TRN-SUBMITTER TO AU-USER
          MOVE '*ALL' TO AU-DEPT
          PERFORM CHECK-ONE-ADMIN-GRANT
      END-IF.

  CHECK-ONE-ADMIN-GRANT.
      READ AUTH-MAST
      EVALUATE WS-AUTH-FS
          WHEN '00'
              IF AU-ADMIN = 'Y'
                  IF AU-EXPIRES NOT < WS-RUN-DATE
                      MOVE 'Y' TO WS-ADMIN-OK-SW
                  ELSE
                      MOVE SPACES TO WS-SEC-REASON
                      MOVE 1 TO WS-SEC-PTR
                      STRING 'ADMINISTRATION EXPIRED ' DELIMITED BY SIZE
                             AU-EXPIRES       DELIMITED BY SIZE
                          INTO WS-SEC-REASON WITH POINTER WS-SEC-PTR
                      END-STRING
                  END-IF
              END-IF
          WHEN '23'
              CONTINUE
          WHEN OTHER
              DISPLAY 'AOC_Y2020_EX01_AUTH - authmast.dat READ ERROR, FILE STATUS = '
                  WS-AUTH-FS
              MOVE 12 TO WS-RETURN-CODE
              MOVE 'Y' TO WS-TRAN-EOF-SW
      END-EVALUATE.

  *> APPLY-REVOKE REMOVES THE USER'S GRANT FOR THE DEPARTMENT. A
  *> USER'S '*ALL' GRANT IS A SEPARATE RECORD AND IS REVOKED BY NAME.
  APPLY-REVOKE.
      MOVE TRN-USER-ID TO AU-USER
      MOVE TRN-DEPT TO AU-DEPT
      READ AUTH-MAST
      EVALUATE WS-AUTH-FS
          WHEN '00'
              MOVE AUTH-MAST-RECORD TO WS-BEFORE-IMAGE
              MOVE SPACES TO WS-AFTER-IMAGE
              DELETE AUTH-MAST
              IF WS-AUTH-FS = '00'
                  ADD 1 TO WS-APPLY-COUNT
                  MOVE 'D' TO WS-AUD-ACTION
                  PERFORM WRITE-AUDIT-RECORD
              ELSE
                  DISPLAY 'AOC_Y2020_EX01_AUTH - UNABLE TO DELETE FROM authmast.dat, FILE STATUS = '
                      WS-AUTH-FS
                  MOVE 12 TO WS-RETURN-CODE
                  MOVE 'Y' TO WS-TRAN-EOF-SW
              END-IF
          WHEN '23'
              DISPLAY 'AOC_Y2020_EX01_AUTH - TRANSACTION ' WS-RECNO
                  ' REVOKE (' TRN-USER-ID ' ' TRN-DEPT ') IS NOT ON FILE - REJECTED'
              ADD 1 TO WS-REJECT-COUNT
          WHEN OTHER
              DISPLAY 'AOC_Y2020_EX01_AUTH - authmast.dat READ ERROR, FILE STATUS = '
                  WS-AUTH-FS
              MOVE 12 TO WS-RETURN-CODE
              MOVE 'Y' TO WS-TRAN-EOF-SW
      END-EVALUATE.

  *> WRITE-AUDIT-RECORD APPENDS THE APPLIED TRANSACTION'S TRAIL. AN
  *> AUDIT TRAIL THAT STOPS TAKING RECORDS STOPS THE RUN.
  WRITE-AUDIT-RECORD.
      ACCEPT WS-TIME-RAW FROM TIME
      MOVE SPACES TO AUDIT-RECORD
      MOVE WS-RUN-DATE TO AUD-DATE
      MOVE WS-TIME-RAW(1:6) TO AUD-TIME
      MOVE TRN-SUBMITTER TO AUD-USER
      MOVE WS-AUD-ACTION TO AUD-ACTION
      MOVE TRN-USER-ID TO AUD-KEY(1:8)
      MOVE TRN-DEPT TO AUD-KEY(9:10)
      MOVE WS-BEFORE-IMAGE TO AUD-BEFORE
      MOVE WS-AFTER-IMAGE TO AUD-AFTER
      WRITE AUDIT-RECORD
      IF WS-AUD-FS NOT = '00'
          DISPLAY 'AOC_Y2020_EX01_AUTH - UNABLE TO WRITE authaud.txt, FILE STATUS = '
              WS-AUD-FS
          MOVE 12 TO WS-RETURN-CODE
          MOVE 'Y' TO WS-TRAN-EOF-SW
      END-IF.

  *> WRITE-SECURITY-VIOLATION RECORDS A REFUSED TRANSACTION ON THE
  *> SECURITY-VIOLATION REPORT. LIKE THE AUDIT TRAIL, A REPORT THAT
  *> STOPS TAKING RECORDS STOPS THE RUN.
  WRITE-SECURITY-VIOLATION.
      ADD 1 TO WS-VIOLATION-COUNT
      ACCEPT WS-TIME-RAW FROM TIME
      MOVE SPACES TO SECVIOL-RECORD
      MOVE WS-RUN-DATE TO SEC-DATE
      MOVE WS-TIME-RAW(1:6) TO SEC-TIME
      MOVE 'AUTH' TO SEC-STEP
      MOVE TRN-SUBMITTER TO SEC-USER
      MOVE TRN-DEPT TO SEC-DEPT
      IF TRN-ACTION = 'G'
          MOVE 'GRANT' TO SEC-ATTEMPT
      ELSE
          MOVE 'REVOKE' TO SEC-ATTEMPT
      END-IF
      MOVE WS-SEC-REASON TO SEC-REASON
      MOVE TRAN-RECORD TO SEC-IMAGE
      WRITE SECVIOL-RECORD
      IF WS-SEC-FS NOT = '00'
          DISPLAY 'AOC_Y2020_EX01_AUTH - UNABLE TO WRITE secviol.txt, FILE STATUS = '
              WS-SEC-FS
          MOVE 12 TO WS-RETURN-CODE
          MOVE 'Y' TO WS-TRAN-EOF-SW
      END-IF.
