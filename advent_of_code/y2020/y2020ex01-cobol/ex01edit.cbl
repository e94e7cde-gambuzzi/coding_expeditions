      SELECT CORRRPT-FILE ASSIGN "corrapld.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-CRPT-FS.

      *> THE SUBMITTER AUTHORIZATION FILE AOC_Y2020_EX01_AUTH MAINTAINS:
      *> WHICH USER MAY SUBMIT CORRECTIONS FOR WHICH DEPARTMENT. ABSENT
      *> FILE = NO GRANTS KEYED YET, AND EVERY SIGNED CORRECTION IS
      *> TAKEN AS IT ALWAYS HAS BEEN.
      SELECT AUTH-MAST ASSIGN "authmast.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS RANDOM
      RECORD KEY IS AU-KEY
      FILE STATUS IS WS-AUTH-FS.

      *> CORRECTIONS REFUSED FOR WANT OF A GRANT, APPENDED AND NEVER
      *> TRUNCATED, SHARED WITH THE MASTER-MAINTENANCE AND
      *> AUTHORIZATION STEPS.
      SELECT SECVIOL-FILE ASSIGN "secviol.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-SEC-FS.

      *> THE BUSINESS-DATE REGISTER: ONE LINE PER EXTRACT EVER ACCEPTED
      *> (DEPARTMENT, THE HEADER'S BUSINESS DATE, RECORD COUNT, HASH
      *> TOTAL, THE RUN THAT ACCEPTED IT AND WHETHER THAT RUN HAS BEEN
      *> SEEN THROUGH), KEPT ACROSS RUNS SO A RESENT DAY OR A SKIPPED
      *> ONE IS CAUGHT HERE RATHER THAN AT MONTH-END. ABSENT FILE =
      *> NOTHING REGISTERED YET.
      SELECT BDREG-FILE ASSIGN "bdatereg.dat"
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-BDR-FS.

      *> THE JOB'S CONTROL TOTALS: EVERY STEP THAT HANDS RECORDS ON
      *> POSTS, PER DEPARTMENT, WHAT IT PASSED AND WHAT IT SET ASIDE, SO
      *> THE BALANCING STEP AT THE END OF THE JOB CAN PROVE NOTHING WAS
      *> DROPPED BETWEEN STEPS. THIS STEP RUNS FIRST, SO IT STARTS THE
      *> FILE FRESH FOR THE JOB; THE LATER STEPS EXTEND IT.
      SELECT CTLTOT-FILE ASSIGN "ctltot.dat"
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-CTT-FS.
  DATA DIVISION.
  FILE SECTION.
      *> THE LAYOUT COLUMN MATCHES THE SEARCH PROGRAM'S CONTROL CARD:

      FD  CORRRPT-FILE.
      01 CORRRPT-LINE         PIC X(132).

      *> THE LAYOUT MUST MOVE TOGETHER WITH AOC_Y2020_EX01_AUTH'S.
      FD  AUTH-MAST.
      01 AUTH-MAST-RECORD.
         03 AU-KEY.
            05 AU-USER        PIC X(08).
            05 AU-DEPT        PIC X(10).
         03 AU-GRANTS.
            05 AU-CORR        PIC X(01).
            05 AU-MAST-ADD    PIC X(01).
            05 AU-MAST-CHG    PIC X(01).
            05 AU-MAST-DEL    PIC X(01).
            05 AU-TARGET      PIC X(01).
         03 AU-EXPIRES        PIC 9(08).
         03 AU-GRANTED-BY     PIC X(08).
         03 AU-GRANTED-ON     PIC 9(08).
         03 AU-ADMIN          PIC X(01).

      *> THE LAYOUT MUST MOVE TOGETHER WITH AOC_Y2020_EX01_AUTH'S.
      FD  SECVIOL-FILE.
      01 SECVIOL-RECORD.
         03 SEC-DATE          PIC 9(08).
         03 FILLER            PIC X(01).
         03 SEC-TIME          PIC 9(06).
         03 FILLER            PIC X(01).
         03 SEC-STEP          PIC X(04).
         03 FILLER            PIC X(01).
         03 SEC-USER          PIC X(08).
         03 FILLER            PIC X(01).
         03 SEC-DEPT          PIC X(10).
         03 FILLER            PIC X(01).
         03 SEC-ATTEMPT       PIC X(14).
         03 FILLER            PIC X(01).
         03 SEC-REASON        PIC X(30).
         03 FILLER            PIC X(01).
         03 SEC-IMAGE         PIC X(110).

      *> DEPARTMENT, BUSINESS DATE, RECORD COUNT, HASH TOTAL, RUN DATE
      *> AND STATE IN FIXED COLUMNS. COUNT AND HASH ARE THE TRAILER'S
      *> WHEN THE EXTRACT CARRIED ONE, OTHERWISE WHAT THIS STEP COUNTED.
      *> THE STATE IS 'R' FROM THE RUN THAT RELEASED THE EXTRACT TO THE
      *> SEARCH UNTIL AOC_Y2020_EX01_BAL, RUN ONLY ONCE THE SEARCH (OR
      *> ITS MERGE) HAS FINISHED, CLEARS IT TO SPACE - RECONCILED. THE
      *> LAYOUT MUST MOVE TOGETHER WITH AOC_Y2020_EX01'S AND
      *> AOC_Y2020_EX01_BAL'S.
      FD  BDREG-FILE.
      01 BDREG-RECORD.
         03 BDR-DEPT          PIC X(10).
         03 FILLER            PIC X(01).
         03 BDR-BUS-DATE      PIC 9(08).
         03 FILLER            PIC X(01).
         03 BDR-COUNT         PIC 9(08).
         03 FILLER            PIC X(01).
         03 BDR-HASH          PIC 9(13).
         03 FILLER            PIC X(01).
         03 BDR-RUN-DATE      PIC 9(08).
         03 FILLER            PIC X(01).
         03 BDR-STATE         PIC X(01).

      *> RUN DATE, POSTING STEP, DEPARTMENT, WHAT IS BEING COUNTED, THE
      *> RECORD COUNT AND THE SIGNED AMOUNT TOTAL (TWO IMPLIED DECIMALS,
      *> WHOLE UNITS FOR A LAYOUT-1 EXTRACT) IN FIXED COLUMNS. THE
      *> LAYOUT MUST MOVE TOGETHER WITH AOC_Y2020_EX01'S,
      *> AOC_Y2020_EX01_SUSP'S, AOC_Y2020_EX01_GACK'S AND
      *> AOC_Y2020_EX01_BAL'S.
      FD  CTLTOT-FILE.
      01 CTLTOT-RECORD.
         03 CTT-RUN-DATE      PIC 9(08).
         03 FILLER            PIC X(01).
         03 CTT-STEP          PIC X(04).
         03 FILLER            PIC X(01).
         03 CTT-DEPT          PIC X(10).
         03 FILLER            PIC X(01).
         03 CTT-ITEM          PIC X(08).
         03 FILLER            PIC X(01).
         03 CTT-COUNT         PIC 9(08).
         03 FILLER            PIC X(01).
         03 CTT-SIGN          PIC X(01).
         03 CTT-AMOUNT        PIC 9(13)V99.
  WORKING-STORAGE SECTION.
  77 WS-PARM-FS          PIC 9(02).
  77 WS-DEPT-FS          PIC 9(02).
  01 WS-GOOD-COUNT       PIC 9(08) COMP.
  01 WS-REJECT-COUNT     PIC 9(08) COMP.
  01 WS-REJECT-RATE      PIC 9(03).
  *> THE SIGNED TOTAL OF THE RECORDS WRITTEN TO THE CLEANED COPY,
  *> POSTED WITH THEIR COUNT TO THE JOB'S CONTROL TOTALS.
  01 WS-GOOD-AMT         PIC S9(13)V99 COMP-3.
  77 WS-CTT-FS           PIC 9(02).
  01 WS-CTT-OPENED-SW    PIC X(01) VALUE 'N'.
     88 CTT-OPENED       VALUE 'Y'.
  01 WS-READ-EDIT        PIC ZZZZZZZ9.
  01 WS-REJ-EDIT         PIC ZZZZZZZ9.

  01 WS-CRPT-PTR         PIC 9(04) COMP.
  01 WS-CORR-RECNO-EDIT  PIC 9(08).

  *> SUBMITTER AUTHORIZATION. IN FORCE ONLY ONCE authmast.dat EXISTS;
  *> A CORRECTION IS THEN TAKEN ONLY WHEN ITS SUBMITTER HOLDS A
  *> CORRECTION GRANT IN FORCE TODAY FOR THE DEPARTMENT, OR FOR
  *> '*ALL'. A REFUSED CARD IS NEVER STORED, SO IT CAN NEVER BE
  *> APPLIED; THE REJECT IT ANSWERED STANDS.
  77 WS-AUTH-FS          PIC 9(02).
  77 WS-SEC-FS           PIC 9(02).
  01 WS-AUTH-SW          PIC X(01) VALUE 'N'.
     88 AUTH-IN-FORCE    VALUE 'Y'.
     88 AUTH-UNAVAILABLE VALUE 'X'.
  01 WS-SEC-OPENED-SW    PIC X(01) VALUE 'N'.
     88 SEC-OPENED       VALUE 'Y'.
  01 WS-AUTH-OK-SW       PIC X(01).
     88 AUTHORIZED       VALUE 'Y'.
  01 WS-AUTH-REASON      PIC X(30).
  01 WS-AUTH-PTR         PIC 9(04) COMP.
  01 WS-VIOLATION-COUNT  PIC 9(04) VALUE 0.
  01 WS-TIME-RAW         PIC 9(08).

  *> ONE FLAG BYTE PER POSSIBLE STD-NO VALUE, CLEARED PER EXTRACT, SO
  *> LAYOUT-1 DUPLICATE DETECTION IS A SINGLE TABLE PROBE PER RECORD
  *> NO MATTER HOW LARGE THE EXTRACT IS.
  01 WS-CTL-FAIL-SW      PIC X(01).
     88 CTL-FAILED       VALUE 'Y'.
  01 WS-TRL-EXP-COUNT    PIC 9(08).
  01 WS-HDR-DATE         PIC 9(08).
  01 WS-HDR-DATE-X REDEFINES WS-HDR-DATE
                         PIC X(08).
  01 WS-TRL-EXP-HASH     PIC 9(13).
  01 WS-HASH-ACCUM       PIC 9(15) COMP.
  01 WS-HASH-13          PIC 9(13).
  01 WS-V2-SEEN-TBL.
     03 WS-V2-SEEN-VAL   PIC S9(11) COMP-3 OCCURS 50000 TIMES.

  *> THE BUSINESS-DATE REGISTER, LOADED WHOLE, WITH THIS RUN'S NEWLY
  *> ACCEPTED EXTRACTS APPENDED AS THEY PASS. AN ENTRY ALREADY STAMPED
  *> WITH TODAY'S RUN DATE IS A RERUN OF THE SAME CYCLE, NOT A RESEND,
  *> AND IS REPLACED RATHER THAN HELD AGAINST; SO IS ONE STILL MARKED
  *> RELEASED BUT NOT RECONCILED, WHEN THE SAME EXTRACT ARRIVES AGAIN.
  *> THE REGISTER IS ONLY REWRITTEN WHEN THE EDIT RELEASES THE SEARCH
  *> STEP - A HELD RUN RECONCILED NOTHING, SO IT REGISTERS NOTHING.
  77 WS-BDR-FS           PIC 9(02).
  01 WS-BDR-EOF-SW       PIC X(01) VALUE 'N'.
     88 BDR-EOF          VALUE 'Y'.
  01 WS-BDR-LOADED-SW    PIC X(01) VALUE 'N'.
     88 BDR-LOADED       VALUE 'Y'.
  01 WS-RUN-DATE         PIC 9(08).
  01 WS-MAX-BDR          PIC 9(08) COMP VALUE 50000.
  01 WS-BDR-COUNT        PIC 9(08) COMP VALUE 0.
  01 WS-BDR-TBL.
     03 WS-BDR-ITEM      OCCURS 50000 TIMES.
        05 WS-BDR-T-DEPT     PIC X(10).
        05 WS-BDR-T-DATE     PIC 9(08).
        05 WS-BDR-T-COUNT    PIC 9(08).
        05 WS-BDR-T-HASH     PIC 9(13).
        05 WS-BDR-T-RUN-DATE PIC 9(08).
        05 WS-BDR-T-STATE    PIC X(01).
  01 WS-BDR-SUB          PIC 9(08) COMP.
  01 WS-BDR-HIT-SUB      PIC 9(08) COMP.
  01 WS-BDR-LAST-DATE    PIC 9(08).
  01 WS-BDR-EXT-COUNT    PIC 9(08).
  01 WS-BDR-EXT-HASH     PIC 9(13).
  01 WS-BDR-RESEND-SW    PIC X(01).
     88 BDR-RESEND       VALUE 'Y'.
  *> WEEKDAYS BETWEEN THE LAST REGISTERED BUSINESS DATE AND THIS ONE.
  *> DAY 1 OF THE INTEGER DATE CALENDAR IS A MONDAY, SO THE REMAINDER
  *> OF DAY / 7 IS 1 FOR MONDAY THROUGH 5 FOR FRIDAY, 6 AND 0 FOR THE
  *> WEEKEND.
  01 WS-BDR-DAY-INT      PIC 9(08) COMP.
  01 WS-BDR-END-INT      PIC 9(08) COMP.
  01 WS-BDR-WEEKS        PIC 9(08) COMP.
  01 WS-BDR-DOW          PIC 9(01) COMP.
  01 WS-BDR-SKIPPED      PIC 9(04).
  01 WS-BDR-REG-COUNT    PIC 9(04) VALUE 0.

  *> SET WHEN ANY DEPARTMENT'S REJECT RATE EXCEEDS THE THRESHOLD, SO
  *> THE SCHEDULER CAN HOLD THE SEARCH STEP ON RETURN CODE 8.
  01 WS-HOLD-SW          PIC X(01) VALUE 'N'.
          END-IF
      END-IF.

      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

      PERFORM LOAD-CORRECTIONS.

      PERFORM LOAD-DATE-REGISTER.

      OPEN OUTPUT EXCEPT-FILE.
      IF WS-EXC-FS = '00'
          MOVE 'Y' TO WS-EXC-OPENED-SW
          MOVE 12 TO WS-RETURN-CODE
      END-IF.

      *> WITHOUT ITS CONTROL TOTALS THE JOB CANNOT BE BALANCED, SO AN
      *> UNOPENABLE FILE STOPS THE JOB LIKE ANY OTHER FILE ERROR HERE.
      OPEN OUTPUT CTLTOT-FILE.
      IF WS-CTT-FS = '00'
          MOVE 'Y' TO WS-CTT-OPENED-SW
      ELSE
          DISPLAY 'AOC_Y2020_EX01_EDIT - UNABLE TO OPEN CTLTOT-FILE, FILE STATUS = '
              WS-CTT-FS
          MOVE 12 TO WS-RETURN-CODE
      END-IF.

      IF EXC-OPENED
          *> SAME DRIVING LOOP AS THE SEARCH STEP: ONE PASS PER
          *> DEPARTMENT EXTRACT NAMED IN deptctl.dat, OR A SINGLE

      PERFORM CLOSE-CORRECTIONS-REPORT.

      IF CTT-OPENED
          CLOSE CTLTOT-FILE
          IF WS-CTT-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_EDIT - UNABLE TO CLOSE CTLTOT-FILE, FILE STATUS = '
                  WS-CTT-FS
              IF WS-RETURN-CODE < 12
                  MOVE 12 TO WS-RETURN-CODE
              END-IF
          END-IF
      END-IF.

      *> A REJECT RATE OVER THE THRESHOLD ON ANY DEPARTMENT OUTRANKS
      *> THE ORDINARY SOME-REJECTS WARNING, BUT NEVER MASKS A FILE
      *> ERROR ALREADY RECORDED ABOVE.
          END-IF
      END-IF.

      *> ONLY A RUN THAT RELEASES THE SEARCH STEP HAS ACCEPTED ITS
      *> EXTRACTS FOR RECONCILIATION - AND THEY STAY MARKED RELEASED,
      *> NOT RECONCILED, UNTIL THE JOB HAS SEEN THE SEARCH THROUGH.
      IF BDR-LOADED AND WS-RETURN-CODE < 8
          PERFORM WRITE-DATE-REGISTER
      END-IF.

      MOVE WS-RETURN-CODE TO RETURN-CODE.
      STOP RUN.

      MOVE 'N' TO WS-CLEAN-OPENED-SW
      MOVE 0 TO WS-READ-COUNT
      MOVE 0 TO WS-GOOD-COUNT
      MOVE 0 TO WS-GOOD-AMT
      MOVE 0 TO WS-REJECT-COUNT
      MOVE SPACES TO WS-SEEN-TBL
      MOVE 0 TO WS-V2-SEEN-CNT
      MOVE 'N' TO WS-CTL-FAIL-SW
      MOVE 0 TO WS-TRL-EXP-COUNT
      MOVE 0 TO WS-TRL-EXP-HASH
      MOVE SPACES TO WS-HDR-DATE-X
      MOVE 0 TO WS-HASH-ACCUM
      MOVE 'Y' TO WS-HASH-VER-SW

      END-PERFORM

      PERFORM VERIFY-CONTROL-TOTALS
      PERFORM CHECK-BUSINESS-DATE

      IF RAW-OPENED
          CLOSE RAW-FILE
                  MOVE 12 TO WS-RETURN-CODE
              END-IF
          END-IF
          PERFORM POST-ACCEPTED-TOTALS
      END-IF

      *> ANY REJECT AT ALL IS WORTH A WARNING RETURN CODE; A REJECT
      END-IF
      IF WS-REASON = SPACE
          ADD 1 TO WS-GOOD-COUNT
          IF LAYOUT-V1
              ADD WS-STD-VALUE TO WS-GOOD-AMT
          ELSE
              COMPUTE WS-GOOD-AMT = WS-GOOD-AMT + (WS-V2-CENTS / 100)
          END-IF
          MOVE WS-CLEAN-IMAGE TO CLEAN-RECORD
          WRITE CLEAN-RECORD
          IF WS-CLEAN-FS NOT = '00'
          MOVE 'N' TO WS-OVERLONG-SW
      END-IF.

  *> POST-ACCEPTED-TOTALS POSTS THE COUNT AND SIGNED TOTAL OF THE
  *> RECORDS WRITTEN TO THE CLEANED COPY - WHAT THIS STEP HANDS THE
  *> SEARCH - TO THE JOB'S CONTROL TOTALS.
  POST-ACCEPTED-TOTALS.
      IF CTT-OPENED
          MOVE SPACES TO CTLTOT-RECORD
          MOVE WS-RUN-DATE TO CTT-RUN-DATE
          MOVE 'EDIT' TO CTT-STEP
          MOVE WS-CURRENT-DEPT TO CTT-DEPT
          MOVE 'ACCEPTED' TO CTT-ITEM
          MOVE WS-GOOD-COUNT TO CTT-COUNT
          IF WS-GOOD-AMT < 0
              MOVE '-' TO CTT-SIGN
              COMPUTE CTT-AMOUNT = 0 - WS-GOOD-AMT
          ELSE
              MOVE '+' TO CTT-SIGN
              MOVE WS-GOOD-AMT TO CTT-AMOUNT
          END-IF
          WRITE CTLTOT-RECORD
          IF WS-CTT-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_EDIT - UNABLE TO WRITE CTLTOT-FILE, FILE STATUS = '
                  WS-CTT-FS
              MOVE 12 TO WS-RETURN-CODE
          END-IF
      END-IF.

  *> PROCESS-CONTROL-RECORD VERIFIES WHAT CAN BE VERIFIED THE MOMENT
  *> A CONTROL RECORD ARRIVES: THE HEADER MUST COME FIRST AND NAME
  *> THIS DEPARTMENT, THE TRAILER MUST BE WELL-FORMED AND UNIQUE.
              MOVE 'Y' TO WS-CTL-FAIL-SW
          ELSE
              MOVE 'Y' TO WS-HDR-SEEN-SW
              MOVE CTL-HDR-DATE-X TO WS-HDR-DATE-X
              IF CTL-HDR-DEPT NOT = WS-CURRENT-DEPT
                  DISPLAY 'AOC_Y2020_EX01_EDIT - DEPT ' WS-CURRENT-DEPT
                      ' HEADER NAMES DEPARTMENT ' CTL-HDR-DEPT
          END-IF
      END-IF.

  *> CHECK-BUSINESS-DATE HOLDS THE ARRIVING EXTRACT UP AGAINST THE
  *> DEPARTMENT'S REGISTER HISTORY. A BUSINESS DATE ALREADY ACCEPTED
  *> BY AN EARLIER RUN IS A RESEND, AND SO IS AN IDENTICAL RECORD
  *> COUNT AND HASH TOTAL ARRIVING UNDER A DIFFERENT DATE (A RESENT
  *> FILE WITH A FRESH HEADER) - EITHER HOLDS THE SEARCH STEP, SINCE
  *> RECONCILING THE SAME DAY TWICE DOUBLE-COUNTS EVERY MATCH. THE
  *> EXCEPTION IS AN EXTRACT STILL MARKED RELEASED BUT NOT RECONCILED
  *> ARRIVING AGAIN WITH THE SAME COUNT AND HASH: THE JOB THAT
  *> RELEASED IT NEVER SAW ITS SEARCH THROUGH (A LATER STEP FAILED,
  *> OR THE SEARCH IS WAITING ON ITS RESUME OR MERGE), SO THIS IS
  *> THAT JOB'S RERUN. WEEKDAYS MISSING BETWEEN THE LAST REGISTERED
  *> DATE AND THIS ONE ARE FLAGGED AS A WARNING: A SKIPPED FEED IS
  *> WORTH CHASING BUT THE DAY THAT DID ARRIVE STILL RECONCILES. ONLY
  *> AN EXTRACT THAT NAMES ITS BUSINESS DATE IN A HEADER, AND PASSED
  *> ITS CONTROL CHECKS, CAN BE REGISTERED.
  CHECK-BUSINESS-DATE.
      IF ABORT-DEPT OR NOT BDR-LOADED OR NOT HDR-SEEN OR CTL-FAILED
              OR WS-HDR-DATE-X = SPACES
          CONTINUE
      ELSE
          IF FUNCTION TEST-DATE-YYYYMMDD(WS-HDR-DATE) NOT = 0
              DISPLAY 'AOC_Y2020_EX01_EDIT - DEPT ' WS-CURRENT-DEPT
                  ' HEADER BUSINESS DATE ' WS-HDR-DATE
                  ' IS NOT A CALENDAR DATE - SEARCH STEP WILL BE HELD'
              MOVE 'Y' TO WS-HOLD-SW
          ELSE
              IF TRL-SEEN
                  MOVE WS-TRL-EXP-COUNT TO WS-BDR-EXT-COUNT
                  MOVE WS-TRL-EXP-HASH TO WS-BDR-EXT-HASH
              ELSE
                  MOVE WS-READ-COUNT TO WS-BDR-EXT-COUNT
                  MOVE WS-HASH-ACCUM TO WS-HASH-13
                  MOVE WS-HASH-13 TO WS-BDR-EXT-HASH
              END-IF
              MOVE 'N' TO WS-BDR-RESEND-SW
              MOVE 0 TO WS-BDR-LAST-DATE
              MOVE 0 TO WS-BDR-HIT-SUB
              PERFORM VARYING WS-BDR-SUB FROM 1 BY 1
                      UNTIL WS-BDR-SUB > WS-BDR-COUNT
                  IF WS-BDR-T-DEPT(WS-BDR-SUB) = WS-CURRENT-DEPT
                      IF WS-BDR-T-RUN-DATE(WS-BDR-SUB) = WS-RUN-DATE
                          IF WS-BDR-T-DATE(WS-BDR-SUB) = WS-HDR-DATE
                              MOVE WS-BDR-SUB TO WS-BDR-HIT-SUB
                          END-IF
                      ELSE
                          IF WS-BDR-T-DATE(WS-BDR-SUB) = WS-HDR-DATE
                              IF WS-BDR-T-STATE(WS-BDR-SUB) = 'R'
                                      AND WS-BDR-T-COUNT(WS-BDR-SUB)
                                          = WS-BDR-EXT-COUNT
                                      AND WS-BDR-T-HASH(WS-BDR-SUB)
                                          = WS-BDR-EXT-HASH
                                  MOVE WS-BDR-SUB TO WS-BDR-HIT-SUB
                              ELSE
                                  DISPLAY 'AOC_Y2020_EX01_EDIT - DEPT ' WS-CURRENT-DEPT
                                      ' BUSINESS DATE ' WS-HDR-DATE
                                      ' WAS ALREADY RECONCILED ON RUN '
                                      WS-BDR-T-RUN-DATE(WS-BDR-SUB)
                                      ' - RESENT FILE?'
                                  MOVE 'Y' TO WS-BDR-RESEND-SW
                              END-IF
                          ELSE
                              IF WS-BDR-EXT-COUNT > 0
                                      AND WS-BDR-T-COUNT(WS-BDR-SUB)
                                          = WS-BDR-EXT-COUNT
                                      AND WS-BDR-T-HASH(WS-BDR-SUB)
                                          = WS-BDR-EXT-HASH
                                  DISPLAY 'AOC_Y2020_EX01_EDIT - DEPT ' WS-CURRENT-DEPT
                                      ' BUSINESS DATE ' WS-HDR-DATE
                                      ' HAS THE SAME COUNT AND HASH AS BUSINESS DATE '
                                      WS-BDR-T-DATE(WS-BDR-SUB)
                                      ' - RESENT FILE UNDER A NEW DATE?'
                                  MOVE 'Y' TO WS-BDR-RESEND-SW
                              END-IF
                          END-IF
                      END-IF
                      IF WS-BDR-T-DATE(WS-BDR-SUB) < WS-HDR-DATE
                              AND WS-BDR-T-DATE(WS-BDR-SUB) > WS-BDR-LAST-DATE
                          MOVE WS-BDR-T-DATE(WS-BDR-SUB) TO WS-BDR-LAST-DATE
                      END-IF
                  END-IF
              END-PERFORM
              IF BDR-RESEND
                  DISPLAY 'AOC_Y2020_EX01_EDIT - DEPT ' WS-CURRENT-DEPT
                      ' HELD ON BUSINESS-DATE REGISTER - SEARCH STEP WILL BE HELD'
                  MOVE 'Y' TO WS-HOLD-SW
              ELSE
                  PERFORM CHECK-SKIPPED-DAYS
                  PERFORM REGISTER-ONE-EXTRACT
              END-IF
          END-IF
      END-IF.

  *> CHECK-SKIPPED-DAYS COUNTS THE WEEKDAYS STRICTLY BETWEEN THE LAST
  *> BUSINESS DATE THE DEPARTMENT SENT AND THIS ONE. A DEPARTMENT
  *> WITH NO HISTORY, OR A LATE FILE FILLING AN EARLIER GAP, HAS
  *> NOTHING TO FLAG. PUBLIC HOLIDAYS ARE NOT KNOWN HERE, SO A FLAG
  *> ACROSS ONE IS EXPECTED AND THE OPERATOR'S TO DISMISS.
  CHECK-SKIPPED-DAYS.
      MOVE 0 TO WS-BDR-SKIPPED
      IF WS-BDR-LAST-DATE > 0
          COMPUTE WS-BDR-DAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-BDR-LAST-DATE) + 1
          COMPUTE WS-BDR-END-INT =
              FUNCTION INTEGER-OF-DATE(WS-HDR-DATE)
          PERFORM UNTIL WS-BDR-DAY-INT >= WS-BDR-END-INT
              DIVIDE WS-BDR-DAY-INT BY 7 GIVING WS-BDR-WEEKS
                  REMAINDER WS-BDR-DOW
              IF WS-BDR-DOW > 0 AND WS-BDR-DOW < 6
                  ADD 1 TO WS-BDR-SKIPPED
              END-IF
              ADD 1 TO WS-BDR-DAY-INT
          END-PERFORM
          IF WS-BDR-SKIPPED > 0
              DISPLAY 'AOC_Y2020_EX01_EDIT - DEPT ' WS-CURRENT-DEPT
                  ' SKIPPED ' WS-BDR-SKIPPED ' BUSINESS DAY(S) BETWEEN '
                  WS-BDR-LAST-DATE ' AND ' WS-HDR-DATE
                  ' - MISSING FEED?'
              IF WS-RETURN-CODE < 4
                  MOVE 4 TO WS-RETURN-CODE
              END-IF
          END-IF
      END-IF.

  *> REGISTER-ONE-EXTRACT RECORDS THE EXTRACT AGAINST THIS RUN,
  *> REPLACING THE ENTRY A SAME-DAY RERUN ALREADY MADE.
  REGISTER-ONE-EXTRACT.
      IF WS-BDR-HIT-SUB = 0
          IF WS-BDR-COUNT >= WS-MAX-BDR
              DISPLAY 'AOC_Y2020_EX01_EDIT - BUSINESS-DATE REGISTER EXCEEDS THE '
                  'TABLE CEILING OF ' WS-MAX-BDR
              MOVE 12 TO WS-RETURN-CODE
          ELSE
              ADD 1 TO WS-BDR-COUNT
              MOVE WS-BDR-COUNT TO WS-BDR-HIT-SUB
          END-IF
      END-IF
      IF WS-BDR-HIT-SUB > 0
          MOVE WS-CURRENT-DEPT TO WS-BDR-T-DEPT(WS-BDR-HIT-SUB)
          MOVE WS-HDR-DATE TO WS-BDR-T-DATE(WS-BDR-HIT-SUB)
          MOVE WS-BDR-EXT-COUNT TO WS-BDR-T-COUNT(WS-BDR-HIT-SUB)
          MOVE WS-BDR-EXT-HASH TO WS-BDR-T-HASH(WS-BDR-HIT-SUB)
          MOVE WS-RUN-DATE TO WS-BDR-T-RUN-DATE(WS-BDR-HIT-SUB)
          MOVE 'R' TO WS-BDR-T-STATE(WS-BDR-HIT-SUB)
          ADD 1 TO WS-BDR-REG-COUNT
      END-IF.

  *> DISCARD-CONTINUATION DRAINS THE REMAINDER OF AN OVER-LONG
  *> PHYSICAL LINE AFTER ITS TRUNCATED HEAD HAS BEEN REJECTED: EACH
  *> FOLLOWING READ DELIVERS ANOTHER PIECE OF THE SAME LINE (STATUS
              MOVE 12 TO WS-RETURN-CODE
          END-IF
      ELSE
          PERFORM OPEN-AUTHORITY
          PERFORM UNTIL CORR-EOF
              READ CORR-FILE
              AT END
                  MOVE 12 TO WS-RETURN-CODE
              END-IF
          END-IF
          PERFORM CLOSE-AUTHORITY
      END-IF
      IF WS-CORR-COUNT > 0
          OPEN OUTPUT CORRRPT-FILE

  *> STORE-ONE-CORRECTION EDITS AND STORES ONE CORRECTION CARD. EVERY
  *> CARD NAMES ITS SUBMITTER - CORRECTIONS CHANGE WHAT REACHES THE
  *> SEARCH, AND NOBODY GETS TO DO THAT ANONYMOUSLY - AND, ONCE
  *> GRANTS ARE KEYED, ONLY A SUBMITTER GRANTED CORRECTIONS FOR THE
  *> DEPARTMENT GETS TO DO IT AT ALL.
  STORE-ONE-CORRECTION.
      IF CORR-RECORD = SPACES
          CONTINUE
                  MOVE 4 TO WS-RETURN-CODE
              END-IF
          ELSE
              MOVE 'Y' TO WS-AUTH-OK-SW
              IF AUTH-IN-FORCE
                  PERFORM CHECK-AUTHORITY
              END-IF
              IF AUTH-UNAVAILABLE
                  MOVE 'N' TO WS-AUTH-OK-SW
                  MOVE 'authmast.dat UNAVAILABLE' TO WS-AUTH-REASON
              END-IF
              IF NOT AUTHORIZED
                  PERFORM REJECT-UNAUTHORIZED
              ELSE
                  IF WS-CORR-COUNT >= WS-MAX-CORR
                      DISPLAY 'AOC_Y2020_EX01_EDIT - MORE THAN ' WS-MAX-CORR
                          ' CORRECTION CARDS - REST IGNORED'
                      MOVE 12 TO WS-RETURN-CODE
                      MOVE 'Y' TO WS-CORR-EOF-SW
                  ELSE
                      ADD 1 TO WS-CORR-COUNT
                      MOVE CORR-DEPT TO WS-CORR-T-DEPT(WS-CORR-COUNT)
                      MOVE CORR-RECNO TO WS-CORR-T-RECNO(WS-CORR-COUNT)
                      MOVE CORR-VALUE TO WS-CORR-T-VALUE(WS-CORR-COUNT)
                      MOVE CORR-USER TO WS-CORR-T-USER(WS-CORR-COUNT)
                      MOVE 'N' TO WS-CORR-T-APPLIED(WS-CORR-COUNT)
                  END-IF
              END-IF
          END-IF
      END-IF.

  *> OPEN-AUTHORITY PUTS THE CORRECTIONS UNDER SUBMITTER
  *> AUTHORIZATION WHEN THE AUTHORIZATION FILE EXISTS, AND OPENS THE
  *> SECURITY-VIOLATION REPORT FOR THE REFUSALS. A FILE THAT EXISTS
  *> BUT CANNOT BE READ REFUSES EVERY CORRECTION AND FAILS THE STEP -
  *> GRANTS THAT CANNOT BE CHECKED ARE NOT GRANTS.
  OPEN-AUTHORITY.
      OPEN INPUT AUTH-MAST
      EVALUATE WS-AUTH-FS
          WHEN '00'
              MOVE 'Y' TO WS-AUTH-SW
          WHEN '35'
              CONTINUE
          WHEN OTHER
              DISPLAY 'AOC_Y2020_EX01_EDIT - UNABLE TO OPEN authmast.dat, FILE STATUS = '
                  WS-AUTH-FS ' - EVERY CORRECTION REFUSED'
              MOVE 'X' TO WS-AUTH-SW
              MOVE 12 TO WS-RETURN-CODE
      END-EVALUATE
      IF AUTH-IN-FORCE OR AUTH-UNAVAILABLE
          OPEN EXTEND SECVIOL-FILE
          IF WS-SEC-FS = '35'
              OPEN OUTPUT SECVIOL-FILE
          END-IF
          IF WS-SEC-FS = '00'
              MOVE 'Y' TO WS-SEC-OPENED-SW
          ELSE
              DISPLAY 'AOC_Y2020_EX01_EDIT - UNABLE TO OPEN secviol.txt, FILE STATUS = '
                  WS-SEC-FS ' - EVERY CORRECTION REFUSED'
              IF AUTH-IN-FORCE
                  CLOSE AUTH-MAST
              END-IF
              MOVE 'X' TO WS-AUTH-SW
              MOVE 12 TO WS-RETURN-CODE
          END-IF
      END-IF.

  CLOSE-AUTHORITY.
      IF SEC-OPENED
          CLOSE SECVIOL-FILE
          IF WS-SEC-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_EDIT - UNABLE TO CLOSE secviol.txt, FILE STATUS = '
                  WS-SEC-FS
              IF WS-RETURN-CODE < 12
                  MOVE 12 TO WS-RETURN-CODE
              END-IF
          END-IF
      END-IF
      IF AUTH-IN-FORCE
          CLOSE AUTH-MAST
          IF WS-AUTH-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_EDIT - UNABLE TO CLOSE authmast.dat, FILE STATUS = '
                  WS-AUTH-FS
              IF WS-RETURN-CODE < 12
                  MOVE 12 TO WS-RETURN-CODE
              END-IF
          END-IF
      END-IF
      IF AUTH-IN-FORCE OR AUTH-UNAVAILABLE
          DISPLAY 'AOC_Y2020_EX01_EDIT - CORRECTIONS REFUSED (NOT AUTHORIZED) = '
              WS-VIOLATION-COUNT
      END-IF.

  *> CHECK-AUTHORITY LOOKS FOR A GRANT IN FORCE TODAY THAT LETS THE
  *> CARD'S SUBMITTER CORRECT THE CARD'S DEPARTMENT - THE
  *> DEPARTMENT'S OWN GRANT FIRST, THEN THE SUBMITTER'S '*ALL' GRANT -
  *> AND, WHEN THERE IS NONE, SAYS WHY IN WS-AUTH-REASON.
  CHECK-AUTHORITY.
      MOVE 'N' TO WS-AUTH-OK-SW
      MOVE 'NO GRANT FOR THE DEPARTMENT' TO WS-AUTH-REASON
      MOVE CORR-USER TO AU-USER
      MOVE CORR-DEPT TO AU-DEPT
      PERFORM CHECK-ONE-GRANT
      IF NOT AUTHORIZED AND CORR-DEPT NOT = '*ALL'
          MOVE CORR-USER TO AU-USER
          MOVE '*ALL' TO AU-DEPT
          PERFORM CHECK-ONE-GRANT
      END-IF.

  CHECK-ONE-GRANT.
      READ AUTH-MAST
      EVALUATE WS-AUTH-FS
          WHEN '00'
              IF AU-CORR = 'Y'
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
              DISPLAY 'AOC_Y2020_EX01_EDIT - authmast.dat READ ERROR, FILE STATUS = '
                  WS-AUTH-FS
              MOVE 'authmast.dat READ ERROR' TO WS-AUTH-REASON
              MOVE 12 TO WS-RETURN-CODE
      END-EVALUATE.

  *> REJECT-UNAUTHORIZED REFUSES THE CORRECTION CARD AND RECORDS THE
  *> REFUSAL ON THE SECURITY-VIOLATION REPORT: WHO, WHICH DEPARTMENT,
  *> WHY, AND THE CARD AS SUBMITTED. THE REJECT THE CARD ANSWERED
  *> STANDS, SO IT LEAVES A WARNING ON THE RETURN CODE.
  REJECT-UNAUTHORIZED.
      DISPLAY 'AOC_Y2020_EX01_EDIT - CORRECTION FOR DEPT ' CORR-DEPT
          ' RECNO ' CORR-RECNO ' BY ' CORR-USER ' REFUSED - '
          WS-AUTH-REASON
      ADD 1 TO WS-VIOLATION-COUNT
      IF WS-RETURN-CODE < 4
          MOVE 4 TO WS-RETURN-CODE
      END-IF
      IF SEC-OPENED
          ACCEPT WS-TIME-RAW FROM TIME
          MOVE SPACES TO SECVIOL-RECORD
          MOVE WS-RUN-DATE TO SEC-DATE
          MOVE WS-TIME-RAW(1:6) TO SEC-TIME
          MOVE 'EDIT' TO SEC-STEP
          MOVE CORR-USER TO SEC-USER
          MOVE CORR-DEPT TO SEC-DEPT
          MOVE 'CORRECTION' TO SEC-ATTEMPT
          MOVE WS-AUTH-REASON TO SEC-REASON
          MOVE CORR-RECORD TO SEC-IMAGE
          WRITE SECVIOL-RECORD
          IF WS-SEC-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_EDIT - UNABLE TO WRITE secviol.txt, FILE STATUS = '
                  WS-SEC-FS
              MOVE 12 TO WS-RETURN-CODE
          END-IF
      END-IF.

          END-IF
      END-IF.

  *> LOAD-DATE-REGISTER READS THE WHOLE BUSINESS-DATE REGISTER BEFORE
  *> THE FIRST EXTRACT IS TOUCHED. A REGISTER THAT CANNOT BE READ IS A
  *> FILE ERROR, NOT AN EMPTY HISTORY - TREATING IT AS EMPTY WOULD
  *> WAVE THROUGH THE VERY RESEND IT EXISTS TO CATCH.
  LOAD-DATE-REGISTER.
      OPEN INPUT BDREG-FILE
      IF WS-BDR-FS NOT = '00'
          IF WS-BDR-FS = '35'
              MOVE 'Y' TO WS-BDR-LOADED-SW
          ELSE
              DISPLAY 'AOC_Y2020_EX01_EDIT - UNABLE TO OPEN bdatereg.dat, FILE STATUS = '
                  WS-BDR-FS
              MOVE 12 TO WS-RETURN-CODE
          END-IF
      ELSE
          MOVE 'Y' TO WS-BDR-LOADED-SW
          PERFORM UNTIL BDR-EOF
              READ BDREG-FILE
              AT END
                  MOVE 'Y' TO WS-BDR-EOF-SW
              NOT AT END
                  IF WS-BDR-FS NOT = '00'
                      DISPLAY 'AOC_Y2020_EX01_EDIT - bdatereg.dat READ ERROR, FILE STATUS = '
                          WS-BDR-FS
                      MOVE 12 TO WS-RETURN-CODE
                      MOVE 'N' TO WS-BDR-LOADED-SW
                      MOVE 'Y' TO WS-BDR-EOF-SW
                  ELSE
                      PERFORM STORE-ONE-REGISTER-ENTRY
                  END-IF
              END-READ
          END-PERFORM
          CLOSE BDREG-FILE
          IF WS-BDR-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_EDIT - UNABLE TO CLOSE bdatereg.dat, FILE STATUS = '
                  WS-BDR-FS
              IF WS-RETURN-CODE < 12
                  MOVE 12 TO WS-RETURN-CODE
              END-IF
          END-IF
      END-IF.

  STORE-ONE-REGISTER-ENTRY.
      IF BDREG-RECORD = SPACES
          CONTINUE
      ELSE
          IF BDR-BUS-DATE IS NOT NUMERIC OR BDR-COUNT IS NOT NUMERIC
                  OR BDR-HASH IS NOT NUMERIC OR BDR-RUN-DATE IS NOT NUMERIC
                  OR (BDR-STATE NOT = 'R' AND BDR-STATE NOT = SPACE)
              DISPLAY 'AOC_Y2020_EX01_EDIT - MALFORMED bdatereg.dat RECORD: '
                  BDREG-RECORD(1:40)
              MOVE 12 TO WS-RETURN-CODE
              MOVE 'N' TO WS-BDR-LOADED-SW
              MOVE 'Y' TO WS-BDR-EOF-SW
          ELSE
              IF WS-BDR-COUNT >= WS-MAX-BDR
                  DISPLAY 'AOC_Y2020_EX01_EDIT - BUSINESS-DATE REGISTER EXCEEDS THE '
                      'TABLE CEILING OF ' WS-MAX-BDR
                  MOVE 12 TO WS-RETURN-CODE
                  MOVE 'N' TO WS-BDR-LOADED-SW
                  MOVE 'Y' TO WS-BDR-EOF-SW
              ELSE
                  ADD 1 TO WS-BDR-COUNT
                  MOVE BDR-DEPT TO WS-BDR-T-DEPT(WS-BDR-COUNT)
                  MOVE BDR-BUS-DATE TO WS-BDR-T-DATE(WS-BDR-COUNT)
                  MOVE BDR-COUNT TO WS-BDR-T-COUNT(WS-BDR-COUNT)
                  MOVE BDR-HASH TO WS-BDR-T-HASH(WS-BDR-COUNT)
                  MOVE BDR-RUN-DATE TO WS-BDR-T-RUN-DATE(WS-BDR-COUNT)
                  MOVE BDR-STATE TO WS-BDR-T-STATE(WS-BDR-COUNT)
              END-IF
          END-IF
      END-IF.

  *> WRITE-DATE-REGISTER REWRITES THE REGISTER WITH THIS RUN'S
  *> ACCEPTED EXTRACTS IN PLACE, MARKED RELEASED. NOTHING NEW, NOTHING
  *> WRITTEN.
  WRITE-DATE-REGISTER.
      IF WS-BDR-REG-COUNT > 0
          OPEN OUTPUT BDREG-FILE
          IF WS-BDR-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_EDIT - UNABLE TO REWRITE bdatereg.dat, FILE STATUS = '
                  WS-BDR-FS
              MOVE 12 TO WS-RETURN-CODE
          ELSE
              PERFORM VARYING WS-BDR-SUB FROM 1 BY 1
                      UNTIL WS-BDR-SUB > WS-BDR-COUNT
                  MOVE SPACES TO BDREG-RECORD
                  MOVE WS-BDR-T-DEPT(WS-BDR-SUB) TO BDR-DEPT
                  MOVE WS-BDR-T-DATE(WS-BDR-SUB) TO BDR-BUS-DATE
                  MOVE WS-BDR-T-COUNT(WS-BDR-SUB) TO BDR-COUNT
                  MOVE WS-BDR-T-HASH(WS-BDR-SUB) TO BDR-HASH
                  MOVE WS-BDR-T-RUN-DATE(WS-BDR-SUB) TO BDR-RUN-DATE
                  MOVE WS-BDR-T-STATE(WS-BDR-SUB) TO BDR-STATE
                  WRITE BDREG-RECORD
                  IF WS-BDR-FS NOT = '00'
                      DISPLAY 'AOC_Y2020_EX01_EDIT - UNABLE TO WRITE bdatereg.dat, FILE STATUS = '
                          WS-BDR-FS
                      MOVE 12 TO WS-RETURN-CODE
                      MOVE WS-BDR-COUNT TO WS-BDR-SUB
                  END-IF
              END-PERFORM
              CLOSE BDREG-FILE
              IF WS-BDR-FS NOT = '00'
                  DISPLAY 'AOC_Y2020_EX01_EDIT - UNABLE TO CLOSE bdatereg.dat, FILE STATUS = '
                      WS-BDR-FS
                  MOVE 12 TO WS-RETURN-CODE
              END-IF
              DISPLAY 'AOC_Y2020_EX01_EDIT - EXTRACTS REGISTERED ON bdatereg.dat = '
                  WS-BDR-REG-COUNT
          END-IF
      END-IF.

  WRITE-CORRRPT-LINE.
      WRITE CORRRPT-LINE FROM WS-CRPT-REC
      IF WS-CRPT-FS NOT = '00'
