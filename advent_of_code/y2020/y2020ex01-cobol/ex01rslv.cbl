  IDENTIFICATION DIVISION.
  PROGRAM-ID. AOC_Y2020_EX01_RSLV.
  ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
  FILE-CONTROL.
      *> ONE OPTIONAL CARD: THE WRITE-OFF AMOUNT (TWO IMPLIED DECIMALS,
      *> COLUMNS 1-11) ABOVE WHICH A WRITE-OFF NEEDS A SECOND,
      *> APPROVING USER ID. WHEN THE FILE IS ABSENT OR EMPTY THE LIMIT
      *> IS ZERO, SO AN UNCONFIGURED JOB SENDS EVERY WRITE-OFF THROUGH
      *> A SECOND PAIR OF EYES RATHER THAN NONE.
      SELECT RSLV-PARM-FILE ASSIGN "rslvctl.dat"
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-PARM-FS.

      *> FIXED-COLUMN OPERATOR RESOLUTION TRANSACTIONS AGAINST THE
      *> SUSPENSE LEDGER: ACTION (1, C=CLEAR, W=WRITE OFF, F=FORCE
      *> MATCH), THE LEDGER KEY - DEPARTMENT (2-11) AND EXTRACT RECORD
      *> NUMBER (12-19) - THEN THE REASON CODE (20-23, REQUIRED ON A
      *> CLEAR), THE GL ACCOUNT WRITTEN OFF TO (24-35, REQUIRED ON A
      *> WRITE-OFF), THE FORCE-MATCH GROUP ID (36-43, REQUIRED ON A
      *> FORCE MATCH - EVERY ITEM OF ONE GROUP CARRIES THE SAME ID AND
      *> THE GROUP MUST NET TO ZERO), THE SUBMITTER'S ID (44-51) AND THE
      *> APPROVER'S ID (52-59, REQUIRED ON A WRITE-OFF OVER THE LIMIT).
      SELECT RSLV-TRAN-FILE ASSIGN "suspres.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-TRAN-FS.

      *> THE SUSPENSE LEDGER AS LEFT BY THE LAST AOC_Y2020_EX01_SUSP
      *> ROLL - ONLY AN ITEM ACTUALLY IN SUSPENSE CAN BE RESOLVED.
      *> THE LAYOUTS MUST MOVE TOGETHER.
      SELECT LEDGER-FILE ASSIGN "suspledg.dat"
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-LDG-FS.

      *> ONE RECORD PER APPLIED RESOLUTION, APPENDED AND NEVER
      *> TRUNCATED. IT IS BOTH THE AUDIT TRAIL (WHO RESOLVED WHAT, HOW,
      *> AND WHO APPROVED IT) AND THE REGISTER AOC_Y2020_EX01_SUSP
      *> READS TO KEEP A RESOLVED ITEM OUT OF SUSPENSE FOR GOOD, HOWEVER
      *> OFTEN THE EXTRACT KEEPS SENDING IT. THE LAYOUTS MUST MOVE
      *> TOGETHER.
      SELECT RSLV-AUDIT-FILE ASSIGN "resaudit.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-AUD-FS.

      *> THE RESOLUTION POSTINGS, ONE RECORD PER RESOLVED ITEM, IN THE
      *> SAME COLUMNS AS THE SEARCH STEP'S matched.dat POSTING FEED SO
      *> THE GENERAL LEDGER POSTS THEM THE SAME WAY, WITH THE GL
      *> ACCOUNT AFTER THEM. EACH RUN APPENDS ITS OWN; THE FEED HOLDS
      *> EVERY RESOLUTION SINCE AOC_Y2020_EX01_GACK LAST CAPTURED AND
      *> EMPTIED IT, HOWEVER MANY RUNS THAT SPANS. ABSENT FILE = NONE
      *> WAITING. THE LAYOUTS MUST MOVE TOGETHER.
      SELECT RSLV-POST-FILE ASSIGN "respost.dat"
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-PST-FS.
  DATA DIVISION.
  FILE SECTION.
      FD  RSLV-PARM-FILE.
      01 RSLV-PARM-RECORD.
         03 RSLV-PARM-LIMIT    PIC 9(09)V99.

      FD  RSLV-TRAN-FILE.
      01 RSLV-TRAN-RECORD.
         03 RES-ACTION         PIC X(01).
         03 RES-DEPT           PIC X(10).
         03 RES-RECNO-X        PIC X(08).
         03 RES-REASON         PIC X(04).
         03 RES-GL-ACCOUNT     PIC X(12).
         03 RES-GROUP          PIC X(08).
         03 RES-USER           PIC X(08).
         03 RES-APPROVER       PIC X(08).

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

      *> DATE/TIME APPLIED, THE ACTION AND LEDGER KEY, THE ITEM'S SIGNED
      *> AMOUNT AS IT STOOD IN SUSPENSE, WHO SUBMITTED AND WHO
      *> APPROVED, AND THE ACTION'S OWN DETAIL (REASON CODE, GL
      *> ACCOUNT, FORCE-MATCH GROUP) - SPACES WHERE AN ACTION HAS NONE.
      FD  RSLV-AUDIT-FILE.
      01 RSLV-AUDIT-RECORD.
         03 RSA-DATE           PIC 9(08).
         03 FILLER             PIC X(01).
         03 RSA-TIME           PIC 9(06).
         03 FILLER             PIC X(01).
         03 RSA-ACTION         PIC X(01).
         03 FILLER             PIC X(01).
         03 RSA-DEPT           PIC X(10).
         03 FILLER             PIC X(01).
         03 RSA-RECNO          PIC 9(08).
         03 FILLER             PIC X(01).
         03 RSA-SIGN           PIC X(01).
         03 RSA-AMOUNT         PIC 9(09)V99.
         03 FILLER             PIC X(01).
         03 RSA-USER           PIC X(08).
         03 FILLER             PIC X(01).
         03 RSA-APPROVER       PIC X(08).
         03 FILLER             PIC X(01).
         03 RSA-REASON         PIC X(04).
         03 FILLER             PIC X(01).
         03 RSA-GL-ACCOUNT     PIC X(12).
         03 FILLER             PIC X(01).
         03 RSA-GROUP          PIC X(08).

      *> THE matched.dat COLUMNS. A RESOLUTION ANSWERS NO CONTROL-CARD
      *> TARGET, SO THE TARGET NUMBER IS ZERO; THE DEPTH IS THE NUMBER
      *> OF LEGS RESOLVED TOGETHER (1 FOR A CLEAR OR WRITE-OFF, THE
      *> GROUP SIZE FOR A FORCE MATCH), THE VARIANCE IS ZERO AND THE
      *> STANDING-RULE IDENTIFIER NAMES THE ACTION (RSLV-C, RSLV-W OR
      *> RSLV-F) SO THE LEDGER KNOWS WHAT IT IS POSTING. THE GL ACCOUNT
      *> FOLLOWS IN COLUMNS 73-84 - THE WRITE-OFF ACCOUNT, SPACES FOR A
      *> CLEAR OR FORCE MATCH.
      FD  RSLV-POST-FILE.
      01 RSLV-POST-RECORD.
         03 PST-RUN-DATE       PIC 9(08).
         03 FILLER             PIC X(01).
         03 PST-DEPT           PIC X(10).
         03 FILLER             PIC X(01).
         03 PST-TARGET-NO      PIC 9(02).
         03 FILLER             PIC X(01).
         03 PST-DEPTH          PIC 9(02).
         03 FILLER             PIC X(01).
         03 PST-RECNO          PIC 9(08).
         03 FILLER             PIC X(01).
         03 PST-SIGN           PIC X(01).
         03 PST-AMOUNT         PIC 9(09)V99.
         03 FILLER             PIC X(01).
         03 PST-VAR-SIGN       PIC X(01).
         03 PST-VARIANCE       PIC 9(12)V99.
         03 FILLER             PIC X(01).
         03 PST-RULE-ID        PIC X(08).
         03 PST-GL-ACCOUNT     PIC X(12).
  WORKING-STORAGE SECTION.
  77 WS-PARM-FS          PIC 9(02).
  77 WS-TRAN-FS          PIC 9(02).
  77 WS-LDG-FS           PIC 9(02).
  77 WS-AUD-FS           PIC 9(02).
  77 WS-PST-FS           PIC 9(02).
  01 WS-TRAN-EOF-SW      PIC X(01) VALUE 'N'.
     88 TRAN-EOF         VALUE 'Y'.
  01 WS-LDG-EOF-SW       PIC X(01) VALUE 'N'.
     88 LDG-EOF          VALUE 'Y'.
  01 WS-AUD-EOF-SW       PIC X(01) VALUE 'N'.
     88 AUD-EOF          VALUE 'Y'.
  01 WS-AUD-OPENED-SW    PIC X(01) VALUE 'N'.
     88 AUD-OPENED       VALUE 'Y'.
  01 WS-PST-OPENED-SW    PIC X(01) VALUE 'N'.
     88 PST-OPENED       VALUE 'Y'.
  01 WS-ABORT-SW         PIC X(01) VALUE 'N'.
     88 ABORT-RUN        VALUE 'Y'.
  01 WS-RETURN-CODE      PIC 9(02) VALUE 0.
  01 WS-RUN-DATE         PIC 9(08).
  01 WS-TIME-RAW         PIC 9(08).
  01 WS-APPLY-COUNT      PIC 9(05) VALUE 0.
  01 WS-REJECT-COUNT     PIC 9(05) VALUE 0.

  *> THE WRITE-OFF APPROVAL LIMIT. ZERO (THE DEFAULT) MEANS EVERY
  *> WRITE-OFF NEEDS AN APPROVER.
  01 WS-APPROVAL-LIMIT   PIC 9(09)V99 VALUE 0.

  *> THE LEDGER, LOADED WHOLE, SIZED TO THE SEARCH PROGRAM'S ENTRY
  *> CEILING LIKE THE ROLL THAT WRITES IT.
  01 WS-MAX-ITEMS        PIC 9(08) COMP VALUE 50000.
  01 WS-LDG-COUNT        PIC 9(08) COMP VALUE 0.
  01 WS-LDG-TBL.
     03 WS-LDG-ITEM      OCCURS 50000 TIMES.
        05 WS-LDG-DEPT       PIC X(10).
        05 WS-LDG-RECNO      PIC 9(08) COMP.
        05 WS-LDG-SIGN       PIC X(01).
        05 WS-LDG-AMT        PIC 9(09)V99 COMP-3.

  *> EVERY RESOLUTION ALREADY ON THE REGISTER, PLUS THOSE APPLIED SO
  *> FAR THIS RUN, SO AN ITEM IS NEVER RESOLVED TWICE.
  01 WS-RSV-COUNT        PIC 9(08) COMP VALUE 0.
  01 WS-RSV-TBL.
     03 WS-RSV-ITEM      OCCURS 50000 TIMES.
        05 WS-RSV-DEPT       PIC X(10).
        05 WS-RSV-RECNO      PIC 9(08) COMP.
        05 WS-RSV-SIGN       PIC X(01).
        05 WS-RSV-AMT        PIC 9(09)V99 COMP-3.

  *> THE TRANSACTIONS, LOADED WHOLE SO A FORCE-MATCH GROUP CAN BE
  *> EDITED AS ONE UNIT WHEREVER ITS MEMBERS SIT IN THE FILE.
  01 WS-MAX-TRANS        PIC 9(08) COMP VALUE 5000.
  01 WS-TRN-COUNT        PIC 9(08) COMP VALUE 0.
  01 WS-TRN-TBL.
     03 WS-TRN-ITEM      OCCURS 5000 TIMES.
        05 WS-TRN-LINE       PIC 9(05).
        05 WS-TRN-ACTION     PIC X(01).
        05 WS-TRN-DEPT       PIC X(10).
        05 WS-TRN-RECNO-X    PIC X(08).
        05 WS-TRN-RECNO REDEFINES WS-TRN-RECNO-X
                             PIC 9(08).
        05 WS-TRN-REASON     PIC X(04).
        05 WS-TRN-GL-ACCOUNT PIC X(12).
        05 WS-TRN-GROUP      PIC X(08).
        05 WS-TRN-USER       PIC X(08).
        05 WS-TRN-APPROVER   PIC X(08).
        05 WS-TRN-LDG-SUB    PIC 9(08) COMP.
        05 WS-TRN-DONE-SW    PIC X(01).
        05 WS-TRN-BAD-SW     PIC X(01).
  01 WS-TRN-LINE-NO      PIC 9(05) VALUE 0.

  01 WS-TRN-SUB          PIC 9(08) COMP.
  01 WS-CHK-SUB          PIC 9(08) COMP.
  01 WS-GRP-SUB          PIC 9(08) COMP.
  01 WS-SCAN-SUB         PIC 9(08) COMP.
  01 WS-FOUND-SW         PIC X(01).
     88 ITEM-FOUND       VALUE 'Y'.
  01 WS-ITEM-BAD-SW      PIC X(01).
     88 ITEM-BAD         VALUE 'Y'.
  01 WS-GROUP-BAD-SW     PIC X(01).
     88 GROUP-BAD        VALUE 'Y'.
  01 WS-GROUP-SIZE       PIC 9(08) COMP.
  01 WS-GROUP-NET        PIC S9(13)V99 COMP-3.
  01 WS-LEG-AMT          PIC S9(11)V99 COMP-3.
  01 WS-POST-DEPTH       PIC 9(02).
  01 WS-AMT-EDIT         PIC -(09)9.99.
  01 WS-AMT13-EDIT       PIC -(12)9.99.

  PROCEDURE DIVISION.
  MAIN-PARA.
      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

      *> READ THE WRITE-OFF APPROVAL LIMIT FROM THE CONTROL CARD. AN
      *> ABSENT OR EMPTY rslvctl.dat LEAVES THE ZERO DEFAULT IN PLACE.
      OPEN INPUT RSLV-PARM-FILE.
      IF WS-PARM-FS = '00'
          READ RSLV-PARM-FILE
              AT END
                  CONTINUE
              NOT AT END
                  IF WS-PARM-FS = '00'
                      IF RSLV-PARM-LIMIT IS NUMERIC
                          MOVE RSLV-PARM-LIMIT TO WS-APPROVAL-LIMIT
                      ELSE
                          DISPLAY 'AOC_Y2020_EX01_RSLV - NON-NUMERIC WRITE-OFF LIMIT ON rslvctl.dat CARD'
                          MOVE 12 TO WS-RETURN-CODE
                          MOVE 'Y' TO WS-ABORT-SW
                      END-IF
                  ELSE
                      DISPLAY 'AOC_Y2020_EX01_RSLV - rslvctl.dat READ ERROR, FILE STATUS = '
                          WS-PARM-FS
                      MOVE 12 TO WS-RETURN-CODE
                      MOVE 'Y' TO WS-ABORT-SW
                  END-IF
          END-READ
          CLOSE RSLV-PARM-FILE
          IF WS-PARM-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_RSLV - UNABLE TO CLOSE rslvctl.dat, FILE STATUS = '
                  WS-PARM-FS
              MOVE 12 TO WS-RETURN-CODE
          END-IF
      END-IF.

      IF NOT ABORT-RUN
          PERFORM LOAD-SUSPENSE-LEDGER
      END-IF.
      IF NOT ABORT-RUN
          PERFORM LOAD-RESOLUTION-REGISTER
      END-IF.
      IF NOT ABORT-RUN
          PERFORM LOAD-TRANSACTIONS
      END-IF.

      *> THE REGISTER IS ALWAYS EXTENDED, NEVER TRUNCATED; THE FIRST
      *> RESOLUTION RUN EVER CREATES IT. NO AUDIT, NO RESOLUTIONS - AN
      *> UNRECORDED RESOLUTION WOULD COME STRAIGHT BACK INTO SUSPENSE
      *> ON THE NEXT ROLL, AND NOBODY COULD SAY WHO TOOK IT OUT.
      IF NOT ABORT-RUN
          OPEN EXTEND RSLV-AUDIT-FILE
          IF WS-AUD-FS = '35'
              OPEN OUTPUT RSLV-AUDIT-FILE
          END-IF
          IF WS-AUD-FS = '00'
              MOVE 'Y' TO WS-AUD-OPENED-SW
          ELSE
              DISPLAY 'AOC_Y2020_EX01_RSLV - UNABLE TO OPEN resaudit.txt, FILE STATUS = '
                  WS-AUD-FS ' - NO RESOLUTIONS APPLIED'
              MOVE 12 TO WS-RETURN-CODE
          END-IF
      END-IF.

      IF AUD-OPENED
          OPEN EXTEND RSLV-POST-FILE
          IF WS-PST-FS = '35'
              OPEN OUTPUT RSLV-POST-FILE
          END-IF
          IF WS-PST-FS = '00'
              MOVE 'Y' TO WS-PST-OPENED-SW
          ELSE
              DISPLAY 'AOC_Y2020_EX01_RSLV - UNABLE TO OPEN respost.dat, FILE STATUS = '
                  WS-PST-FS ' - NO RESOLUTIONS APPLIED'
              MOVE 12 TO WS-RETURN-CODE
          END-IF
      END-IF.

      IF PST-OPENED
          PERFORM VARYING WS-TRN-SUB FROM 1 BY 1
                  UNTIL WS-TRN-SUB > WS-TRN-COUNT OR ABORT-RUN
              IF WS-TRN-DONE-SW(WS-TRN-SUB) = 'N'
                  PERFORM PROCESS-ONE-TRANSACTION
              END-IF
          END-PERFORM
          CLOSE RSLV-POST-FILE
          IF WS-PST-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_RSLV - UNABLE TO CLOSE respost.dat, FILE STATUS = '
                  WS-PST-FS
              MOVE 12 TO WS-RETURN-CODE
          END-IF
      END-IF.

      IF AUD-OPENED
          CLOSE RSLV-AUDIT-FILE
          IF WS-AUD-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_RSLV - UNABLE TO CLOSE resaudit.txt, FILE STATUS = '
                  WS-AUD-FS
              MOVE 12 TO WS-RETURN-CODE
          END-IF
      END-IF.

      IF WS-REJECT-COUNT > 0
          IF WS-RETURN-CODE < 4
              MOVE 4 TO WS-RETURN-CODE
          END-IF
      END-IF.
      DISPLAY 'AOC_Y2020_EX01_RSLV - RESOLUTIONS APPLIED = ' WS-APPLY-COUNT
          ' REJECTED = ' WS-REJECT-COUNT.
      MOVE WS-RETURN-CODE TO RETURN-CODE.
      STOP RUN.

  *> LOAD-SUSPENSE-LEDGER READS THE LEDGER THE LAST ROLL LEFT. NO
  *> LEDGER AT ALL MEANS NOTHING IS IN SUSPENSE, SO EVERY TRANSACTION
  *> WILL BE REJECTED AS NOT IN SUSPENSE - NOT A FILE ERROR.
  LOAD-SUSPENSE-LEDGER.
      OPEN INPUT LEDGER-FILE
      IF WS-LDG-FS NOT = '00'
          IF WS-LDG-FS = '35'
              DISPLAY 'AOC_Y2020_EX01_RSLV - NO suspledg.dat PRESENT -'
                  ' NOTHING IS IN SUSPENSE TO RESOLVE'
          ELSE
              DISPLAY 'AOC_Y2020_EX01_RSLV - UNABLE TO OPEN suspledg.dat, FILE STATUS = '
                  WS-LDG-FS
              MOVE 12 TO WS-RETURN-CODE
              MOVE 'Y' TO WS-ABORT-SW
          END-IF
      ELSE
          PERFORM UNTIL LDG-EOF OR ABORT-RUN
              READ LEDGER-FILE
              AT END
                  MOVE 'Y' TO WS-LDG-EOF-SW
              NOT AT END
                  IF WS-LDG-FS NOT = '00'
                      DISPLAY 'AOC_Y2020_EX01_RSLV - suspledg.dat READ ERROR, FILE STATUS = '
                          WS-LDG-FS
                      MOVE 12 TO WS-RETURN-CODE
                      MOVE 'Y' TO WS-ABORT-SW
                  ELSE
                      PERFORM STORE-ONE-LEDGER-ITEM
                  END-IF
              END-READ
          END-PERFORM
          CLOSE LEDGER-FILE
          IF WS-LDG-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_RSLV - UNABLE TO CLOSE suspledg.dat, FILE STATUS = '
                  WS-LDG-FS
              MOVE 12 TO WS-RETURN-CODE
          END-IF
      END-IF.

  STORE-ONE-LEDGER-ITEM.
      IF LEDGER-RECORD = SPACES
          CONTINUE
      ELSE
          IF LDG-RECNO IS NOT NUMERIC OR LDG-AMOUNT IS NOT NUMERIC
                  OR (LDG-SIGN NOT = '+' AND LDG-SIGN NOT = '-')
              DISPLAY 'AOC_Y2020_EX01_RSLV - MALFORMED LEDGER RECORD: '
                  LEDGER-RECORD(1:30)
              MOVE 12 TO WS-RETURN-CODE
              MOVE 'Y' TO WS-ABORT-SW
          ELSE
              IF WS-LDG-COUNT >= WS-MAX-ITEMS
                  DISPLAY 'AOC_Y2020_EX01_RSLV - LEDGER EXCEEDS THE TABLE'
                      ' CEILING OF ' WS-MAX-ITEMS
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
      END-IF.

  *> LOAD-RESOLUTION-REGISTER READS EVERY RESOLUTION EVER APPLIED. THE
  *> FIRST RUN EVER FINDS NO REGISTER - NOTHING HAS BEEN RESOLVED YET.
  *> A REGISTER THAT CANNOT BE READ WHOLE STOPS THE RUN: RESOLVING
  *> AGAINST HALF OF IT COULD RESOLVE - AND POST - AN ITEM TWICE.
  LOAD-RESOLUTION-REGISTER.
      OPEN INPUT RSLV-AUDIT-FILE
      IF WS-AUD-FS NOT = '00'
          IF WS-AUD-FS NOT = '35'
              DISPLAY 'AOC_Y2020_EX01_RSLV - UNABLE TO OPEN resaudit.txt, FILE STATUS = '
                  WS-AUD-FS
              MOVE 12 TO WS-RETURN-CODE
              MOVE 'Y' TO WS-ABORT-SW
          END-IF
      ELSE
          PERFORM UNTIL AUD-EOF OR ABORT-RUN
              READ RSLV-AUDIT-FILE
              AT END
                  MOVE 'Y' TO WS-AUD-EOF-SW
              NOT AT END
                  IF WS-AUD-FS NOT = '00'
                      DISPLAY 'AOC_Y2020_EX01_RSLV - resaudit.txt READ ERROR, FILE STATUS = '
                          WS-AUD-FS
                      MOVE 12 TO WS-RETURN-CODE
                      MOVE 'Y' TO WS-ABORT-SW
                  ELSE
                      PERFORM STORE-ONE-RESOLUTION
                  END-IF
              END-READ
          END-PERFORM
          CLOSE RSLV-AUDIT-FILE
          IF WS-AUD-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_RSLV - UNABLE TO CLOSE resaudit.txt, FILE STATUS = '
                  WS-AUD-FS
              MOVE 12 TO WS-RETURN-CODE
              MOVE 'Y' TO WS-ABORT-SW
          END-IF
      END-IF.

  STORE-ONE-RESOLUTION.
      IF RSLV-AUDIT-RECORD = SPACES
          CONTINUE
      ELSE
          IF RSA-RECNO IS NOT NUMERIC OR RSA-AMOUNT IS NOT NUMERIC
                  OR (RSA-SIGN NOT = '+' AND RSA-SIGN NOT = '-')
              DISPLAY 'AOC_Y2020_EX01_RSLV - MALFORMED RESOLUTION REGISTER RECORD: '
                  RSLV-AUDIT-RECORD(1:40)
              MOVE 12 TO WS-RETURN-CODE
              MOVE 'Y' TO WS-ABORT-SW
          ELSE
              IF WS-RSV-COUNT >= WS-MAX-ITEMS
                  DISPLAY 'AOC_Y2020_EX01_RSLV - RESOLUTION REGISTER EXCEEDS THE'
                      ' TABLE CEILING OF ' WS-MAX-ITEMS
                  MOVE 12 TO WS-RETURN-CODE
                  MOVE 'Y' TO WS-ABORT-SW
              ELSE
                  ADD 1 TO WS-RSV-COUNT
                  MOVE RSA-DEPT TO WS-RSV-DEPT(WS-RSV-COUNT)
                  MOVE RSA-RECNO TO WS-RSV-RECNO(WS-RSV-COUNT)
                  MOVE RSA-SIGN TO WS-RSV-SIGN(WS-RSV-COUNT)
                  MOVE RSA-AMOUNT TO WS-RSV-AMT(WS-RSV-COUNT)
              END-IF
          END-IF
      END-IF.

  *> LOAD-TRANSACTIONS READS THE OPERATOR'S RESOLUTION TRANSACTIONS
  *> WHOLE. A BLANK SEPARATOR LINE IS TOLERATED SILENTLY, AS THE
  *> MASTER MAINTENANCE STEP DOES.
  LOAD-TRANSACTIONS.
      OPEN INPUT RSLV-TRAN-FILE
      IF WS-TRAN-FS NOT = '00'
          DISPLAY 'AOC_Y2020_EX01_RSLV - UNABLE TO OPEN suspres.txt, FILE STATUS = '
              WS-TRAN-FS
          MOVE 12 TO WS-RETURN-CODE
          MOVE 'Y' TO WS-ABORT-SW
      ELSE
          PERFORM UNTIL TRAN-EOF OR ABORT-RUN
              READ RSLV-TRAN-FILE
              AT END
                  MOVE 'Y' TO WS-TRAN-EOF-SW
              NOT AT END
                  IF WS-TRAN-FS NOT = '00'
                      DISPLAY 'AOC_Y2020_EX01_RSLV - suspres.txt READ ERROR, FILE STATUS = '
                          WS-TRAN-FS
                      MOVE 12 TO WS-RETURN-CODE
                      MOVE 'Y' TO WS-ABORT-SW
                  ELSE
                      ADD 1 TO WS-TRN-LINE-NO
                      PERFORM STORE-ONE-TRANSACTION
                  END-IF
              END-READ
          END-PERFORM
          CLOSE RSLV-TRAN-FILE
          IF WS-TRAN-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_RSLV - UNABLE TO CLOSE suspres.txt, FILE STATUS = '
                  WS-TRAN-FS
              MOVE 12 TO WS-RETURN-CODE
          END-IF
      END-IF.

  STORE-ONE-TRANSACTION.
      IF RSLV-TRAN-RECORD = SPACES
          CONTINUE
      ELSE
          IF WS-TRN-COUNT >= WS-MAX-TRANS
              DISPLAY 'AOC_Y2020_EX01_RSLV - MORE THAN ' WS-MAX-TRANS
                  ' RESOLUTION TRANSACTIONS - NONE APPLIED'
              MOVE 12 TO WS-RETURN-CODE
              MOVE 'Y' TO WS-ABORT-SW
          ELSE
              ADD 1 TO WS-TRN-COUNT
              MOVE WS-TRN-LINE-NO TO WS-TRN-LINE(WS-TRN-COUNT)
              MOVE RES-ACTION TO WS-TRN-ACTION(WS-TRN-COUNT)
              MOVE RES-DEPT TO WS-TRN-DEPT(WS-TRN-COUNT)
              MOVE RES-RECNO-X TO WS-TRN-RECNO-X(WS-TRN-COUNT)
              MOVE RES-REASON TO WS-TRN-REASON(WS-TRN-COUNT)
              MOVE RES-GL-ACCOUNT TO WS-TRN-GL-ACCOUNT(WS-TRN-COUNT)
              MOVE RES-GROUP TO WS-TRN-GROUP(WS-TRN-COUNT)
              MOVE RES-USER TO WS-TRN-USER(WS-TRN-COUNT)
              MOVE RES-APPROVER TO WS-TRN-APPROVER(WS-TRN-COUNT)
              MOVE 0 TO WS-TRN-LDG-SUB(WS-TRN-COUNT)
              MOVE 'N' TO WS-TRN-DONE-SW(WS-TRN-COUNT)
              MOVE 'N' TO WS-TRN-BAD-SW(WS-TRN-COUNT)
          END-IF
      END-IF.

  *> PROCESS-ONE-TRANSACTION EDITS AND APPLIES THE TRANSACTION AT
  *> WS-TRN-SUB. A CLEAR OR WRITE-OFF STANDS ALONE; A FORCE MATCH
  *> PULLS IN EVERY OTHER MEMBER OF ITS GROUP AND STANDS OR FALLS
  *> WITH THEM - HALF A FORCE MATCH WOULD POST AN IMBALANCE.
  PROCESS-ONE-TRANSACTION.
      MOVE WS-TRN-SUB TO WS-CHK-SUB
      EVALUATE WS-TRN-ACTION(WS-TRN-SUB)
          WHEN 'C'
          WHEN 'W'
              PERFORM EDIT-ONE-ITEM
              IF NOT ITEM-BAD
                  PERFORM EDIT-ACTION-DETAIL
              END-IF
              IF NOT ITEM-BAD
                  MOVE 1 TO WS-POST-DEPTH
                  PERFORM APPLY-ONE-RESOLUTION
              END-IF
              MOVE 'Y' TO WS-TRN-DONE-SW(WS-TRN-SUB)
          WHEN 'F'
              PERFORM PROCESS-FORCE-GROUP
          WHEN OTHER
              DISPLAY 'AOC_Y2020_EX01_RSLV - TRANSACTION '
                  WS-TRN-LINE(WS-TRN-SUB) ' HAS AN INVALID ACTION '
                  WS-TRN-ACTION(WS-TRN-SUB) ' - REJECTED'
              ADD 1 TO WS-REJECT-COUNT
              MOVE 'Y' TO WS-TRN-DONE-SW(WS-TRN-SUB)
      END-EVALUATE.

  *> EDIT-ONE-ITEM APPLIES THE EDITS EVERY ACTION SHARES TO THE
  *> TRANSACTION AT WS-CHK-SUB: A SUBMITTER, A WELL-FORMED KEY, AN
  *> ITEM ACTUALLY IN SUSPENSE, AND ONE NOT ALREADY RESOLVED. THE
  *> LEDGER POSITION FOUND IS KEPT FOR THE AMOUNT AND SIGN.
  EDIT-ONE-ITEM.
      MOVE 'N' TO WS-ITEM-BAD-SW
      *> AN UNSIGNED RESOLUTION DEFEATS THE AUDIT TRAIL - NOBODY GETS
      *> TO TAKE AN ITEM OUT OF SUSPENSE ANONYMOUSLY.
      IF WS-TRN-USER(WS-CHK-SUB) = SPACES
          DISPLAY 'AOC_Y2020_EX01_RSLV - TRANSACTION '
              WS-TRN-LINE(WS-CHK-SUB) ' (' WS-TRN-DEPT(WS-CHK-SUB)
              ') NAMES NO SUBMITTER - REJECTED'
          MOVE 'Y' TO WS-ITEM-BAD-SW
      END-IF
      IF NOT ITEM-BAD
          IF WS-TRN-DEPT(WS-CHK-SUB) = SPACES
                  OR WS-TRN-RECNO-X(WS-CHK-SUB) IS NOT NUMERIC
              DISPLAY 'AOC_Y2020_EX01_RSLV - TRANSACTION '
                  WS-TRN-LINE(WS-CHK-SUB) ' HAS A MISSING OR MALFORMED'
                  ' DEPARTMENT/RECORD KEY - REJECTED'
              MOVE 'Y' TO WS-ITEM-BAD-SW
          END-IF
      END-IF
      IF NOT ITEM-BAD
          MOVE 'N' TO WS-FOUND-SW
          PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                  UNTIL WS-SCAN-SUB > WS-LDG-COUNT OR ITEM-FOUND
              IF WS-LDG-DEPT(WS-SCAN-SUB) = WS-TRN-DEPT(WS-CHK-SUB)
                      AND WS-LDG-RECNO(WS-SCAN-SUB) = WS-TRN-RECNO(WS-CHK-SUB)
                  MOVE 'Y' TO WS-FOUND-SW
                  MOVE WS-SCAN-SUB TO WS-TRN-LDG-SUB(WS-CHK-SUB)
              END-IF
          END-PERFORM
          IF NOT ITEM-FOUND
              DISPLAY 'AOC_Y2020_EX01_RSLV - TRANSACTION '
                  WS-TRN-LINE(WS-CHK-SUB) ' (' WS-TRN-DEPT(WS-CHK-SUB)
                  '/' WS-TRN-RECNO-X(WS-CHK-SUB)
                  ') IS NOT IN SUSPENSE - REJECTED'
              MOVE 'Y' TO WS-ITEM-BAD-SW
          END-IF
      END-IF
      IF NOT ITEM-BAD
          MOVE WS-TRN-LDG-SUB(WS-CHK-SUB) TO WS-GRP-SUB
          MOVE 'N' TO WS-FOUND-SW
          PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                  UNTIL WS-SCAN-SUB > WS-RSV-COUNT OR ITEM-FOUND
              IF WS-RSV-DEPT(WS-SCAN-SUB) = WS-LDG-DEPT(WS-GRP-SUB)
                      AND WS-RSV-RECNO(WS-SCAN-SUB) = WS-LDG-RECNO(WS-GRP-SUB)
                      AND WS-RSV-SIGN(WS-SCAN-SUB) = WS-LDG-SIGN(WS-GRP-SUB)
                      AND WS-RSV-AMT(WS-SCAN-SUB) = WS-LDG-AMT(WS-GRP-SUB)
                  MOVE 'Y' TO WS-FOUND-SW
              END-IF
          END-PERFORM
          IF ITEM-FOUND
              DISPLAY 'AOC_Y2020_EX01_RSLV - TRANSACTION '
                  WS-TRN-LINE(WS-CHK-SUB) ' (' WS-TRN-DEPT(WS-CHK-SUB)
                  '/' WS-TRN-RECNO-X(WS-CHK-SUB)
                  ') IS ALREADY RESOLVED - REJECTED'
              MOVE 'Y' TO WS-ITEM-BAD-SW
          END-IF
      END-IF
      IF ITEM-BAD
          ADD 1 TO WS-REJECT-COUNT
          MOVE 'Y' TO WS-TRN-BAD-SW(WS-CHK-SUB)
      END-IF.

  *> EDIT-ACTION-DETAIL APPLIES THE EDITS PARTICULAR TO A CLEAR (A
  *> REASON CODE) OR A WRITE-OFF (A GL ACCOUNT, AND OVER THE LIMIT A
  *> SECOND USER'S APPROVAL - SOMEONE OTHER THAN THE SUBMITTER).
  EDIT-ACTION-DETAIL.
      IF WS-TRN-ACTION(WS-CHK-SUB) = 'C'
          IF WS-TRN-REASON(WS-CHK-SUB) = SPACES
              DISPLAY 'AOC_Y2020_EX01_RSLV - TRANSACTION '
                  WS-TRN-LINE(WS-CHK-SUB) ' CLEAR (' WS-TRN-DEPT(WS-CHK-SUB)
                  '/' WS-TRN-RECNO-X(WS-CHK-SUB)
                  ') NAMES NO REASON CODE - REJECTED'
              MOVE 'Y' TO WS-ITEM-BAD-SW
          END-IF
      ELSE
          MOVE WS-TRN-LDG-SUB(WS-CHK-SUB) TO WS-GRP-SUB
          IF WS-TRN-GL-ACCOUNT(WS-CHK-SUB) = SPACES
              DISPLAY 'AOC_Y2020_EX01_RSLV - TRANSACTION '
                  WS-TRN-LINE(WS-CHK-SUB) ' WRITE-OFF (' WS-TRN-DEPT(WS-CHK-SUB)
                  '/' WS-TRN-RECNO-X(WS-CHK-SUB)
                  ') NAMES NO GL ACCOUNT - REJECTED'
              MOVE 'Y' TO WS-ITEM-BAD-SW
          ELSE
              IF WS-LDG-AMT(WS-GRP-SUB) > WS-APPROVAL-LIMIT
                  IF WS-TRN-APPROVER(WS-CHK-SUB) = SPACES
                          OR WS-TRN-APPROVER(WS-CHK-SUB)
                             = WS-TRN-USER(WS-CHK-SUB)
                      MOVE WS-LDG-AMT(WS-GRP-SUB) TO WS-AMT-EDIT
                      DISPLAY 'AOC_Y2020_EX01_RSLV - TRANSACTION '
                          WS-TRN-LINE(WS-CHK-SUB) ' WRITE-OFF ('
                          WS-TRN-DEPT(WS-CHK-SUB) '/' WS-TRN-RECNO-X(WS-CHK-SUB)
                          ') OF ' WS-AMT-EDIT
                          ' IS OVER THE LIMIT AND NEEDS A SECOND APPROVER - REJECTED'
                      MOVE 'Y' TO WS-ITEM-BAD-SW
                  END-IF
              END-IF
          END-IF
      END-IF
      IF ITEM-BAD
          ADD 1 TO WS-REJECT-COUNT
      END-IF.

  *> PROCESS-FORCE-GROUP EDITS EVERY FORCE-MATCH TRANSACTION SHARING
  *> THE GROUP ID OF THE ONE AT WS-TRN-SUB: EACH MEMBER MUST PASS THE
  *> COMMON EDITS, NO ITEM MAY APPEAR TWICE, THERE MUST BE AT LEAST
  *> TWO MEMBERS, AND THEIR SIGNED AMOUNTS MUST NET TO EXACTLY ZERO.
  *> THE GROUP IS APPLIED WHOLE OR REJECTED WHOLE.
  PROCESS-FORCE-GROUP.
      MOVE 'N' TO WS-GROUP-BAD-SW
      MOVE 0 TO WS-GROUP-SIZE
      MOVE 0 TO WS-GROUP-NET
      IF WS-TRN-GROUP(WS-TRN-SUB) = SPACES
          DISPLAY 'AOC_Y2020_EX01_RSLV - TRANSACTION '
              WS-TRN-LINE(WS-TRN-SUB) ' FORCE MATCH NAMES NO GROUP ID - REJECTED'
          ADD 1 TO WS-REJECT-COUNT
          MOVE 'Y' TO WS-TRN-DONE-SW(WS-TRN-SUB)
      ELSE
          PERFORM VARYING WS-CHK-SUB FROM WS-TRN-SUB BY 1
                  UNTIL WS-CHK-SUB > WS-TRN-COUNT
              IF WS-TRN-ACTION(WS-CHK-SUB) = 'F'
                      AND WS-TRN-GROUP(WS-CHK-SUB) = WS-TRN-GROUP(WS-TRN-SUB)
                      AND WS-TRN-DONE-SW(WS-CHK-SUB) = 'N'
                  ADD 1 TO WS-GROUP-SIZE
                  PERFORM EDIT-ONE-ITEM
                  IF ITEM-BAD
                      MOVE 'Y' TO WS-GROUP-BAD-SW
                  ELSE
                      PERFORM CHECK-GROUP-DUPLICATE
                      MOVE WS-TRN-LDG-SUB(WS-CHK-SUB) TO WS-GRP-SUB
                      MOVE WS-LDG-AMT(WS-GRP-SUB) TO WS-LEG-AMT
                      IF WS-LDG-SIGN(WS-GRP-SUB) = '-'
                          COMPUTE WS-LEG-AMT = 0 - WS-LEG-AMT
                      END-IF
                      ADD WS-LEG-AMT TO WS-GROUP-NET
                  END-IF
              END-IF
          END-PERFORM
          IF NOT GROUP-BAD
              IF WS-GROUP-SIZE < 2
                  DISPLAY 'AOC_Y2020_EX01_RSLV - FORCE MATCH GROUP '
                      WS-TRN-GROUP(WS-TRN-SUB)
                      ' HAS ONLY ONE ITEM - REJECTED'
                  MOVE 'Y' TO WS-GROUP-BAD-SW
              ELSE
                  IF WS-GROUP-NET NOT = 0
                      MOVE WS-GROUP-NET TO WS-AMT13-EDIT
                      DISPLAY 'AOC_Y2020_EX01_RSLV - FORCE MATCH GROUP '
                          WS-TRN-GROUP(WS-TRN-SUB)
                          ' DOES NOT NET TO ZERO (NET ' WS-AMT13-EDIT
                          ') - REJECTED'
                      MOVE 'Y' TO WS-GROUP-BAD-SW
                  END-IF
              END-IF
          END-IF
          *> EVERY MEMBER IS SETTLED HERE, ONE WAY OR THE OTHER, SO THE
          *> DRIVING LOOP NEVER TAKES A LATER MEMBER FOR A NEW GROUP.
          *> A MEMBER THAT FAILED ITS OWN EDIT IS ALREADY COUNTED AS A
          *> REJECT; THE REST OF A BAD GROUP ARE COUNTED HERE.
          IF WS-GROUP-SIZE > 99
              MOVE 99 TO WS-POST-DEPTH
          ELSE
              MOVE WS-GROUP-SIZE TO WS-POST-DEPTH
          END-IF
          PERFORM VARYING WS-CHK-SUB FROM WS-TRN-SUB BY 1
                  UNTIL WS-CHK-SUB > WS-TRN-COUNT OR ABORT-RUN
              IF WS-TRN-ACTION(WS-CHK-SUB) = 'F'
                      AND WS-TRN-GROUP(WS-CHK-SUB) = WS-TRN-GROUP(WS-TRN-SUB)
                      AND WS-TRN-DONE-SW(WS-CHK-SUB) = 'N'
                  IF GROUP-BAD
                      IF WS-TRN-BAD-SW(WS-CHK-SUB) = 'N'
                          ADD 1 TO WS-REJECT-COUNT
                      END-IF
                  ELSE
                      PERFORM APPLY-ONE-RESOLUTION
                  END-IF
                  MOVE 'Y' TO WS-TRN-DONE-SW(WS-CHK-SUB)
              END-IF
          END-PERFORM
      END-IF.

  *> CHECK-GROUP-DUPLICATE CATCHES THE SAME LEDGER ITEM KEYED TWICE
  *> INTO ONE GROUP - IT WOULD COUNT TWICE TOWARDS THE NET. EARLIER
  *> MEMBERS ARE THE ONES ALREADY EDITED IN THIS PASS.
  CHECK-GROUP-DUPLICATE.
      PERFORM VARYING WS-SCAN-SUB FROM WS-TRN-SUB BY 1
              UNTIL WS-SCAN-SUB >= WS-CHK-SUB OR ITEM-BAD
          IF WS-TRN-ACTION(WS-SCAN-SUB) = 'F'
                  AND WS-TRN-GROUP(WS-SCAN-SUB) = WS-TRN-GROUP(WS-TRN-SUB)
                  AND WS-TRN-DONE-SW(WS-SCAN-SUB) = 'N'
                  AND WS-TRN-LDG-SUB(WS-SCAN-SUB) = WS-TRN-LDG-SUB(WS-CHK-SUB)
              DISPLAY 'AOC_Y2020_EX01_RSLV - TRANSACTION '
                  WS-TRN-LINE(WS-CHK-SUB) ' (' WS-TRN-DEPT(WS-CHK-SUB)
                  '/' WS-TRN-RECNO-X(WS-CHK-SUB)
                  ') APPEARS TWICE IN FORCE MATCH GROUP '
                  WS-TRN-GROUP(WS-TRN-SUB) ' - REJECTED'
              MOVE 'Y' TO WS-ITEM-BAD-SW
              MOVE 'Y' TO WS-GROUP-BAD-SW
              ADD 1 TO WS-REJECT-COUNT
              MOVE 'Y' TO WS-TRN-BAD-SW(WS-CHK-SUB)
          END-IF
      END-PERFORM.

  *> APPLY-ONE-RESOLUTION WRITES THE AUDIT/REGISTER RECORD AND THE
  *> POSTING RECORD FOR THE TRANSACTION AT WS-CHK-SUB, AND ADDS THE
  *> ITEM TO THE IN-STORAGE REGISTER SO A SECOND TRANSACTION FOR IT
  *> LATER IN THE FILE IS REJECTED. AN AUDIT TRAIL THAT STOPS TAKING
  *> RECORDS STOPS THE RUN - AN UNRECORDED RESOLUTION MUST NOT BE
  *> FOLLOWED BY MORE OF THE SAME.
  APPLY-ONE-RESOLUTION.
      MOVE WS-TRN-LDG-SUB(WS-CHK-SUB) TO WS-GRP-SUB
      ACCEPT WS-TIME-RAW FROM TIME
      MOVE SPACES TO RSLV-AUDIT-RECORD
      MOVE WS-RUN-DATE TO RSA-DATE
      MOVE WS-TIME-RAW(1:6) TO RSA-TIME
      MOVE WS-TRN-ACTION(WS-CHK-SUB) TO RSA-ACTION
      MOVE WS-LDG-DEPT(WS-GRP-SUB) TO RSA-DEPT
      MOVE WS-LDG-RECNO(WS-GRP-SUB) TO RSA-RECNO
      MOVE WS-LDG-SIGN(WS-GRP-SUB) TO RSA-SIGN
      MOVE WS-LDG-AMT(WS-GRP-SUB) TO RSA-AMOUNT
      MOVE WS-TRN-USER(WS-CHK-SUB) TO RSA-USER
      MOVE WS-TRN-APPROVER(WS-CHK-SUB) TO RSA-APPROVER
      MOVE WS-TRN-REASON(WS-CHK-SUB) TO RSA-REASON
      MOVE WS-TRN-GL-ACCOUNT(WS-CHK-SUB) TO RSA-GL-ACCOUNT
      MOVE WS-TRN-GROUP(WS-CHK-SUB) TO RSA-GROUP
      WRITE RSLV-AUDIT-RECORD
      IF WS-AUD-FS NOT = '00'
          DISPLAY 'AOC_Y2020_EX01_RSLV - UNABLE TO WRITE resaudit.txt, FILE STATUS = '
              WS-AUD-FS
          MOVE 12 TO WS-RETURN-CODE
          MOVE 'Y' TO WS-ABORT-SW
      ELSE
          ADD 1 TO WS-APPLY-COUNT
          IF WS-RSV-COUNT < WS-MAX-ITEMS
              ADD 1 TO WS-RSV-COUNT
              MOVE WS-LDG-DEPT(WS-GRP-SUB) TO WS-RSV-DEPT(WS-RSV-COUNT)
              MOVE WS-LDG-RECNO(WS-GRP-SUB) TO WS-RSV-RECNO(WS-RSV-COUNT)
              MOVE WS-LDG-SIGN(WS-GRP-SUB) TO WS-RSV-SIGN(WS-RSV-COUNT)
              MOVE WS-LDG-AMT(WS-GRP-SUB) TO WS-RSV-AMT(WS-RSV-COUNT)
          END-IF
          MOVE SPACES TO RSLV-POST-RECORD
          MOVE WS-RUN-DATE TO PST-RUN-DATE
          MOVE WS-LDG-DEPT(WS-GRP-SUB) TO PST-DEPT
          MOVE 0 TO PST-TARGET-NO
          MOVE WS-POST-DEPTH TO PST-DEPTH
          MOVE WS-LDG-RECNO(WS-GRP-SUB) TO PST-RECNO
          MOVE WS-LDG-SIGN(WS-GRP-SUB) TO PST-SIGN
          MOVE WS-LDG-AMT(WS-GRP-SUB) TO PST-AMOUNT
          MOVE '+' TO PST-VAR-SIGN
          MOVE 0 TO PST-VARIANCE
          MOVE 'RSLV-' TO PST-RULE-ID
          MOVE WS-TRN-ACTION(WS-CHK-SUB) TO PST-RULE-ID(6:1)
          IF WS-TRN-ACTION(WS-CHK-SUB) = 'W'
              MOVE WS-TRN-GL-ACCOUNT(WS-CHK-SUB) TO PST-GL-ACCOUNT
          END-IF
          WRITE RSLV-POST-RECORD
          IF WS-PST-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_RSLV - UNABLE TO WRITE respost.dat, FILE STATUS = '
                  WS-PST-FS
              MOVE 12 TO WS-RETURN-CODE
              MOVE 'Y' TO WS-ABORT-SW
          END-IF
      END-IF.
