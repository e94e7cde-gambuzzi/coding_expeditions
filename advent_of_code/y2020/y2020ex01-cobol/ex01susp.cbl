      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-LDG-FS.

      *> THE SUSPENSE RESOLUTION REGISTER APPENDED BY
      *> AOC_Y2020_EX01_RSLV - EVERY ITEM AN OPERATOR HAS CLEARED,
      *> WRITTEN OFF OR FORCE-MATCHED. A RESOLVED ITEM NEVER COMES BACK
      *> INTO SUSPENSE, HOWEVER OFTEN THE EXTRACT KEEPS SENDING IT. NO
      *> REGISTER SIMPLY MEANS NOTHING HAS EVER BEEN RESOLVED. THE
      *> LAYOUTS MUST MOVE TOGETHER.
      SELECT RSLV-FILE ASSIGN "resaudit.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-RSA-FS.

      SELECT AGERPT-FILE ASSIGN "agerpt.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-RPT-FS.

      *> THE JOB'S CONTROL TOTALS, STARTED BY AOC_Y2020_EX01_EDIT. THE
      *> ROLL POSTS, PER DEPARTMENT, HOW THE UNMATCHED EXTRACT WENT
      *> INTO THE LEDGER (NEW, CARRIED, HELD OUT AS RESOLVED) AND HOW
      *> THE PRIOR LEDGER CAME OUT OF IT (CARRIED, DROPPED AS MATCHED,
      *> RESOLVED), FOR THE BALANCING STEP AT THE END OF THE JOB.
      SELECT CTLTOT-FILE ASSIGN "ctltot.dat"
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-CTT-FS.
  DATA DIVISION.
  FILE SECTION.
      FD  UNMATCH-FILE.
         03 FILLER             PIC X(01).
         03 LDG-FIRST-DATE     PIC 9(08).

      FD  RSLV-FILE.
      01 RSLV-RECORD.
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

      FD  AGERPT-FILE.
      01 AGERPT-LINE          PIC X(132).

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
  77 WS-UNM-FS           PIC 9(02).
  77 WS-LDG-FS           PIC 9(02).
  77 WS-RPT-FS           PIC 9(02).
  77 WS-RSA-FS           PIC 9(02).
  77 WS-CTT-FS           PIC 9(02).
  01 WS-UNM-EOF-SW       PIC X(01) VALUE 'N'.
     88 UNM-EOF          VALUE 'Y'.
  01 WS-LDG-EOF-SW       PIC X(01) VALUE 'N'.
     88 LDG-EOF          VALUE 'Y'.
  01 WS-RSA-EOF-SW       PIC X(01) VALUE 'N'.
     88 RSA-EOF          VALUE 'Y'.
  01 WS-RPT-OPENED-SW    PIC X(01) VALUE 'N'.
     88 RPT-OPENED       VALUE 'Y'.
  01 WS-LDG-ROLLED-SW    PIC X(01) VALUE 'N'.
     88 LDG-ROLLED       VALUE 'Y'.
  01 WS-ABORT-SW         PIC X(01) VALUE 'N'.
     88 ABORT-RUN        VALUE 'Y'.
  01 WS-RETURN-CODE      PIC 9(02) VALUE 0.
        05 WS-OLD-DEPT       PIC X(10).
        05 WS-OLD-RECNO      PIC 9(08) COMP.
        05 WS-OLD-FIRST-DATE PIC 9(08).
        05 WS-OLD-SIGN       PIC X(01).
        05 WS-OLD-AMT        PIC 9(09)V99 COMP-3.
        05 WS-OLD-RSLV-ACTION PIC X(01).
        05 WS-OLD-LISTED-SW  PIC X(01).
        05 WS-OLD-CARRIED-SW PIC X(01).
  01 WS-NEW-COUNT        PIC 9(08) COMP VALUE 0.
  01 WS-NEW-TBL.
     03 WS-NEW-ITEM      OCCURS 50000 TIMES.
        05 WS-NEW-FIRST-DATE PIC 9(08).
        05 WS-NEW-DAYS       PIC 9(05) COMP.
        05 WS-NEW-LISTED-SW  PIC X(01).
        05 WS-NEW-RSLV-SW    PIC X(01).
        05 WS-NEW-CARRIED-SW PIC X(01).

  *> THE RESOLUTION REGISTER, LOADED WHOLE. AN ITEM IS RESOLVED WHEN
  *> ITS DEPARTMENT, RECORD NUMBER AND SIGNED AMOUNT ALL MATCH A
  *> REGISTER ENTRY - THE SAME TEST THE CARRY-FORWARD USES - SO A
  *> DIFFERENT AMOUNT TURNING UP AT A RESOLVED POSITION STILL GOES TO
  *> SUSPENSE AS THE NEW ITEM IT IS.
  01 WS-RSV-COUNT        PIC 9(08) COMP VALUE 0.
  01 WS-RSV-TBL.
     03 WS-RSV-ITEM      OCCURS 50000 TIMES.
        05 WS-RSV-DEPT       PIC X(10).
        05 WS-RSV-RECNO      PIC 9(08) COMP.
        05 WS-RSV-SIGN       PIC X(01).
        05 WS-RSV-AMT        PIC 9(09)V99 COMP-3.
        05 WS-RSV-ACTION     PIC X(01).

  01 WS-OLD-SUB          PIC 9(08) COMP.
  01 WS-NEW-SUB          PIC 9(08) COMP.
  01 WS-DROP-COUNT       PIC 9(08) VALUE 0.
  01 WS-CARRY-COUNT      PIC 9(08) VALUE 0.
  01 WS-NEW-ITEM-COUNT   PIC 9(08) VALUE 0.
  *> PRIOR LEDGER ITEMS TAKEN OUT OF SUSPENSE BY A RESOLUTION SINCE
  *> THE LAST ROLL, AND RESOLVED ITEMS THE UNMATCHED EXTRACT STILL
  *> SENT AND THE ROLL HELD OUT. EVERY UNMATCHED RECORD IS EXACTLY ONE
  *> OF NEW, CARRIED OR HELD OUT.
  01 WS-RSLV-DROP-COUNT  PIC 9(08) VALUE 0.
  01 WS-RSLV-HELD-COUNT  PIC 9(08) VALUE 0.
  01 WS-RSV-ACTION-HIT   PIC X(01).
  01 WS-ITEM-DATE-INT    PIC 9(08) COMP.

  *> PER-DEPARTMENT ROLL COUNTS FOR THE JOB'S CONTROL TOTALS: THE
  *> UNMATCHED RECORDS TAKEN IN AS NEW, CARRIED AND HELD OUT, WITH
  *> THEIR SIGNED TOTALS, AND THE PRIOR LEDGER ITEMS WITH HOW MANY
  *> WERE DROPPED AS MATCHED AND HOW MANY RESOLVED.
  01 WS-MAX-CTD          PIC 9(04) COMP VALUE 1000.
  01 WS-CTD-COUNT        PIC 9(04) COMP VALUE 0.
  01 WS-CTD-TBL.
     03 WS-CTD-ITEM      OCCURS 1000 TIMES.
        05 WS-CTD-DEPT       PIC X(10).
        05 WS-CTD-NEW-CNT    PIC 9(08) COMP.
        05 WS-CTD-NEW-AMT    PIC S9(13)V99 COMP-3.
        05 WS-CTD-CAR-CNT    PIC 9(08) COMP.
        05 WS-CTD-CAR-AMT    PIC S9(13)V99 COMP-3.
        05 WS-CTD-HELD-CNT   PIC 9(08) COMP.
        05 WS-CTD-HELD-AMT   PIC S9(13)V99 COMP-3.
        05 WS-CTD-PRIOR-CNT  PIC 9(08) COMP.
        05 WS-CTD-DROP-CNT   PIC 9(08) COMP.
        05 WS-CTD-RSLV-CNT   PIC 9(08) COMP.
  01 WS-CTD-SUB          PIC 9(04) COMP.
  01 WS-CTD-FAIL-SW      PIC X(01) VALUE 'N'.
     88 CTD-FAILED       VALUE 'Y'.
  01 WS-CTD-DEPT-KEY     PIC X(10).
  01 WS-CTT-ITEM         PIC X(08).
  01 WS-CTT-COUNT        PIC 9(08).
  01 WS-CTT-AMT          PIC S9(13)V99.

  *> PER-DEPARTMENT AGING BUCKETS: 0-30, 31-60, 61-90 AND OVER 90
  *> DAYS IN SUSPENSE, COUNTS AND SIGNED AMOUNTS. ITEMS OVER 60 DAYS
  *> ARE AN AUDIT FINDING, SO THE RUN FINISHES WITH A WARNING RETURN
  *> CODE WHENEVER THE 61-90 OR OVER-90 BUCKETS ARE OCCUPIED. BUCKETS
  *> 5-7 HOLD THE ITEMS THIS ROLL TOOK OUT OF SUSPENSE BY RESOLUTION
  *> (CLEARED, WRITTEN OFF, FORCE-MATCHED) AND BUCKET 8 THE RESOLVED
  *> ITEMS THE EXTRACT STILL SENT.
  01 WS-CURRENT-DEPT     PIC X(10).
  01 WS-BKT-TBL.
     03 WS-BKT-ENTRY     OCCURS 8 TIMES.
        05 WS-BKT-COUNT  PIC 9(08) COMP.
        05 WS-BKT-AMT    PIC S9(13)V99 COMP-3.
  01 WS-BKT-SUB          PIC 9(02) COMP.
     88 OVER60-PRESENT   VALUE 'Y'.
  01 WS-DEPT-OVER60-SW   PIC X(01).
     88 DEPT-OVER60      VALUE 'Y'.
  01 WS-DEPT-RSLV-SW     PIC X(01).
     88 DEPT-HAD-RSLV    VALUE 'Y'.

  01 WS-RPT-REC          PIC X(132).
  01 WS-RPT-PTR          PIC 9(04) COMP.
          PERFORM LOAD-PRIOR-LEDGER
      END-IF.
      IF NOT ABORT-RUN
          PERFORM LOAD-RESOLUTION-REGISTER
      END-IF.
      IF NOT ABORT-RUN
          PERFORM MARK-RESOLVED-ITEMS
          PERFORM ROLL-LEDGER-FORWARD
          PERFORM REWRITE-LEDGER
          IF NOT ABORT-RUN
              MOVE 'Y' TO WS-LDG-ROLLED-SW
          END-IF
      END-IF.
      IF NOT ABORT-RUN
          PERFORM WRITE-AGING-REPORT
      END-IF.
      *> THE ROLL STANDS ONCE THE LEDGER IS REWRITTEN, WHATEVER
      *> BECOMES OF THE AGING REPORT, SO ITS COUNTS ARE POSTED.
      IF LDG-ROLLED
          PERFORM POST-ROLL-CONTROL-TOTALS
      END-IF.

      IF NOT ABORT-RUN
          MOVE WS-NEW-ITEM-COUNT TO WS-COUNT-EDIT
          MOVE WS-DROP-COUNT TO WS-COUNT-EDIT
          DISPLAY 'AOC_Y2020_EX01_SUSP - ITEMS MATCHED AND DROPPED = '
              WS-COUNT-EDIT
          MOVE WS-RSLV-DROP-COUNT TO WS-COUNT-EDIT
          DISPLAY 'AOC_Y2020_EX01_SUSP - ITEMS RESOLVED AND DROPPED = '
              WS-COUNT-EDIT
          MOVE WS-RSLV-HELD-COUNT TO WS-COUNT-EDIT
          DISPLAY 'AOC_Y2020_EX01_SUSP - RESOLVED ITEMS HELD OUT OF THE FEED = '
              WS-COUNT-EDIT
          IF OVER60-PRESENT
              DISPLAY 'AOC_Y2020_EX01_SUSP - ITEMS OVER 60 DAYS IN SUSPENSE'
                  ' - SEE agerpt.txt'
                  MOVE 0 TO WS-NEW-FIRST-DATE(WS-NEW-COUNT)
                  MOVE 0 TO WS-NEW-DAYS(WS-NEW-COUNT)
                  MOVE 'N' TO WS-NEW-LISTED-SW(WS-NEW-COUNT)
                  MOVE 'N' TO WS-NEW-RSLV-SW(WS-NEW-COUNT)
                  MOVE 'N' TO WS-NEW-CARRIED-SW(WS-NEW-COUNT)
              END-IF
          END-IF
      END-IF.
          CONTINUE
      ELSE
          IF LDG-RECNO IS NOT NUMERIC OR LDG-FIRST-DATE IS NOT NUMERIC
                  OR LDG-AMOUNT IS NOT NUMERIC
              DISPLAY 'AOC_Y2020_EX01_SUSP - MALFORMED LEDGER RECORD: '
                  LEDGER-RECORD(1:30)
              MOVE 12 TO WS-RETURN-CODE
                  MOVE LDG-DEPT TO WS-OLD-DEPT(WS-OLD-COUNT)
                  MOVE LDG-RECNO TO WS-OLD-RECNO(WS-OLD-COUNT)
                  MOVE LDG-FIRST-DATE TO WS-OLD-FIRST-DATE(WS-OLD-COUNT)
                  MOVE LDG-SIGN TO WS-OLD-SIGN(WS-OLD-COUNT)
                  MOVE LDG-AMOUNT TO WS-OLD-AMT(WS-OLD-COUNT)
                  MOVE SPACE TO WS-OLD-RSLV-ACTION(WS-OLD-COUNT)
                  MOVE 'N' TO WS-OLD-LISTED-SW(WS-OLD-COUNT)
                  MOVE 'N' TO WS-OLD-CARRIED-SW(WS-OLD-COUNT)
              END-IF
          END-IF
      END-IF.

  *> LOAD-RESOLUTION-REGISTER READS EVERY RESOLUTION EVER APPLIED. A
  *> REGISTER THAT CANNOT BE READ WHOLE STOPS THE ROLL - ROLLING
  *> AGAINST HALF OF IT WOULD PUT RESOLVED ITEMS BACK INTO SUSPENSE.
  LOAD-RESOLUTION-REGISTER.
      OPEN INPUT RSLV-FILE
      IF WS-RSA-FS NOT = '00'
          IF WS-RSA-FS = '35'
              CONTINUE
          ELSE
              DISPLAY 'AOC_Y2020_EX01_SUSP - UNABLE TO OPEN RSLV-FILE, FILE STATUS = '
                  WS-RSA-FS
              MOVE 12 TO WS-RETURN-CODE
              MOVE 'Y' TO WS-ABORT-SW
          END-IF
      ELSE
          PERFORM UNTIL RSA-EOF OR ABORT-RUN
              READ RSLV-FILE
              AT END
                  MOVE 'Y' TO WS-RSA-EOF-SW
              NOT AT END
                  IF WS-RSA-FS NOT = '00'
                      DISPLAY 'AOC_Y2020_EX01_SUSP - RSLV-FILE READ ERROR, FILE STATUS = '
                          WS-RSA-FS
                      MOVE 12 TO WS-RETURN-CODE
                      MOVE 'Y' TO WS-ABORT-SW
                  ELSE
                      PERFORM STORE-ONE-RESOLUTION
                  END-IF
              END-READ
          END-PERFORM
          CLOSE RSLV-FILE
          IF WS-RSA-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_SUSP - UNABLE TO CLOSE RSLV-FILE, FILE STATUS = '
                  WS-RSA-FS
              MOVE 12 TO WS-RETURN-CODE
          END-IF
      END-IF.

  STORE-ONE-RESOLUTION.
      IF RSLV-RECORD = SPACES
          CONTINUE
      ELSE
          IF RSA-RECNO IS NOT NUMERIC OR RSA-AMOUNT IS NOT NUMERIC
                  OR (RSA-SIGN NOT = '+' AND RSA-SIGN NOT = '-')
              DISPLAY 'AOC_Y2020_EX01_SUSP - MALFORMED RESOLUTION RECORD: '
                  RSLV-RECORD(1:40)
              MOVE 12 TO WS-RETURN-CODE
              MOVE 'Y' TO WS-ABORT-SW
          ELSE
              IF WS-RSV-COUNT >= WS-MAX-ITEMS
                  DISPLAY 'AOC_Y2020_EX01_SUSP - RESOLUTION REGISTER EXCEEDS THE '
                      'TABLE CEILING OF ' WS-MAX-ITEMS
                  MOVE 12 TO WS-RETURN-CODE
                  MOVE 'Y' TO WS-ABORT-SW
              ELSE
                  ADD 1 TO WS-RSV-COUNT
                  MOVE RSA-DEPT TO WS-RSV-DEPT(WS-RSV-COUNT)
                  MOVE RSA-RECNO TO WS-RSV-RECNO(WS-RSV-COUNT)
                  MOVE RSA-SIGN TO WS-RSV-SIGN(WS-RSV-COUNT)
                  MOVE RSA-AMOUNT TO WS-RSV-AMT(WS-RSV-COUNT)
                  MOVE RSA-ACTION TO WS-RSV-ACTION(WS-RSV-COUNT)
              END-IF
          END-IF
      END-IF.

  *> MARK-RESOLVED-ITEMS FLAGS EVERY RESOLVED ITEM ON BOTH SIDES OF
  *> THE ROLL: A PRIOR LEDGER ITEM RESOLVED SINCE THE LAST ROLL LEAVES
  *> SUSPENSE UNDER ITS RESOLUTION (NOT AS "MATCHED"), AND AN
  *> UNMATCHED ITEM ALREADY RESOLVED IS HELD OUT OF THE LEDGER.
  MARK-RESOLVED-ITEMS.
      PERFORM VARYING WS-OLD-SUB FROM 1 BY 1
              UNTIL WS-OLD-SUB > WS-OLD-COUNT
          MOVE SPACE TO WS-RSV-ACTION-HIT
          PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                  UNTIL WS-SCAN-SUB > WS-RSV-COUNT
                     OR WS-RSV-ACTION-HIT NOT = SPACE
              IF WS-RSV-DEPT(WS-SCAN-SUB) = WS-OLD-DEPT(WS-OLD-SUB)
                      AND WS-RSV-RECNO(WS-SCAN-SUB) = WS-OLD-RECNO(WS-OLD-SUB)
                      AND WS-RSV-SIGN(WS-SCAN-SUB) = WS-OLD-SIGN(WS-OLD-SUB)
                      AND WS-RSV-AMT(WS-SCAN-SUB) = WS-OLD-AMT(WS-OLD-SUB)
                  MOVE WS-RSV-ACTION(WS-SCAN-SUB) TO WS-RSV-ACTION-HIT
              END-IF
          END-PERFORM
          IF WS-RSV-ACTION-HIT NOT = SPACE
              MOVE WS-RSV-ACTION-HIT TO WS-OLD-RSLV-ACTION(WS-OLD-SUB)
              ADD 1 TO WS-RSLV-DROP-COUNT
          END-IF
      END-PERFORM
      PERFORM VARYING WS-NEW-SUB FROM 1 BY 1
              UNTIL WS-NEW-SUB > WS-NEW-COUNT
          MOVE SPACE TO WS-RSV-ACTION-HIT
          PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                  UNTIL WS-SCAN-SUB > WS-RSV-COUNT
                     OR WS-RSV-ACTION-HIT NOT = SPACE
              IF WS-RSV-DEPT(WS-SCAN-SUB) = WS-NEW-DEPT(WS-NEW-SUB)
                      AND WS-RSV-RECNO(WS-SCAN-SUB) = WS-NEW-RECNO(WS-NEW-SUB)
                      AND WS-RSV-SIGN(WS-SCAN-SUB) = WS-NEW-SIGN(WS-NEW-SUB)
                      AND WS-RSV-AMT(WS-SCAN-SUB) = WS-NEW-AMT(WS-NEW-SUB)
                  MOVE WS-RSV-ACTION(WS-SCAN-SUB) TO WS-RSV-ACTION-HIT
              END-IF
          END-PERFORM
          IF WS-RSV-ACTION-HIT NOT = SPACE
              MOVE 'Y' TO WS-NEW-RSLV-SW(WS-NEW-SUB)
              ADD 1 TO WS-RSLV-HELD-COUNT
          END-IF
      END-PERFORM.

  *> ROLL-LEDGER-FORWARD STAMPS EVERY CURRENT UNMATCHED ITEM WITH ITS
  *> FIRST-SEEN DATE: THE PRIOR LEDGER'S DATE WHEN THE SAME
  *> DEPARTMENT/RECORD WAS ALREADY IN SUSPENSE, TODAY OTHERWISE.
  *> PRIOR ITEMS ABSENT FROM THE CURRENT EXTRACT MATCHED IN A LATER
  *> RUN AND ARE COUNTED AS DROPPED. RESOLVED ITEMS TAKE NO PART: A
  *> HELD-OUT UNMATCHED ITEM IS NEITHER NEW NOR CARRIED, AND A
  *> RESOLVED PRIOR ITEM LENDS NO FIRST-SEEN DATE AND IS COUNTED AS
  *> RESOLVED, NOT MATCHED.
  ROLL-LEDGER-FORWARD.
      PERFORM VARYING WS-NEW-SUB FROM 1 BY 1
              UNTIL WS-NEW-SUB > WS-NEW-COUNT
          IF WS-NEW-RSLV-SW(WS-NEW-SUB) NOT = 'Y'
              MOVE 'N' TO WS-FOUND-SW
              PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                      UNTIL WS-SCAN-SUB > WS-OLD-COUNT OR ITEM-FOUND
                  IF WS-OLD-DEPT(WS-SCAN-SUB) = WS-NEW-DEPT(WS-NEW-SUB)
                          AND WS-OLD-RECNO(WS-SCAN-SUB)
                              = WS-NEW-RECNO(WS-NEW-SUB)
                          AND WS-OLD-RSLV-ACTION(WS-SCAN-SUB) = SPACE
                      MOVE 'Y' TO WS-FOUND-SW
                      MOVE 'Y' TO WS-OLD-CARRIED-SW(WS-SCAN-SUB)
                      MOVE WS-OLD-FIRST-DATE(WS-SCAN-SUB)
                          TO WS-NEW-FIRST-DATE(WS-NEW-SUB)
                  END-IF
              END-PERFORM
              IF ITEM-FOUND
                  ADD 1 TO WS-CARRY-COUNT
                  MOVE 'Y' TO WS-NEW-CARRIED-SW(WS-NEW-SUB)
              ELSE
                  MOVE WS-RUN-DATE TO WS-NEW-FIRST-DATE(WS-NEW-SUB)
                  ADD 1 TO WS-NEW-ITEM-COUNT
              END-IF
              COMPUTE WS-ITEM-DATE-INT =
                  FUNCTION INTEGER-OF-DATE(WS-NEW-FIRST-DATE(WS-NEW-SUB))
              IF WS-RUN-DATE-INT > WS-ITEM-DATE-INT
                  COMPUTE WS-NEW-DAYS(WS-NEW-SUB) =
                      WS-RUN-DATE-INT - WS-ITEM-DATE-INT
              ELSE
                  MOVE 0 TO WS-NEW-DAYS(WS-NEW-SUB)
              END-IF
          ELSE
              MOVE 0 TO WS-NEW-FIRST-DATE(WS-NEW-SUB)
              MOVE 0 TO WS-NEW-DAYS(WS-NEW-SUB)
          END-IF
      END-PERFORM

      *> THE DROP COUNT IS THE PRIOR ITEMS NOT CARRIED FORWARD AND NOT
      *> TAKEN OUT BY A RESOLUTION.
      COMPUTE WS-DROP-COUNT = WS-OLD-COUNT - WS-CARRY-COUNT
                            - WS-RSLV-DROP-COUNT.

  *> REWRITE-LEDGER REPLACES THE LEDGER WITH THE ROLLED-FORWARD
  *> STATE. THE LEDGER IS ONLY REWRITTEN AFTER BOTH LOADS COMPLETED
  *> CLEANLY, SO A BAD FEED NEVER COSTS THE PRIOR LEDGER. RESOLVED
  *> ITEMS ARE LEFT OUT.
  REWRITE-LEDGER.
      OPEN OUTPUT LEDGER-FILE
      IF WS-LDG-FS NOT = '00'
      ELSE
          PERFORM VARYING WS-NEW-SUB FROM 1 BY 1
                  UNTIL WS-NEW-SUB > WS-NEW-COUNT OR ABORT-RUN
              IF WS-NEW-RSLV-SW(WS-NEW-SUB) NOT = 'Y'
                  MOVE SPACES TO LEDGER-RECORD
                  MOVE WS-NEW-DEPT(WS-NEW-SUB) TO LDG-DEPT
                  MOVE WS-NEW-RECNO(WS-NEW-SUB) TO LDG-RECNO
                  MOVE WS-NEW-SIGN(WS-NEW-SUB) TO LDG-SIGN
                  MOVE WS-NEW-AMT(WS-NEW-SUB) TO LDG-AMOUNT
                  MOVE WS-NEW-FIRST-DATE(WS-NEW-SUB) TO LDG-FIRST-DATE
                  WRITE LEDGER-RECORD
                  IF WS-LDG-FS NOT = '00'
                      DISPLAY 'AOC_Y2020_EX01_SUSP - UNABLE TO WRITE LEDGER-FILE, FILE STATUS = '
                          WS-LDG-FS
                      MOVE 12 TO WS-RETURN-CODE
                      MOVE 'Y' TO WS-ABORT-SW
                  END-IF
              END-IF
          END-PERFORM
          CLOSE LEDGER-FILE
          END-IF
      END-IF.

  *> POST-ROLL-CONTROL-TOTALS COUNTS THE ROLL JUST MADE BY DEPARTMENT
  *> AND POSTS IT TO THE JOB'S CONTROL TOTALS, ONE LINE PER DEPARTMENT
  *> AND FIGURE, AFTER A RUN-LEVEL LINE THAT SAYS THE ROLL TOOK PLACE
  *> AT ALL. A NEW ITEM IS ONE WITH NO PRIOR LEDGER ITEM TO CARRY ITS
  *> DATE, A CARRIED ONE FOUND ONE; A PRIOR ITEM NEITHER CARRIED NOR
  *> RESOLVED WAS DROPPED.
  POST-ROLL-CONTROL-TOTALS.
      MOVE 0 TO WS-CTD-COUNT
      PERFORM VARYING WS-NEW-SUB FROM 1 BY 1
              UNTIL WS-NEW-SUB > WS-NEW-COUNT OR CTD-FAILED
          MOVE WS-NEW-DEPT(WS-NEW-SUB) TO WS-CTD-DEPT-KEY
          PERFORM FIND-CTD-SLOT
          IF NOT CTD-FAILED
              IF WS-NEW-SIGN(WS-NEW-SUB) = '-'
                  COMPUTE WS-CTT-AMT = 0 - WS-NEW-AMT(WS-NEW-SUB)
              ELSE
                  MOVE WS-NEW-AMT(WS-NEW-SUB) TO WS-CTT-AMT
              END-IF
              EVALUATE TRUE
                  WHEN WS-NEW-RSLV-SW(WS-NEW-SUB) = 'Y'
                      ADD 1 TO WS-CTD-HELD-CNT(WS-CTD-SUB)
                      ADD WS-CTT-AMT TO WS-CTD-HELD-AMT(WS-CTD-SUB)
                  WHEN WS-NEW-CARRIED-SW(WS-NEW-SUB) = 'Y'
                      ADD 1 TO WS-CTD-CAR-CNT(WS-CTD-SUB)
                      ADD WS-CTT-AMT TO WS-CTD-CAR-AMT(WS-CTD-SUB)
                  WHEN OTHER
                      ADD 1 TO WS-CTD-NEW-CNT(WS-CTD-SUB)
                      ADD WS-CTT-AMT TO WS-CTD-NEW-AMT(WS-CTD-SUB)
              END-EVALUATE
          END-IF
      END-PERFORM
      PERFORM VARYING WS-OLD-SUB FROM 1 BY 1
              UNTIL WS-OLD-SUB > WS-OLD-COUNT OR CTD-FAILED
          MOVE WS-OLD-DEPT(WS-OLD-SUB) TO WS-CTD-DEPT-KEY
          PERFORM FIND-CTD-SLOT
          IF NOT CTD-FAILED
              ADD 1 TO WS-CTD-PRIOR-CNT(WS-CTD-SUB)
              IF WS-OLD-RSLV-ACTION(WS-OLD-SUB) NOT = SPACE
                  ADD 1 TO WS-CTD-RSLV-CNT(WS-CTD-SUB)
              ELSE
                  IF WS-OLD-CARRIED-SW(WS-OLD-SUB) NOT = 'Y'
                      ADD 1 TO WS-CTD-DROP-CNT(WS-CTD-SUB)
                  END-IF
              END-IF
          END-IF
      END-PERFORM

      IF NOT CTD-FAILED
          OPEN EXTEND CTLTOT-FILE
          IF WS-CTT-FS = '35'
              OPEN OUTPUT CTLTOT-FILE
          END-IF
          IF WS-CTT-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_SUSP - UNABLE TO OPEN CTLTOT-FILE, FILE STATUS = '
                  WS-CTT-FS
              MOVE 12 TO WS-RETURN-CODE
          ELSE
              MOVE '*ROLL*' TO WS-CTD-DEPT-KEY
              MOVE 'ROLLED' TO WS-CTT-ITEM
              MOVE WS-NEW-COUNT TO WS-CTT-COUNT
              MOVE 0 TO WS-CTT-AMT
              PERFORM WRITE-CONTROL-TOTAL
              PERFORM VARYING WS-CTD-SUB FROM 1 BY 1
                      UNTIL WS-CTD-SUB > WS-CTD-COUNT
                  MOVE WS-CTD-DEPT(WS-CTD-SUB) TO WS-CTD-DEPT-KEY
                  MOVE 'NEW' TO WS-CTT-ITEM
                  MOVE WS-CTD-NEW-CNT(WS-CTD-SUB) TO WS-CTT-COUNT
                  MOVE WS-CTD-NEW-AMT(WS-CTD-SUB) TO WS-CTT-AMT
                  PERFORM WRITE-CONTROL-TOTAL
                  MOVE 'CARRIED' TO WS-CTT-ITEM
                  MOVE WS-CTD-CAR-CNT(WS-CTD-SUB) TO WS-CTT-COUNT
                  MOVE WS-CTD-CAR-AMT(WS-CTD-SUB) TO WS-CTT-AMT
                  PERFORM WRITE-CONTROL-TOTAL
                  MOVE 'HELDOUT' TO WS-CTT-ITEM
                  MOVE WS-CTD-HELD-CNT(WS-CTD-SUB) TO WS-CTT-COUNT
                  MOVE WS-CTD-HELD-AMT(WS-CTD-SUB) TO WS-CTT-AMT
                  PERFORM WRITE-CONTROL-TOTAL
                  MOVE 0 TO WS-CTT-AMT
                  MOVE 'PRIOR' TO WS-CTT-ITEM
                  MOVE WS-CTD-PRIOR-CNT(WS-CTD-SUB) TO WS-CTT-COUNT
                  PERFORM WRITE-CONTROL-TOTAL
                  MOVE 'DROPPED' TO WS-CTT-ITEM
                  MOVE WS-CTD-DROP-CNT(WS-CTD-SUB) TO WS-CTT-COUNT
                  PERFORM WRITE-CONTROL-TOTAL
                  MOVE 'RESOLVED' TO WS-CTT-ITEM
                  MOVE WS-CTD-RSLV-CNT(WS-CTD-SUB) TO WS-CTT-COUNT
                  PERFORM WRITE-CONTROL-TOTAL
              END-PERFORM
              CLOSE CTLTOT-FILE
              IF WS-CTT-FS NOT = '00'
                  DISPLAY 'AOC_Y2020_EX01_SUSP - UNABLE TO CLOSE CTLTOT-FILE, FILE STATUS = '
                      WS-CTT-FS
                  MOVE 12 TO WS-RETURN-CODE
              END-IF
          END-IF
      END-IF.

  FIND-CTD-SLOT.
      MOVE 0 TO WS-CTD-SUB
      PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
              UNTIL WS-SCAN-SUB > WS-CTD-COUNT OR WS-CTD-SUB > 0
          IF WS-CTD-DEPT(WS-SCAN-SUB) = WS-CTD-DEPT-KEY
              MOVE WS-SCAN-SUB TO WS-CTD-SUB
          END-IF
      END-PERFORM
      IF WS-CTD-SUB = 0
          IF WS-CTD-COUNT >= WS-MAX-CTD
              DISPLAY 'AOC_Y2020_EX01_SUSP - MORE THAN ' WS-MAX-CTD
                  ' DEPARTMENTS FOR THE CONTROL TOTALS'
              MOVE 12 TO WS-RETURN-CODE
              MOVE 'Y' TO WS-CTD-FAIL-SW
          ELSE
              ADD 1 TO WS-CTD-COUNT
              MOVE WS-CTD-COUNT TO WS-CTD-SUB
              MOVE WS-CTD-DEPT-KEY TO WS-CTD-DEPT(WS-CTD-SUB)
              MOVE 0 TO WS-CTD-NEW-CNT(WS-CTD-SUB)
              MOVE 0 TO WS-CTD-NEW-AMT(WS-CTD-SUB)
              MOVE 0 TO WS-CTD-CAR-CNT(WS-CTD-SUB)
              MOVE 0 TO WS-CTD-CAR-AMT(WS-CTD-SUB)
              MOVE 0 TO WS-CTD-HELD-CNT(WS-CTD-SUB)
              MOVE 0 TO WS-CTD-HELD-AMT(WS-CTD-SUB)
              MOVE 0 TO WS-CTD-PRIOR-CNT(WS-CTD-SUB)
              MOVE 0 TO WS-CTD-DROP-CNT(WS-CTD-SUB)
              MOVE 0 TO WS-CTD-RSLV-CNT(WS-CTD-SUB)
          END-IF
      END-IF.

  WRITE-CONTROL-TOTAL.
      MOVE SPACES TO CTLTOT-RECORD
      MOVE WS-RUN-DATE TO CTT-RUN-DATE
      MOVE 'SUSP' TO CTT-STEP
      MOVE WS-CTD-DEPT-KEY TO CTT-DEPT
      MOVE WS-CTT-ITEM TO CTT-ITEM
      MOVE WS-CTT-COUNT TO CTT-COUNT
      IF WS-CTT-AMT < 0
          MOVE '-' TO CTT-SIGN
          COMPUTE CTT-AMOUNT = 0 - WS-CTT-AMT
      ELSE
          MOVE '+' TO CTT-SIGN
          MOVE WS-CTT-AMT TO CTT-AMOUNT
      END-IF
      WRITE CTLTOT-RECORD
      IF WS-CTT-FS NOT = '00'
          DISPLAY 'AOC_Y2020_EX01_SUSP - UNABLE TO WRITE CTLTOT-FILE, FILE STATUS = '
              WS-CTT-FS
          MOVE 12 TO WS-RETURN-CODE
      END-IF.

  *> WRITE-AGING-REPORT LISTS EACH DEPARTMENT'S SUSPENSE ITEMS WITH
  *> THEIR DAYS IN SUSPENSE, THEN THE DEPARTMENT'S 30/60/90-DAY
  *> BUCKETS AND WHAT RESOLUTION TOOK OUT OF ITS SUSPENSE. DEPARTMENTS
  *> COME OUT IN ORDER OF FIRST APPEARANCE IN THE LEDGER, EACH LISTED
  *> ONCE; A DEPARTMENT WHOSE LAST ITEMS WERE ALL RESOLVED STILL GETS
  *> A SECTION SO THE RESOLUTIONS SHOW.
  WRITE-AGING-REPORT.
      OPEN OUTPUT AGERPT-FILE
      IF WS-RPT-FS NOT = '00'
              END-IF
          END-PERFORM

          PERFORM VARYING WS-OLD-SUB FROM 1 BY 1
                  UNTIL WS-OLD-SUB > WS-OLD-COUNT OR ABORT-RUN
              IF WS-OLD-RSLV-ACTION(WS-OLD-SUB) NOT = SPACE
                      AND WS-OLD-LISTED-SW(WS-OLD-SUB) = 'N'
                  MOVE WS-OLD-DEPT(WS-OLD-SUB) TO WS-CURRENT-DEPT
                  PERFORM REPORT-ONE-DEPARTMENT
              END-IF
          END-PERFORM

          IF WS-NEW-ITEM-COUNT + WS-CARRY-COUNT = 0
              MOVE ' NO ITEMS IN SUSPENSE' TO WS-RPT-REC
              PERFORM RPT-WRITE-LINE
          END-IF
  *> REPORT-ONE-DEPARTMENT LISTS EVERY LEDGER ITEM FOR THE DEPARTMENT
  *> IN WS-CURRENT-DEPT, ACCUMULATES ITS AGING BUCKETS, AND CLOSES
  *> THE SECTION WITH THE BUCKET TOTALS AND THE OVER-60 FLAG THE
  *> AUDITORS LOOK FOR, FOLLOWED BY THE DEPARTMENT'S RESOLUTIONS.
  REPORT-ONE-DEPARTMENT.
      PERFORM VARYING WS-BKT-SUB FROM 1 BY 1 UNTIL WS-BKT-SUB > 8
          MOVE 0 TO WS-BKT-COUNT(WS-BKT-SUB)
          MOVE 0 TO WS-BKT-AMT(WS-BKT-SUB)
      END-PERFORM
      MOVE 0 TO WS-DEPT-ITEMS
      MOVE 'N' TO WS-DEPT-OVER60-SW
      MOVE 'N' TO WS-DEPT-RSLV-SW

      MOVE SPACES TO WS-RPT-REC
      PERFORM RPT-WRITE-LINE
              UNTIL WS-SCAN-SUB > WS-NEW-COUNT OR ABORT-RUN
          IF WS-NEW-DEPT(WS-SCAN-SUB) = WS-CURRENT-DEPT
              MOVE 'Y' TO WS-NEW-LISTED-SW(WS-SCAN-SUB)
              IF WS-NEW-RSLV-SW(WS-SCAN-SUB) = 'Y'
                  MOVE 8 TO WS-BKT-SUB
                  PERFORM ADD-RESOLVED-NEW-ITEM
              ELSE
                  ADD 1 TO WS-DEPT-ITEMS
                  PERFORM REPORT-ONE-ITEM
              END-IF
          END-IF
      END-PERFORM

      PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
              UNTIL WS-SCAN-SUB > WS-OLD-COUNT
          IF WS-OLD-DEPT(WS-SCAN-SUB) = WS-CURRENT-DEPT
              MOVE 'Y' TO WS-OLD-LISTED-SW(WS-SCAN-SUB)
              IF WS-OLD-RSLV-ACTION(WS-SCAN-SUB) NOT = SPACE
                  PERFORM ADD-RESOLVED-OLD-ITEM
              END-IF
          END-IF
      END-PERFORM

      PERFORM REPORT-DEPT-BUCKETS
      IF DEPT-HAD-RSLV
          PERFORM REPORT-DEPT-RESOLUTIONS
      END-IF.

  *> ADD-RESOLVED-NEW-ITEM COUNTS A RESOLVED ITEM THE EXTRACT STILL
  *> SENT INTO THE HELD-OUT BUCKET.
  ADD-RESOLVED-NEW-ITEM.
      MOVE WS-NEW-AMT(WS-SCAN-SUB) TO WS-SIGNED-AMT
      IF WS-NEW-SIGN(WS-SCAN-SUB) = '-'
          COMPUTE WS-SIGNED-AMT = 0 - WS-SIGNED-AMT
      END-IF
      ADD 1 TO WS-BKT-COUNT(WS-BKT-SUB)
      ADD WS-SIGNED-AMT TO WS-BKT-AMT(WS-BKT-SUB)
      MOVE 'Y' TO WS-DEPT-RSLV-SW.

  *> ADD-RESOLVED-OLD-ITEM COUNTS A PRIOR LEDGER ITEM THIS ROLL TOOK
  *> OUT OF SUSPENSE INTO THE BUCKET FOR ITS RESOLUTION.
  ADD-RESOLVED-OLD-ITEM.
      EVALUATE WS-OLD-RSLV-ACTION(WS-SCAN-SUB)
          WHEN 'C'
              MOVE 5 TO WS-BKT-SUB
          WHEN 'W'
              MOVE 6 TO WS-BKT-SUB
          WHEN OTHER
              MOVE 7 TO WS-BKT-SUB
      END-EVALUATE
      MOVE WS-OLD-AMT(WS-SCAN-SUB) TO WS-SIGNED-AMT
      IF WS-OLD-SIGN(WS-SCAN-SUB) = '-'
          COMPUTE WS-SIGNED-AMT = 0 - WS-SIGNED-AMT
      END-IF
      ADD 1 TO WS-BKT-COUNT(WS-BKT-SUB)
      ADD WS-SIGNED-AMT TO WS-BKT-AMT(WS-BKT-SUB)
      MOVE 'Y' TO WS-DEPT-RSLV-SW.

  REPORT-ONE-ITEM.
      MOVE WS-NEW-AMT(WS-SCAN-SUB) TO WS-SIGNED-AMT
      END-IF
      PERFORM RPT-WRITE-LINE.

  *> REPORT-DEPT-RESOLUTIONS PRINTS THE RESOLUTION FIGURES UNDER THE
  *> AGING BUCKETS, IN THE SAME COLUMNS, SO A SHRINKING SUSPENSE
  *> BALANCE CAN BE TOLD APART FROM ONE THAT WAS MATCHED.
  REPORT-DEPT-RESOLUTIONS.
      MOVE '  RESOLUTIONS (resaudit.txt):' TO WS-RPT-REC
      PERFORM RPT-WRITE-LINE
      MOVE 5 TO WS-BKT-SUB
      MOVE '  CLEARED.......: ' TO WS-RPT-REC
      PERFORM REPORT-ONE-BUCKET
      MOVE 6 TO WS-BKT-SUB
      MOVE '  WRITTEN OFF...: ' TO WS-RPT-REC
      PERFORM REPORT-ONE-BUCKET
      MOVE 7 TO WS-BKT-SUB
      MOVE '  FORCE-MATCHED.: ' TO WS-RPT-REC
      PERFORM REPORT-ONE-BUCKET
      MOVE 8 TO WS-BKT-SUB
      MOVE '  HELD OUT......: ' TO WS-RPT-REC
      PERFORM REPORT-ONE-BUCKET.

  *> REPORT-ONE-BUCKET APPENDS THE COUNT AND AMOUNT OF THE BUCKET AT
  *> WS-BKT-SUB TO THE LABEL ALREADY PLACED IN WS-RPT-REC.
  REPORT-ONE-BUCKET.
