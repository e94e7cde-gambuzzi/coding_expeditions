      *> AND RESPONSIBLE CONTACT FOR THE REPORT, AND AN OPTIONAL
      *> PER-DEPARTMENT TARGET THAT OVERRIDES THE CONTROL-CARD TARGET
      *> FOR THAT DEPARTMENT'S PASS. A RUN WITHOUT THE MASTER FILE
      *> BEHAVES EXACTLY AS BEFORE. THE MASTER HOLDS DATED VERSIONS OF
      *> EACH DEPARTMENT, KEYED BY CODE AND EFFECTIVE-FROM DATE; THE
      *> PASS USES THE VERSION IN FORCE ON THE EXTRACT'S BUSINESS DATE.
      SELECT DEPT-MAST ASSIGN "deptmast.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS DM-KEY
      FILE STATUS IS WS-MAST-FS.

      *> THE EDIT STEP'S BUSINESS-DATE REGISTER, READ FOR THE BUSINESS
      *> DATE OF EACH DEPARTMENT'S EXTRACT. THE LAYOUT MUST MOVE WITH
      *> AOC_Y2020_EX01_EDIT'S. ABSENT FILE = NO BUSINESS DATES KNOWN,
      *> AND THE RUN DATE STANDS IN FOR THEM.
      SELECT BDREG-FILE ASSIGN "bdatereg.dat"
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-BDR-FS.

      *> ONE RECORD PER ENTRY THAT PARTICIPATED IN NO REPORTED MATCH,
      *> WRITTEN AT THE END OF EACH DEPARTMENT'S PASS, SO THE GENERAL-
      *> LEDGER SUSPENSE FEED NO LONGER HAS TO BE DIFFED OUT OF THE
      SELECT CHECKPOINT-FILE ASSIGN "checkpoint.dat"
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-CKPT-FS.

      *> THE JOB'S CONTROL TOTALS, STARTED BY AOC_Y2020_EX01_EDIT. EACH
      *> DEPARTMENT PASS POSTS WHAT IT LOADED INTO THE SEARCH TABLE AND
      *> WHAT IT KEPT OUT AS CARRIED FORWARD, AND SAYS SO WHEN ITS
      *> SUSPENSE FEED WAS HELD BACK OR THE PASS WAS SKIPPED, FOR THE
      *> BALANCING STEP AT THE END OF THE JOB.
      SELECT CTLTOT-FILE ASSIGN "ctltot.dat"
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-CTT-FS.

      *> THE STANDING MATCH RULES, KEPT PER DEPARTMENT: THE KNOWN PAIRS
      *> AND RECURRING ITEMS (AN ACCRUAL AND ITS REVERSAL, A CLEARING
      *> ENTRY AND ITS OFFSET, A FIXED FEE) THAT EVERY CYCLE WOULD
      *> OTHERWISE COST THE COMBINATION SEARCH TO REDISCOVER. THEY ARE
      *> APPLIED TO EACH EXTRACT AS SOON AS IT IS LOADED, AND WHAT THEY
      *> MATCH NEVER REACHES THE SEARCH. AN ABSENT FILE MEANS THE
      *> FEATURE IS NOT IN USE. THE FILE MUST NOT CHANGE BETWEEN A
      *> KILLED RUN AND ITS RESUME - THE RESUMED TABLE HAS TO BE THE
      *> ONE THE CHECKPOINTED ODOMETER WAS WALKING.
      SELECT RULE-FILE ASSIGN "matchrul.dat"
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-RUL-FS.
  DATA DIVISION.
  FILE SECTION.
      *> THE SEARCH MODE IS OPTIONAL ON THE CARD: 'FIRST' (OR SPACES,
      *> NUMBER AND SIGNED AMOUNT, AND THE COMBINATION'S SIGNED
      *> VARIANCE FROM TARGET (REPEATED ON EVERY LEG SO EACH POSTING
      *> RECORD STANDS ALONE). THE LEGS OF ONE COMBINATION ARE WRITTEN
      *> CONSECUTIVELY. LEGS TAKEN BY A STANDING MATCH RULE ANSWER NO
      *> CONTROL-CARD TARGET: THEY CARRY TARGET NUMBER 99, THE RULE'S
      *> LEG COUNT AS THE DEPTH, A ZERO VARIANCE, AND THE RULE'S
      *> IDENTIFIER, WHICH IS SPACES ON EVERY SEARCHED LEG.
      FD  MATCHED-FILE.
      01 MATCHED-RECORD.
         03 MTC-RUN-DATE       PIC 9(08).
         03 FILLER             PIC X(01).
         03 MTC-VAR-SIGN       PIC X(01).
         03 MTC-VARIANCE       PIC 9(12)V99.
         03 FILLER             PIC X(01).
         03 MTC-RULE-ID        PIC X(08).

      *> SAME LAYOUT AS THE MATCHED FEED IT SNAPSHOTS - THE TWO MUST
      *> MOVE TOGETHER.
         03 FILLER             PIC X(01).
         03 CFW-VAR-SIGN       PIC X(01).
         03 CFW-VARIANCE       PIC 9(12)V99.
         03 FILLER             PIC X(01).
         03 CFW-RULE-ID        PIC X(08).

      *> RUN DATE/TIME, DEPARTMENT, EXTRACT, ENTRIES LOADED, DEPTH
      *> WINDOW SEARCHED, COMBINATIONS TRIED, MATCHES FOUND, WHETHER
         03 FILLER             PIC X(01).
         03 HIST-RC            PIC 9(02).

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

      *> ONE RECORD NAMING THE DEPARTMENT/EXTRACT AND COMBINATION DEPTH
      *> A SEARCH WAS PART WAY THROUGH, PLUS THE ODOMETER POSITIONS
         *> ENTRY TABLE AND REPLAY THE ODOMETER POSITIONS AGAINST THE
         *> WRONG ENTRIES, SO A MODE MISMATCH REFUSES THE RESUME.
         03 CKPT-CARRY-MODE    PIC X(01).

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

      *> ONE LINE PER LEG OF A STANDING MATCH: THE DEPARTMENT (SPACES
      *> FOR THE UNTAGGED SINGLE-EXTRACT RUN), THE RULE IDENTIFIER, THE
      *> LEG'S SIGN ('+', '-', OR SPACE FOR EITHER) AND AMOUNT WITH TWO
      *> IMPLIED DECIMALS, AND AN OPTIONAL WINDOW OF EXTRACT RECORD
      *> POSITIONS THE LEG MUST FALL IN - FROM ALONE NAMES ONE
      *> POSITION, BOTH BLANK MEAN ANYWHERE IN THE EXTRACT. THE LINES
      *> OF A RULE WITH SEVERAL LEGS (AN ACCRUAL AND ITS REVERSAL) ARE
      *> KEPT TOGETHER, AND THE RULE MATCHES ONLY WHEN EVERY LEG FINDS
      *> AN ENTRY OF ITS OWN. THE DESCRIPTION IS TAKEN FROM THE RULE'S
      *> FIRST LINE.
      FD  RULE-FILE.
      01 RULE-RECORD.
         03 RUL-DEPT           PIC X(10).
         03 FILLER             PIC X(01).
         03 RUL-ID             PIC X(08).
         03 FILLER             PIC X(01).
         03 RUL-SIGN           PIC X(01).
         03 RUL-AMOUNT         PIC 9(09)V99.
         03 FILLER             PIC X(01).
         03 RUL-RECNO-FROM     PIC 9(08).
         03 RUL-RECNO-FROM-X REDEFINES RUL-RECNO-FROM
                               PIC X(08).
         03 FILLER             PIC X(01).
         03 RUL-RECNO-TO       PIC 9(08).
         03 RUL-RECNO-TO-X REDEFINES RUL-RECNO-TO
                               PIC X(08).
         03 FILLER             PIC X(01).
         03 RUL-DESC           PIC X(30).
  WORKING-STORAGE SECTION.
  77 WS-FS               PIC 9(02).
  77 WS-PARM-FS          PIC 9(02).
  77 WS-CFW-FS           PIC 9(02).
  77 WS-DRP-FS           PIC 9(02).
  77 WS-HIST-FS          PIC 9(02).
  77 WS-BDR-FS           PIC 9(02).
  77 WS-CTT-FS           PIC 9(02).
  77 WS-RUL-FS           PIC 9(02).
  01 WS-EOF-SW           PIC X(01) VALUE 'N'.
     88 EOF-SW           VALUE 'Y'.
     88 NOT-EOF-SW       VALUE 'N'.
      88 DEPT-ON-MASTER  VALUE 'Y'.
  01  WS-DEPT-OFF-MAST-SW PIC X(01) VALUE 'N'.
      88 DEPT-OFF-MASTER VALUE 'Y'.
  *> A CODE ON THE MASTER WHOSE VERSIONS DON'T COVER THE BUSINESS
  *> DATE IS AS UNTRACEABLE FOR THAT DATE AS A CODE NOT ON IT AT ALL,
  *> AND IS FLAGGED THE SAME WAY, WITH ITS OWN WORDING.
  01  WS-DEPT-NO-VER-SW  PIC X(01) VALUE 'N'.
      88 DEPT-NO-VERSION VALUE 'Y'.
  01  WS-MAST-VER-EOF-SW PIC X(01) VALUE 'N'.
      88 MAST-VER-EOF    VALUE 'Y'.
  01  WS-MAST-ERR-SW     PIC X(01) VALUE 'N'.
      88 MAST-READ-ERROR VALUE 'Y'.
  *> THE DATE THE MASTER VERSION WAS CHOSEN FOR - THE EXTRACT'S
  *> BUSINESS DATE FROM THE REGISTER, OR THE RUN DATE WHEN THE
  *> REGISTER DOESN'T KNOW IT - AND THE VERSION CHOSEN, FOR THE
  *> DEPARTMENT HEADING.
  01  WS-DEPT-BUS-DATE   PIC 9(08) VALUE 0.
  01  WS-DEPT-DATE-SRC-SW PIC X(01) VALUE 'R'.
      88 DATE-FROM-REGISTER VALUE 'B'.
  01  WS-DEPT-VER-FROM   PIC 9(08) VALUE 0.
  01  WS-DEPT-VER-TO     PIC 9(08) VALUE 0.
  *> THE LATEST BUSINESS-DATE REGISTER ENTRY FOR EACH DEPARTMENT: THE
  *> LAST ONE WRITTEN UNDER THE DEPARTMENT'S MOST RECENT EDIT RUN.
  *> IT DESCRIBES THE EXTRACT BEING SEARCHED WHEN THAT EDIT RUN WAS
  *> TODAY'S, OR WHEN THIS RUN RESUMES ONE CHECKPOINTED EARLIER.
  01  WS-MAX-BDT         PIC 9(04) COMP VALUE 1000.
  01  WS-BDT-COUNT       PIC 9(04) COMP VALUE 0.
  01  WS-BDT-TBL.
      03 WS-BDT-ITEM     OCCURS 1000 TIMES.
         05 WS-BDT-DEPT      PIC X(10).
         05 WS-BDT-BUS-DATE  PIC 9(08).
         05 WS-BDT-RUN-DATE  PIC 9(08).
  01  WS-BDT-SUB         PIC 9(04) COMP.
  01  WS-BDT-HIT-SUB     PIC 9(04) COMP.
  01  WS-BDR-EOF-SW      PIC X(01) VALUE 'N'.
      88 BDR-EOF         VALUE 'Y'.
  *> A MASTER TARGET OVERRIDE REPLACES THE WHOLE CONTROL-CARD TARGET
  *> LIST FOR THAT DEPARTMENT: ONE PASS AGAINST THE DEPARTMENT'S OWN
  *> CONTROL TOTAL, RUN UNDER THE FIRST CARD'S DEPTH WINDOW AND
         05 WS-CARRY-DEPT  PIC X(10).
         05 WS-CARRY-RECNO PIC 9(08) COMP.
         05 WS-CARRY-AMT   PIC S9(09)V99 COMP-3.
         05 WS-CARRY-RULE  PIC X(08).
  01  WS-CARRY-SUB       PIC 9(08) COMP.
  01  WS-CARRY-FOUND-SW  PIC X(01).
      88 CARRY-HIT       VALUE 'Y'.
  01  WS-DEPT-CARRIED    PIC 9(08) VALUE 0.
  01  WS-GT-CARRIED      PIC 9(08) VALUE 0.

  *> CONTROL-TOTAL STATE FOR THE PASS IN HAND: THE SIGNED TOTALS OF
  *> THE ENTRIES LOADED AND OF THOSE KEPT OUT AS CARRIED FORWARD, AND
  *> WHETHER THE PASS HELD ITS SUSPENSE FEED BACK. THE ITEM, COUNT AND
  *> AMOUNT FIELDS CARRY ONE POSTING TO WRITE-CONTROL-TOTAL.
  01  WS-CTT-OPENED-SW   PIC X(01) VALUE 'N'.
      88 CTT-OPENED      VALUE 'Y'.
  01  WS-DEPT-LOADED-AMT PIC S9(13)V99 VALUE 0.
  01  WS-DEPT-CARRIED-AMT PIC S9(13)V99 VALUE 0.
  01  WS-FEED-HELD-SW    PIC X(01) VALUE 'N'.
      88 FEED-HELD-BACK  VALUE 'Y'.
  01  WS-CTT-ITEM        PIC X(08).
  01  WS-CTT-COUNT       PIC 9(08).
  01  WS-CTT-AMT         PIC S9(13)V99.

  *> STANDING MATCH RULES, LOADED WHOLE FROM matchrul.dat: ONE ENTRY
  *> PER RULE, POINTING AT ITS RUN OF LEGS IN THE LEG TABLE. A LEG'S
  *> AMOUNT IS HELD UNSIGNED WITH ITS SIGN BESIDE IT, SO A BLANK SIGN
  *> CAN MATCH EITHER WAY; TAKEN IS THE ENTRY-TABLE SLOT THE LEG WAS
  *> MATCHED TO ON THE PASS IN HAND. AN ENTRY TAKEN BY A RULE IS
  *> MARKED 'R' IN THE TABLE UNTIL THE TABLE IS CLOSED UP BEHIND IT.
  01  WS-MAX-RULES       PIC 9(04) COMP VALUE 500.
  01  WS-RULE-COUNT      PIC 9(04) COMP VALUE 0.
  01  WS-RULE-TBL.
      03 WS-RULE-ITEM    OCCURS 500 TIMES.
         05 WS-RUL-DEPT      PIC X(10).
         05 WS-RUL-ID        PIC X(08).
         05 WS-RUL-DESC      PIC X(30).
         05 WS-RUL-FIRST-LEG PIC 9(04) COMP.
         05 WS-RUL-LEGS      PIC 9(02) COMP.
  01  WS-MAX-RULE-LEGS   PIC 9(04) COMP VALUE 2000.
  01  WS-RLEG-COUNT      PIC 9(04) COMP VALUE 0.
  01  WS-RLEG-TBL.
      03 WS-RLEG-ITEM    OCCURS 2000 TIMES.
         05 WS-RLEG-SIGN     PIC X(01).
         05 WS-RLEG-AMT      PIC 9(09)V99 COMP-3.
         05 WS-RLEG-FROM     PIC 9(08) COMP.
         05 WS-RLEG-TO       PIC 9(08) COMP.
         05 WS-RLEG-TAKEN    PIC 9(08) COMP.
  01  WS-RUL-SUB         PIC 9(04) COMP.
  01  WS-RLEG-SUB        PIC 9(04) COMP.
  01  WS-RLEG-LAST       PIC 9(04) COMP.
  01  WS-RUL-EOF-SW      PIC X(01) VALUE 'N'.
      88 RUL-EOF         VALUE 'Y'.
  01  WS-RUL-BAD-SW      PIC X(01) VALUE 'N'.
      88 RULE-LINE-BAD   VALUE 'Y'.
  *> RULE LEGS GO ON THE MATCHED FEED UNDER THIS TARGET NUMBER, CLEAR
  *> OF ANY CONTROL CARD'S.
  01  WS-RULE-TARGET-NO  PIC 9(02) VALUE 99.
  *> THE PASS IN HAND: THE FIRST TABLE SLOT ITS EXTRACT LOADED INTO,
  *> WHETHER THE RULES ARE BEING REPLAYED FOR A RESUME (THE KILLED RUN
  *> ALREADY REPORTED AND POSTED THEIR MATCHES), AND WHAT THEY DID.
  01  WS-RULE-BASE       PIC 9(08) COMP.
  01  WS-RULE-SCAN       PIC 9(08) COMP.
  01  WS-RULE-PACK       PIC 9(08) COMP.
  01  WS-RULE-REPLAY-SW  PIC X(01) VALUE 'N'.
      88 RULE-REPLAY     VALUE 'Y'.
  01  WS-RULE-HDG-SW     PIC X(01) VALUE 'N'.
      88 RULE-HDG-DONE   VALUE 'Y'.
  01  WS-RULE-HIT-SW     PIC X(01) VALUE 'N'.
      88 RULE-HIT        VALUE 'Y'.
  01  WS-RLEG-FOUND-SW   PIC X(01) VALUE 'N'.
      88 RULE-LEG-FOUND  VALUE 'Y'.
  01  WS-RULE-CARRIED-SW PIC X(01) VALUE 'N'.
      88 RULE-CARRIED    VALUE 'Y'.
  01  WS-RULE-ENTRY-SIGN PIC X(01).
  01  WS-RULE-ENTRY-ABS  PIC 9(09)V99.
  01  WS-RULE-NET        PIC S9(13)V99.
  01  WS-DEPT-RULES      PIC 9(08) VALUE 0.
  01  WS-DEPT-RULE-HITS  PIC 9(08) VALUE 0.
  01  WS-DEPT-RULE-MISSED PIC 9(08) VALUE 0.
  01  WS-DEPT-RULE-ENTRIES PIC 9(08) VALUE 0.
  01  WS-GT-RULE-HITS    PIC 9(08) VALUE 0.
  01  WS-GT-RULE-MISSED  PIC 9(08) VALUE 0.

  *> BATCH-WINDOW CUTOFF STATE. THE CLOCK IS ONLY CONSULTED AT THE
  *> CHECKPOINT INTERVAL - THE POSITION IS ALREADY SAFE ON DISK AT
  *> THAT MOMENT, SO SUSPENDING THERE COSTS NOTHING EXTRA. THE START
          END-IF
      END-PERFORM.

      *> THE STANDING MATCH RULES ARE LOADED ONCE FOR THE WHOLE RUN;
      *> EACH PASS APPLIES THE ONES KEPT FOR ITS DEPARTMENT.
      IF NOT JOB-ABORT-RUN
          PERFORM LOAD-STANDING-RULES
      END-IF.

      ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD.
      ACCEPT WS-TIME-RAW FROM TIME.
      MOVE WS-TIME-RAW(1:6) TO WS-START-TIME.
          END-IF
      END-IF.

      *> THE CONTROL TOTALS ARE EXTENDED ONTO WHAT THE EDIT STEP
      *> STARTED; A SEARCH RUN ON ITS OWN STARTS THE FILE. A FILE THAT
      *> CAN'T BE OPENED COSTS THE JOB ITS BALANCING, NOT ITS
      *> RECONCILIATION - THE BALANCING STEP WILL SAY SO.
      IF NOT JOB-ABORT-RUN
          OPEN EXTEND CTLTOT-FILE
          IF WS-CTT-FS = '35'
              OPEN OUTPUT CTLTOT-FILE
          END-IF
          IF WS-CTT-FS = '00'
              MOVE 'Y' TO WS-CTT-OPENED-SW
          ELSE
              DISPLAY 'AOC_Y2020_EX01 - UNABLE TO OPEN CTLTOT-FILE, FILE STATUS = '
                  WS-CTT-FS ' - RUN CONTINUES WITHOUT CONTROL TOTALS'
              IF WS-RETURN-CODE < 4
                  MOVE 4 TO WS-RETURN-CODE
              END-IF
          END-IF
      END-IF.

      *> THE DEPARTMENT MASTER IS OPTIONAL: A MISSING FILE (STATUS 35)
      *> SIMPLY MEANS THE FEATURE ISN'T IN USE AND THE RUN PROCEEDS AS
      *> IT ALWAYS HAS. ANY OTHER OPEN FAILURE IS WORTH A WARNING -
          END-IF
      END-IF.

      *> THE BUSINESS DATES ONLY MATTER FOR CHOOSING MASTER VERSIONS.
      IF NOT JOB-ABORT-RUN AND MAST-OPENED
          PERFORM LOAD-BUSINESS-DATES
      END-IF.

      IF NOT JOB-ABORT-RUN
          *> A DEPARTMENT CONTROL FILE DRIVES ONE PASS OF THE SEARCH PER
          *> DEPARTMENT EXTRACT, ALL FEEDING THE SAME CONSOLIDATED REPORT.
          END-IF
      END-IF.

      IF CTT-OPENED
          CLOSE CTLTOT-FILE
          IF WS-CTT-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01 - UNABLE TO CLOSE CTLTOT-FILE, FILE STATUS = '
                  WS-CTT-FS
              IF WS-RETURN-CODE < 12
                  MOVE 12 TO WS-RETURN-CODE
              END-IF
          END-IF
      END-IF.

      MOVE WS-RETURN-CODE TO RETURN-CODE.
      STOP RUN.

  *> CUMULATIVE SET JUST LOADED, SO THE NEXT CARRY RUN (OR A RESUME
  *> OF THIS ONE) STARTS FROM EXACTLY THIS EXCLUSION SET. THE TARGET,
  *> DEPTH AND VARIANCE COLUMNS MEAN NOTHING TO EXCLUSION AND ARE
  *> WRITTEN AS ZEROS. A STANDING RULE'S IDENTIFIER IS KEPT, SO A RULE
  *> WHOSE LEGS ARE CARRIED IS KNOWN TO HAVE MATCHED EARLIER IN THE
  *> CYCLE RATHER THAN FLAGGED AS MISSING.
  WRITE-CARRY-SNAPSHOT.
      OPEN OUTPUT CARRY-FILE
      IF WS-CFW-FS NOT = '00'
              END-IF
              MOVE '+' TO CFW-VAR-SIGN
              MOVE 0 TO CFW-VARIANCE
              MOVE WS-CARRY-RULE(WS-CARRY-SUB) TO CFW-RULE-ID
              WRITE CARRY-RECORD
              IF WS-CFW-FS NOT = '00'
                  DISPLAY 'AOC_Y2020_EX01 - UNABLE TO WRITE CARRY-FILE, FILE STATUS = '
                  MOVE CFW-DEPT TO WS-CARRY-DEPT(WS-CARRY-COUNT)
                  MOVE CFW-RECNO TO WS-CARRY-RECNO(WS-CARRY-COUNT)
                  MOVE CFW-AMOUNT TO WS-CARRY-AMT(WS-CARRY-COUNT)
                  MOVE CFW-RULE-ID TO WS-CARRY-RULE(WS-CARRY-COUNT)
                  IF CFW-SIGN = '-'
                      COMPUTE WS-CARRY-AMT(WS-CARRY-COUNT) =
                          0 - WS-CARRY-AMT(WS-CARRY-COUNT)
          END-IF
      END-IF.

  *> LOAD-STANDING-RULES READS matchrul.dat INTO THE RULE AND LEG
  *> TABLES. NO FILE MEANS NO RULES. A FILE THAT WON'T OPEN COSTS THE
  *> RUN ITS RULES, NOT ITS RECONCILIATION - THE SEARCH STILL FINDS
  *> THE STANDING PAIRS THE SLOW WAY. A MIS-PUNCHED RULE STOPS THE JOB
  *> LIKE A MIS-PUNCHED CONTROL CARD: TAKING ENTRIES OUT OF THE TABLE
  *> ON A GUESS WOULD POST MATCHES NOBODY ASKED FOR.
  LOAD-STANDING-RULES.
      OPEN INPUT RULE-FILE
      IF WS-RUL-FS = '00'
          PERFORM UNTIL RUL-EOF OR JOB-ABORT-RUN
              READ RULE-FILE
                  AT END
                      MOVE 'Y' TO WS-RUL-EOF-SW
                  NOT AT END
                      IF WS-RUL-FS = '00'
                          IF RULE-RECORD = SPACES
                              CONTINUE
                          ELSE
                              PERFORM LOAD-ONE-RULE-LINE
                          END-IF
                      ELSE
                          DISPLAY 'AOC_Y2020_EX01 - RULE-FILE READ ERROR, FILE STATUS = '
                              WS-RUL-FS
                          MOVE 'Y' TO WS-JOB-ABORT-SW
                          MOVE 12 TO WS-RETURN-CODE
                      END-IF
              END-READ
          END-PERFORM
          CLOSE RULE-FILE
          IF WS-RUL-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01 - UNABLE TO CLOSE RULE-FILE, FILE STATUS = '
                  WS-RUL-FS
              IF WS-RETURN-CODE < 12
                  MOVE 12 TO WS-RETURN-CODE
              END-IF
          END-IF
      ELSE
          IF WS-RUL-FS NOT = '35'
              DISPLAY 'AOC_Y2020_EX01 - UNABLE TO OPEN RULE-FILE, FILE STATUS = '
                  WS-RUL-FS ' - RUN CONTINUES WITHOUT STANDING RULES'
              IF WS-RETURN-CODE < 4
                  MOVE 4 TO WS-RETURN-CODE
              END-IF
          END-IF
      END-IF.

  *> LOAD-ONE-RULE-LINE EDITS THE RULE LINE JUST READ AND STORES IT AS
  *> THE NEXT LEG - OF THE RULE BEFORE IT WHEN IT CARRIES THE SAME
  *> DEPARTMENT AND IDENTIFIER, OTHERWISE OF A NEW RULE. A RULE WHOSE
  *> LINES ARE SPLIT UP BY ANOTHER'S WOULD QUIETLY BECOME TWO RULES
  *> UNDER ONE NAME, SO A REPEATED NAME IS REFUSED.
  LOAD-ONE-RULE-LINE.
      MOVE 'N' TO WS-RUL-BAD-SW
      IF RUL-ID = SPACES
          DISPLAY 'AOC_Y2020_EX01 - STANDING RULE WITHOUT AN IDENTIFIER: '
              RULE-RECORD(1:33)
          MOVE 'Y' TO WS-RUL-BAD-SW
      END-IF
      IF RUL-SIGN NOT = '+' AND RUL-SIGN NOT = '-' AND RUL-SIGN NOT = SPACE
          DISPLAY 'AOC_Y2020_EX01 - INVALID SIGN ON STANDING RULE ' RUL-DEPT
              ' ' RUL-ID
          MOVE 'Y' TO WS-RUL-BAD-SW
      END-IF
      IF RUL-AMOUNT IS NOT NUMERIC
          DISPLAY 'AOC_Y2020_EX01 - NON-NUMERIC AMOUNT ON STANDING RULE '
              RUL-DEPT ' ' RUL-ID
          MOVE 'Y' TO WS-RUL-BAD-SW
      END-IF
      IF RUL-RECNO-FROM-X = SPACES
          IF RUL-RECNO-TO-X NOT = SPACES
              DISPLAY 'AOC_Y2020_EX01 - RECORD WINDOW WITHOUT A START ON'
                  ' STANDING RULE ' RUL-DEPT ' ' RUL-ID
              MOVE 'Y' TO WS-RUL-BAD-SW
          END-IF
      ELSE
          IF RUL-RECNO-FROM IS NOT NUMERIC
                  OR (RUL-RECNO-TO-X NOT = SPACES
                      AND RUL-RECNO-TO IS NOT NUMERIC)
              DISPLAY 'AOC_Y2020_EX01 - NON-NUMERIC RECORD WINDOW ON'
                  ' STANDING RULE ' RUL-DEPT ' ' RUL-ID
              MOVE 'Y' TO WS-RUL-BAD-SW
          ELSE
              IF RUL-RECNO-TO-X NOT = SPACES
                      AND RUL-RECNO-TO < RUL-RECNO-FROM
                  DISPLAY 'AOC_Y2020_EX01 - RECORD WINDOW ENDS BEFORE IT'
                      ' STARTS ON STANDING RULE ' RUL-DEPT ' ' RUL-ID
                  MOVE 'Y' TO WS-RUL-BAD-SW
              END-IF
          END-IF
      END-IF

      IF NOT RULE-LINE-BAD
          IF WS-RULE-COUNT > 0
                  AND RUL-DEPT = WS-RUL-DEPT(WS-RULE-COUNT)
                  AND RUL-ID = WS-RUL-ID(WS-RULE-COUNT)
              *> ANOTHER LEG OF THE RULE JUST LOADED. NO RULE CAN
              *> HAVE MORE LEGS THAN THE DEEPEST COMBINATION THE
              *> MATCHED FEED DESCRIBES.
              IF WS-RUL-LEGS(WS-RULE-COUNT) >= WS-MAX-COMB-DEPTH
                  DISPLAY 'AOC_Y2020_EX01 - STANDING RULE ' RUL-DEPT ' ' RUL-ID
                      ' HAS MORE THAN ' WS-MAX-COMB-DEPTH ' LEGS'
                  MOVE 'Y' TO WS-RUL-BAD-SW
              END-IF
          ELSE
              PERFORM VARYING WS-RUL-SUB FROM 1 BY 1
                      UNTIL WS-RUL-SUB > WS-RULE-COUNT OR RULE-LINE-BAD
                  IF WS-RUL-DEPT(WS-RUL-SUB) = RUL-DEPT
                          AND WS-RUL-ID(WS-RUL-SUB) = RUL-ID
                      DISPLAY 'AOC_Y2020_EX01 - STANDING RULE ' RUL-DEPT ' '
                          RUL-ID ' APPEARS TWICE - KEEP A RULE''S LEGS TOGETHER'
                      MOVE 'Y' TO WS-RUL-BAD-SW
                  END-IF
              END-PERFORM
              IF NOT RULE-LINE-BAD
                  IF WS-RULE-COUNT >= WS-MAX-RULES
                      DISPLAY 'AOC_Y2020_EX01 - MORE THAN ' WS-MAX-RULES
                          ' STANDING RULES IN RULE-FILE'
                      MOVE 'Y' TO WS-RUL-BAD-SW
                  ELSE
                      ADD 1 TO WS-RULE-COUNT
                      MOVE RUL-DEPT TO WS-RUL-DEPT(WS-RULE-COUNT)
                      MOVE RUL-ID TO WS-RUL-ID(WS-RULE-COUNT)
                      MOVE RUL-DESC TO WS-RUL-DESC(WS-RULE-COUNT)
                      COMPUTE WS-RUL-FIRST-LEG(WS-RULE-COUNT) =
                          WS-RLEG-COUNT + 1
                      MOVE 0 TO WS-RUL-LEGS(WS-RULE-COUNT)
                  END-IF
              END-IF
          END-IF
      END-IF

      IF NOT RULE-LINE-BAD
          IF WS-RLEG-COUNT >= WS-MAX-RULE-LEGS
              DISPLAY 'AOC_Y2020_EX01 - MORE THAN ' WS-MAX-RULE-LEGS
                  ' STANDING RULE LEGS IN RULE-FILE'
              MOVE 'Y' TO WS-RUL-BAD-SW
          ELSE
              ADD 1 TO WS-RLEG-COUNT
              ADD 1 TO WS-RUL-LEGS(WS-RULE-COUNT)
              MOVE RUL-SIGN TO WS-RLEG-SIGN(WS-RLEG-COUNT)
              MOVE RUL-AMOUNT TO WS-RLEG-AMT(WS-RLEG-COUNT)
              IF RUL-RECNO-FROM-X = SPACES
                  MOVE 0 TO WS-RLEG-FROM(WS-RLEG-COUNT)
                  MOVE 99999999 TO WS-RLEG-TO(WS-RLEG-COUNT)
              ELSE
                  MOVE RUL-RECNO-FROM TO WS-RLEG-FROM(WS-RLEG-COUNT)
                  IF RUL-RECNO-TO-X = SPACES
                      MOVE RUL-RECNO-FROM TO WS-RLEG-TO(WS-RLEG-COUNT)
                  ELSE
                      MOVE RUL-RECNO-TO TO WS-RLEG-TO(WS-RLEG-COUNT)
                  END-IF
              END-IF
          END-IF
      END-IF

      IF RULE-LINE-BAD
          MOVE 'Y' TO WS-JOB-ABORT-SW
          MOVE 12 TO WS-RETURN-CODE
      END-IF.

  *> PROCESS-ONE-FILE1 RUNS THE FULL LOAD-AND-SEARCH SEQUENCE
  *> AGAINST WHICHEVER EXTRACT IS CURRENTLY NAMED IN WS-FILE1-NAME,
  *> TAGGING EVERY REPORT LINE WITH WS-CURRENT-DEPT. A FILE-STATUS
              MOVE 0 TO WS-DEPT-MATCH-COUNT
              MOVE 0 TO WS-PASS-RC
              PERFORM WRITE-RUN-HISTORY
              MOVE 'SKIPPED' TO WS-CTT-ITEM
              MOVE 0 TO WS-CTT-COUNT
              MOVE 0 TO WS-CTT-AMT
              PERFORM WRITE-CONTROL-TOTAL
          END-IF
      END-IF

          MOVE 'N' TO WS-FILE1-OPENED-SW
          MOVE 0 TO WS-LOAD-RECNO
          MOVE 0 TO WS-DEPT-CARRIED
          MOVE 0 TO WS-DEPT-CARRIED-AMT
          MOVE 0 TO WS-DEPT-LOADED-AMT
          MOVE 'N' TO WS-FEED-HELD-SW
          MOVE 'N' TO WS-ENTRY-CARRIED-SW
          MOVE 1 TO X-LS-DE
          MOVE 1 TO X-LS-DE-MAX
          MOVE SPACES TO WS-DEPT-CONTACT
          MOVE 'N' TO WS-DEPT-ON-MAST-SW
          MOVE 'N' TO WS-DEPT-OFF-MAST-SW
          MOVE 'N' TO WS-DEPT-NO-VER-SW
          MOVE 0 TO WS-DEPT-ENTRY-COUNT
          MOVE 0 TO WS-DEPT-MATCH-COUNT
          MOVE 0 TO WS-DEPT-MATCHED-AMT
          MOVE 0 TO WS-PASS-TRIES
          MOVE 'N' TO WS-PASS-RESUMED-SW
          MOVE 0 TO WS-PASS-RC
          MOVE 0 TO WS-DEPT-RULES
          MOVE 0 TO WS-DEPT-RULE-HITS
          MOVE 0 TO WS-DEPT-RULE-MISSED
          MOVE 0 TO WS-DEPT-RULE-ENTRIES
          *> THE UNTAGGED SINGLE-EXTRACT FALLBACK HAS NO DEPARTMENT
          *> CODE BY DESIGN, SO THERE IS NOTHING TO LOOK UP - AND
          *> NOTHING TO FLAG AS MISSING FROM THE MASTER.
          SET WS-DEPT-ENTRY-COUNT TO X-LS-DE-MAX
          SUBTRACT 1 FROM WS-DEPT-ENTRY-COUNT

          *> THE DEPARTMENT'S STANDING MATCHES COME OUT OF THE TABLE
          *> BEFORE IT IS SORTED, SO THE SEARCH ONLY WORKS ON THE REAL
          *> UNKNOWNS. THEY STILL COUNT AS LOADED - THEY ARE ON THE
          *> MATCHED FEED, AND THE CONTROL TOTALS MUST SAY SO.
          IF NOT ABORT-RUN AND WS-RULE-COUNT > 0
              MOVE 1 TO WS-RULE-BASE
              PERFORM APPLY-STANDING-RULES
          END-IF

          *> SORT THE LOADED ENTRIES ASCENDING (CARRYING THEIR SOURCE
          *> RECORD NUMBERS) AND PRICE THE RUNNING TOTALS, SO THE
          *> SEARCH BELOW CAN PRUNE EVERY BRANCH WHOSE CHEAPEST
              *> ITS UNSEARCHED ENTRIES ARE NOT YET UNMATCHED, SO THE
              *> FEED WAITS FOR THE RESUME TO FINISH THE PASS.
              IF PASS-RESUMED OR WINDOW-CLOSED
                  MOVE 'Y' TO WS-FEED-HELD-SW
                  DISPLAY 'AOC_Y2020_EX01 - SUSPENSE FEED SUPPRESSED FOR DEPT '
                      WS-CURRENT-DEPT ' (INCOMPLETE PASS - RERUN OR RESUME FOR THE FEED)'
                  IF WS-RETURN-CODE < 4
          END-IF

          PERFORM WRITE-RUN-HISTORY
          PERFORM POST-PASS-CONTROL-TOTALS
          IF FEED-HELD-BACK
              MOVE 'NOFEED' TO WS-CTT-ITEM
              MOVE 0 TO WS-CTT-COUNT
              MOVE 0 TO WS-CTT-AMT
              PERFORM WRITE-CONTROL-TOTAL
          END-IF
      END-IF.

  *> OPEN-EXTRACT-FILE1 RESOLVES AND OPENS THE EXTRACT NAMED IN
             *> A CARRIED ENTRY LEAVES ITS SLOT IN PLACE FOR THE NEXT
             *> RECORD - IT NEVER ENTERS THE SEARCH TABLE.
             IF NOT ABORT-RUN AND NOT ENTRY-CARRIED
                 ADD LS-DE-AMT(X-LS-DE) TO WS-DEPT-LOADED-AMT
                 ADD 1 TO X-LS-DE
                 ADD 1 TO X-LS-DE-MAX
                 IF X-LS-DE > WS-MAX-ENTRIES
      MOVE 'N' TO WS-FILE1-OPENED-SW
      MOVE 0 TO WS-LOAD-RECNO
      MOVE 0 TO WS-DEPT-CARRIED
      MOVE 0 TO WS-DEPT-CARRIED-AMT
      MOVE 0 TO WS-DEPT-LOADED-AMT
      MOVE 'N' TO WS-ENTRY-CARRIED-SW
      MOVE 0 TO WS-PASS-TRIES
      MOVE 'N' TO WS-PASS-RESUMED-SW
      MOVE 0 TO WS-PASS-RC
      MOVE 0 TO WS-DEPT-MATCH-COUNT
      MOVE 0 TO WS-DEPT-RULES
      MOVE 0 TO WS-DEPT-RULE-HITS
      MOVE 0 TO WS-DEPT-RULE-MISSED
      MOVE 0 TO WS-DEPT-RULE-ENTRIES

      *> THE MASTER STILL NAMES THE DEPARTMENT AND CATCHES deptctl.dat
      *> TYPOS ON A POOLED RUN; ITS TARGET OVERRIDES DO NOT APPLY - A
      MOVE SPACES TO WS-DEPT-CONTACT
      MOVE 'N' TO WS-DEPT-ON-MAST-SW
      MOVE 'N' TO WS-DEPT-OFF-MAST-SW
      MOVE 'N' TO WS-DEPT-NO-VER-SW
      IF MAST-OPENED AND WS-CURRENT-DEPT NOT = SPACES
          PERFORM LOOKUP-DEPT-MASTER
          MOVE 'N' TO WS-DEPT-OVERRIDE-SW
      SET WS-DEPT-ENTRY-COUNT TO X-LS-DE-MAX
      SUBTRACT WS-POOL-BASE FROM WS-DEPT-ENTRY-COUNT

      *> A DEPARTMENT'S STANDING RULES ARE ITS OWN BUSINESS EVEN IN A
      *> POOL - THEY ONLY EVER LOOK AT THE ENTRIES JUST LOADED FROM
      *> ITS EXTRACT, AND TAKE THEM OUT BEFORE THE NEXT ONE LOADS.
      IF NOT ABORT-RUN AND WS-RULE-COUNT > 0
          MOVE WS-POOL-BASE TO WS-RULE-BASE
          PERFORM APPLY-STANDING-RULES
      END-IF

      MOVE WS-DEPT-ENTRY-COUNT TO WS-GT-EDIT
      MOVE SPACES TO WS-REPORT-REC
      MOVE 1 TO WS-REPORT-PTR
              INTO WS-REPORT-REC WITH POINTER WS-REPORT-PTR
          END-STRING
      END-IF
      PERFORM RPT-RULE-TOTALS
      IF ABORT-RUN
          MOVE 'Y' TO WS-POOL-ABORT-SW
          ADD 1 TO WS-GT-ABORTED
          ADD 1 TO WS-GT-OFF-MASTER
      END-IF

      PERFORM WRITE-RUN-HISTORY
      PERFORM POST-PASS-CONTROL-TOTALS.

  *> PROCESS-POOLED-TABLE RUNS THE ONE CROSS-DEPARTMENT SEARCH OVER
  *> EVERYTHING POOL-LOAD-ONE-EXTRACT LOADED, UNDER THE *POOLED*
          MOVE SPACES TO WS-DEPT-CONTACT
          MOVE 'N' TO WS-DEPT-ON-MAST-SW
          MOVE 'N' TO WS-DEPT-OFF-MAST-SW
          MOVE 'N' TO WS-DEPT-NO-VER-SW
          MOVE 0 TO WS-DEPT-MATCH-COUNT
          MOVE 0 TO WS-DEPT-MATCHED-AMT
          MOVE 'N' TO WS-DEPT-NOMATCH-SW
          MOVE 0 TO WS-PASS-TRIES
          MOVE 'N' TO WS-PASS-RESUMED-SW
          MOVE 0 TO WS-PASS-RC
          MOVE 'N' TO WS-FEED-HELD-SW
          *> EACH DEPARTMENT'S RULE MATCHES WERE TOTALLED ON ITS OWN
          *> LOAD LINE; THE POOLED SECTION HAS NONE OF ITS OWN.
          MOVE 0 TO WS-DEPT-RULES
          SET WS-DEPT-ENTRY-COUNT TO X-LS-DE-MAX
          SUBTRACT 1 FROM WS-DEPT-ENTRY-COUNT

          PERFORM RPT-WRITE-LINE

          IF POOL-LOAD-FAILED
              MOVE 'Y' TO WS-FEED-HELD-SW
              MOVE ' ** POOLED SEARCH SUPPRESSED - AN EXTRACT FAILED TO LOAD **'
                  TO WS-REPORT-REC
              PERFORM RPT-WRITE-LINE
              MOVE 0 TO WS-DEPT-UNMATCHED
              IF NOT ABORT-RUN AND UNM-OPENED
                  IF PASS-RESUMED OR WINDOW-CLOSED
                      MOVE 'Y' TO WS-FEED-HELD-SW
                      DISPLAY 'AOC_Y2020_EX01 - SUSPENSE FEED SUPPRESSED FOR THE'
                          ' POOLED PASS (INCOMPLETE - RERUN OR RESUME FOR THE FEED)'
                      IF WS-RETURN-CODE < 4

          MOVE WS-POOL-DEPT-TAG TO WS-FILE1-NAME
          PERFORM WRITE-RUN-HISTORY
          *> A HELD-BACK POOLED FEED IS HELD BACK FOR EVERY DEPARTMENT
          *> IN THE POOL - POSTED ONCE, UNDER THE POOL'S OWN TAG.
          IF FEED-HELD-BACK
              MOVE 'NOFEED' TO WS-CTT-ITEM
              MOVE 0 TO WS-CTT-COUNT
              MOVE 0 TO WS-CTT-AMT
              PERFORM WRITE-CONTROL-TOTAL
          END-IF
      END-IF.

  *> LOOKUP-DEPT-MASTER READS THE MASTER FOR THE DEPARTMENT IN HAND
  *> CODE THAT ISN'T ON THE MASTER IS A CONFIGURATION ERROR - MOST
  *> LIKELY A TYPO IN deptctl.dat - SO IT IS FLAGGED ON THE REPORT AND
  *> IN THE CONDITION CODE INSTEAD OF RECONCILING UNDER A TAG NOBODY
  *> CAN TRACE. OF THE DEPARTMENT'S DATED VERSIONS, THE ONE IN FORCE ON
  *> THE EXTRACT'S BUSINESS DATE APPLIES, SO A RERUN OF AN OLDER DAY
  *> RECONCILES AGAINST THE TARGET THAT DAY WAS UNDER; A CODE WHOSE
  *> VERSIONS DON'T COVER THAT DATE IS FLAGGED LIKE ONE NOT ON FILE.
  LOOKUP-DEPT-MASTER.
      PERFORM FIND-DEPT-BUSINESS-DATE
      MOVE 'N' TO WS-DEPT-NO-VER-SW
      MOVE 'N' TO WS-MAST-ERR-SW
      MOVE 0 TO WS-DEPT-VER-FROM
      MOVE 0 TO WS-DEPT-VER-TO
      MOVE 'N' TO WS-MAST-VER-EOF-SW
      MOVE WS-CURRENT-DEPT TO DM-CODE
      MOVE 0 TO DM-EFF-FROM
      START DEPT-MAST KEY IS NOT LESS THAN DM-KEY
      EVALUATE WS-MAST-FS
          WHEN '00'
              CONTINUE
          WHEN '23'
              MOVE 'Y' TO WS-MAST-VER-EOF-SW
          WHEN OTHER
              MOVE 'Y' TO WS-MAST-ERR-SW
              MOVE 'Y' TO WS-MAST-VER-EOF-SW
      END-EVALUATE
      PERFORM UNTIL MAST-VER-EOF
          READ DEPT-MAST NEXT RECORD
          AT END
              MOVE 'Y' TO WS-MAST-VER-EOF-SW
          NOT AT END
              IF WS-MAST-FS NOT = '00'
                  MOVE 'Y' TO WS-MAST-ERR-SW
                  MOVE 'Y' TO WS-MAST-VER-EOF-SW
              ELSE
                  IF DM-CODE NOT = WS-CURRENT-DEPT
                      MOVE 'Y' TO WS-MAST-VER-EOF-SW
                  ELSE
                      IF DM-EFF-FROM NOT > WS-DEPT-BUS-DATE
                              AND DM-EFF-TO NOT < WS-DEPT-BUS-DATE
                          PERFORM TAKE-MASTER-VERSION
                          MOVE 'Y' TO WS-MAST-VER-EOF-SW
                      ELSE
                          MOVE 'Y' TO WS-DEPT-NO-VER-SW
                      END-IF
                  END-IF
              END-IF
          END-READ
      END-PERFORM
      IF DEPT-ON-MASTER
          MOVE 'N' TO WS-DEPT-NO-VER-SW
      END-IF
      EVALUATE TRUE
          WHEN MAST-READ-ERROR
              DISPLAY 'AOC_Y2020_EX01 - DEPT-MAST READ ERROR FOR DEPT '
                  WS-CURRENT-DEPT ', FILE STATUS = ' WS-MAST-FS
              IF WS-RETURN-CODE < 12
              IF WS-PASS-RC < 12
                  MOVE 12 TO WS-PASS-RC
              END-IF
          WHEN DEPT-ON-MASTER
              CONTINUE
          WHEN OTHER
              MOVE 'Y' TO WS-DEPT-OFF-MAST-SW
              IF DEPT-NO-VERSION
                  DISPLAY 'AOC_Y2020_EX01 - DEPT ' WS-CURRENT-DEPT
                      ' HAS NO DEPARTMENT MASTER VERSION IN FORCE ON '
                      WS-DEPT-BUS-DATE ' - CHECK deptmast.txt'
              ELSE
                  DISPLAY 'AOC_Y2020_EX01 - DEPT ' WS-CURRENT-DEPT
                      ' IS NOT ON THE DEPARTMENT MASTER - CHECK deptctl.dat'
              END-IF
              IF WS-RETURN-CODE < 4
                  MOVE 4 TO WS-RETURN-CODE
              END-IF
              IF WS-PASS-RC < 4
                  MOVE 4 TO WS-PASS-RC
              END-IF
      END-EVALUATE.

  *> TAKE-MASTER-VERSION KEEPS WHAT THE PASS NEEDS FROM THE VERSION
  *> JUST READ.
  TAKE-MASTER-VERSION.
      MOVE 'Y' TO WS-DEPT-ON-MAST-SW
      MOVE DM-NAME    TO WS-DEPT-NAME
      MOVE DM-CONTACT TO WS-DEPT-CONTACT
      MOVE DM-EFF-FROM TO WS-DEPT-VER-FROM
      MOVE DM-EFF-TO  TO WS-DEPT-VER-TO
      IF DM-TARGET-FLAG = 'Y'
          MOVE 'Y' TO WS-DEPT-OVERRIDE-SW
          MOVE DM-TARGET-AMT TO WS-DEPT-OVERRIDE-AMT
          IF DM-TARGET-SIGN = '-'
              COMPUTE WS-DEPT-OVERRIDE-AMT =
                  0 - WS-DEPT-OVERRIDE-AMT
          END-IF
      END-IF.

  *> FIND-DEPT-BUSINESS-DATE SETS THE DATE THE MASTER VERSION IS
  *> CHOSEN FOR: THE BUSINESS DATE THE EDIT STEP REGISTERED FOR THE
  *> DEPARTMENT'S EXTRACT, WHEN IT REGISTERED ONE FOR THIS RUN (OR THE
  *> CHECKPOINTED RUN BEING RESUMED), OTHERWISE THE RUN DATE.
  FIND-DEPT-BUSINESS-DATE.
      MOVE WS-REPORT-DATE TO WS-DEPT-BUS-DATE
      MOVE 'R' TO WS-DEPT-DATE-SRC-SW
      PERFORM VARYING WS-BDT-SUB FROM 1 BY 1
              UNTIL WS-BDT-SUB > WS-BDT-COUNT
          IF WS-BDT-DEPT(WS-BDT-SUB) = WS-CURRENT-DEPT
              IF WS-BDT-RUN-DATE(WS-BDT-SUB) = WS-REPORT-DATE
                      OR CKPT-LOADED
                  MOVE WS-BDT-BUS-DATE(WS-BDT-SUB) TO WS-DEPT-BUS-DATE
                  MOVE 'B' TO WS-DEPT-DATE-SRC-SW
              END-IF
          END-IF
      END-PERFORM.

  *> LOAD-BUSINESS-DATES KEEPS THE LATEST REGISTER ENTRY FOR EACH
  *> DEPARTMENT. A REGISTER THAT CAN'T BE READ COSTS THE RUN ITS
  *> BUSINESS DATES, NOT ITS RECONCILIATION: THE RUN DATE STANDS IN
  *> AND THE HEADING SAYS SO.
  LOAD-BUSINESS-DATES.
      MOVE 'N' TO WS-BDR-EOF-SW
      OPEN INPUT BDREG-FILE
      IF WS-BDR-FS NOT = '00'
          IF WS-BDR-FS NOT = '35'
              DISPLAY 'AOC_Y2020_EX01 - UNABLE TO OPEN BDREG-FILE, FILE STATUS = '
                  WS-BDR-FS ' - MASTER VERSIONS CHOSEN BY RUN DATE'
              IF WS-RETURN-CODE < 4
                  MOVE 4 TO WS-RETURN-CODE
              END-IF
          END-IF
      ELSE
          PERFORM UNTIL BDR-EOF
              READ BDREG-FILE
              AT END
                  MOVE 'Y' TO WS-BDR-EOF-SW
              NOT AT END
                  IF WS-BDR-FS NOT = '00'
                      DISPLAY 'AOC_Y2020_EX01 - BDREG-FILE READ ERROR, FILE STATUS = '
                          WS-BDR-FS ' - MASTER VERSIONS CHOSEN BY RUN DATE'
                      IF WS-RETURN-CODE < 4
                          MOVE 4 TO WS-RETURN-CODE
                      END-IF
                      MOVE 0 TO WS-BDT-COUNT
                      MOVE 'Y' TO WS-BDR-EOF-SW
                  ELSE
                      IF BDREG-RECORD NOT = SPACES
                          PERFORM STORE-ONE-BUSINESS-DATE
                      END-IF
                  END-IF
              END-READ
          END-PERFORM
          CLOSE BDREG-FILE
          IF WS-BDR-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01 - UNABLE TO CLOSE BDREG-FILE, FILE STATUS = '
                  WS-BDR-FS
              IF WS-RETURN-CODE < 4
                  MOVE 4 TO WS-RETURN-CODE
              END-IF
          END-IF
      END-IF.

  STORE-ONE-BUSINESS-DATE.
      IF BDR-BUS-DATE IS NOT NUMERIC OR BDR-RUN-DATE IS NOT NUMERIC
          DISPLAY 'AOC_Y2020_EX01 - MALFORMED BDREG-FILE RECORD IGNORED: '
              BDREG-RECORD(1:40)
          IF WS-RETURN-CODE < 4
              MOVE 4 TO WS-RETURN-CODE
          END-IF
      ELSE
          MOVE 0 TO WS-BDT-HIT-SUB
          PERFORM VARYING WS-BDT-SUB FROM 1 BY 1
                  UNTIL WS-BDT-SUB > WS-BDT-COUNT OR WS-BDT-HIT-SUB > 0
              IF WS-BDT-DEPT(WS-BDT-SUB) = BDR-DEPT
                  MOVE WS-BDT-SUB TO WS-BDT-HIT-SUB
              END-IF
          END-PERFORM
          IF WS-BDT-HIT-SUB = 0
              IF WS-BDT-COUNT >= WS-MAX-BDT
                  DISPLAY 'AOC_Y2020_EX01 - BDREG-FILE NAMES MORE THAN '
                      WS-MAX-BDT ' DEPARTMENTS - DEPT ' BDR-DEPT
                      ' MASTER VERSION CHOSEN BY RUN DATE'
                  IF WS-RETURN-CODE < 4
                      MOVE 4 TO WS-RETURN-CODE
                  END-IF
              ELSE
                  ADD 1 TO WS-BDT-COUNT
                  MOVE WS-BDT-COUNT TO WS-BDT-HIT-SUB
                  MOVE BDR-DEPT TO WS-BDT-DEPT(WS-BDT-HIT-SUB)
                  MOVE 0 TO WS-BDT-RUN-DATE(WS-BDT-HIT-SUB)
              END-IF
          END-IF
          IF WS-BDT-HIT-SUB > 0
              IF BDR-RUN-DATE NOT < WS-BDT-RUN-DATE(WS-BDT-HIT-SUB)
                  MOVE BDR-BUS-DATE TO WS-BDT-BUS-DATE(WS-BDT-HIT-SUB)
                  MOVE BDR-RUN-DATE TO WS-BDT-RUN-DATE(WS-BDT-HIT-SUB)
              END-IF
          END-IF
      END-IF.

  *> WRITE-RUN-HISTORY APPENDS ONE AUDIT RECORD FOR THE DEPARTMENT
  *> PASS JUST FINISHED (OR SKIPPED ON RESTART): WHEN IT RAN, WHAT IT
  *> READ, HOW HARD IT SEARCHED, WHAT IT FOUND, AND THE HIGHEST
          END-IF
      END-IF.

  *> POST-PASS-CONTROL-TOTALS POSTS WHAT THE PASS IN HAND TOOK FROM
  *> ITS EXTRACT: THE ENTRIES LOADED INTO THE SEARCH TABLE AND THOSE
  *> KEPT OUT AS CARRIED FORWARD, EACH WITH ITS SIGNED TOTAL. BETWEEN
  *> THEM THEY MUST ACCOUNT FOR EVERY RECORD OF THE CLEANED COPY.
  POST-PASS-CONTROL-TOTALS.
      MOVE 'LOADED' TO WS-CTT-ITEM
      MOVE WS-DEPT-ENTRY-COUNT TO WS-CTT-COUNT
      MOVE WS-DEPT-LOADED-AMT TO WS-CTT-AMT
      PERFORM WRITE-CONTROL-TOTAL
      MOVE 'CARRIED' TO WS-CTT-ITEM
      MOVE WS-DEPT-CARRIED TO WS-CTT-COUNT
      MOVE WS-DEPT-CARRIED-AMT TO WS-CTT-AMT
      PERFORM WRITE-CONTROL-TOTAL.

  *> WRITE-CONTROL-TOTAL PUTS ONE POSTING FOR THE DEPARTMENT IN HAND
  *> ON THE JOB'S CONTROL TOTALS.
  WRITE-CONTROL-TOTAL.
      IF CTT-OPENED
          MOVE SPACES TO CTLTOT-RECORD
          MOVE WS-REPORT-DATE TO CTT-RUN-DATE
          MOVE 'SRCH' TO CTT-STEP
          MOVE WS-CURRENT-DEPT TO CTT-DEPT
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
              DISPLAY 'AOC_Y2020_EX01 - UNABLE TO WRITE CTLTOT-FILE, FILE STATUS = '
                  WS-CTT-FS
              IF WS-RETURN-CODE < 12
                  MOVE 12 TO WS-RETURN-CODE
              END-IF
          END-IF
      END-IF.

  *> WRITE-UNMATCHED-ENTRIES PUTS ONE RECORD ON THE SUSPENSE FEED FOR
  *> EVERY ENTRY OF THE PASS THAT PARTICIPATED IN NO REPORTED MATCH,
  *> CARRYING THE DEPARTMENT THE ENTRY WAS LOADED UNDER (ITS OWN
      IF CARRY-HIT
          MOVE 'Y' TO WS-ENTRY-CARRIED-SW
          ADD 1 TO WS-DEPT-CARRIED
          ADD LS-DE-AMT(X-LS-DE) TO WS-DEPT-CARRIED-AMT
          ADD 1 TO WS-GT-CARRIED
      END-IF.

  *> APPLY-STANDING-RULES RUNS THE PASS'S DEPARTMENT'S STANDING RULES
  *> OVER THE ENTRIES ITS EXTRACT JUST LOADED (WS-RULE-BASE TO THE END
  *> OF THE TABLE), IN RULE-FILE ORDER, AND CLOSES THE TABLE UP BEHIND
  *> WHATEVER THEY TOOK. A PASS RESUMING FROM A CHECKPOINT REPLAYS THE
  *> RULES ONLY TO REBUILD THE TABLE THE KILLED RUN WAS SEARCHING - THE
  *> KILLED RUN ALREADY REPORTED AND POSTED WHAT THEY MATCHED - BUT A
  *> RULE THAT MISSED IS STILL FLAGGED, SINCE THE KILLED RUN'S
  *> CONDITION CODE DIED WITH IT.
  APPLY-STANDING-RULES.
      MOVE 'N' TO WS-RULE-REPLAY-SW
      MOVE 'N' TO WS-RULE-HDG-SW
      IF CKPT-LOADED AND NOT CKPT-CONSUMED
          IF POOLED-SEARCH
              IF CKPT-DEPT = WS-POOL-DEPT-TAG
                  MOVE 'Y' TO WS-RULE-REPLAY-SW
              END-IF
          ELSE
              IF CKPT-DEPT = WS-CURRENT-DEPT
                  MOVE 'Y' TO WS-RULE-REPLAY-SW
              END-IF
          END-IF
      END-IF

      PERFORM VARYING WS-RUL-SUB FROM 1 BY 1
              UNTIL WS-RUL-SUB > WS-RULE-COUNT OR ABORT-RUN
          IF WS-RUL-DEPT(WS-RUL-SUB) = WS-CURRENT-DEPT
              ADD 1 TO WS-DEPT-RULES
              PERFORM APPLY-ONE-RULE
          END-IF
      END-PERFORM

      IF RULE-REPLAY AND WS-DEPT-RULES > 0
          PERFORM RPT-RULE-HEADING
          MOVE WS-DEPT-RULE-HITS TO WS-MATCH-EDIT
          MOVE SPACES TO WS-REPORT-REC
          MOVE 1 TO WS-REPORT-PTR
          STRING '  RULES REAPPLIED ON RESUME: MATCHED=' DELIMITED BY SIZE
                 WS-MATCH-EDIT  DELIMITED BY SIZE
                 ' (REPORTED AND POSTED BY THE INTERRUPTED RUN)'
                                DELIMITED BY SIZE
              INTO WS-REPORT-REC WITH POINTER WS-REPORT-PTR
          END-STRING
          PERFORM RPT-WRITE-LINE
      END-IF

      IF WS-DEPT-RULE-ENTRIES > 0
          PERFORM PACK-RULED-ENTRIES
      END-IF.

  *> APPLY-ONE-RULE LOOKS FOR AN ENTRY FOR EVERY LEG OF THE RULE AT
  *> WS-RUL-SUB. ONLY A COMPLETE SET MATCHES - AN ACCRUAL WITHOUT ITS
  *> REVERSAL IS EXACTLY WHAT THE RULE IS THERE TO CATCH, SO A PART
  *> SET GIVES ITS ENTRIES BACK TO THE SEARCH. A RULE THAT FOUND
  *> NOTHING IS FLAGGED AND RAISES CONDITION CODE 2, LIKE ANY OTHER
  *> DIFFERENCE LEFT TO CHASE, UNLESS ITS LEGS WERE CARRIED FORWARD
  *> FROM A RUN EARLIER IN THE CYCLE THAT MATCHED THEM.
  APPLY-ONE-RULE.
      MOVE 'Y' TO WS-RULE-HIT-SW
      COMPUTE WS-RLEG-LAST = WS-RUL-FIRST-LEG(WS-RUL-SUB)
                           + WS-RUL-LEGS(WS-RUL-SUB) - 1
      PERFORM VARYING WS-RLEG-SUB FROM WS-RUL-FIRST-LEG(WS-RUL-SUB) BY 1
              UNTIL WS-RLEG-SUB > WS-RLEG-LAST
          MOVE 0 TO WS-RLEG-TAKEN(WS-RLEG-SUB)
          IF RULE-HIT
              PERFORM FIND-RULE-LEG
              IF NOT RULE-LEG-FOUND
                  MOVE 'N' TO WS-RULE-HIT-SW
              END-IF
          END-IF
      END-PERFORM

      IF RULE-HIT
          ADD 1 TO WS-DEPT-RULE-HITS
          ADD 1 TO WS-GT-RULE-HITS
          ADD WS-RUL-LEGS(WS-RUL-SUB) TO WS-DEPT-RULE-ENTRIES
          IF NOT RULE-REPLAY
              PERFORM REPORT-RULE-MATCH
              PERFORM WRITE-RULE-LEGS
          END-IF
      ELSE
          PERFORM VARYING WS-RLEG-SUB FROM WS-RUL-FIRST-LEG(WS-RUL-SUB) BY 1
                  UNTIL WS-RLEG-SUB > WS-RLEG-LAST
              IF WS-RLEG-TAKEN(WS-RLEG-SUB) > 0
                  MOVE 'N' TO LS-DE-MATCHED(WS-RLEG-TAKEN(WS-RLEG-SUB))
              END-IF
          END-PERFORM
          PERFORM CHECK-RULE-CARRIED
          PERFORM RPT-RULE-HEADING
          PERFORM RPT-RULE-NAME
          IF RULE-CARRIED
              STRING ' MATCHED EARLIER IN THE CYCLE (CARRIED FORWARD)'
                     DELIMITED BY SIZE
                  INTO WS-REPORT-REC WITH POINTER WS-REPORT-PTR
              END-STRING
          ELSE
              ADD 1 TO WS-DEPT-RULE-MISSED
              ADD 1 TO WS-GT-RULE-MISSED
              STRING ' ** NOTHING MATCHED THIS CYCLE - CHASE THE MISSING ENTRY **'
                     DELIMITED BY SIZE
                  INTO WS-REPORT-REC WITH POINTER WS-REPORT-PTR
              END-STRING
              DISPLAY 'AOC_Y2020_EX01 - STANDING RULE ' WS-RUL-ID(WS-RUL-SUB)
                  ' FOUND NOTHING FOR DEPT ' WS-CURRENT-DEPT
              IF WS-RETURN-CODE < 2
                  MOVE 2 TO WS-RETURN-CODE
              END-IF
              IF WS-PASS-RC < 2
                  MOVE 2 TO WS-PASS-RC
              END-IF
          END-IF
          PERFORM RPT-WRITE-LINE
      END-IF.

  *> FIND-RULE-LEG TAKES THE FIRST ENTRY OF THE PASS, IN EXTRACT
  *> ORDER, THAT NO RULE HAS TAKEN YET AND THAT FITS THE LEG AT
  *> WS-RLEG-SUB: THE SAME AMOUNT, THE SAME SIGN UNLESS THE LEG TAKES
  *> EITHER, AND A RECORD POSITION INSIDE THE LEG'S WINDOW.
  FIND-RULE-LEG.
      MOVE 'N' TO WS-RLEG-FOUND-SW
      PERFORM VARYING WS-RULE-SCAN FROM WS-RULE-BASE BY 1
              UNTIL WS-RULE-SCAN >= X-LS-DE-MAX OR RULE-LEG-FOUND
          IF LS-DE-MATCHED(WS-RULE-SCAN) = 'N'
                  AND LS-DE-RECNO(WS-RULE-SCAN) NOT < WS-RLEG-FROM(WS-RLEG-SUB)
                  AND LS-DE-RECNO(WS-RULE-SCAN) NOT > WS-RLEG-TO(WS-RLEG-SUB)
              IF LS-DE-AMT(WS-RULE-SCAN) < 0
                  MOVE '-' TO WS-RULE-ENTRY-SIGN
                  COMPUTE WS-RULE-ENTRY-ABS = 0 - LS-DE-AMT(WS-RULE-SCAN)
              ELSE
                  MOVE '+' TO WS-RULE-ENTRY-SIGN
                  MOVE LS-DE-AMT(WS-RULE-SCAN) TO WS-RULE-ENTRY-ABS
              END-IF
              IF WS-RULE-ENTRY-ABS = WS-RLEG-AMT(WS-RLEG-SUB)
                      AND (WS-RLEG-SIGN(WS-RLEG-SUB) = SPACE
                           OR WS-RLEG-SIGN(WS-RLEG-SUB) = WS-RULE-ENTRY-SIGN)
                  MOVE 'R' TO LS-DE-MATCHED(WS-RULE-SCAN)
                  MOVE WS-RULE-SCAN TO WS-RLEG-TAKEN(WS-RLEG-SUB)
                  MOVE 'Y' TO WS-RLEG-FOUND-SW
              END-IF
          END-IF
      END-PERFORM.

  *> CHECK-RULE-CARRIED ASKS WHETHER THE CARRY-FORWARD SET HOLDS A LEG
  *> THIS RULE MATCHED FOR THIS DEPARTMENT EARLIER IN THE CYCLE.
  CHECK-RULE-CARRIED.
      MOVE 'N' TO WS-RULE-CARRIED-SW
      IF CARRY-FORWARD
          PERFORM VARYING WS-CARRY-SUB FROM 1 BY 1
                  UNTIL WS-CARRY-SUB > WS-CARRY-COUNT OR RULE-CARRIED
              IF WS-CARRY-DEPT(WS-CARRY-SUB) = WS-CURRENT-DEPT
                      AND WS-CARRY-RULE(WS-CARRY-SUB) = WS-RUL-ID(WS-RUL-SUB)
                  MOVE 'Y' TO WS-RULE-CARRIED-SW
              END-IF
          END-PERFORM
      END-IF.

  *> PACK-RULED-ENTRIES CLOSES THE TABLE UP OVER THE ENTRIES THE RULES
  *> TOOK, KEEPING THE REST IN THEIR LOADED ORDER, AND PULLS THE END
  *> OF THE TABLE BACK TO MATCH.
  PACK-RULED-ENTRIES.
      MOVE WS-RULE-BASE TO WS-RULE-PACK
      PERFORM VARYING WS-RULE-SCAN FROM WS-RULE-BASE BY 1
              UNTIL WS-RULE-SCAN >= X-LS-DE-MAX
          IF LS-DE-MATCHED(WS-RULE-SCAN) NOT = 'R'
              IF WS-RULE-PACK NOT = WS-RULE-SCAN
                  MOVE LS-DYNAMIC-ENTRIES(WS-RULE-SCAN)
                      TO LS-DYNAMIC-ENTRIES(WS-RULE-PACK)
              END-IF
              ADD 1 TO WS-RULE-PACK
          END-IF
      END-PERFORM
      SET X-LS-DE-MAX TO WS-RULE-PACK
      SET X-LS-DE TO WS-RULE-PACK.

  *> RPT-RULE-HEADING OPENS THE PASS'S RULE MATCHES SECTION THE FIRST
  *> TIME IT HAS A LINE TO CARRY.
  RPT-RULE-HEADING.
      IF NOT RULE-HDG-DONE
          MOVE 'Y' TO WS-RULE-HDG-SW
          MOVE ' RULE MATCHES (STANDING RULES, APPLIED BEFORE THE SEARCH)'
              TO WS-REPORT-REC
          PERFORM RPT-WRITE-LINE
      END-IF.

  *> RPT-RULE-NAME STARTS A RULE'S LINE WITH ITS IDENTIFIER AND
  *> DESCRIPTION.
  RPT-RULE-NAME.
      MOVE SPACES TO WS-REPORT-REC
      MOVE 1 TO WS-REPORT-PTR
      STRING '  RULE='                DELIMITED BY SIZE
             WS-RUL-ID(WS-RUL-SUB)    DELIMITED BY SIZE
             ' '                      DELIMITED BY SIZE
             WS-RUL-DESC(WS-RUL-SUB)  DELIMITED BY SIZE
          INTO WS-REPORT-REC WITH POINTER WS-REPORT-PTR
      END-STRING.

  *> REPORT-RULE-MATCH WRITES ONE LINE FOR A RULE THAT MATCHED: THE
  *> RULE, THE ORIGINAL EXTRACT RECORD NUMBERS AND AMOUNTS OF ITS
  *> LEGS, AND WHAT THEY NET TO.
  REPORT-RULE-MATCH.
      PERFORM RPT-RULE-HEADING
      PERFORM RPT-RULE-NAME
      MOVE 0 TO WS-RULE-NET
      STRING ' IDX=' DELIMITED BY SIZE
          INTO WS-REPORT-REC WITH POINTER WS-REPORT-PTR
      END-STRING
      PERFORM VARYING WS-RLEG-SUB FROM WS-RUL-FIRST-LEG(WS-RUL-SUB) BY 1
              UNTIL WS-RLEG-SUB > WS-RLEG-LAST
          MOVE LS-DE-RECNO(WS-RLEG-TAKEN(WS-RLEG-SUB)) TO WS-ENTRY-EDIT
          STRING WS-ENTRY-EDIT DELIMITED BY SIZE
                 ' '           DELIMITED BY SIZE
              INTO WS-REPORT-REC WITH POINTER WS-REPORT-PTR
          END-STRING
      END-PERFORM
      STRING 'ENTRIES=' DELIMITED BY SIZE
          INTO WS-REPORT-REC WITH POINTER WS-REPORT-PTR
      END-STRING
      PERFORM VARYING WS-RLEG-SUB FROM WS-RUL-FIRST-LEG(WS-RUL-SUB) BY 1
              UNTIL WS-RLEG-SUB > WS-RLEG-LAST
          ADD LS-DE-AMT(WS-RLEG-TAKEN(WS-RLEG-SUB)) TO WS-RULE-NET
          MOVE LS-DE-AMT(WS-RLEG-TAKEN(WS-RLEG-SUB)) TO WS-AMT-EDIT
          STRING WS-AMT-EDIT DELIMITED BY SIZE
                 ' '         DELIMITED BY SIZE
              INTO WS-REPORT-REC WITH POINTER WS-REPORT-PTR
          END-STRING
      END-PERFORM
      MOVE WS-RULE-NET TO WS-AMT13-EDIT
      STRING 'NET=' DELIMITED BY SIZE
             WS-AMT13-EDIT DELIMITED BY SIZE
          INTO WS-REPORT-REC WITH POINTER WS-REPORT-PTR
      END-STRING
      PERFORM RPT-WRITE-LINE.

  *> WRITE-RULE-LEGS PUTS THE LEGS OF A RULE THAT MATCHED ON THE
  *> MATCHED POSTING FEED, CONSECUTIVELY LIKE A COMBINATION'S, UNDER
  *> THE RULE TARGET NUMBER AND THE RULE'S IDENTIFIER.
  WRITE-RULE-LEGS.
      IF MTC-OPENED
          PERFORM VARYING WS-RLEG-SUB FROM WS-RUL-FIRST-LEG(WS-RUL-SUB) BY 1
                  UNTIL WS-RLEG-SUB > WS-RLEG-LAST
              MOVE SPACES TO MATCHED-RECORD
              MOVE WS-REPORT-DATE TO MTC-RUN-DATE
              MOVE WS-CURRENT-DEPT TO MTC-DEPT
              MOVE WS-RULE-TARGET-NO TO MTC-TARGET-NO
              MOVE WS-RUL-LEGS(WS-RUL-SUB) TO MTC-DEPTH
              MOVE LS-DE-RECNO(WS-RLEG-TAKEN(WS-RLEG-SUB)) TO MTC-RECNO
              IF LS-DE-AMT(WS-RLEG-TAKEN(WS-RLEG-SUB)) < 0
                  MOVE '-' TO MTC-SIGN
                  COMPUTE MTC-AMOUNT =
                      0 - LS-DE-AMT(WS-RLEG-TAKEN(WS-RLEG-SUB))
              ELSE
                  MOVE '+' TO MTC-SIGN
                  MOVE LS-DE-AMT(WS-RLEG-TAKEN(WS-RLEG-SUB)) TO MTC-AMOUNT
              END-IF
              MOVE '+' TO MTC-VAR-SIGN
              MOVE 0 TO MTC-VARIANCE
              MOVE WS-RUL-ID(WS-RUL-SUB) TO MTC-RULE-ID
              WRITE MATCHED-RECORD
              IF WS-MTC-FS NOT = '00'
                  DISPLAY 'AOC_Y2020_EX01 - UNABLE TO WRITE MATCHED-FILE, FILE STATUS = '
                      WS-MTC-FS
                  IF WS-RETURN-CODE < 12
                      MOVE 12 TO WS-RETURN-CODE
                  END-IF
                  IF WS-PASS-RC < 12
                      MOVE 12 TO WS-PASS-RC
                  END-IF
                  MOVE WS-RLEG-LAST TO WS-RLEG-SUB
              END-IF
          END-PERFORM
      END-IF.

  *> SET-ACTIVE-TARGET PUTS THE TARGET, TOLERANCE AND DEPTH WINDOW
  *> FOR THE TARGET PASS IN HAND INTO THE FIELDS THE SEARCH RUNS
  *> UNDER. A DEPARTMENT WITH A MASTER TARGET OVERRIDE RECONCILES
  *> RPT-DEPT-HEADING OPENS A DEPARTMENT'S SECTION OF THE REPORT:
  *> THE CODE WITH ITS MASTER NAME AND CONTACT WHEN THE MASTER KNOWS
  *> IT, THE EXTRACT BEING SEARCHED AND THE TARGET IN FORCE FOR THIS
  *> PASS, THE MASTER VERSION THE PASS RAN UNDER, AND THE NOT-ON-
  *> MASTER FLAG WHEN THE CODE COULDN'T BE TRACED.
  RPT-DEPT-HEADING.
      MOVE SPACES TO WS-REPORT-REC
      PERFORM RPT-WRITE-LINE
              INTO WS-REPORT-REC WITH POINTER WS-REPORT-PTR
          END-STRING
      ELSE
          IF DEPT-NO-VERSION
              STRING 'DEPT='          DELIMITED BY SIZE
                     WS-CURRENT-DEPT  DELIMITED BY SIZE
                     ' ** NO DEPARTMENT MASTER VERSION IN FORCE ON '
                                      DELIMITED BY SIZE
                     WS-DEPT-BUS-DATE DELIMITED BY SIZE
                     ' **'            DELIMITED BY SIZE
                  INTO WS-REPORT-REC WITH POINTER WS-REPORT-PTR
              END-STRING
          ELSE
              IF DEPT-OFF-MASTER
                  STRING 'DEPT='          DELIMITED BY SIZE
                         WS-CURRENT-DEPT  DELIMITED BY SIZE
                         ' ** NOT ON DEPARTMENT MASTER **' DELIMITED BY SIZE
                      INTO WS-REPORT-REC WITH POINTER WS-REPORT-PTR
                  END-STRING
              ELSE
                  STRING 'DEPT='          DELIMITED BY SIZE
                         WS-CURRENT-DEPT  DELIMITED BY SIZE
                      INTO WS-REPORT-REC WITH POINTER WS-REPORT-PTR
                  END-STRING
              END-IF
          END-IF
      END-IF
      PERFORM RPT-WRITE-LINE
      *> WHICH DATED VERSION OF THE MASTER THE PASS RAN UNDER, AND THE
      *> DATE IT WAS CHOSEN FOR.
      IF DEPT-ON-MASTER
          MOVE SPACES TO WS-REPORT-REC
          MOVE 1 TO WS-REPORT-PTR
          STRING 'MASTER VERSION EFFECTIVE ' DELIMITED BY SIZE
                 WS-DEPT-VER-FROM DELIMITED BY SIZE
                 ' TO '           DELIMITED BY SIZE
                 WS-DEPT-VER-TO   DELIMITED BY SIZE
                 ' FOR '          DELIMITED BY SIZE
              INTO WS-REPORT-REC WITH POINTER WS-REPORT-PTR
          END-STRING
          IF DATE-FROM-REGISTER
              STRING 'BUSINESS DATE ' DELIMITED BY SIZE
                  INTO WS-REPORT-REC WITH POINTER WS-REPORT-PTR
              END-STRING
          ELSE
              STRING 'RUN DATE '      DELIMITED BY SIZE
                  INTO WS-REPORT-REC WITH POINTER WS-REPORT-PTR
              END-STRING
          END-IF
          STRING WS-DEPT-BUS-DATE DELIMITED BY SIZE
              INTO WS-REPORT-REC WITH POINTER WS-REPORT-PTR
          END-STRING
          PERFORM RPT-WRITE-LINE
      END-IF
      MOVE SPACES TO WS-REPORT-REC
      MOVE 1 TO WS-REPORT-PTR
      STRING 'EXTRACT='      DELIMITED BY SIZE
              INTO WS-REPORT-REC WITH POINTER WS-REPORT-PTR
          END-STRING
      END-IF
      PERFORM RPT-RULE-TOTALS
      IF TABLE-CEILING-HIT
          STRING ' ** TABLE CEILING HIT **' DELIMITED BY SIZE
              INTO WS-REPORT-REC WITH POINTER WS-REPORT-PTR
              INTO WS-REPORT-REC
          END-STRING
          PERFORM RPT-WRITE-LINE
      END-IF
      IF WS-RULE-COUNT > 0
          MOVE WS-GT-RULE-HITS TO WS-GT-EDIT
          MOVE SPACES TO WS-REPORT-REC
          STRING '  STANDING RULE MATCHES......' DELIMITED BY SIZE
                 WS-GT-EDIT DELIMITED BY SIZE
              INTO WS-REPORT-REC
          END-STRING
          PERFORM RPT-WRITE-LINE
          MOVE WS-GT-RULE-MISSED TO WS-GT-EDIT
          MOVE SPACES TO WS-REPORT-REC
          STRING '  STANDING RULES MISSED......' DELIMITED BY SIZE
                 WS-GT-EDIT DELIMITED BY SIZE
              INTO WS-REPORT-REC
          END-STRING
          PERFORM RPT-WRITE-LINE
      END-IF.

  *> RPT-RULE-TOTALS ADDS THE PASS'S STANDING-RULE FIGURES TO THE
  *> TOTALS LINE BEING BUILT, FOR A DEPARTMENT THAT HAS RULES.
  RPT-RULE-TOTALS.
      IF WS-DEPT-RULES > 0
          MOVE WS-DEPT-RULE-HITS TO WS-MATCH-EDIT
          STRING ' RULE MATCHES=' DELIMITED BY SIZE
                 WS-MATCH-EDIT    DELIMITED BY SIZE
              INTO WS-REPORT-REC WITH POINTER WS-REPORT-PTR
          END-STRING
          IF WS-DEPT-RULE-MISSED > 0
              MOVE WS-DEPT-RULE-MISSED TO WS-MATCH-EDIT
              STRING ' ** RULES MISSED=' DELIMITED BY SIZE
                     WS-MATCH-EDIT       DELIMITED BY SIZE
                     ' **'               DELIMITED BY SIZE
                  INTO WS-REPORT-REC WITH POINTER WS-REPORT-PTR
              END-STRING
          END-IF
      END-IF.
