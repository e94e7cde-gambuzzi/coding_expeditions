  IDENTIFICATION DIVISION.
  PROGRAM-ID. AOC_Y2020_EX01_KERR.
  ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
  FILE-CONTROL.
      *> THE SEARCH STEP'S CONTROL CARDS, READ FOR THEIR TARGETS ONLY.
      *> THE LAYOUT MUST MOVE WITH AOC_Y2020_EX01'S PARM-RECORD. AN
      *> ABSENT OR EMPTY FILE LEAVES THE SEARCH STEP'S DEFAULT TARGET.
      SELECT PARM-FILE ASSIGN "parmctl.dat"
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-PARM-FS.

      *> KEYED DEPARTMENT MASTER: THE CONTACT TO NAME ON EVERY
      *> CANDIDATE, AND THE TARGET OVERRIDE THE SEARCH STEP RECONCILES
      *> THE DEPARTMENT AGAINST IN PLACE OF THE CONTROL CARDS. A RUN
      *> WITHOUT THE MASTER ANALYSES AGAINST THE CARDS ALONE. THE
      *> SUSPENSE LEDGER SPANS MANY BUSINESS DATES, SO THE VERSION IN
      *> FORCE TODAY - THE ONE THE ITEMS MUST NOW CLEAR AGAINST - IS
      *> USED.
      SELECT DEPT-MAST ASSIGN "deptmast.dat"
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS DM-KEY
      FILE STATUS IS WS-MAST-FS.

      *> THE CUMULATIVE SUSPENSE LEDGER AS THE LAST ROLL LEFT IT. THE
      *> LAYOUT MUST MOVE WITH AOC_Y2020_EX01_SUSP'S.
      SELECT LEDGER-FILE ASSIGN "suspledg.dat"
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-LDG-FS.

      SELECT KERRRPT-FILE ASSIGN "kerrrpt.txt"
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-RPT-FS.
  DATA DIVISION.
  FILE SECTION.
      FD  PARM-FILE.
      01 PARM-RECORD.
         03 PARM-TARGET-SUM    PIC 9(10).
         03 PARM-DEPTH-MIN     PIC 9(02).
         03 PARM-DEPTH-MAX     PIC 9(02).
         03 PARM-SEARCH-MODE   PIC X(05).
         03 PARM-TOLERANCE     PIC 9(09)V99.
         03 PARM-LAYOUT-VER    PIC X(01).
         03 PARM-TARGET-SIGN   PIC X(01).
         03 PARM-TARGET-CENTS  PIC 9(02).
         03 PARM-TARGET-CENTS-X REDEFINES PARM-TARGET-CENTS
                               PIC X(02).
         *> POOL, CARRY AND CUTOFF COLUMNS - NOT USED HERE, BUT A
         *> FULL-WIDTH CARD MUST STILL READ CLEANLY.
         03 FILLER             PIC X(08).

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

      FD  KERRRPT-FILE.
      01 KERRRPT-LINE          PIC X(132).
  WORKING-STORAGE SECTION.
  77 WS-PARM-FS          PIC 9(02).
  77 WS-MAST-FS          PIC 9(02).
  77 WS-LDG-FS           PIC 9(02).
  77 WS-RPT-FS           PIC 9(02).
  01 WS-EOF-SW           PIC X(01) VALUE 'N'.
     88 FILE-EOF         VALUE 'Y'.
  01 WS-ABORT-SW         PIC X(01) VALUE 'N'.
     88 ABORT-RUN        VALUE 'Y'.
  01 WS-MAST-OPENED-SW   PIC X(01) VALUE 'N'.
     88 MAST-OPENED      VALUE 'Y'.
  01 WS-MAST-VER-EOF-SW  PIC X(01).
     88 MAST-VER-EOF     VALUE 'Y'.
  01 WS-RETURN-CODE      PIC 9(02) VALUE 0.
  01 WS-RUN-DATE         PIC 9(08).

  *> THE CONTROL-CARD TARGETS, IN WHOLE CENTS.
  01 WS-MAX-TARGETS      PIC 9(02) COMP VALUE 20.
  01 WS-TARGET-COUNT     PIC 9(02) VALUE 0.
  01 WS-TARGET-NO        PIC 9(02) VALUE 0.
  01 WS-PT-TBL.
     03 WS-PT-TARGET     PIC S9(13) COMP-3 OCCURS 20 TIMES.
  01 WS-CARD-CENTS       PIC S9(13) COMP-3.

  *> THE SUSPENSE ITEMS, AMOUNTS SIGNED AND IN WHOLE CENTS, AND AN
  *> INDEX OVER THEM IN ORDER OF SIZE FOR THE CROSS-DEPARTMENT TEST.
  01 WS-MAX-ITEMS        PIC 9(08) COMP VALUE 50000.
  01 WS-ITM-COUNT        PIC 9(08) COMP VALUE 0.
  01 WS-ITM-TBL.
     03 WS-ITM-ITEM      OCCURS 50000 TIMES.
        05 WS-ITM-DEPT       PIC X(10).
        05 WS-ITM-RECNO      PIC 9(08).
        05 WS-ITM-CENTS      PIC S9(13) COMP-3.
        05 WS-ITM-ABS        PIC 9(13) COMP-3.
        05 WS-ITM-FIRST-DATE PIC 9(08).
  01 WS-IDX-TBL.
     03 WS-IDX-ENTRY     PIC 9(08) COMP OCCURS 50000 TIMES.

  *> THE DEPARTMENTS IN SUSPENSE, IN DEPARTMENT ORDER, WITH THE NET
  *> OF THEIR ITEMS AND WHAT THE MASTER SAYS ABOUT THEM.
  01 WS-MAX-DEPTS        PIC 9(04) COMP VALUE 1000.
  01 WS-DPT-COUNT        PIC 9(04) COMP VALUE 0.
  01 WS-DPT-TBL.
     03 WS-DPT-ITEM      OCCURS 1000 TIMES.
        05 WS-DPT-CODE       PIC X(10).
        05 WS-DPT-NET        PIC S9(13) COMP-3.
        05 WS-DPT-ITEMS      PIC 9(08) COMP.
        05 WS-DPT-CONTACT    PIC X(30).
        05 WS-DPT-OVERRIDE-SW PIC X(01).
        05 WS-DPT-OVERRIDE   PIC S9(13) COMP-3.
  01 WS-DPT-SUB          PIC 9(04) COMP.
  01 WS-DPT-MOVE         PIC 9(04) COMP.
  01 WS-DPT-KEY          PIC X(10).
  01 WS-DPT-TARGETS      PIC 9(02).

  01 WS-ITM-SUB          PIC 9(08) COMP.
  01 WS-SCAN-SUB         PIC 9(08) COMP.
  01 WS-GRP-START        PIC 9(08) COMP.
  01 WS-GRP-END          PIC 9(08) COMP.
  01 WS-FOUND-SW         PIC X(01).
     88 ITEM-FOUND       VALUE 'Y'.

  *> THE GAP UNDER TEST: WHAT THE TARGET NEEDS AND THE DEPARTMENT'S
  *> SUSPENSE DOES NOT SUPPLY. EACH TEST ASKS WHETHER ONE ITEM, KEYED
  *> DIFFERENTLY, WOULD HAVE CLOSED IT.
  01 WS-TARGET-CENTS     PIC S9(13) COMP-3.
  01 WS-GAP-CENTS        PIC S9(13) COMP-3.
  01 WS-FIX-CENTS        PIC S9(13) COMP-3.
  01 WS-TEST-CENTS       PIC S9(13) COMP-3.
  01 WS-NINES-QUOT       PIC S9(13) COMP-3.
  01 WS-NINES-REM        PIC S9(13) COMP-3.
  01 WS-DEPT-HITS        PIC 9(08) COMP.
  01 WS-HIT-KIND         PIC X(24).

  *> DIGIT COUNTS OF AN AMOUNT AS KEYED AND AS IT WOULD HAVE TO READ,
  *> FOR THE TRANSPOSITION TEST: A TRANSPOSED AMOUNT HAS THE SAME
  *> DIGITS IN A DIFFERENT ORDER.
  01 WS-DIG-KEYED        PIC 9(13).
  01 WS-DIG-FIXED        PIC 9(13).
  01 WS-DIG-SUB          PIC 9(02) COMP.
  01 WS-DIG-NO           PIC 9(01).
  01 WS-DIG-CHAR REDEFINES WS-DIG-NO PIC X(01).
  01 WS-DIG-COUNT-A      PIC 9(02) COMP.
  01 WS-DIG-COUNT-B      PIC 9(02) COMP.
  01 WS-DIG-SAME-SW      PIC X(01).
     88 DIGITS-SAME      VALUE 'Y'.

  *> SHELL-SORT WORK FIELDS FOR THE SIZE INDEX.
  01 WS-SORT-N           PIC 9(08) COMP.
  01 WS-SORT-GAP         PIC 9(08) COMP.
  01 WS-SORT-I           PIC 9(08) COMP.
  01 WS-SORT-J           PIC 9(08) COMP.
  01 WS-SORT-HOLD        PIC 9(08) COMP.

  01 WS-CAND-COUNT       PIC 9(08) VALUE 0.
  01 WS-DUP-GROUPS       PIC 9(08) VALUE 0.

  01 WS-RPT-REC          PIC X(132).
  01 WS-RPT-PTR          PIC 9(04) COMP.
  01 WS-COUNT-EDIT       PIC ZZZZZZZ9.
  01 WS-TGT-EDIT         PIC Z9.
  01 WS-SIGNED-AMT       PIC S9(11)V99 COMP-3.
  01 WS-AMT13-EDIT       PIC -(12)9.99.
  01 WS-AMT-EDIT-2       PIC -(12)9.99.

  PROCEDURE DIVISION.
  MAIN-PARA.
      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

      PERFORM LOAD-CONTROL-TARGETS.
      IF NOT ABORT-RUN
          PERFORM LOAD-SUSPENSE-ITEMS
      END-IF.
      IF NOT ABORT-RUN
          PERFORM LOOKUP-DEPT-CONTACTS
      END-IF.

      IF NOT ABORT-RUN
          OPEN OUTPUT KERRRPT-FILE
          IF WS-RPT-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_KERR - UNABLE TO OPEN kerrrpt.txt, FILE STATUS = '
                  WS-RPT-FS
              MOVE 12 TO WS-RETURN-CODE
              MOVE 'Y' TO WS-ABORT-SW
          END-IF
      END-IF.

      IF NOT ABORT-RUN
          MOVE SPACES TO WS-RPT-REC
          MOVE 1 TO WS-RPT-PTR
          STRING 'AOC_Y2020_EX01 LIKELY KEYING ERRORS IN SUSPENSE   RUN DATE '
                             DELIMITED BY SIZE
                 WS-RUN-DATE DELIMITED BY SIZE
              INTO WS-RPT-REC WITH POINTER WS-RPT-PTR
          END-STRING
          PERFORM RPT-WRITE-LINE
          IF WS-ITM-COUNT = 0
              MOVE SPACES TO WS-RPT-REC
              PERFORM RPT-WRITE-LINE
              MOVE 'NO ITEMS IN SUSPENSE' TO WS-RPT-REC
              PERFORM RPT-WRITE-LINE
          ELSE
              PERFORM VARYING WS-DPT-SUB FROM 1 BY 1
                      UNTIL WS-DPT-SUB > WS-DPT-COUNT OR ABORT-RUN
                  PERFORM ANALYSE-ONE-DEPT
              END-PERFORM
              IF NOT ABORT-RUN
                  PERFORM REPORT-CROSS-DEPT-AMOUNTS
              END-IF
          END-IF
          IF NOT ABORT-RUN
              MOVE SPACES TO WS-RPT-REC
              PERFORM RPT-WRITE-LINE
              MOVE WS-CAND-COUNT TO WS-COUNT-EDIT
              MOVE 'CANDIDATE KEYING ERRORS......: ' TO WS-RPT-REC
              MOVE WS-COUNT-EDIT TO WS-RPT-REC(32:8)
              PERFORM RPT-WRITE-LINE
              MOVE WS-DUP-GROUPS TO WS-COUNT-EDIT
              MOVE 'AMOUNTS IN TWO OR MORE DEPTS.: ' TO WS-RPT-REC
              MOVE WS-COUNT-EDIT TO WS-RPT-REC(32:8)
              PERFORM RPT-WRITE-LINE
          END-IF
          CLOSE KERRRPT-FILE
          IF WS-RPT-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_KERR - UNABLE TO CLOSE kerrrpt.txt, FILE STATUS = '
                  WS-RPT-FS
              MOVE 12 TO WS-RETURN-CODE
          END-IF
      END-IF.

      IF NOT ABORT-RUN
          IF WS-CAND-COUNT > 0 OR WS-DUP-GROUPS > 0
              IF WS-RETURN-CODE < 4
                  MOVE 4 TO WS-RETURN-CODE
              END-IF
          END-IF
          DISPLAY 'AOC_Y2020_EX01_KERR - SUSPENSE ITEMS ANALYSED = ' WS-ITM-COUNT
          DISPLAY 'AOC_Y2020_EX01_KERR - CANDIDATE KEYING ERRORS = ' WS-CAND-COUNT
          DISPLAY 'AOC_Y2020_EX01_KERR - AMOUNTS IN SUSPENSE IN TWO OR MORE DEPARTMENTS = '
              WS-DUP-GROUPS
      END-IF.

      MOVE WS-RETURN-CODE TO RETURN-CODE.
      STOP RUN.

  *> LOAD-CONTROL-TARGETS READS THE SEARCH STEP'S CONTROL CARDS AND
  *> KEEPS EACH CARD'S SIGNED TARGET. THE CARDS ARE THE SEARCH STEP'S
  *> TO EDIT - ONE THAT WOULD STOP THAT STEP STOPS THIS ONE TOO.
  LOAD-CONTROL-TARGETS.
      MOVE 'N' TO WS-EOF-SW
      OPEN INPUT PARM-FILE
      IF WS-PARM-FS NOT = '00'
          IF WS-PARM-FS NOT = '35'
              DISPLAY 'AOC_Y2020_EX01_KERR - UNABLE TO OPEN parmctl.dat, FILE STATUS = '
                  WS-PARM-FS
              MOVE 12 TO WS-RETURN-CODE
              MOVE 'Y' TO WS-ABORT-SW
          END-IF
      ELSE
          PERFORM UNTIL FILE-EOF OR ABORT-RUN
              READ PARM-FILE
              AT END
                  MOVE 'Y' TO WS-EOF-SW
              NOT AT END
                  IF WS-PARM-FS NOT = '00'
                      DISPLAY 'AOC_Y2020_EX01_KERR - parmctl.dat READ ERROR, FILE STATUS = '
                          WS-PARM-FS
                      MOVE 12 TO WS-RETURN-CODE
                      MOVE 'Y' TO WS-ABORT-SW
                  ELSE
                      IF PARM-RECORD NOT = SPACES
                          PERFORM STORE-ONE-TARGET
                      END-IF
                  END-IF
              END-READ
          END-PERFORM
          CLOSE PARM-FILE
          IF WS-PARM-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_KERR - UNABLE TO CLOSE parmctl.dat, FILE STATUS = '
                  WS-PARM-FS
              MOVE 12 TO WS-RETURN-CODE
          END-IF
      END-IF
      IF WS-TARGET-COUNT = 0
          MOVE 1 TO WS-TARGET-COUNT
          MOVE 202000 TO WS-PT-TARGET(1)
      END-IF.

  STORE-ONE-TARGET.
      IF WS-TARGET-COUNT >= WS-MAX-TARGETS
          DISPLAY 'AOC_Y2020_EX01_KERR - MORE THAN ' WS-MAX-TARGETS
              ' CONTROL CARDS IN parmctl.dat'
          MOVE 12 TO WS-RETURN-CODE
          MOVE 'Y' TO WS-ABORT-SW
      ELSE
          IF PARM-TARGET-SUM IS NOT NUMERIC
                  OR (PARM-TARGET-CENTS-X NOT = SPACES
                      AND PARM-TARGET-CENTS IS NOT NUMERIC)
                  OR (PARM-TARGET-SIGN NOT = '+' AND PARM-TARGET-SIGN NOT = '-'
                      AND PARM-TARGET-SIGN NOT = SPACE)
              DISPLAY 'AOC_Y2020_EX01_KERR - INVALID TARGET ON CONTROL CARD: '
                  PARM-RECORD(1:14)
              MOVE 12 TO WS-RETURN-CODE
              MOVE 'Y' TO WS-ABORT-SW
          ELSE
              COMPUTE WS-CARD-CENTS = PARM-TARGET-SUM * 100
              IF PARM-TARGET-CENTS-X NOT = SPACES
                  ADD PARM-TARGET-CENTS TO WS-CARD-CENTS
              END-IF
              IF PARM-TARGET-SIGN = '-'
                  COMPUTE WS-CARD-CENTS = 0 - WS-CARD-CENTS
              END-IF
              ADD 1 TO WS-TARGET-COUNT
              MOVE WS-CARD-CENTS TO WS-PT-TARGET(WS-TARGET-COUNT)
          END-IF
      END-IF.

  *> LOAD-SUSPENSE-ITEMS READS THE LEDGER INTO THE ITEM TABLE AND
  *> NETS EACH DEPARTMENT'S ITEMS.
  LOAD-SUSPENSE-ITEMS.
      MOVE 'N' TO WS-EOF-SW
      OPEN INPUT LEDGER-FILE
      IF WS-LDG-FS NOT = '00'
          IF WS-LDG-FS NOT = '35'
              DISPLAY 'AOC_Y2020_EX01_KERR - UNABLE TO OPEN suspledg.dat, FILE STATUS = '
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
                      DISPLAY 'AOC_Y2020_EX01_KERR - suspledg.dat READ ERROR, FILE STATUS = '
                          WS-LDG-FS
                      MOVE 12 TO WS-RETURN-CODE
                      MOVE 'Y' TO WS-ABORT-SW
                  ELSE
                      IF LEDGER-RECORD NOT = SPACES
                          PERFORM STORE-ONE-ITEM
                      END-IF
                  END-IF
              END-READ
          END-PERFORM
          CLOSE LEDGER-FILE
          IF WS-LDG-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_KERR - UNABLE TO CLOSE suspledg.dat, FILE STATUS = '
                  WS-LDG-FS
              MOVE 12 TO WS-RETURN-CODE
          END-IF
      END-IF.

  STORE-ONE-ITEM.
      IF LDG-RECNO IS NOT NUMERIC OR LDG-AMOUNT IS NOT NUMERIC
              OR (LDG-SIGN NOT = '+' AND LDG-SIGN NOT = '-')
          DISPLAY 'AOC_Y2020_EX01_KERR - MALFORMED suspledg.dat RECORD: '
              LEDGER-RECORD(1:40)
          MOVE 12 TO WS-RETURN-CODE
          MOVE 'Y' TO WS-ABORT-SW
      ELSE
          IF WS-ITM-COUNT >= WS-MAX-ITEMS
              DISPLAY 'AOC_Y2020_EX01_KERR - suspledg.dat EXCEEDS THE '
                  'TABLE CEILING OF ' WS-MAX-ITEMS
              MOVE 12 TO WS-RETURN-CODE
              MOVE 'Y' TO WS-ABORT-SW
          ELSE
              MOVE LDG-DEPT TO WS-DPT-KEY
              PERFORM FIND-DEPT-SLOT
              IF NOT ABORT-RUN
                  ADD 1 TO WS-ITM-COUNT
                  MOVE LDG-DEPT TO WS-ITM-DEPT(WS-ITM-COUNT)
                  MOVE LDG-RECNO TO WS-ITM-RECNO(WS-ITM-COUNT)
                  COMPUTE WS-ITM-ABS(WS-ITM-COUNT) = LDG-AMOUNT * 100
                  MOVE WS-ITM-ABS(WS-ITM-COUNT) TO WS-ITM-CENTS(WS-ITM-COUNT)
                  IF LDG-SIGN = '-'
                      COMPUTE WS-ITM-CENTS(WS-ITM-COUNT) =
                          0 - WS-ITM-CENTS(WS-ITM-COUNT)
                  END-IF
                  MOVE LDG-FIRST-DATE TO WS-ITM-FIRST-DATE(WS-ITM-COUNT)
                  MOVE WS-ITM-COUNT TO WS-IDX-ENTRY(WS-ITM-COUNT)
                  ADD 1 TO WS-DPT-ITEMS(WS-DPT-SUB)
                  ADD WS-ITM-CENTS(WS-ITM-COUNT) TO WS-DPT-NET(WS-DPT-SUB)
              END-IF
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
              DISPLAY 'AOC_Y2020_EX01_KERR - MORE THAN ' WS-MAX-DEPTS
                  ' DEPARTMENTS IN SUSPENSE'
              MOVE 12 TO WS-RETURN-CODE
              MOVE 'Y' TO WS-ABORT-SW
          ELSE
              PERFORM VARYING WS-DPT-MOVE FROM WS-DPT-COUNT BY -1
                      UNTIL WS-DPT-MOVE < WS-DPT-SUB
                  MOVE WS-DPT-ITEM(WS-DPT-MOVE) TO WS-DPT-ITEM(WS-DPT-MOVE + 1)
              END-PERFORM
              ADD 1 TO WS-DPT-COUNT
              MOVE WS-DPT-KEY TO WS-DPT-CODE(WS-DPT-SUB)
              MOVE 0 TO WS-DPT-NET(WS-DPT-SUB)
              MOVE 0 TO WS-DPT-ITEMS(WS-DPT-SUB)
              MOVE SPACES TO WS-DPT-CONTACT(WS-DPT-SUB)
              MOVE 'N' TO WS-DPT-OVERRIDE-SW(WS-DPT-SUB)
              MOVE 0 TO WS-DPT-OVERRIDE(WS-DPT-SUB)
          END-IF
      END-IF.

  *> LOOKUP-DEPT-CONTACTS TAKES EACH DEPARTMENT'S CONTACT AND ANY
  *> TARGET OVERRIDE FROM THE MASTER VERSION IN FORCE TODAY. A
  *> DEPARTMENT NOT ON THE MASTER, OR WITH NO VERSION IN FORCE, IS
  *> NAMED AS SUCH IN PLACE OF A CONTACT.
  LOOKUP-DEPT-CONTACTS.
      OPEN INPUT DEPT-MAST
      IF WS-MAST-FS = '00'
          MOVE 'Y' TO WS-MAST-OPENED-SW
      ELSE
          IF WS-MAST-FS NOT = '35'
              DISPLAY 'AOC_Y2020_EX01_KERR - UNABLE TO OPEN deptmast.dat, FILE STATUS = '
                  WS-MAST-FS ' - CONTACTS AND TARGET OVERRIDES NOT AVAILABLE'
              IF WS-RETURN-CODE < 4
                  MOVE 4 TO WS-RETURN-CODE
              END-IF
          END-IF
      END-IF
      PERFORM VARYING WS-DPT-SUB FROM 1 BY 1
              UNTIL WS-DPT-SUB > WS-DPT-COUNT OR ABORT-RUN
          IF NOT MAST-OPENED
              MOVE '(NO DEPARTMENT MASTER)' TO WS-DPT-CONTACT(WS-DPT-SUB)
          ELSE
              PERFORM LOOKUP-ONE-DEPT
          END-IF
      END-PERFORM
      IF MAST-OPENED
          CLOSE DEPT-MAST
          IF WS-MAST-FS NOT = '00'
              DISPLAY 'AOC_Y2020_EX01_KERR - UNABLE TO CLOSE deptmast.dat, FILE STATUS = '
                  WS-MAST-FS
              MOVE 12 TO WS-RETURN-CODE
          END-IF
      END-IF.

  LOOKUP-ONE-DEPT.
      MOVE 'N' TO WS-MAST-VER-EOF-SW
      MOVE '(NOT ON DEPARTMENT MASTER)' TO WS-DPT-CONTACT(WS-DPT-SUB)
      MOVE WS-DPT-CODE(WS-DPT-SUB) TO DM-CODE
      MOVE 0 TO DM-EFF-FROM
      START DEPT-MAST KEY IS NOT LESS THAN DM-KEY
      EVALUATE WS-MAST-FS
          WHEN '00'
              CONTINUE
          WHEN '23'
              MOVE 'Y' TO WS-MAST-VER-EOF-SW
          WHEN OTHER
              DISPLAY 'AOC_Y2020_EX01_KERR - UNABLE TO START deptmast.dat FOR DEPT '
                  WS-DPT-CODE(WS-DPT-SUB) ', FILE STATUS = ' WS-MAST-FS
              MOVE 12 TO WS-RETURN-CODE
              MOVE 'Y' TO WS-ABORT-SW
              MOVE 'Y' TO WS-MAST-VER-EOF-SW
      END-EVALUATE
      PERFORM UNTIL MAST-VER-EOF
          READ DEPT-MAST NEXT RECORD
          AT END
              MOVE 'Y' TO WS-MAST-VER-EOF-SW
          NOT AT END
              IF WS-MAST-FS NOT = '00'
                  DISPLAY 'AOC_Y2020_EX01_KERR - deptmast.dat READ ERROR FOR DEPT '
                      WS-DPT-CODE(WS-DPT-SUB) ', FILE STATUS = ' WS-MAST-FS
                  MOVE 12 TO WS-RETURN-CODE
                  MOVE 'Y' TO WS-ABORT-SW
                  MOVE 'Y' TO WS-MAST-VER-EOF-SW
              ELSE
                  IF DM-CODE NOT = WS-DPT-CODE(WS-DPT-SUB)
                      MOVE 'Y' TO WS-MAST-VER-EOF-SW
                  ELSE
                      MOVE '(NO MASTER VERSION IN FORCE)'
                          TO WS-DPT-CONTACT(WS-DPT-SUB)
                      IF DM-EFF-FROM NOT > WS-RUN-DATE
                              AND DM-EFF-TO NOT < WS-RUN-DATE
                          PERFORM TAKE-MASTER-VERSION
                          MOVE 'Y' TO WS-MAST-VER-EOF-SW
                      END-IF
                  END-IF
              END-IF
          END-READ
      END-PERFORM.

  TAKE-MASTER-VERSION.
      MOVE DM-CONTACT TO WS-DPT-CONTACT(WS-DPT-SUB)
      IF DM-TARGET-FLAG = 'Y'
          MOVE 'Y' TO WS-DPT-OVERRIDE-SW(WS-DPT-SUB)
          COMPUTE WS-DPT-OVERRIDE(WS-DPT-SUB) = DM-TARGET-AMT * 100
          IF DM-TARGET-SIGN = '-'
              COMPUTE WS-DPT-OVERRIDE(WS-DPT-SUB) =
                  0 - WS-DPT-OVERRIDE(WS-DPT-SUB)
          END-IF
      END-IF.

  *> ANALYSE-ONE-DEPT PRINTS THE DEPARTMENT'S HEADING AND RUNS THE
  *> SINGLE-ITEM TESTS AGAINST EACH TARGET IT RECONCILES TO - THE
  *> MASTER OVERRIDE ALONE WHEN IT HAS ONE, AS THE SEARCH STEP DOES.
  ANALYSE-ONE-DEPT.
      MOVE 0 TO WS-DEPT-HITS
      MOVE SPACES TO WS-RPT-REC
      PERFORM RPT-WRITE-LINE
      MOVE WS-DPT-ITEMS(WS-DPT-SUB) TO WS-COUNT-EDIT
      COMPUTE WS-SIGNED-AMT = WS-DPT-NET(WS-DPT-SUB) / 100
      MOVE WS-SIGNED-AMT TO WS-AMT13-EDIT
      MOVE SPACES TO WS-RPT-REC
      MOVE 1 TO WS-RPT-PTR
      STRING 'DEPT='          DELIMITED BY SIZE
             WS-DPT-CODE(WS-DPT-SUB) DELIMITED BY SIZE
             ' CONTACT='      DELIMITED BY SIZE
             WS-DPT-CONTACT(WS-DPT-SUB) DELIMITED BY SIZE
             ' ITEMS='        DELIMITED BY SIZE
             WS-COUNT-EDIT    DELIMITED BY SIZE
             ' NET='          DELIMITED BY SIZE
             WS-AMT13-EDIT    DELIMITED BY SIZE
          INTO WS-RPT-REC WITH POINTER WS-RPT-PTR
      END-STRING
      PERFORM RPT-WRITE-LINE

      IF WS-DPT-OVERRIDE-SW(WS-DPT-SUB) = 'Y'
          MOVE 1 TO WS-DPT-TARGETS
      ELSE
          MOVE WS-TARGET-COUNT TO WS-DPT-TARGETS
      END-IF
      PERFORM VARYING WS-TARGET-NO FROM 1 BY 1
              UNTIL WS-TARGET-NO > WS-DPT-TARGETS OR ABORT-RUN
          IF WS-DPT-OVERRIDE-SW(WS-DPT-SUB) = 'Y'
              MOVE WS-DPT-OVERRIDE(WS-DPT-SUB) TO WS-TARGET-CENTS
          ELSE
              MOVE WS-PT-TARGET(WS-TARGET-NO) TO WS-TARGET-CENTS
          END-IF
          PERFORM ANALYSE-ONE-TARGET
      END-PERFORM
      IF WS-DEPT-HITS = 0
          MOVE '  NO LIKELY KEYING ERRORS FOUND' TO WS-RPT-REC
          PERFORM RPT-WRITE-LINE
      END-IF.

  *> ANALYSE-ONE-TARGET TESTS EVERY ITEM OF THE DEPARTMENT AGAINST THE
  *> GAP BETWEEN THE TARGET AND THE DEPARTMENT'S SUSPENSE NET. AN ITEM
  *> IS A CANDIDATE WHEN KEYING IT ANOTHER WAY - DIGITS TRANSPOSED,
  *> SIGN REVERSED, DECIMAL POINT SHIFTED - WOULD CLOSE THE GAP
  *> EXACTLY.
  ANALYSE-ONE-TARGET.
      COMPUTE WS-GAP-CENTS = WS-TARGET-CENTS - WS-DPT-NET(WS-DPT-SUB)
      COMPUTE WS-SIGNED-AMT = WS-TARGET-CENTS / 100
      MOVE WS-SIGNED-AMT TO WS-AMT13-EDIT
      COMPUTE WS-SIGNED-AMT = WS-GAP-CENTS / 100
      MOVE WS-SIGNED-AMT TO WS-AMT-EDIT-2
      MOVE SPACES TO WS-RPT-REC
      MOVE 1 TO WS-RPT-PTR
      IF WS-DPT-OVERRIDE-SW(WS-DPT-SUB) = 'Y'
          STRING '  MASTER TARGET'  DELIMITED BY SIZE
              INTO WS-RPT-REC WITH POINTER WS-RPT-PTR
          END-STRING
      ELSE
          MOVE WS-TARGET-NO TO WS-TGT-EDIT
          STRING '  TARGET '      DELIMITED BY SIZE
                 WS-TGT-EDIT      DELIMITED BY SIZE
              INTO WS-RPT-REC WITH POINTER WS-RPT-PTR
          END-STRING
      END-IF
      STRING ' = '            DELIMITED BY SIZE
             WS-AMT13-EDIT    DELIMITED BY SIZE
             '  GAP = '       DELIMITED BY SIZE
             WS-AMT-EDIT-2    DELIMITED BY SIZE
          INTO WS-RPT-REC WITH POINTER WS-RPT-PTR
      END-STRING
      PERFORM RPT-WRITE-LINE

      IF WS-GAP-CENTS NOT = 0
          PERFORM VARYING WS-ITM-SUB FROM 1 BY 1
                  UNTIL WS-ITM-SUB > WS-ITM-COUNT OR ABORT-RUN
              IF WS-ITM-DEPT(WS-ITM-SUB) = WS-DPT-CODE(WS-DPT-SUB)
                  PERFORM TEST-ONE-ITEM
              END-IF
          END-PERFORM
      END-IF.

  *> TEST-ONE-ITEM RUNS THE FOUR TESTS ON THE ITEM AT WS-ITM-SUB. THE
  *> AMOUNT THE ITEM WOULD HAVE TO READ IS ITS KEYED AMOUNT PLUS THE
  *> GAP; EACH TEST ASKS WHETHER THAT IS A PLAUSIBLE MIS-KEYING.
  TEST-ONE-ITEM.
      COMPUTE WS-FIX-CENTS = WS-ITM-CENTS(WS-ITM-SUB) + WS-GAP-CENTS

      *> TRANSPOSED DIGITS: THE GAP DIVIDES BY 9, THE CORRECTED AMOUNT
      *> HAS THE ITEM'S SIGN, AND IT IS MADE OF THE SAME DIGITS.
      DIVIDE WS-GAP-CENTS BY 9 GIVING WS-NINES-QUOT
          REMAINDER WS-NINES-REM
      IF WS-NINES-REM = 0
              AND ((WS-FIX-CENTS > 0 AND WS-ITM-CENTS(WS-ITM-SUB) > 0)
                OR (WS-FIX-CENTS < 0 AND WS-ITM-CENTS(WS-ITM-SUB) < 0))
          MOVE WS-ITM-ABS(WS-ITM-SUB) TO WS-DIG-KEYED
          IF WS-FIX-CENTS < 0
              COMPUTE WS-DIG-FIXED = 0 - WS-FIX-CENTS
          ELSE
              MOVE WS-FIX-CENTS TO WS-DIG-FIXED
          END-IF
          PERFORM COMPARE-DIGITS
          IF DIGITS-SAME
              MOVE 'TRANSPOSED DIGITS' TO WS-HIT-KIND
              PERFORM REPORT-CANDIDATE
          END-IF
      END-IF

      *> SIGN REVERSED: THE ITEM'S OPPOSITE IS THE CORRECTED AMOUNT.
      COMPUTE WS-TEST-CENTS = 0 - WS-ITM-CENTS(WS-ITM-SUB)
      IF WS-TEST-CENTS = WS-FIX-CENTS
          MOVE 'SIGN REVERSED' TO WS-HIT-KIND
          PERFORM REPORT-CANDIDATE
      END-IF

      *> DECIMAL POINT SHIFTED: THE CORRECTED AMOUNT IS THE ITEM TIMES
      *> OR DIVIDED BY 10 OR 100.
      COMPUTE WS-TEST-CENTS = WS-ITM-CENTS(WS-ITM-SUB) * 10
      IF WS-TEST-CENTS = WS-FIX-CENTS
          MOVE 'DECIMAL SHIFT (X 10)' TO WS-HIT-KIND
          PERFORM REPORT-CANDIDATE
      END-IF
      COMPUTE WS-TEST-CENTS = WS-ITM-CENTS(WS-ITM-SUB) * 100
      IF WS-TEST-CENTS = WS-FIX-CENTS
          MOVE 'DECIMAL SHIFT (X 100)' TO WS-HIT-KIND
          PERFORM REPORT-CANDIDATE
      END-IF
      COMPUTE WS-TEST-CENTS = WS-FIX-CENTS * 10
      IF WS-TEST-CENTS = WS-ITM-CENTS(WS-ITM-SUB)
          MOVE 'DECIMAL SHIFT (/ 10)' TO WS-HIT-KIND
          PERFORM REPORT-CANDIDATE
      END-IF
      COMPUTE WS-TEST-CENTS = WS-FIX-CENTS * 100
      IF WS-TEST-CENTS = WS-ITM-CENTS(WS-ITM-SUB)
          MOVE 'DECIMAL SHIFT (/ 100)' TO WS-HIT-KIND
          PERFORM REPORT-CANDIDATE
      END-IF.

  *> COMPARE-DIGITS SETS DIGITS-SAME WHEN WS-DIG-KEYED AND
  *> WS-DIG-FIXED HAVE THE SAME NUMBER OF SIGNIFICANT DIGITS AND THE
  *> SAME COUNT OF EACH DIGIT 1-9 - THE SAME DIGITS IN ANOTHER ORDER.
  *> A DECIMAL SHIFT ADDS OR DROPS A DIGIT AND IS LEFT TO ITS OWN TEST.
  COMPARE-DIGITS.
      MOVE 0 TO WS-DIG-COUNT-A
      MOVE 0 TO WS-DIG-COUNT-B
      INSPECT WS-DIG-KEYED TALLYING WS-DIG-COUNT-A FOR LEADING '0'
      INSPECT WS-DIG-FIXED TALLYING WS-DIG-COUNT-B FOR LEADING '0'
      IF WS-DIG-COUNT-A = WS-DIG-COUNT-B
          MOVE 'Y' TO WS-DIG-SAME-SW
      ELSE
          MOVE 'N' TO WS-DIG-SAME-SW
      END-IF
      PERFORM VARYING WS-DIG-SUB FROM 1 BY 1
              UNTIL WS-DIG-SUB > 9 OR NOT DIGITS-SAME
          MOVE WS-DIG-SUB TO WS-DIG-NO
          PERFORM COMPARE-ONE-DIGIT
      END-PERFORM.

  COMPARE-ONE-DIGIT.
      MOVE 0 TO WS-DIG-COUNT-A
      MOVE 0 TO WS-DIG-COUNT-B
      INSPECT WS-DIG-KEYED TALLYING WS-DIG-COUNT-A FOR ALL WS-DIG-CHAR
      INSPECT WS-DIG-FIXED TALLYING WS-DIG-COUNT-B FOR ALL WS-DIG-CHAR
      IF WS-DIG-COUNT-A NOT = WS-DIG-COUNT-B
          MOVE 'N' TO WS-DIG-SAME-SW
      END-IF.

  *> REPORT-CANDIDATE PRINTS THE ITEM AT WS-ITM-SUB AS A CANDIDATE OF
  *> THE KIND IN WS-HIT-KIND, WITH THE AMOUNT IT WOULD HAVE TO READ.
  REPORT-CANDIDATE.
      ADD 1 TO WS-CAND-COUNT
      ADD 1 TO WS-DEPT-HITS
      COMPUTE WS-SIGNED-AMT = WS-ITM-CENTS(WS-ITM-SUB) / 100
      MOVE WS-SIGNED-AMT TO WS-AMT13-EDIT
      COMPUTE WS-SIGNED-AMT = WS-FIX-CENTS / 100
      MOVE WS-SIGNED-AMT TO WS-AMT-EDIT-2
      MOVE SPACES TO WS-RPT-REC
      MOVE 1 TO WS-RPT-PTR
      STRING '    '           DELIMITED BY SIZE
             WS-HIT-KIND      DELIMITED BY SIZE
             ' RECNO='        DELIMITED BY SIZE
             WS-ITM-RECNO(WS-ITM-SUB) DELIMITED BY SIZE
             ' FIRST SEEN '   DELIMITED BY SIZE
             WS-ITM-FIRST-DATE(WS-ITM-SUB) DELIMITED BY SIZE
             ' KEYED='        DELIMITED BY SIZE
             WS-AMT13-EDIT    DELIMITED BY SIZE
             ' SHOULD READ='  DELIMITED BY SIZE
             WS-AMT-EDIT-2    DELIMITED BY SIZE
          INTO WS-RPT-REC WITH POINTER WS-RPT-PTR
      END-STRING
      PERFORM RPT-WRITE-LINE.

  *> REPORT-CROSS-DEPT-AMOUNTS LISTS EVERY AMOUNT SITTING IN SUSPENSE
  *> IN TWO OR MORE DEPARTMENTS - THE MARK OF AN ENTRY POSTED TO THE
  *> WRONG DEPARTMENT, OR TO TWO. THE ITEMS ARE TAKEN IN ORDER OF
  *> SIZE SO EQUAL AMOUNTS SIT TOGETHER.
  REPORT-CROSS-DEPT-AMOUNTS.
      PERFORM SORT-ITEM-INDEX
      MOVE SPACES TO WS-RPT-REC
      PERFORM RPT-WRITE-LINE
      MOVE 'SAME AMOUNT IN SUSPENSE IN TWO OR MORE DEPARTMENTS' TO WS-RPT-REC
      PERFORM RPT-WRITE-LINE
      MOVE 1 TO WS-GRP-START
      PERFORM UNTIL WS-GRP-START > WS-ITM-COUNT OR ABORT-RUN
          MOVE WS-GRP-START TO WS-GRP-END
          PERFORM UNTIL WS-GRP-END >= WS-ITM-COUNT
                  OR WS-ITM-ABS(WS-IDX-ENTRY(WS-GRP-END + 1))
                     NOT = WS-ITM-ABS(WS-IDX-ENTRY(WS-GRP-START))
              ADD 1 TO WS-GRP-END
          END-PERFORM
          MOVE 'N' TO WS-FOUND-SW
          PERFORM VARYING WS-SCAN-SUB FROM WS-GRP-START BY 1
                  UNTIL WS-SCAN-SUB > WS-GRP-END OR ITEM-FOUND
              IF WS-ITM-DEPT(WS-IDX-ENTRY(WS-SCAN-SUB))
                      NOT = WS-ITM-DEPT(WS-IDX-ENTRY(WS-GRP-START))
                  MOVE 'Y' TO WS-FOUND-SW
              END-IF
          END-PERFORM
          IF ITEM-FOUND
              ADD 1 TO WS-DUP-GROUPS
              COMPUTE WS-SIGNED-AMT =
                  WS-ITM-ABS(WS-IDX-ENTRY(WS-GRP-START)) / 100
              MOVE WS-SIGNED-AMT TO WS-AMT13-EDIT
              MOVE SPACES TO WS-RPT-REC
              MOVE 1 TO WS-RPT-PTR
              STRING '  AMOUNT '      DELIMITED BY SIZE
                     WS-AMT13-EDIT    DELIMITED BY SIZE
                  INTO WS-RPT-REC WITH POINTER WS-RPT-PTR
              END-STRING
              PERFORM RPT-WRITE-LINE
              PERFORM VARYING WS-SCAN-SUB FROM WS-GRP-START BY 1
                      UNTIL WS-SCAN-SUB > WS-GRP-END
                  MOVE WS-IDX-ENTRY(WS-SCAN-SUB) TO WS-ITM-SUB
                  MOVE WS-ITM-DEPT(WS-ITM-SUB) TO WS-DPT-KEY
                  PERFORM FIND-DEPT-SLOT
                  COMPUTE WS-SIGNED-AMT = WS-ITM-CENTS(WS-ITM-SUB) / 100
                  MOVE WS-SIGNED-AMT TO WS-AMT-EDIT-2
                  MOVE SPACES TO WS-RPT-REC
                  MOVE 1 TO WS-RPT-PTR
                  STRING '    DEPT='      DELIMITED BY SIZE
                         WS-ITM-DEPT(WS-ITM-SUB) DELIMITED BY SIZE
                         ' RECNO='        DELIMITED BY SIZE
                         WS-ITM-RECNO(WS-ITM-SUB) DELIMITED BY SIZE
                         ' FIRST SEEN '   DELIMITED BY SIZE
                         WS-ITM-FIRST-DATE(WS-ITM-SUB) DELIMITED BY SIZE
                         ' AMOUNT='       DELIMITED BY SIZE
                         WS-AMT-EDIT-2    DELIMITED BY SIZE
                         ' CONTACT='      DELIMITED BY SIZE
                         WS-DPT-CONTACT(WS-DPT-SUB) DELIMITED BY SIZE
                      INTO WS-RPT-REC WITH POINTER WS-RPT-PTR
                  END-STRING
                  PERFORM RPT-WRITE-LINE
              END-PERFORM
          END-IF
          COMPUTE WS-GRP-START = WS-GRP-END + 1
      END-PERFORM
      IF WS-DUP-GROUPS = 0
          MOVE '  NONE' TO WS-RPT-REC
          PERFORM RPT-WRITE-LINE
      END-IF.

  *> SORT-ITEM-INDEX PUTS THE ITEM INDEX IN ORDER OF ABSOLUTE AMOUNT,
  *> DEPARTMENT WITHIN AMOUNT, BY THE SAME SHELL SORT THE SEARCH STEP
  *> USES ON ITS ENTRY TABLE.
  SORT-ITEM-INDEX.
      MOVE WS-ITM-COUNT TO WS-SORT-N
      DIVIDE WS-SORT-N BY 2 GIVING WS-SORT-GAP
      PERFORM UNTIL WS-SORT-GAP < 1
          COMPUTE WS-SORT-I = WS-SORT-GAP + 1
          PERFORM UNTIL WS-SORT-I > WS-SORT-N
              MOVE WS-IDX-ENTRY(WS-SORT-I) TO WS-SORT-HOLD
              MOVE WS-SORT-I TO WS-SORT-J
              PERFORM UNTIL WS-SORT-J NOT > WS-SORT-GAP
                      OR WS-ITM-ABS(WS-IDX-ENTRY(WS-SORT-J - WS-SORT-GAP))
                         < WS-ITM-ABS(WS-SORT-HOLD)
                      OR (WS-ITM-ABS(WS-IDX-ENTRY(WS-SORT-J - WS-SORT-GAP))
                            = WS-ITM-ABS(WS-SORT-HOLD)
                          AND WS-ITM-DEPT(WS-IDX-ENTRY(WS-SORT-J - WS-SORT-GAP))
                            NOT > WS-ITM-DEPT(WS-SORT-HOLD))
                  MOVE WS-IDX-ENTRY(WS-SORT-J - WS-SORT-GAP)
                      TO WS-IDX-ENTRY(WS-SORT-J)
                  SUBTRACT WS-SORT-GAP FROM WS-SORT-J
              END-PERFORM
              MOVE WS-SORT-HOLD TO WS-IDX-ENTRY(WS-SORT-J)
              ADD 1 TO WS-SORT-I
          END-PERFORM
          DIVIDE WS-SORT-GAP BY 2 GIVING WS-SORT-GAP
      END-PERFORM.

  RPT-WRITE-LINE.
      WRITE KERRRPT-LINE FROM WS-RPT-REC
      IF WS-RPT-FS NOT = '00'
          DISPLAY 'AOC_Y2020_EX01_KERR - UNABLE TO WRITE kerrrpt.txt, FILE STATUS = '
              WS-RPT-FS
          MOVE 12 TO WS-RETURN-CODE
          MOVE 'Y' TO WS-ABORT-SW
      END-IF.
