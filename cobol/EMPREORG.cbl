       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPREORG.

      *----------------------------------------------------------------
      * EMPREORG - DEPARTMENT REORGANIZATION BATCH.  MOVES WHOLE
      * BRANCH/DEPT CELLS (OR THE DESG SLICE OF ONE, FOR A SPLIT)
      * TO A NEW BRANCH AND/OR DEPARTMENT CODE FROM A SMALL CONTROL
      * FILE, AND GENERATES EVERYTHING THE MOVE NEEDS IN THE FORMATS
      * THE MAINTENANCE PROGRAMS ALREADY READ:
      *     TRANOUT  'C' TRANSACTIONS FOR EMPMAINT, ONE PER EMPLOYEE
      *              MOVED, EFFECTIVE-DATED FROM THE CONTROL CARD
      *     REFOUT   REFMAINT CARDS - ADD OR REACTIVATE THE NEW DEPT
      *              CODE AND RE-LIST THE TYPE 'O' OWNERSHIP ROWS OF
      *              BOTH BRANCHES
      *     RETOUT   REFMAINT CARDS - RETIRE THE OLD DEPT CODE ONCE NO
      *              EMPLOYEE ANYWHERE IS LEFT IN IT.  A DECK OF ITS
      *              OWN, BECAUSE REFMAINT REFUSES THE RETIREMENT
      *              UNTIL EMPMAINT HAS ACTUALLY MOVED THE STAFF OUT
      *     BUDOUT   BUDMAINT CARDS - MOVE THE AUTHORIZED HEADCOUNT
      *              AND SALARY BUDGET WITH THE PEOPLE, DELETING THE
      *              OLD CELL'S ROW WHEN THE CELL IS EMPTIED
      * SO HR NO LONGER KEYS ONE EMPMAINT CHANGE PER EMPLOYEE AND
      * FIXES THE REFERENCE AND BUDGET MASTERS BY HAND AFTERWARD.
      * EMPCOMP STILL RAISES THE RACF CONNECTS FROM THE EMPFILE
      * GENERATIONS ONCE EMPMAINT HAS APPLIED THE MOVES.
      *
      * MODE COMES IN ON THE PARM:
      *     SIMULATE            IMPACT REPORT ONLY (DEFAULT)
      *     APPLY               REPORT, THEN WRITE ALL FOUR FILES
      * THE REPORT IS PRODUCED IN EVERY MODE AND LISTS THE CARDS THE
      * APPLY RUN WILL WRITE, SO THE REORG IS REVIEWED ON EXACTLY
      * THE FIGURES THAT WILL BE COMMITTED.  AN APPLY RUN WITH ANY
      * PLANNING ERROR WRITES NOTHING AT ALL.
      *
      * CONTROL CARDS, ONE MOVE PER LINE (COLS 1-10/11-15/16-25/
      * 26-30/31-38/39-48):
      *     FROM BRANCH, FROM DEPT, TO BRANCH, TO DEPT, EFFECTIVE
      *     DATE (BLANK = TONIGHT), DESG (BLANK = THE WHOLE CELL).
      *     AN EMPLOYEE MOVES ON THE FIRST CARD WHOSE FROM CELL AND
      *     DESG FIT, SO A SPLIT PUTS ITS DESG CARDS AHEAD OF THE
      *     CATCH-ALL FOR THE REST OF THE CELL.  WHEN A CELL IS
      *     EMPTIED, ANY ESTABLISHMENT LEFT OVER (VACANCIES) GOES TO
      *     THE FIRST CARD'S DESTINATION.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPFILE ASSIGN TO INPUT01
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS EMP-ID
           FILE STATUS  IS WS-FS1.

           SELECT REORG-CTL-FILE ASSIGN TO REORGCTL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-FS2.

           SELECT BUDFILE ASSIGN TO BUDFILE
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS BUD-KEY
           FILE STATUS  IS WS-FS3.

           SELECT REFFILE ASSIGN TO REFFILE
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS REF-KEY
           FILE STATUS  IS WS-FS4.

           SELECT TRAN-OUT-FILE ASSIGN TO TRANOUT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-FS5.

           SELECT REF-OUT-FILE ASSIGN TO REFOUT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-FS6.

           SELECT RET-OUT-FILE ASSIGN TO RETOUT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-FS9.

           SELECT BUD-OUT-FILE ASSIGN TO BUDOUT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-FS7.

           SELECT REORG-RPT-FILE ASSIGN TO REORGRPT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-FS8.

       DATA DIVISION.
       FILE SECTION.
       FD EMPFILE
           RECORD CONTAINS 80  CHARACTERS
           DATA RECORD     IS EMPFILE-RECORD.

           COPY EMPREC.

       FD REORG-CTL-FILE
           RECORD CONTAINS 48 CHARACTERS.

       01 REORG-CTL-RECORD.
          05 RC-FROM-KEY.
             10 RC-FROM-BRANCH  PIC X(10).
             10 RC-FROM-DEPT    PIC X(05).
          05 RC-TO-KEY.
             10 RC-TO-BRANCH    PIC X(10).
             10 RC-TO-DEPT      PIC X(05).
          05 RC-EFF-DATE        PIC X(08).
          05 RC-DESG            PIC X(10).

       FD BUDFILE
           RECORD CONTAINS 80  CHARACTERS
           DATA RECORD     IS BUDFILE-RECORD.

           COPY BUDREC.

       FD REFFILE
           RECORD CONTAINS 80  CHARACTERS
           DATA RECORD     IS REFFILE-RECORD.

           COPY REFREC.

      *----------------------------------------------------------------
      * TRAN-OUT-RECORD - MIRRORS EMPMAINT'S MAINT-TRAN-RECORD FIELD
      * FOR FIELD; REGENERATE ALONGSIDE ANY LAYOUT CHANGE THERE.
      *----------------------------------------------------------------
       FD TRAN-OUT-FILE
           RECORD CONTAINS 73 CHARACTERS.

       01 TRAN-OUT-RECORD.
          05 TO-ACTION          PIC X(01).
          05 TO-EMP-ID          PIC X(05).
          05 TO-EMP-NAME        PIC X(15).
          05 TO-EMP-DESG        PIC X(10).
          05 TO-EMP-SALARY      PIC 9(10).
          05 TO-EMP-DEPT-CODE   PIC X(05).
          05 TO-EMP-HIRE-DATE   PIC X(08).
          05 TO-EMP-BRANCH      PIC X(10).
          05 TO-EFF-DATE        PIC X(08).
          05 TO-EMP-STATUS      PIC X(01).

      *----------------------------------------------------------------
      * REF-OUT-RECORD - MIRRORS REFMAINT'S REF-TRAN-RECORD.
      *----------------------------------------------------------------
       FD REF-OUT-FILE
           RECORD CONTAINS 43 CHARACTERS.

       01 REF-OUT-RECORD.
          05 RO-ACTION          PIC X(01).
          05 RO-TYPE            PIC X(01).
          05 RO-CODE            PIC X(10).
          05 RO-DESC            PIC X(30).
          05 RO-ACTIVE-FLAG     PIC X(01).

      *----------------------------------------------------------------
      * RET-OUT-RECORD - SAME LAYOUT AS REF-OUT-RECORD; ONLY THE
      * RETIREMENT CARDS GO HERE.
      *----------------------------------------------------------------
       FD RET-OUT-FILE
           RECORD CONTAINS 43 CHARACTERS.

       01 RET-OUT-RECORD       PIC X(43).

      *----------------------------------------------------------------
      * BUD-OUT-RECORD - MIRRORS BUDMAINT'S BUD-TRAN-RECORD.
      *----------------------------------------------------------------
       FD BUD-OUT-FILE
           RECORD CONTAINS 35 CHARACTERS.

       01 BUD-OUT-RECORD.
          05 BO-ACTION          PIC X(01).
          05 BO-BRANCH          PIC X(10).
          05 BO-DEPT            PIC X(05).
          05 BO-AUTH-HEADCOUNT  PIC 9(07).
          05 BO-SALARY-BUDGET   PIC 9(12).

       FD REORG-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.

       01 REORG-RPT-RECORD     PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-VAR.
          05 WS-FS1        PIC 9(02).
          05 WS-FS2        PIC 9(02).
          05 WS-FS3        PIC 9(02).
          05 WS-FS4        PIC 9(02).
          05 WS-FS5        PIC 9(02).
          05 WS-FS6        PIC 9(02).
          05 WS-FS7        PIC 9(02).
          05 WS-FS8        PIC 9(02).
          05 WS-FS9        PIC 9(02).
          05 WS-EOF-SW     PIC X(01).
             88 WS-EOF               VALUE 'Y'.
             88 WS-NOT-EOF           VALUE 'N'.
          05 WS-EMPFILE-OPEN-SW  PIC X(01) VALUE 'N'.
             88 WS-EMPFILE-IS-OPEN         VALUE 'Y'.
          05 WS-BUDFILE-OPEN-SW  PIC X(01) VALUE 'N'.
             88 WS-BUDFILE-IS-OPEN         VALUE 'Y'.
          05 WS-REFFILE-OPEN-SW  PIC X(01) VALUE 'N'.
             88 WS-REFFILE-IS-OPEN         VALUE 'Y'.

       01 WS-BAD-CARD-SW        PIC X(01) VALUE 'N'.
          88 WS-BAD-CONTROL-CARD          VALUE 'Y'.

       01 WS-PLAN-ERROR-SW      PIC X(01) VALUE 'N'.
          88 WS-PLAN-IN-ERROR             VALUE 'Y'.

       01 WS-OUTPUT-SW          PIC X(01) VALUE 'N'.
          88 WS-WRITING-OUTPUT            VALUE 'Y'.
          88 WS-OUTPUT-FAILED             VALUE 'F'.

       01 WS-MODE-SW            PIC X(01) VALUE 'S'.
          88 WS-MODE-SIMULATE             VALUE 'S'.
          88 WS-MODE-APPLY                VALUE 'A'.

       01 WS-PARM-REQUEST       PIC X(20) VALUE SPACES.
       01 WS-PARM-TOKENS.
          05 WS-TOK1            PIC X(08) VALUE SPACES.
          05 WS-TOK2            PIC X(08) VALUE SPACES.

       01 WS-RUN-DATE           PIC X(08) VALUE SPACES.

      *----------------------------------------------------------------
      * WS-CARD-TABLE - THE CONTROL CARDS IN KEYED ORDER, WITH THE
      * HEADS AND SALARY EACH ONE ENDS UP MOVING.
      *----------------------------------------------------------------
       01 WS-CARD-TABLE.
          05 WS-CARD-MAX        PIC 9(02) VALUE 20.
          05 WS-CARD-COUNT      PIC 9(02) VALUE ZERO.
          05 WS-CARD-IDX        PIC 9(02) VALUE ZERO.
          05 WS-CARD-SLOT       PIC 9(02) VALUE ZERO.
          05 WS-CARD-ENTRY OCCURS 20 TIMES.
             10 WS-CD-FROM-KEY.
                15 WS-CD-FROM-BRANCH PIC X(10).
                15 WS-CD-FROM-DEPT   PIC X(05).
             10 WS-CD-TO-KEY.
                15 WS-CD-TO-BRANCH   PIC X(10).
                15 WS-CD-TO-DEPT     PIC X(05).
             10 WS-CD-EFF-DATE  PIC X(08).
             10 WS-CD-DESG      PIC X(10).
             10 WS-CD-HEADS     PIC 9(07).
             10 WS-CD-SALARY    PIC 9(12).

      *----------------------------------------------------------------
      * WS-CELL-TABLE - EVERY BRANCH/DEPT CELL ON EMPFILE, IN KEY
      * ORDER BY IN-PLACE INSERTION THE WAY EMPSTATS KEEPS ITS
      * CROSS-TAB, WITH HEADS AND SALARY BEFORE AND AFTER THE REORG.
      * THE CELLS THE CONTROL CARDS NAME ARE MARKED TOUCHED AND ALSO
      * CARRY THEIR BUDFILE ESTABLISHMENT BEFORE AND AFTER.  THE
      * UNTOUCHED CELLS ARE KEPT SO A DEPARTMENT STILL STAFFED AT
      * SOME OTHER BRANCH IS NEVER RETIRED.
      *----------------------------------------------------------------
       01 WS-CELL-TABLE.
          05 WS-CELL-MAX        PIC 9(03) VALUE 500.
          05 WS-CELL-COUNT      PIC 9(03) VALUE ZERO.
          05 WS-CELL-IDX        PIC 9(03) VALUE ZERO.
          05 WS-CELL-SLOT       PIC 9(03) VALUE ZERO.
          05 WS-CELL-ENTRY OCCURS 500 TIMES.
             10 WS-CL-KEY.
                15 WS-CL-BRANCH PIC X(10).
                15 WS-CL-DEPT   PIC X(05).
             10 WS-CL-TOUCHED-SW    PIC X(01).
                88 WS-CL-IS-TOUCHED          VALUE 'Y'.
             10 WS-CL-FROM-SW       PIC X(01).
                88 WS-CL-IS-FROM-CELL        VALUE 'Y'.
             10 WS-CL-BUD-SW        PIC X(01).
                88 WS-CL-IS-BUDGETED         VALUE 'Y'.
             10 WS-CL-BUD-ACTION    PIC X(01).
             10 WS-CL-HEADS-BEFORE  PIC 9(07).
             10 WS-CL-HEADS-AFTER   PIC 9(07).
             10 WS-CL-SAL-BEFORE    PIC 9(12).
             10 WS-CL-SAL-AFTER     PIC 9(12).
             10 WS-CL-AUTH-BEFORE   PIC 9(07).
             10 WS-CL-AUTH-AFTER    PIC 9(07).
             10 WS-CL-BUDGET-BEFORE PIC 9(12).
             10 WS-CL-BUDGET-AFTER  PIC 9(12).

       01 WS-CELL-SEARCH-KEY.
          05 WS-CS-BRANCH       PIC X(10).
          05 WS-CS-DEPT         PIC X(05).

       01 WS-FROM-SLOT          PIC 9(03) VALUE ZERO.
       01 WS-TO-SLOT            PIC 9(03) VALUE ZERO.

      *----------------------------------------------------------------
      * WS-DEPT-TABLE - THE TYPE 'D' ROW OF EVERY DEPARTMENT A CARD
      * NAMES, AND WHAT THE REORG DOES TO IT: A = ADD THE NEW CODE,
      * R = REACTIVATE IT, N = RETIRE THE OLD CODE.
      *----------------------------------------------------------------
       01 WS-DEPT-TABLE.
          05 WS-DEPT-MAX        PIC 9(02) VALUE 40.
          05 WS-DEPT-COUNT      PIC 9(02) VALUE ZERO.
          05 WS-DEPT-IDX        PIC 9(02) VALUE ZERO.
          05 WS-DEPT-SLOT       PIC 9(02) VALUE ZERO.
          05 WS-DEPT-ENTRY OCCURS 40 TIMES.
             10 WS-DP-CODE      PIC X(05).
             10 WS-DP-FOUND-SW  PIC X(01).
                88 WS-DP-IS-ON-REFFILE       VALUE 'Y'.
             10 WS-DP-ACTIVE    PIC X(01).
             10 WS-DP-DESC      PIC X(30).
             10 WS-DP-FROM-SW   PIC X(01).
                88 WS-DP-IS-FROM-DEPT        VALUE 'Y'.
             10 WS-DP-TO-SW     PIC X(01).
                88 WS-DP-IS-TO-DEPT          VALUE 'Y'.
             10 WS-DP-ACTION    PIC X(01).

       01 WS-DEPT-SEARCH        PIC X(05).
       01 WS-DEPT-HEADS         PIC 9(07) VALUE ZERO.
       01 WS-FROM-DESC          PIC X(30).

      *----------------------------------------------------------------
      * WS-OWN-TABLE - THE TYPE 'O' ROW OF EVERY BRANCH A CARD
      * NAMES, AS FOUND AND AS IT WILL BE AFTER THE REORG.  A BRANCH
      * WITH NO 'O' ROW IS UNRESTRICTED AND IS LEFT THAT WAY.
      *----------------------------------------------------------------
       01 WS-OWN-TABLE.
          05 WS-OWN-MAX         PIC 9(02) VALUE 40.
          05 WS-OWN-COUNT       PIC 9(02) VALUE ZERO.
          05 WS-OWN-IDX         PIC 9(02) VALUE ZERO.
          05 WS-OWN-SLOT        PIC 9(02) VALUE ZERO.
          05 WS-OWN-ENTRY OCCURS 40 TIMES.
             10 WS-OW-BRANCH       PIC X(10).
             10 WS-OW-FOUND-SW     PIC X(01).
                88 WS-OW-IS-ON-REFFILE       VALUE 'Y'.
             10 WS-OW-ACTIVE       PIC X(01).
             10 WS-OW-LIST-BEFORE  PIC X(30).
             10 WS-OW-LIST         PIC X(30).
             10 WS-OW-DEPTS REDEFINES WS-OW-LIST.
                15 WS-OW-DEPT      OCCURS 6 TIMES
                                   PIC X(05).

       01 WS-OWN-SEARCH         PIC X(10).
       01 WS-LIST-IDX           PIC 9(01) VALUE ZERO.
       01 WS-LIST-POS           PIC 9(01) VALUE ZERO.
       01 WS-LIST-USED          PIC 9(01) VALUE ZERO.

       01 WS-MOVE-WORK.
          05 WS-MOVE-AUTH       PIC 9(07) VALUE ZERO.
          05 WS-MOVE-BUDGET     PIC 9(12) VALUE ZERO.

       01 WS-REORG-COUNTERS.
          05 WS-READ-COUNT      PIC 9(07) VALUE ZERO.
          05 WS-MOVED-COUNT     PIC 9(07) VALUE ZERO.
          05 WS-UNMOVED-COUNT   PIC 9(07) VALUE ZERO.
          05 WS-OVER-COUNT      PIC 9(07) VALUE ZERO.
          05 WS-WARN-COUNT      PIC 9(07) VALUE ZERO.
          05 WS-TRAN-OUT-COUNT  PIC 9(07) VALUE ZERO.
          05 WS-REF-CARD-COUNT  PIC 9(07) VALUE ZERO.
          05 WS-RET-CARD-COUNT  PIC 9(07) VALUE ZERO.
          05 WS-BUD-CARD-COUNT  PIC 9(07) VALUE ZERO.

       01 WS-PAGE-CONTROL.
          05 WS-PAGE-NO         PIC 9(04) VALUE ZERO.
          05 WS-LINE-COUNT      PIC 9(02) VALUE 99.
          05 WS-LINES-PER-PAGE  PIC 9(02) VALUE 55.

       01 WS-HEADING-1.
          05 FILLER             PIC X(35) VALUE
             'DEPARTMENT REORGANIZATION IMPACT ('.
          05 WS-H1-MODE         PIC X(08).
          05 FILLER             PIC X(01) VALUE ')'.
          05 FILLER             PIC X(03) VALUE SPACES.
          05 FILLER             PIC X(09) VALUE 'RUN DATE '.
          05 WS-H1-RUN-DATE     PIC X(08).
          05 FILLER             PIC X(03) VALUE SPACES.
          05 FILLER             PIC X(05) VALUE 'PAGE '.
          05 WS-H1-PAGE-NO      PIC ZZZ9.

       01 WS-SECTION-LINE       PIC X(60).

       01 WS-CARD-HEADING.
          05 FILLER             PIC X(04) VALUE 'CARD'.
          05 FILLER             PIC X(19) VALUE
             '  FROM BRANCH/DEPT '.
          05 FILLER             PIC X(19) VALUE
             '    TO BRANCH/DEPT '.
          05 FILLER             PIC X(11) VALUE 'DESG       '.
          05 FILLER             PIC X(09) VALUE 'EFFECTIVE'.
          05 FILLER             PIC X(08) VALUE '   HEADS'.
          05 FILLER             PIC X(16) VALUE '    SALARY MOVED'.

       01 WS-CARD-LINE.
          05 WS-CDL-NO          PIC Z9.
          05 FILLER             PIC X(04) VALUE SPACES.
          05 WS-CDL-FROM-BRANCH PIC X(10).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 WS-CDL-FROM-DEPT   PIC X(05).
          05 FILLER             PIC X(04) VALUE ' -> '.
          05 WS-CDL-TO-BRANCH   PIC X(10).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 WS-CDL-TO-DEPT     PIC X(05).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 WS-CDL-DESG        PIC X(10).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 WS-CDL-EFF-DATE    PIC X(08).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 WS-CDL-HEADS       PIC ZZZ,ZZ9.
          05 FILLER             PIC X(01) VALUE SPACE.
          05 WS-CDL-SALARY      PIC ZZZ,ZZZ,ZZZ,ZZ9.

       01 WS-CELL-HEADING-1.
          05 FILLER             PIC X(17) VALUE SPACES.
          05 FILLER             PIC X(15) VALUE
             '---- HEADS ----'.
          05 FILLER             PIC X(29) VALUE
             '---------- SALARY ----------'.
          05 FILLER             PIC X(15) VALUE
             '-- AUTH HC ----'.
          05 FILLER             PIC X(29) VALUE
             '------ SALARY BUDGET -------'.

       01 WS-CELL-HEADING-2.
          05 FILLER             PIC X(17) VALUE 'BRANCH/DEPT      '.
          05 FILLER             PIC X(15) VALUE ' BEFORE  AFTER '.
          05 FILLER             PIC X(29) VALUE
             '       BEFORE         AFTER '.
          05 FILLER             PIC X(15) VALUE ' BEFORE  AFTER '.
          05 FILLER             PIC X(29) VALUE
             '       BEFORE         AFTER '.
          05 FILLER             PIC X(04) VALUE 'FLAG'.

       01 WS-CELL-LINE.
          05 WS-CLL-BRANCH      PIC X(10).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 WS-CLL-DEPT        PIC X(05).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 WS-CLL-HEADS-BEF   PIC ZZ,ZZ9.
          05 FILLER             PIC X(01) VALUE SPACE.
          05 WS-CLL-HEADS-AFT   PIC ZZ,ZZ9.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-CLL-SAL-BEF     PIC Z,ZZZ,ZZZ,ZZ9.
          05 FILLER             PIC X(01) VALUE SPACE.
          05 WS-CLL-SAL-AFT     PIC Z,ZZZ,ZZZ,ZZ9.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-CLL-AUTH-BEF    PIC ZZ,ZZ9.
          05 FILLER             PIC X(01) VALUE SPACE.
          05 WS-CLL-AUTH-AFT    PIC ZZ,ZZ9.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-CLL-BUD-BEF     PIC Z,ZZZ,ZZZ,ZZ9.
          05 FILLER             PIC X(01) VALUE SPACE.
          05 WS-CLL-BUD-AFT     PIC Z,ZZZ,ZZZ,ZZ9.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-CLL-FLAG        PIC X(24).

       01 WS-CARD-IMAGE-LINE.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-CIL-TARGET      PIC X(15).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-CIL-IMAGE       PIC X(73).

       01 WS-TOTAL-LINE.
          05 WS-TL-LABEL        PIC X(30).
          05 WS-TL-COUNT        PIC ZZZ,ZZ9.

       01 WS-PRINT-LINE         PIC X(132).

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-H1-RUN-DATE.
           PERFORM PARSE-MODE-PARM.

           OPEN INPUT EMPFILE.
           OPEN INPUT BUDFILE.
           OPEN INPUT REFFILE.
           OPEN OUTPUT REORG-RPT-FILE.

           IF WS-FS1 = '00'
               SET WS-EMPFILE-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'EMPREORG: UNABLE TO OPEN EMPFILE - FILE '
                       'STATUS ' WS-FS1
           END-IF.
           IF WS-FS3 = '00'
               SET WS-BUDFILE-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'EMPREORG: UNABLE TO OPEN BUDFILE - FILE '
                       'STATUS ' WS-FS3
           END-IF.
           IF WS-FS4 = '00'
               SET WS-REFFILE-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'EMPREORG: UNABLE TO OPEN REFFILE - FILE '
                       'STATUS ' WS-FS4
           END-IF.

           IF WS-EMPFILE-IS-OPEN AND WS-BUDFILE-IS-OPEN
                   AND WS-REFFILE-IS-OPEN
               PERFORM LOAD-CONTROL-CARDS
           END-IF.

           IF WS-EMPFILE-IS-OPEN AND WS-BUDFILE-IS-OPEN
                   AND WS-REFFILE-IS-OPEN
                   AND NOT WS-BAD-CONTROL-CARD
               SET WS-NOT-EOF TO TRUE
               PERFORM UNTIL WS-EOF
                   READ EMPFILE NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM MEASURE-ONE-EMPLOYEE
                   END-READ
               END-PERFORM

               PERFORM PLAN-BUDGET-TRANSFERS
               PERFORM PLAN-REFERENCE-CHANGES

               IF WS-MODE-APPLY AND NOT WS-PLAN-IN-ERROR
                   PERFORM OPEN-REORG-OUTPUTS
               END-IF
               IF WS-WRITING-OUTPUT
                   PERFORM WRITE-REORG-TRANSACTIONS
               END-IF

               PERFORM WRITE-CARD-SECTION
               PERFORM WRITE-CELL-SECTION
               PERFORM WRITE-MAINTENANCE-SECTION
               PERFORM WRITE-TOTALS-SECTION

               IF WS-WRITING-OUTPUT
                   CLOSE TRAN-OUT-FILE
                   CLOSE REF-OUT-FILE
                   CLOSE RET-OUT-FILE
                   CLOSE BUD-OUT-FILE
               END-IF
           END-IF.

           IF WS-EMPFILE-IS-OPEN
               CLOSE EMPFILE
           END-IF.
           IF WS-BUDFILE-IS-OPEN
               CLOSE BUDFILE
           END-IF.
           IF WS-REFFILE-IS-OPEN
               CLOSE REFFILE
           END-IF.
           CLOSE REORG-RPT-FILE.

           DISPLAY 'EMPREORG: EMPLOYEES READ       - ' WS-READ-COUNT.
           DISPLAY 'EMPREORG: EMPLOYEES MOVED      - ' WS-MOVED-COUNT.
           DISPLAY 'EMPREORG: EMPLOYEES NOT MOVED  - '
                   WS-UNMOVED-COUNT.
           DISPLAY 'EMPREORG: CELLS OVER ESTAB     - ' WS-OVER-COUNT.
           DISPLAY 'EMPREORG: TRANSACTIONS WRITTEN - '
                   WS-TRAN-OUT-COUNT.
           DISPLAY 'EMPREORG: REFMAINT CARDS       - '
                   WS-REF-CARD-COUNT.
           DISPLAY 'EMPREORG: RETIREMENT CARDS     - '
                   WS-RET-CARD-COUNT.
           DISPLAY 'EMPREORG: BUDMAINT CARDS       - '
                   WS-BUD-CARD-COUNT.

           IF NOT WS-EMPFILE-IS-OPEN OR NOT WS-BUDFILE-IS-OPEN
                   OR NOT WS-REFFILE-IS-OPEN
                   OR WS-BAD-CONTROL-CARD OR WS-PLAN-IN-ERROR
                   OR WS-OUTPUT-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-MOVED-COUNT = ZERO OR WS-UNMOVED-COUNT > ZERO
                       OR WS-OVER-COUNT > ZERO
                       OR WS-WARN-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

           STOP RUN.

      *----------------------------------------------------------------
      * PARSE-MODE-PARM - SIMULATE IS THE DEFAULT, AS IN EMPSALRV, SO
      * AN ACCIDENTAL RUN WITH NO PARM CAN ONLY EVER PRINT A REPORT.
      *----------------------------------------------------------------
       PARSE-MODE-PARM.
           ACCEPT WS-PARM-REQUEST FROM COMMAND-LINE.
           MOVE SPACES TO WS-TOK1 WS-TOK2.
           UNSTRING WS-PARM-REQUEST DELIMITED BY ALL ' '
               INTO WS-TOK1 WS-TOK2.

           EVALUATE WS-TOK1
               WHEN 'APPLY'
                   SET WS-MODE-APPLY TO TRUE
                   MOVE 'APPLY   ' TO WS-H1-MODE
               WHEN OTHER
                   SET WS-MODE-SIMULATE TO TRUE
                   MOVE 'SIMULATE' TO WS-H1-MODE
           END-EVALUATE.

      *----------------------------------------------------------------
      * LOAD-CONTROL-CARDS - A MISSING OR EMPTY CONTROL FILE, OR ANY
      * BAD CARD, ABANDONS THE RUN BEFORE EMPFILE IS READ.
      *----------------------------------------------------------------
       LOAD-CONTROL-CARDS.
           OPEN INPUT REORG-CTL-FILE.
           IF WS-FS2 NOT = '00'
               SET WS-BAD-CONTROL-CARD TO TRUE
               DISPLAY 'EMPREORG: UNABLE TO OPEN REORGCTL - FILE '
                       'STATUS ' WS-FS2
           ELSE
               SET WS-NOT-EOF TO TRUE
               PERFORM UNTIL WS-EOF OR WS-BAD-CONTROL-CARD
                   READ REORG-CTL-FILE
                       AT END SET WS-EOF TO TRUE
                       NOT AT END PERFORM LOAD-ONE-CONTROL-CARD
                   END-READ
               END-PERFORM
               CLOSE REORG-CTL-FILE
               IF WS-CARD-COUNT = ZERO AND NOT WS-BAD-CONTROL-CARD
                   SET WS-BAD-CONTROL-CARD TO TRUE
                   DISPLAY 'EMPREORG: NO CONTROL CARDS SUPPLIED - RUN '
                           'ABANDONED'
               END-IF
           END-IF.

       LOAD-ONE-CONTROL-CARD.
           IF REORG-CTL-RECORD = SPACES
               CONTINUE
           ELSE
           IF RC-FROM-BRANCH = SPACES OR RC-FROM-DEPT = SPACES
                   OR RC-TO-BRANCH = SPACES OR RC-TO-DEPT = SPACES
               SET WS-BAD-CONTROL-CARD TO TRUE
               DISPLAY 'EMPREORG: FROM AND TO BRANCH/DEPT REQUIRED - '
                       REORG-CTL-RECORD
           ELSE
           IF RC-FROM-KEY = RC-TO-KEY
               SET WS-BAD-CONTROL-CARD TO TRUE
               DISPLAY 'EMPREORG: FROM AND TO ARE THE SAME CELL - '
                       REORG-CTL-RECORD
           ELSE
           IF RC-EFF-DATE NOT = SPACES AND RC-EFF-DATE IS NOT NUMERIC
               SET WS-BAD-CONTROL-CARD TO TRUE
               DISPLAY 'EMPREORG: EFFECTIVE DATE NOT NUMERIC - '
                       REORG-CTL-RECORD
           ELSE
           IF WS-CARD-COUNT >= WS-CARD-MAX
               SET WS-BAD-CONTROL-CARD TO TRUE
               DISPLAY 'EMPREORG: MORE THAN ' WS-CARD-MAX
                       ' CONTROL CARDS'
           ELSE
               ADD 1 TO WS-CARD-COUNT
               MOVE RC-FROM-KEY TO WS-CD-FROM-KEY(WS-CARD-COUNT)
               MOVE RC-TO-KEY   TO WS-CD-TO-KEY(WS-CARD-COUNT)
               MOVE RC-EFF-DATE TO WS-CD-EFF-DATE(WS-CARD-COUNT)
               MOVE RC-DESG     TO WS-CD-DESG(WS-CARD-COUNT)
               MOVE ZERO        TO WS-CD-HEADS(WS-CARD-COUNT)
               MOVE ZERO        TO WS-CD-SALARY(WS-CARD-COUNT)
               PERFORM CHECK-CARD-REFERENCES
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------
      * CHECK-CARD-REFERENCES - THE DESTINATION BRANCH MUST ALREADY
      * BE ACTIVE (A REORG MOVES PEOPLE BETWEEN BRANCHES, IT DOES NOT
      * OPEN ONE) AND THE OLD DEPARTMENT MUST BE A KNOWN CODE.  THE
      * NEW DEPARTMENT MAY BE A NEW CODE - THE REORG ADDS IT.  THEN
      * REGISTERS THE DEPARTMENTS, OWNERSHIP ROWS AND CELLS THE CARD
      * TOUCHES SO THE PLANNING PASSES HAVE THEM TO HAND.
      *----------------------------------------------------------------
       CHECK-CARD-REFERENCES.
           MOVE 'B'          TO REF-TYPE.
           MOVE RC-TO-BRANCH TO REF-CODE.
           READ REFFILE
               INVALID KEY
                   SET WS-BAD-CONTROL-CARD TO TRUE
               NOT INVALID KEY
                   IF NOT REF-IS-ACTIVE
                       SET WS-BAD-CONTROL-CARD TO TRUE
                   END-IF
           END-READ.
           IF WS-BAD-CONTROL-CARD
               DISPLAY 'EMPREORG: TO BRANCH NOT ACTIVE ON REFFILE - '
                       REORG-CTL-RECORD
           END-IF.

           IF NOT WS-BAD-CONTROL-CARD
               MOVE RC-FROM-DEPT TO WS-DEPT-SEARCH
               PERFORM REGISTER-DEPT
               IF WS-DEPT-SLOT = ZERO
                   SET WS-BAD-CONTROL-CARD TO TRUE
               ELSE
                   IF NOT WS-DP-IS-ON-REFFILE(WS-DEPT-SLOT)
                       SET WS-BAD-CONTROL-CARD TO TRUE
                       DISPLAY 'EMPREORG: FROM DEPT NOT ON REFFILE - '
                               REORG-CTL-RECORD
                   ELSE
                       MOVE 'Y' TO WS-DP-FROM-SW(WS-DEPT-SLOT)
                       MOVE WS-DP-DESC(WS-DEPT-SLOT) TO WS-FROM-DESC
                   END-IF
               END-IF
           END-IF.

           IF NOT WS-BAD-CONTROL-CARD
               MOVE RC-TO-DEPT TO WS-DEPT-SEARCH
               PERFORM REGISTER-DEPT
               IF WS-DEPT-SLOT = ZERO
                   SET WS-BAD-CONTROL-CARD TO TRUE
               ELSE
                   MOVE 'Y' TO WS-DP-TO-SW(WS-DEPT-SLOT)
                   IF NOT WS-DP-IS-ON-REFFILE(WS-DEPT-SLOT)
                           AND WS-DP-DESC(WS-DEPT-SLOT) = SPACES
                       MOVE WS-FROM-DESC TO WS-DP-DESC(WS-DEPT-SLOT)
                   END-IF
               END-IF
           END-IF.

           IF NOT WS-BAD-CONTROL-CARD
               MOVE RC-FROM-BRANCH TO WS-OWN-SEARCH
               PERFORM REGISTER-OWNERSHIP
               MOVE RC-TO-BRANCH   TO WS-OWN-SEARCH
               PERFORM REGISTER-OWNERSHIP
           END-IF.

           IF NOT WS-BAD-CONTROL-CARD
               MOVE RC-FROM-KEY TO WS-CELL-SEARCH-KEY
               PERFORM REGISTER-CARD-CELL
               IF WS-CELL-SLOT > ZERO
                   MOVE 'Y' TO WS-CL-FROM-SW(WS-CELL-SLOT)
                   MOVE RC-TO-KEY TO WS-CELL-SEARCH-KEY
                   PERFORM REGISTER-CARD-CELL
               END-IF
               IF WS-CELL-SLOT = ZERO
                   SET WS-BAD-CONTROL-CARD TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * REGISTER-DEPT - FINDS OR ADDS WS-DEPT-SEARCH ON THE DEPT
      * TABLE, READING ITS TYPE 'D' ROW ON FIRST SIGHT.
      *----------------------------------------------------------------
       REGISTER-DEPT.
           MOVE ZERO TO WS-DEPT-SLOT.
           PERFORM SCAN-ONE-DEPT-ENTRY
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               OR WS-DEPT-SLOT > ZERO.

           IF WS-DEPT-SLOT = ZERO
               IF WS-DEPT-COUNT >= WS-DEPT-MAX
                   DISPLAY 'EMPREORG: DEPT TABLE FULL - '
                           WS-DEPT-SEARCH ' - RUN ABANDONED'
               ELSE
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE WS-DEPT-COUNT TO WS-DEPT-SLOT
                   MOVE WS-DEPT-SEARCH TO WS-DP-CODE(WS-DEPT-SLOT)
                   MOVE 'N'    TO WS-DP-FOUND-SW(WS-DEPT-SLOT)
                   MOVE SPACE  TO WS-DP-ACTIVE(WS-DEPT-SLOT)
                   MOVE SPACES TO WS-DP-DESC(WS-DEPT-SLOT)
                   MOVE 'N'    TO WS-DP-FROM-SW(WS-DEPT-SLOT)
                   MOVE 'N'    TO WS-DP-TO-SW(WS-DEPT-SLOT)
                   MOVE SPACE  TO WS-DP-ACTION(WS-DEPT-SLOT)
                   MOVE 'D'            TO REF-TYPE
                   MOVE WS-DEPT-SEARCH TO REF-CODE
                   READ REFFILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-DP-FOUND-SW(WS-DEPT-SLOT)
                           MOVE REF-ACTIVE-FLAG
                               TO WS-DP-ACTIVE(WS-DEPT-SLOT)
                           MOVE REF-DESC TO WS-DP-DESC(WS-DEPT-SLOT)
                   END-READ
               END-IF
           END-IF.

       SCAN-ONE-DEPT-ENTRY.
           IF WS-DP-CODE(WS-DEPT-IDX) = WS-DEPT-SEARCH
               MOVE WS-DEPT-IDX TO WS-DEPT-SLOT
           END-IF.

      *----------------------------------------------------------------
      * REGISTER-OWNERSHIP - FINDS OR ADDS WS-OWN-SEARCH ON THE
      * OWNERSHIP TABLE, READING ITS TYPE 'O' ROW ON FIRST SIGHT.
      *----------------------------------------------------------------
       REGISTER-OWNERSHIP.
           PERFORM LOCATE-OWN-SLOT.
           IF WS-OWN-SLOT = ZERO
               IF WS-OWN-COUNT >= WS-OWN-MAX
                   SET WS-BAD-CONTROL-CARD TO TRUE
                   DISPLAY 'EMPREORG: OWNERSHIP TABLE FULL - '
                           WS-OWN-SEARCH ' - RUN ABANDONED'
               ELSE
                   ADD 1 TO WS-OWN-COUNT
                   MOVE WS-OWN-COUNT TO WS-OWN-SLOT
                   MOVE WS-OWN-SEARCH TO WS-OW-BRANCH(WS-OWN-SLOT)
                   MOVE 'N'    TO WS-OW-FOUND-SW(WS-OWN-SLOT)
                   MOVE SPACE  TO WS-OW-ACTIVE(WS-OWN-SLOT)
                   MOVE SPACES TO WS-OW-LIST-BEFORE(WS-OWN-SLOT)
                   MOVE SPACES TO WS-OW-LIST(WS-OWN-SLOT)
                   MOVE 'O'           TO REF-TYPE
                   MOVE WS-OWN-SEARCH TO REF-CODE
                   READ REFFILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-OW-FOUND-SW(WS-OWN-SLOT)
                           MOVE REF-ACTIVE-FLAG
                               TO WS-OW-ACTIVE(WS-OWN-SLOT)
                           MOVE REF-DESC
                               TO WS-OW-LIST-BEFORE(WS-OWN-SLOT)
                           MOVE REF-DESC TO WS-OW-LIST(WS-OWN-SLOT)
                   END-READ
               END-IF
           END-IF.

       LOCATE-OWN-SLOT.
           MOVE ZERO TO WS-OWN-SLOT.
           PERFORM SCAN-ONE-OWN-ENTRY
               VARYING WS-OWN-IDX FROM 1 BY 1
               UNTIL WS-OWN-IDX > WS-OWN-COUNT
               OR WS-OWN-SLOT > ZERO.

       SCAN-ONE-OWN-ENTRY.
           IF WS-OW-BRANCH(WS-OWN-IDX) = WS-OWN-SEARCH
               MOVE WS-OWN-IDX TO WS-OWN-SLOT
           END-IF.

      *----------------------------------------------------------------
      * REGISTER-CARD-CELL - A CELL A CARD NAMES IS MARKED TOUCHED
      * AND ITS BUDGET ROW READ THE FIRST TIME IT IS SEEN.
      *----------------------------------------------------------------
       REGISTER-CARD-CELL.
           PERFORM FIND-CELL.
           IF WS-CELL-SLOT > ZERO
               IF NOT WS-CL-IS-TOUCHED(WS-CELL-SLOT)
                   MOVE 'Y' TO WS-CL-TOUCHED-SW(WS-CELL-SLOT)
                   MOVE WS-CS-BRANCH TO BUD-BRANCH
                   MOVE WS-CS-DEPT   TO BUD-DEPT
                   READ BUDFILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-CL-BUD-SW(WS-CELL-SLOT)
                           MOVE BUD-AUTH-HEADCOUNT
                               TO WS-CL-AUTH-BEFORE(WS-CELL-SLOT)
                                  WS-CL-AUTH-AFTER(WS-CELL-SLOT)
                           MOVE BUD-SALARY-BUDGET
                               TO WS-CL-BUDGET-BEFORE(WS-CELL-SLOT)
                                  WS-CL-BUDGET-AFTER(WS-CELL-SLOT)
                   END-READ
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * FIND-CELL - LOCATES WS-CELL-SEARCH-KEY ON THE CELL TABLE,
      * INSERTING IT IN KEY ORDER ON FIRST SIGHT.  A FULL TABLE IS A
      * PLANNING ERROR, NOT A DROPPED SUBTOTAL: A MISSING CELL COULD
      * RETIRE A DEPARTMENT THAT STILL HAS STAFF.
      *----------------------------------------------------------------
       FIND-CELL.
           MOVE ZERO TO WS-CELL-SLOT.
           PERFORM LOCATE-CELL-SLOT
               VARYING WS-CELL-IDX FROM 1 BY 1
               UNTIL WS-CELL-IDX > WS-CELL-COUNT
               OR WS-CELL-SLOT > ZERO.

           IF WS-CELL-SLOT = ZERO
               PERFORM APPEND-CELL-ENTRY
           ELSE
               IF WS-CL-KEY(WS-CELL-SLOT) NOT = WS-CELL-SEARCH-KEY
                   PERFORM INSERT-CELL-ENTRY
               END-IF
           END-IF.

       LOCATE-CELL-SLOT.
           IF WS-CL-KEY(WS-CELL-IDX) NOT < WS-CELL-SEARCH-KEY
               MOVE WS-CELL-IDX TO WS-CELL-SLOT
           END-IF.

       APPEND-CELL-ENTRY.
           IF WS-CELL-COUNT >= WS-CELL-MAX
               SET WS-PLAN-IN-ERROR TO TRUE
               DISPLAY 'EMPREORG: CELL TABLE FULL - '
                       WS-CS-BRANCH ' ' WS-CS-DEPT
           ELSE
               ADD 1 TO WS-CELL-COUNT
               MOVE WS-CELL-COUNT TO WS-CELL-SLOT
               PERFORM INIT-CELL-SLOT
           END-IF.

       INSERT-CELL-ENTRY.
           IF WS-CELL-COUNT >= WS-CELL-MAX
               SET WS-PLAN-IN-ERROR TO TRUE
               DISPLAY 'EMPREORG: CELL TABLE FULL - '
                       WS-CS-BRANCH ' ' WS-CS-DEPT
               MOVE ZERO TO WS-CELL-SLOT
           ELSE
               ADD 1 TO WS-CELL-COUNT
               PERFORM SHIFT-CELL-ENTRY
                   VARYING WS-CELL-IDX FROM WS-CELL-COUNT BY -1
                   UNTIL WS-CELL-IDX NOT > WS-CELL-SLOT
               PERFORM INIT-CELL-SLOT
           END-IF.

       SHIFT-CELL-ENTRY.
           MOVE WS-CELL-ENTRY(WS-CELL-IDX - 1)
               TO WS-CELL-ENTRY(WS-CELL-IDX).

       INIT-CELL-SLOT.
           MOVE WS-CELL-SEARCH-KEY TO WS-CL-KEY(WS-CELL-SLOT).
           MOVE 'N'   TO WS-CL-TOUCHED-SW(WS-CELL-SLOT).
           MOVE 'N'   TO WS-CL-FROM-SW(WS-CELL-SLOT).
           MOVE 'N'   TO WS-CL-BUD-SW(WS-CELL-SLOT).
           MOVE SPACE TO WS-CL-BUD-ACTION(WS-CELL-SLOT).
           MOVE ZERO  TO WS-CL-HEADS-BEFORE(WS-CELL-SLOT).
           MOVE ZERO  TO WS-CL-HEADS-AFTER(WS-CELL-SLOT).
           MOVE ZERO  TO WS-CL-SAL-BEFORE(WS-CELL-SLOT).
           MOVE ZERO  TO WS-CL-SAL-AFTER(WS-CELL-SLOT).
           MOVE ZERO  TO WS-CL-AUTH-BEFORE(WS-CELL-SLOT).
           MOVE ZERO  TO WS-CL-AUTH-AFTER(WS-CELL-SLOT).
           MOVE ZERO  TO WS-CL-BUDGET-BEFORE(WS-CELL-SLOT).
           MOVE ZERO  TO WS-CL-BUDGET-AFTER(WS-CELL-SLOT).

      *----------------------------------------------------------------
      * MEASURE-ONE-EMPLOYEE - COUNTS THE EMPLOYEE INTO ITS CELL,
      * THEN, IF A CARD MOVES IT, OUT OF THE OLD CELL AND INTO THE
      * NEW ONE.  A RECORD WITH A NON-NUMERIC SALARY CANNOT BE MOVED
      * - EMPMAINT WOULD REJECT THE 'C' - SO IT STAYS WHERE IT IS,
      * IS LISTED, AND KEEPS ITS OLD CELL (AND DEPARTMENT) ALIVE.
      *----------------------------------------------------------------
       MEASURE-ONE-EMPLOYEE.
           MOVE EMP-BRANCH    TO WS-CS-BRANCH.
           MOVE EMP-DEPT-CODE TO WS-CS-DEPT.
           PERFORM FIND-CELL.
           IF WS-CELL-SLOT > ZERO
               ADD 1 TO WS-CL-HEADS-BEFORE(WS-CELL-SLOT)
                        WS-CL-HEADS-AFTER(WS-CELL-SLOT)
               IF EMP-SALARY IS NUMERIC
                   ADD EMP-SALARY TO WS-CL-SAL-BEFORE(WS-CELL-SLOT)
                                     WS-CL-SAL-AFTER(WS-CELL-SLOT)
               END-IF
           END-IF.

           PERFORM MATCH-EMPLOYEE-TO-CARD.
           IF WS-CARD-SLOT > ZERO
               IF EMP-SALARY IS NOT NUMERIC
                   ADD 1 TO WS-UNMOVED-COUNT
                   DISPLAY 'EMPREORG: EMP-ID ' EMP-ID
                           ' NOT MOVED - SALARY NOT NUMERIC'
               ELSE
                   ADD 1 TO WS-MOVED-COUNT
                   ADD 1 TO WS-CD-HEADS(WS-CARD-SLOT)
                   ADD EMP-SALARY TO WS-CD-SALARY(WS-CARD-SLOT)
                   MOVE WS-CD-FROM-KEY(WS-CARD-SLOT)
                       TO WS-CELL-SEARCH-KEY
                   PERFORM FIND-CELL
                   IF WS-CELL-SLOT > ZERO
                       SUBTRACT 1 FROM WS-CL-HEADS-AFTER(WS-CELL-SLOT)
                       SUBTRACT EMP-SALARY
                           FROM WS-CL-SAL-AFTER(WS-CELL-SLOT)
                   END-IF
                   MOVE WS-CD-TO-KEY(WS-CARD-SLOT)
                       TO WS-CELL-SEARCH-KEY
                   PERFORM FIND-CELL
                   IF WS-CELL-SLOT > ZERO
                       ADD 1 TO WS-CL-HEADS-AFTER(WS-CELL-SLOT)
                       ADD EMP-SALARY TO WS-CL-SAL-AFTER(WS-CELL-SLOT)
                   END-IF
               END-IF
           END-IF.

       MATCH-EMPLOYEE-TO-CARD.
           MOVE ZERO TO WS-CARD-SLOT.
           PERFORM MATCH-ONE-CONTROL-CARD
               VARYING WS-CARD-IDX FROM 1 BY 1
               UNTIL WS-CARD-IDX > WS-CARD-COUNT
               OR WS-CARD-SLOT > ZERO.

       MATCH-ONE-CONTROL-CARD.
           IF WS-CD-FROM-BRANCH(WS-CARD-IDX) = EMP-BRANCH
                   AND WS-CD-FROM-DEPT(WS-CARD-IDX) = EMP-DEPT-CODE
                   AND (WS-CD-DESG(WS-CARD-IDX) = SPACES
                   OR WS-CD-DESG(WS-CARD-IDX) = EMP-DESG)
               MOVE WS-CARD-IDX TO WS-CARD-SLOT
           END-IF.

      *----------------------------------------------------------------
      * PLAN-BUDGET-TRANSFERS - EACH CARD CARRIES AS MUCH OF THE OLD
      * CELL'S ESTABLISHMENT AS THE HEADS AND SALARY IT MOVES, UP TO
      * WHAT THE OLD CELL HAS LEFT.  A CELL THE REORG EMPTIES THEN
      * HANDS ITS REMAINING VACANCIES TO ITS FIRST CARD'S
      * DESTINATION AND ITS BUDGET ROW IS DELETED.
      *----------------------------------------------------------------
       PLAN-BUDGET-TRANSFERS.
           PERFORM TRANSFER-CARD-ESTABLISHMENT
               VARYING WS-CARD-IDX FROM 1 BY 1
               UNTIL WS-CARD-IDX > WS-CARD-COUNT.
           PERFORM TRANSFER-RESIDUAL-ESTABLISHMENT
               VARYING WS-CARD-IDX FROM 1 BY 1
               UNTIL WS-CARD-IDX > WS-CARD-COUNT.
           PERFORM DECIDE-BUDGET-ACTION
               VARYING WS-CELL-IDX FROM 1 BY 1
               UNTIL WS-CELL-IDX > WS-CELL-COUNT.

       LOCATE-CARD-CELLS.
           MOVE WS-CD-FROM-KEY(WS-CARD-IDX) TO WS-CELL-SEARCH-KEY.
           PERFORM FIND-CELL.
           MOVE WS-CELL-SLOT TO WS-FROM-SLOT.
           MOVE WS-CD-TO-KEY(WS-CARD-IDX) TO WS-CELL-SEARCH-KEY.
           PERFORM FIND-CELL.
           MOVE WS-CELL-SLOT TO WS-TO-SLOT.

       TRANSFER-CARD-ESTABLISHMENT.
           PERFORM LOCATE-CARD-CELLS.
           IF WS-FROM-SLOT > ZERO AND WS-TO-SLOT > ZERO
               IF WS-CL-IS-BUDGETED(WS-FROM-SLOT)
                   MOVE WS-CD-HEADS(WS-CARD-IDX) TO WS-MOVE-AUTH
                   IF WS-MOVE-AUTH > WS-CL-AUTH-AFTER(WS-FROM-SLOT)
                       MOVE WS-CL-AUTH-AFTER(WS-FROM-SLOT)
                           TO WS-MOVE-AUTH
                   END-IF
                   MOVE WS-CD-SALARY(WS-CARD-IDX) TO WS-MOVE-BUDGET
                   IF WS-MOVE-BUDGET >
                           WS-CL-BUDGET-AFTER(WS-FROM-SLOT)
                       MOVE WS-CL-BUDGET-AFTER(WS-FROM-SLOT)
                           TO WS-MOVE-BUDGET
                   END-IF
                   PERFORM MOVE-ESTABLISHMENT
               END-IF
           END-IF.

       TRANSFER-RESIDUAL-ESTABLISHMENT.
           PERFORM LOCATE-CARD-CELLS.
           IF WS-FROM-SLOT > ZERO AND WS-TO-SLOT > ZERO
               IF WS-CL-IS-BUDGETED(WS-FROM-SLOT)
                       AND WS-CL-HEADS-AFTER(WS-FROM-SLOT) = ZERO
                   MOVE WS-CL-AUTH-AFTER(WS-FROM-SLOT)
                       TO WS-MOVE-AUTH
                   MOVE WS-CL-BUDGET-AFTER(WS-FROM-SLOT)
                       TO WS-MOVE-BUDGET
                   PERFORM MOVE-ESTABLISHMENT
               END-IF
           END-IF.

       MOVE-ESTABLISHMENT.
           SUBTRACT WS-MOVE-AUTH   FROM WS-CL-AUTH-AFTER(WS-FROM-SLOT).
           SUBTRACT WS-MOVE-BUDGET
               FROM WS-CL-BUDGET-AFTER(WS-FROM-SLOT).
           ADD WS-MOVE-AUTH   TO WS-CL-AUTH-AFTER(WS-TO-SLOT).
           ADD WS-MOVE-BUDGET TO WS-CL-BUDGET-AFTER(WS-TO-SLOT).

       DECIDE-BUDGET-ACTION.
           IF WS-CL-IS-TOUCHED(WS-CELL-IDX)
               IF WS-CL-IS-BUDGETED(WS-CELL-IDX)
                   IF WS-CL-IS-FROM-CELL(WS-CELL-IDX)
                           AND WS-CL-HEADS-AFTER(WS-CELL-IDX) = ZERO
                           AND WS-CL-AUTH-AFTER(WS-CELL-IDX) = ZERO
                           AND WS-CL-BUDGET-AFTER(WS-CELL-IDX) = ZERO
                       MOVE 'D' TO WS-CL-BUD-ACTION(WS-CELL-IDX)
                   ELSE
                   IF WS-CL-AUTH-AFTER(WS-CELL-IDX) NOT =
                           WS-CL-AUTH-BEFORE(WS-CELL-IDX)
                           OR WS-CL-BUDGET-AFTER(WS-CELL-IDX) NOT =
                              WS-CL-BUDGET-BEFORE(WS-CELL-IDX)
                       MOVE 'C' TO WS-CL-BUD-ACTION(WS-CELL-IDX)
                   END-IF
                   END-IF
               ELSE
                   IF WS-CL-AUTH-AFTER(WS-CELL-IDX) > ZERO
                           OR WS-CL-BUDGET-AFTER(WS-CELL-IDX) > ZERO
                       MOVE 'A' TO WS-CL-BUD-ACTION(WS-CELL-IDX)
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * PLAN-REFERENCE-CHANGES - THE OLD DEPT COMES OFF THE OLD
      * BRANCH'S OWNERSHIP LIST ONCE ITS CELL IS EMPTY, THE NEW DEPT
      * GOES ON THE NEW BRANCH'S LIST (OTHERWISE EMPMAINT WOULD
      * REJECT EVERY MOVE AS 'DEPT NOT LINKED TO BRANCH'), THE NEW
      * DEPT CODE IS ADDED OR REACTIVATED, AND AN OLD DEPT CODE NO
      * EMPLOYEE ANYWHERE IS LEFT IN IS RETIRED.  REMOVALS ARE
      * PLANNED BEFORE ADDITIONS SO A RELOCATION WITHIN A FULL LIST
      * REUSES THE SLOT IT FREES.
      *----------------------------------------------------------------
       PLAN-REFERENCE-CHANGES.
           PERFORM PLAN-OWNERSHIP-REMOVAL
               VARYING WS-CARD-IDX FROM 1 BY 1
               UNTIL WS-CARD-IDX > WS-CARD-COUNT.
           PERFORM PLAN-OWNERSHIP-ADDITION
               VARYING WS-CARD-IDX FROM 1 BY 1
               UNTIL WS-CARD-IDX > WS-CARD-COUNT.
           PERFORM PLAN-ONE-DEPT-ACTION
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT.

       PLAN-OWNERSHIP-REMOVAL.
           PERFORM LOCATE-CARD-CELLS.
           MOVE WS-CD-FROM-BRANCH(WS-CARD-IDX) TO WS-OWN-SEARCH.
           PERFORM LOCATE-OWN-SLOT.
           IF WS-FROM-SLOT > ZERO AND WS-OWN-SLOT > ZERO
               IF WS-CL-HEADS-AFTER(WS-FROM-SLOT) = ZERO
                       AND WS-OW-IS-ON-REFFILE(WS-OWN-SLOT)
                   MOVE WS-CD-FROM-DEPT(WS-CARD-IDX)
                       TO WS-DEPT-SEARCH
                   PERFORM LOCATE-LISTED-DEPT
                   IF WS-LIST-POS > ZERO
                       IF WS-LIST-USED = 1
                           ADD 1 TO WS-WARN-COUNT
                           DISPLAY 'EMPREORG: ' WS-DEPT-SEARCH
                                   ' IS THE LAST DEPT ON THE O ROW '
                                   'FOR ' WS-OWN-SEARCH
                                   ' - LEFT LISTED'
                       ELSE
                           PERFORM CLOSE-UP-OWNED-LIST
                               VARYING WS-LIST-IDX FROM WS-LIST-POS
                               BY 1 UNTIL WS-LIST-IDX > 5
                           MOVE SPACES
                               TO WS-OW-DEPT(WS-OWN-SLOT, 6)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CLOSE-UP-OWNED-LIST.
           MOVE WS-OW-DEPT(WS-OWN-SLOT, WS-LIST-IDX + 1)
               TO WS-OW-DEPT(WS-OWN-SLOT, WS-LIST-IDX).

       PLAN-OWNERSHIP-ADDITION.
           MOVE WS-CD-TO-BRANCH(WS-CARD-IDX) TO WS-OWN-SEARCH.
           PERFORM LOCATE-OWN-SLOT.
           IF WS-OWN-SLOT > ZERO
               IF WS-OW-IS-ON-REFFILE(WS-OWN-SLOT)
                   MOVE WS-CD-TO-DEPT(WS-CARD-IDX) TO WS-DEPT-SEARCH
                   PERFORM LOCATE-LISTED-DEPT
                   IF WS-LIST-POS = ZERO
                       IF WS-LIST-USED >= 6
                           SET WS-PLAN-IN-ERROR TO TRUE
                           DISPLAY 'EMPREORG: O ROW FOR '
                                   WS-OWN-SEARCH ' ALREADY LISTS SIX '
                                   'DEPTS - CANNOT ADD '
                                   WS-DEPT-SEARCH
                       ELSE
                           ADD 1 TO WS-LIST-USED
                           MOVE WS-DEPT-SEARCH
                               TO WS-OW-DEPT(WS-OWN-SLOT, WS-LIST-USED)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * LOCATE-LISTED-DEPT - POSITION OF WS-DEPT-SEARCH ON THE
      * OWNERSHIP LIST AT WS-OWN-SLOT (ZERO IF NOT LISTED) AND HOW
      * MANY SLOTS THE LIST USES.  LISTS ARE PACKED LEFT TO RIGHT.
      *----------------------------------------------------------------
       LOCATE-LISTED-DEPT.
           MOVE ZERO TO WS-LIST-POS.
           MOVE ZERO TO WS-LIST-USED.
           PERFORM SCAN-ONE-LISTED-DEPT
               VARYING WS-LIST-IDX FROM 1 BY 1
               UNTIL WS-LIST-IDX > 6.

       SCAN-ONE-LISTED-DEPT.
           IF WS-OW-DEPT(WS-OWN-SLOT, WS-LIST-IDX) NOT = SPACES
               MOVE WS-LIST-IDX TO WS-LIST-USED
               IF WS-OW-DEPT(WS-OWN-SLOT, WS-LIST-IDX) =
                       WS-DEPT-SEARCH
                   MOVE WS-LIST-IDX TO WS-LIST-POS
               END-IF
           END-IF.

       PLAN-ONE-DEPT-ACTION.
           IF WS-DP-IS-TO-DEPT(WS-DEPT-IDX)
               IF NOT WS-DP-IS-ON-REFFILE(WS-DEPT-IDX)
                   MOVE 'A' TO WS-DP-ACTION(WS-DEPT-IDX)
               ELSE
                   IF WS-DP-ACTIVE(WS-DEPT-IDX) NOT = 'Y'
                       MOVE 'R' TO WS-DP-ACTION(WS-DEPT-IDX)
                   END-IF
               END-IF
           ELSE
               IF WS-DP-IS-FROM-DEPT(WS-DEPT-IDX)
                       AND WS-DP-ACTIVE(WS-DEPT-IDX) = 'Y'
                   MOVE WS-DP-CODE(WS-DEPT-IDX) TO WS-DEPT-SEARCH
                   MOVE ZERO TO WS-DEPT-HEADS
                   PERFORM SUM-ONE-DEPT-CELL
                       VARYING WS-CELL-IDX FROM 1 BY 1
                       UNTIL WS-CELL-IDX > WS-CELL-COUNT
                   IF WS-DEPT-HEADS = ZERO
                       MOVE 'N' TO WS-DP-ACTION(WS-DEPT-IDX)
                   END-IF
               END-IF
           END-IF.

       SUM-ONE-DEPT-CELL.
           IF WS-CL-DEPT(WS-CELL-IDX) = WS-DEPT-SEARCH
               ADD WS-CL-HEADS-AFTER(WS-CELL-IDX) TO WS-DEPT-HEADS
           END-IF.

      *----------------------------------------------------------------
      * OPEN-REORG-OUTPUTS - AN APPLY RUN WRITES ALL FOUR FILES OR
      * NONE OF THEM.
      *----------------------------------------------------------------
       OPEN-REORG-OUTPUTS.
           OPEN OUTPUT TRAN-OUT-FILE.
           OPEN OUTPUT REF-OUT-FILE.
           OPEN OUTPUT RET-OUT-FILE.
           OPEN OUTPUT BUD-OUT-FILE.
           IF WS-FS5 = '00' AND WS-FS6 = '00' AND WS-FS7 = '00'
                   AND WS-FS9 = '00'
               SET WS-WRITING-OUTPUT TO TRUE
           ELSE
               SET WS-OUTPUT-FAILED TO TRUE
               DISPLAY 'EMPREORG: UNABLE TO OPEN OUTPUTS - FILE '
                       'STATUS ' WS-FS5 ' ' WS-FS6 ' ' WS-FS9
                       ' ' WS-FS7
               IF WS-FS5 = '00'
                   CLOSE TRAN-OUT-FILE
               END-IF
               IF WS-FS6 = '00'
                   CLOSE REF-OUT-FILE
               END-IF
               IF WS-FS9 = '00'
                   CLOSE RET-OUT-FILE
               END-IF
               IF WS-FS7 = '00'
                   CLOSE BUD-OUT-FILE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * WRITE-REORG-TRANSACTIONS - SECOND PASS OVER EMPFILE, MATCHING
      * EXACTLY AS THE MEASURING PASS DID, WRITING ONE 'C' PER
      * EMPLOYEE MOVED.
      *----------------------------------------------------------------
       WRITE-REORG-TRANSACTIONS.
           CLOSE EMPFILE.
           OPEN INPUT EMPFILE.
           IF WS-FS1 NOT = '00'
               MOVE 'N' TO WS-EMPFILE-OPEN-SW
               SET WS-OUTPUT-FAILED TO TRUE
               DISPLAY 'EMPREORG: UNABLE TO REOPEN EMPFILE - FILE '
                       'STATUS ' WS-FS1
           ELSE
               SET WS-NOT-EOF TO TRUE
               PERFORM UNTIL WS-EOF
                   READ EMPFILE NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM MATCH-EMPLOYEE-TO-CARD
                           IF WS-CARD-SLOT > ZERO
                                   AND EMP-SALARY IS NUMERIC
                               PERFORM WRITE-CHANGE-TRANSACTION
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *----------------------------------------------------------------
      * WRITE-CHANGE-TRANSACTION - THE GENERATED 'C' CARRIES EVERY
      * CURRENT FIELD UNCHANGED EXCEPT THE BRANCH AND DEPARTMENT, SO
      * EMPMAINT'S REWRITE CANNOT CLOBBER ANYTHING ELSE.
      *----------------------------------------------------------------
       WRITE-CHANGE-TRANSACTION.
           MOVE SPACES         TO TRAN-OUT-RECORD.
           MOVE 'C'            TO TO-ACTION.
           MOVE EMP-ID         TO TO-EMP-ID.
           MOVE EMP-NAME       TO TO-EMP-NAME.
           MOVE EMP-DESG       TO TO-EMP-DESG.
           MOVE EMP-SALARY     TO TO-EMP-SALARY.
           MOVE WS-CD-TO-DEPT(WS-CARD-SLOT)   TO TO-EMP-DEPT-CODE.
           MOVE EMP-HIRE-DATE  TO TO-EMP-HIRE-DATE.
           MOVE WS-CD-TO-BRANCH(WS-CARD-SLOT) TO TO-EMP-BRANCH.
           MOVE WS-CD-EFF-DATE(WS-CARD-SLOT)  TO TO-EFF-DATE.
           MOVE EMP-STATUS     TO TO-EMP-STATUS.
           WRITE TRAN-OUT-RECORD.
           ADD 1 TO WS-TRAN-OUT-COUNT.

      *----------------------------------------------------------------
      * WRITE-CARD-SECTION - WHAT EACH CONTROL CARD MOVES.
      *----------------------------------------------------------------
       WRITE-CARD-SECTION.
           MOVE 'SECTION 1 - MOVES BY CONTROL CARD' TO WS-SECTION-LINE.
           PERFORM WRITE-SECTION-HEADER.
           MOVE WS-CARD-HEADING TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-ONE-CARD-LINE
               VARYING WS-CARD-IDX FROM 1 BY 1
               UNTIL WS-CARD-IDX > WS-CARD-COUNT.

       WRITE-ONE-CARD-LINE.
           MOVE SPACES TO WS-CARD-LINE.
           MOVE WS-CARD-IDX                    TO WS-CDL-NO.
           MOVE WS-CD-FROM-BRANCH(WS-CARD-IDX) TO WS-CDL-FROM-BRANCH.
           MOVE WS-CD-FROM-DEPT(WS-CARD-IDX)   TO WS-CDL-FROM-DEPT.
           MOVE WS-CD-TO-BRANCH(WS-CARD-IDX)   TO WS-CDL-TO-BRANCH.
           MOVE WS-CD-TO-DEPT(WS-CARD-IDX)     TO WS-CDL-TO-DEPT.
           IF WS-CD-DESG(WS-CARD-IDX) = SPACES
               MOVE 'ALL'                      TO WS-CDL-DESG
           ELSE
               MOVE WS-CD-DESG(WS-CARD-IDX)    TO WS-CDL-DESG
           END-IF.
           IF WS-CD-EFF-DATE(WS-CARD-IDX) = SPACES
               MOVE 'TONIGHT'                  TO WS-CDL-EFF-DATE
           ELSE
               MOVE WS-CD-EFF-DATE(WS-CARD-IDX) TO WS-CDL-EFF-DATE
           END-IF.
           MOVE WS-CD-HEADS(WS-CARD-IDX)       TO WS-CDL-HEADS.
           MOVE WS-CD-SALARY(WS-CARD-IDX)      TO WS-CDL-SALARY.
           MOVE WS-CARD-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.

      *----------------------------------------------------------------
      * WRITE-CELL-SECTION - BEFORE AND AFTER FOR EVERY CELL A CARD
      * NAMES, FLAGGED THE WAY EMPSTATS' VARIANCE SECTION FLAGS A
      * CELL THAT WOULD END UP OVER ITS ESTABLISHMENT.
      *----------------------------------------------------------------
       WRITE-CELL-SECTION.
           MOVE 'SECTION 2 - CELL IMPACT BEFORE AND AFTER'
               TO WS-SECTION-LINE.
           PERFORM WRITE-SECTION-HEADER.
           MOVE WS-CELL-HEADING-1 TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-CELL-HEADING-2 TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-ONE-CELL-LINE
               VARYING WS-CELL-IDX FROM 1 BY 1
               UNTIL WS-CELL-IDX > WS-CELL-COUNT.

       WRITE-ONE-CELL-LINE.
           IF WS-CL-IS-TOUCHED(WS-CELL-IDX)
               MOVE SPACES TO WS-CELL-LINE
               MOVE WS-CL-BRANCH(WS-CELL-IDX)  TO WS-CLL-BRANCH
               MOVE WS-CL-DEPT(WS-CELL-IDX)    TO WS-CLL-DEPT
               MOVE WS-CL-HEADS-BEFORE(WS-CELL-IDX)
                   TO WS-CLL-HEADS-BEF
               MOVE WS-CL-HEADS-AFTER(WS-CELL-IDX)
                   TO WS-CLL-HEADS-AFT
               MOVE WS-CL-SAL-BEFORE(WS-CELL-IDX)  TO WS-CLL-SAL-BEF
               MOVE WS-CL-SAL-AFTER(WS-CELL-IDX)   TO WS-CLL-SAL-AFT
               MOVE WS-CL-AUTH-BEFORE(WS-CELL-IDX) TO WS-CLL-AUTH-BEF
               MOVE WS-CL-AUTH-AFTER(WS-CELL-IDX)  TO WS-CLL-AUTH-AFT
               MOVE WS-CL-BUDGET-BEFORE(WS-CELL-IDX)
                   TO WS-CLL-BUD-BEF
               MOVE WS-CL-BUDGET-AFTER(WS-CELL-IDX)
                   TO WS-CLL-BUD-AFT
               PERFORM FLAG-CELL-AFTER-REORG
               MOVE WS-CELL-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       FLAG-CELL-AFTER-REORG.
           EVALUATE TRUE
               WHEN WS-CL-BUD-ACTION(WS-CELL-IDX) = 'D'
                   MOVE 'BUDGET ROW DELETED' TO WS-CLL-FLAG
               WHEN NOT WS-CL-IS-BUDGETED(WS-CELL-IDX)
                       AND WS-CL-BUD-ACTION(WS-CELL-IDX) NOT = 'A'
                   MOVE 'NOT BUDGETED' TO WS-CLL-FLAG
               WHEN WS-CL-HEADS-AFTER(WS-CELL-IDX) >
                       WS-CL-AUTH-AFTER(WS-CELL-IDX)
                       AND WS-CL-SAL-AFTER(WS-CELL-IDX) >
                           WS-CL-BUDGET-AFTER(WS-CELL-IDX)
                   ADD 1 TO WS-OVER-COUNT
                   MOVE '*OVER HEADCOUNT+SALARY*' TO WS-CLL-FLAG
               WHEN WS-CL-HEADS-AFTER(WS-CELL-IDX) >
                       WS-CL-AUTH-AFTER(WS-CELL-IDX)
                   ADD 1 TO WS-OVER-COUNT
                   MOVE '*OVER HEADCOUNT*' TO WS-CLL-FLAG
               WHEN WS-CL-SAL-AFTER(WS-CELL-IDX) >
                       WS-CL-BUDGET-AFTER(WS-CELL-IDX)
                   ADD 1 TO WS-OVER-COUNT
                   MOVE '*OVER SALARY*' TO WS-CLL-FLAG
               WHEN WS-CL-BUD-ACTION(WS-CELL-IDX) = 'A'
                   MOVE 'BUDGET ROW ADDED' TO WS-CLL-FLAG
               WHEN OTHER
                   MOVE SPACES TO WS-CLL-FLAG
           END-EVALUATE.

      *----------------------------------------------------------------
      * WRITE-MAINTENANCE-SECTION - EVERY REFMAINT AND BUDMAINT CARD
      * THE REORG NEEDS, IN THE ORDER THEY MUST APPLY: NEW DEPT
      * CODES BEFORE THE OWNERSHIP ROWS THAT LIST THEM, RETIREMENTS
      * LAST (ON RETOUT, FOR AFTER EMPMAINT HAS MOVED THE STAFF).
      * LISTED IN EVERY MODE; WRITTEN ONLY BY AN APPLY RUN.
      *----------------------------------------------------------------
       WRITE-MAINTENANCE-SECTION.
           MOVE 'SECTION 3 - GENERATED MAINTENANCE CARDS'
               TO WS-SECTION-LINE.
           PERFORM WRITE-SECTION-HEADER.
           PERFORM EMIT-DEPT-OPENING
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT.
           PERFORM EMIT-OWNERSHIP-CHANGE
               VARYING WS-OWN-IDX FROM 1 BY 1
               UNTIL WS-OWN-IDX > WS-OWN-COUNT.
           PERFORM EMIT-DEPT-RETIREMENT
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT.
           PERFORM EMIT-BUDGET-CHANGE
               VARYING WS-CELL-IDX FROM 1 BY 1
               UNTIL WS-CELL-IDX > WS-CELL-COUNT.

       EMIT-DEPT-OPENING.
           IF WS-DP-ACTION(WS-DEPT-IDX) = 'A'
                   OR WS-DP-ACTION(WS-DEPT-IDX) = 'R'
               MOVE SPACES TO REF-OUT-RECORD
               IF WS-DP-ACTION(WS-DEPT-IDX) = 'A'
                   MOVE 'A' TO RO-ACTION
               ELSE
                   MOVE 'C' TO RO-ACTION
               END-IF
               MOVE 'D'                     TO RO-TYPE
               MOVE WS-DP-CODE(WS-DEPT-IDX) TO RO-CODE
               MOVE WS-DP-DESC(WS-DEPT-IDX) TO RO-DESC
               MOVE 'Y'                     TO RO-ACTIVE-FLAG
               PERFORM EMIT-REFERENCE-CARD
           END-IF.

       EMIT-OWNERSHIP-CHANGE.
           IF WS-OW-IS-ON-REFFILE(WS-OWN-IDX)
                   AND WS-OW-LIST(WS-OWN-IDX) NOT =
                       WS-OW-LIST-BEFORE(WS-OWN-IDX)
               MOVE SPACES TO REF-OUT-RECORD
               MOVE 'C'                       TO RO-ACTION
               MOVE 'O'                       TO RO-TYPE
               MOVE WS-OW-BRANCH(WS-OWN-IDX)  TO RO-CODE
               MOVE WS-OW-LIST(WS-OWN-IDX)    TO RO-DESC
               MOVE WS-OW-ACTIVE(WS-OWN-IDX)  TO RO-ACTIVE-FLAG
               PERFORM EMIT-REFERENCE-CARD
           END-IF.

       EMIT-DEPT-RETIREMENT.
           IF WS-DP-ACTION(WS-DEPT-IDX) = 'N'
               MOVE SPACES TO REF-OUT-RECORD
               MOVE 'C'                     TO RO-ACTION
               MOVE 'D'                     TO RO-TYPE
               MOVE WS-DP-CODE(WS-DEPT-IDX) TO RO-CODE
               MOVE WS-DP-DESC(WS-DEPT-IDX) TO RO-DESC
               MOVE 'N'                     TO RO-ACTIVE-FLAG
               ADD 1 TO WS-RET-CARD-COUNT
               MOVE SPACES            TO WS-CARD-IMAGE-LINE
               MOVE 'REFMAINT RETOUT' TO WS-CIL-TARGET
               MOVE REF-OUT-RECORD    TO WS-CIL-IMAGE
               MOVE WS-CARD-IMAGE-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               IF WS-WRITING-OUTPUT
                   WRITE RET-OUT-RECORD FROM REF-OUT-RECORD
               END-IF
           END-IF.

       EMIT-REFERENCE-CARD.
           ADD 1 TO WS-REF-CARD-COUNT.
           MOVE SPACES            TO WS-CARD-IMAGE-LINE.
           MOVE 'REFMAINT REFOUT' TO WS-CIL-TARGET.
           MOVE REF-OUT-RECORD    TO WS-CIL-IMAGE.
           MOVE WS-CARD-IMAGE-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF WS-WRITING-OUTPUT
               WRITE REF-OUT-RECORD
           END-IF.

       EMIT-BUDGET-CHANGE.
           IF WS-CL-BUD-ACTION(WS-CELL-IDX) NOT = SPACE
               MOVE WS-CL-BUD-ACTION(WS-CELL-IDX)  TO BO-ACTION
               MOVE WS-CL-BRANCH(WS-CELL-IDX)      TO BO-BRANCH
               MOVE WS-CL-DEPT(WS-CELL-IDX)        TO BO-DEPT
               MOVE WS-CL-AUTH-AFTER(WS-CELL-IDX)  TO BO-AUTH-HEADCOUNT
               MOVE WS-CL-BUDGET-AFTER(WS-CELL-IDX)
                   TO BO-SALARY-BUDGET
               ADD 1 TO WS-BUD-CARD-COUNT
               MOVE SPACES         TO WS-CARD-IMAGE-LINE
               MOVE 'BUDMAINT BUDOUT' TO WS-CIL-TARGET
               MOVE BUD-OUT-RECORD TO WS-CIL-IMAGE
               MOVE WS-CARD-IMAGE-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               IF WS-WRITING-OUTPUT
                   WRITE BUD-OUT-RECORD
               END-IF
           END-IF.

       WRITE-TOTALS-SECTION.
           MOVE 'SECTION 4 - TOTALS' TO WS-SECTION-LINE.
           PERFORM WRITE-SECTION-HEADER.
           MOVE 'EMPLOYEES READ'              TO WS-TL-LABEL.
           MOVE WS-READ-COUNT                 TO WS-TL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'EMPLOYEES MOVED'             TO WS-TL-LABEL.
           MOVE WS-MOVED-COUNT                TO WS-TL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'NOT MOVED - SALARY INVALID'  TO WS-TL-LABEL.
           MOVE WS-UNMOVED-COUNT              TO WS-TL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'CELLS OVER ESTABLISHMENT'    TO WS-TL-LABEL.
           MOVE WS-OVER-COUNT                 TO WS-TL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'EMPMAINT TRANSACTIONS'       TO WS-TL-LABEL.
           MOVE WS-TRAN-OUT-COUNT             TO WS-TL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'REFMAINT CARDS'              TO WS-TL-LABEL.
           MOVE WS-REF-CARD-COUNT             TO WS-TL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'REFMAINT RETIREMENT CARDS'   TO WS-TL-LABEL.
           MOVE WS-RET-CARD-COUNT             TO WS-TL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'BUDMAINT CARDS'              TO WS-TL-LABEL.
           MOVE WS-BUD-CARD-COUNT             TO WS-TL-COUNT.
           PERFORM WRITE-TOTAL-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           EVALUATE TRUE
               WHEN WS-WRITING-OUTPUT
                   MOVE 'APPLY - TRANSACTIONS AND CARDS WRITTEN'
                       TO WS-PRINT-LINE
               WHEN WS-PLAN-IN-ERROR
                   MOVE 'PLANNING ERRORS (SEE SYSOUT) - NOTHING WRITTEN'
                       TO WS-PRINT-LINE
               WHEN WS-OUTPUT-FAILED
                   MOVE 'OUTPUT FILES NOT OPENED - NOTHING WRITTEN'
                       TO WS-PRINT-LINE
               WHEN OTHER
                   MOVE 'SIMULATE - NOTHING WRITTEN'
                       TO WS-PRINT-LINE
           END-EVALUATE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-SECTION-HEADER.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-SECTION-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-PAGE-HEADERS
           END-IF.
           MOVE WS-PRINT-LINE TO REORG-RPT-RECORD.
           WRITE REORG-RPT-RECORD.
           ADD 1 TO WS-LINE-COUNT.

       WRITE-PAGE-HEADERS.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO TO WS-H1-PAGE-NO.
           MOVE WS-HEADING-1 TO REORG-RPT-RECORD.
           WRITE REORG-RPT-RECORD.
           MOVE SPACES       TO REORG-RPT-RECORD.
           WRITE REORG-RPT-RECORD.
           MOVE ZERO TO WS-LINE-COUNT.
