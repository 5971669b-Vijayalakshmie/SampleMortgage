           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-FS3.

           SELECT SALCLR-FILE ASSIGN TO SALCLR
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CLR-KEY
           FILE STATUS  IS WS-FS4.

           SELECT DISCLOSURE-LOG ASSIGN TO DISCLOG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-FS5.

       DATA DIVISION.
       FILE SECTION.
       FD EMPHIST
          05 HA-HIST-IMAGE      PIC X(200).
          05 HA-ARCH-DATE       PIC X(08).

       FD SALCLR-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD     IS CLR-RECORD.

           COPY CLRREC.

       FD DISCLOSURE-LOG
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD     IS DISC-RECORD.

           COPY DISCREC.

       WORKING-STORAGE SECTION.
       01 WS-VAR.
          05 WS-FS1        PIC 9(02).
          05 WS-FS2        PIC 9(02).
          05 WS-FS3        PIC 9(02).
          05 WS-FS4        PIC 9(02).
          05 WS-FS5        PIC 9(02).
          05 WS-EOF-SW     PIC X(01).
             88 WS-EOF               VALUE 'Y'.
             88 WS-NOT-EOF           VALUE 'N'.
          05 WS-EMPHIST-OPEN-SW  PIC X(01) VALUE 'N'.
             88 WS-EMPHIST-IS-OPEN         VALUE 'Y'.
          05 WS-SALCLR-OPEN-SW   PIC X(01) VALUE 'N'.
             88 WS-SALCLR-IS-OPEN          VALUE 'Y'.
          05 WS-DISCLOG-OPEN-SW  PIC X(01) VALUE 'N'.
             88 WS-DISCLOG-IS-OPEN         VALUE 'Y'.

       01 WS-PARM-REQUEST      PIC X(40) VALUE SPACES.
       01 WS-PARM-WORDS.
          05 WS-PARM-WORD OCCURS 3 TIMES PIC X(12).
       01 WS-WORD-IDX          PIC 9(02) VALUE ZERO.
       01 WS-PARM-TOKENS.
          05 WS-TOK1            PIC X(08) VALUE SPACES.
          05 WS-TOK2            PIC X(08) VALUE SPACES.

       01 WS-ROW-COUNT         PIC 9(07) VALUE ZERO.

      *----------------------------------------------------------------
      * SALARY CLEARANCE - WS-REQUESTER IS THE USERID FROM THE BY=
      * WORD OF THE REQUEST.  EACH IMAGE'S SALARY STARTS MASKED AND
      * IS SHOWN ONLY WHEN SALCLR CLEARS THE REQUESTER FOR THAT
      * IMAGE'S BRANCH (OR '*ALL') AND DEPARTMENT (OR '*ALL') AND THE
      * DISCLOSURE CAN BE LOGGED; EITHER FILE MISSING MASKS THE LOT,
      * AND A DISCLOG WRITE THAT FAILS MASKS THAT IMAGE.
      *----------------------------------------------------------------
       01 WS-CLEARANCE.
          05 WS-REQUESTER       PIC X(08) VALUE SPACES.
          05 WS-CLR-IDX         PIC 9(02) VALUE ZERO.
          05 WS-SALARY-CLEARED-SW PIC X(01) VALUE 'N'.
             88 WS-SALARY-CLEARED          VALUE 'Y'.
             88 WS-SALARY-MASKED           VALUE 'N'.
          05 WS-SHOWN-COUNT     PIC 9(07) VALUE ZERO.
          05 WS-MASKED-COUNT    PIC 9(07) VALUE ZERO.
          05 WS-DISC-FAIL-COUNT PIC 9(07) VALUE ZERO.
          05 WS-RUN-DATE        PIC X(08) VALUE SPACES.

      *----------------------------------------------------------------
      * WS-IMAGE-AREA - WORKING COPY OF THE EMPREC LAYOUT SO THE
      * 80-BYTE BEFORE/AFTER IMAGES CAN BE BROKEN BACK OUT INTO
          05 FILLER             PIC X(11) VALUE SPACES.
          05 FILLER             PIC X(05) VALUE 'PAGE '.
          05 WS-H1-PAGE-NO      PIC ZZZ9.
          05 FILLER             PIC X(17) VALUE
             '   REQUESTED BY '.
          05 WS-H1-REQUESTER    PIC X(08).

       01 WS-HIST-HEAD-LINE.
          05 FILLER             PIC X(07) VALUE 'EMP-ID '.
             'HISTORY ROWS REPORTED    '.
          05 WS-TL-COUNT        PIC ZZZ,ZZ9.

       01 WS-MASKED-LINE.
          05 FILLER             PIC X(25) VALUE
             'SALARY IMAGES MASKED     '.
          05 WS-ML-COUNT        PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
           PERFORM PARSE-REQUEST-PARM.

               STOP RUN
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-CLEARANCE-FILES.

           OPEN INPUT EMPHIST.
           OPEN OUTPUT HIST-RPT-FILE.


           PERFORM WRITE-REPORT-TOTALS.
           CLOSE HIST-RPT-FILE.
           IF WS-SALCLR-IS-OPEN
               CLOSE SALCLR-FILE
           END-IF.
           IF WS-DISCLOG-IS-OPEN
               CLOSE DISCLOSURE-LOG
           END-IF.

           DISPLAY 'EMPHRPT: HISTORY ROWS REPORTED - ' WS-ROW-COUNT.
           DISPLAY 'EMPHRPT: SALARY IMAGES SHOWN   - ' WS-SHOWN-COUNT.
           DISPLAY 'EMPHRPT: SALARY IMAGES MASKED  - ' WS-MASKED-COUNT.
           IF WS-DISC-FAIL-COUNT > ZERO
               DISPLAY 'EMPHRPT: DISCLOG WRITES FAILED - '
                       WS-DISC-FAIL-COUNT
           END-IF.

           IF NOT WS-EMPHIST-IS-OPEN
                   OR WS-DISC-FAIL-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-ROW-COUNT = ZERO
      * COMMAND LINE (OR SYSIN WHEN NO PARM IS CODED) AS EITHER A
      * SINGLE EMP-ID OR A PAIR OF YYYYMMDD DATES.  ONE TOKEN MEANS
      * AN EMP-ID REQUEST; TWO 8-DIGIT TOKENS MEAN A DATE RANGE.
      * EITHER MAY BE FOLLOWED BY BY=USERID, THE USERID THE REPORT
      * IS FOR, WHICH DECIDES WHICH SALARIES PRINT UNMASKED.
      *----------------------------------------------------------------
       PARSE-REQUEST-PARM.
           ACCEPT WS-PARM-REQUEST FROM COMMAND-LINE.
               ACCEPT WS-PARM-REQUEST FROM SYSIN
           END-IF.

           MOVE SPACES TO WS-TOK1 WS-TOK2 WS-PARM-WORDS.
           UNSTRING WS-PARM-REQUEST DELIMITED BY ALL ' '
               INTO WS-PARM-WORD(1) WS-PARM-WORD(2) WS-PARM-WORD(3).
           PERFORM SORT-OUT-ONE-PARM-WORD
               VARYING WS-WORD-IDX FROM 1 BY 1
               UNTIL WS-WORD-IDX > 3.
           MOVE WS-REQUESTER TO WS-H1-REQUESTER.

           IF WS-TOK1 = SPACES OR WS-MODE-INVALID
               SET WS-MODE-INVALID TO TRUE
           ELSE
               IF WS-TOK2 = SPACES
               END-IF
           END-IF.

       SORT-OUT-ONE-PARM-WORD.
           IF WS-PARM-WORD(WS-WORD-IDX) = SPACES
               CONTINUE
           ELSE
           IF WS-PARM-WORD(WS-WORD-IDX)(1:3) = 'BY='
               MOVE WS-PARM-WORD(WS-WORD-IDX)(4:8) TO WS-REQUESTER
           ELSE
           IF WS-TOK1 = SPACES
               MOVE WS-PARM-WORD(WS-WORD-IDX) TO WS-TOK1
           ELSE
           IF WS-TOK2 = SPACES
               MOVE WS-PARM-WORD(WS-WORD-IDX) TO WS-TOK2
           ELSE
               SET WS-MODE-INVALID TO TRUE
           END-IF
           END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------
      * OPEN-CLEARANCE-FILES - SALCLR IS READ BY KEY; DISCLOG IS
      * APPENDED TO, FALLING BACK TO OUTPUT THE FIRST TIME.  WITHOUT
      * BOTH, NO SALARY CAN BE SHOWN, SO THE REPORT RUNS MASKED.
      *----------------------------------------------------------------
       OPEN-CLEARANCE-FILES.
           OPEN INPUT SALCLR-FILE.
           IF WS-FS4 = '00'
               SET WS-SALCLR-IS-OPEN TO TRUE
           END-IF.
           OPEN EXTEND DISCLOSURE-LOG.
           IF WS-FS5 NOT = '00'
               OPEN OUTPUT DISCLOSURE-LOG
           END-IF.
           IF WS-FS5 = '00'
               SET WS-DISCLOG-IS-OPEN TO TRUE
           END-IF.
           IF NOT WS-SALCLR-IS-OPEN OR NOT WS-DISCLOG-IS-OPEN
               DISPLAY 'EMPHRPT: SALCLR/DISCLOG NOT AVAILABLE (STATUS '
                       WS-FS4 '/' WS-FS5 ') - ALL SALARIES MASKED'
           END-IF.

      *----------------------------------------------------------------
      * REPORT-ONE-EMPLOYEE-HISTORY - POSITIONS ON THE FIRST HISTORY
      * ROW FOR THE REQUESTED EMP-ID AND READS FORWARD UNTIL THE KEY
      * WRITE-HISTORY-DETAIL - ONE HISTORY ROW PRINTS AS A KEY LINE
      * FOLLOWED BY ITS BEFORE AND AFTER IMAGES BROKEN OUT INTO THE
      * EMPREC FIELDS.  AN ADD HAS NO BEFORE IMAGE AND A DELETE NO
      * AFTER IMAGE; THE BLANK SIDE PRINTS AS '(NONE)'.  EACH IMAGE'S
      * SALARY IS CLEARED AGAINST THAT IMAGE'S OWN BRANCH AND DEPT,
      * SO A TRANSFER CAN SHOW ONE SIDE AND MASK THE OTHER.
      *----------------------------------------------------------------
       WRITE-HISTORY-DETAIL.
           ADD 1 TO WS-ROW-COUNT.
           ELSE
               MOVE WS-IMG-NAME      TO WS-IL-NAME
               MOVE WS-IMG-DESG      TO WS-IL-DESG
               PERFORM CHECK-SALARY-CLEARANCE
               IF WS-SALARY-CLEARED
                   MOVE WS-IMG-SALARY TO WS-IL-SALARY
               ELSE
                   MOVE ALL '*'      TO WS-IL-SALARY
               END-IF
               MOVE WS-IMG-DEPT      TO WS-IL-DEPT
               MOVE WS-IMG-HIRE-DATE TO WS-IL-HIRE-DATE
               MOVE WS-IMG-BRANCH    TO WS-IL-BRANCH
           MOVE WS-ROW-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO HIST-RPT-RECORD.
           WRITE HIST-RPT-RECORD.
           MOVE WS-MASKED-COUNT TO WS-ML-COUNT.
           MOVE WS-MASKED-LINE TO HIST-RPT-RECORD.
           WRITE HIST-RPT-RECORD.

      *----------------------------------------------------------------
      * CHECK-SALARY-CLEARANCE - FOR THE IMAGE IN WS-IMAGE-AREA,
      * LOOKS FOR THE REQUESTER'S SALCLR ROW FOR THE IMAGE'S BRANCH,
      * THEN FOR ITS '*ALL' ROW, AND CLEARS THE SALARY WHEN EITHER
      * LISTS THE IMAGE'S DEPARTMENT OR '*ALL'.  A CLEARED SALARY IS
      * LOGGED TO DISCLOG BEFORE IT PRINTS, AND PRINTS MASKED IF THE
      * LOG WRITE FAILS.
      *----------------------------------------------------------------
       CHECK-SALARY-CLEARANCE.
           SET WS-SALARY-MASKED TO TRUE.
           IF WS-SALCLR-IS-OPEN AND WS-DISCLOG-IS-OPEN
                   AND WS-REQUESTER NOT = SPACES
               MOVE WS-REQUESTER  TO CLR-USERID
               MOVE WS-IMG-BRANCH TO CLR-BRANCH
               PERFORM TEST-ONE-CLEARANCE-ROW
               IF WS-SALARY-MASKED
                   MOVE WS-REQUESTER TO CLR-USERID
                   MOVE '*ALL'       TO CLR-BRANCH
                   PERFORM TEST-ONE-CLEARANCE-ROW
               END-IF
           END-IF.

           IF WS-SALARY-CLEARED
               PERFORM WRITE-DISCLOSURE-RECORD
           END-IF.

           IF WS-SALARY-CLEARED
               ADD 1 TO WS-SHOWN-COUNT
           ELSE
               ADD 1 TO WS-MASKED-COUNT
           END-IF.

       TEST-ONE-CLEARANCE-ROW.
           READ SALCLR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM SCAN-ONE-CLEARED-DEPT
                       VARYING WS-CLR-IDX FROM 1 BY 1
                       UNTIL WS-CLR-IDX > 10 OR WS-SALARY-CLEARED
           END-READ.

       SCAN-ONE-CLEARED-DEPT.
           IF CLR-DEPT(WS-CLR-IDX) NOT = SPACES
               IF CLR-DEPT(WS-CLR-IDX) = WS-IMG-DEPT
                       OR CLR-DEPT(WS-CLR-IDX) = '*ALL'
                   SET WS-SALARY-CLEARED TO TRUE
               END-IF
           END-IF.

       WRITE-DISCLOSURE-RECORD.
           MOVE SPACES         TO DISC-RECORD.
           MOVE WS-RUN-DATE    TO DISC-DATE.
           ACCEPT DISC-TIME FROM TIME.
           MOVE 'EMPHRPT'      TO DISC-PROGRAM.
           MOVE 'RPTOUT'       TO DISC-OUTPUT.
           SET DISC-IS-VIEW    TO TRUE.
           MOVE WS-REQUESTER   TO DISC-USERID.
           MOVE EMPH-EMP-ID    TO DISC-EMP-ID.
           MOVE WS-IMG-DEPT    TO DISC-DEPT.
           MOVE WS-IMG-BRANCH  TO DISC-BRANCH.
           WRITE DISC-RECORD.
           IF WS-FS5 NOT = '00'
               ADD 1 TO WS-DISC-FAIL-COUNT
               DISPLAY 'EMPHRPT: DISCLOG WRITE FAILED FOR EMP-ID '
                       EMPH-EMP-ID ' - FILE STATUS ' WS-FS5
               SET WS-SALARY-MASKED TO TRUE
           END-IF.
