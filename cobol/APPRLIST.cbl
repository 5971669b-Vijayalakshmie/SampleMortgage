       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPRLIST.

      *----------------------------------------------------------------
      * APPRLIST - NIGHTLY LISTING OF CHANGES STILL WAITING ON THE
      * MAKER/CHECKER APPROVAL QUEUE (APPRQUE).  EVERY PENDING ITEM
      * IS LISTED IN EMP-ID ORDER WITH WHO KEYED IT, WHY IT WAS
      * HELD, THE SALARY AND STATUS IT WOULD SET, AND ITS AGE IN
      * DAYS SINCE IT WAS KEYED, SO A CHANGE NOBODY HAS DECIDED DOES
      * NOT SIT ON THE QUEUE UNNOTICED.  ITEMS OLDER THAN
      * WS-STALE-DAYS ARE FLAGGED AND GIVE RC=4.
      *
      * RUNS AFTER EMPMAINT, SO ITEMS APPROVED DURING THE DAY HAVE
      * ALREADY BEEN APPLIED AND ONLY GENUINELY UNDECIDED ITEMS (AND
      * APPROVED ITEMS WAITING ON A FUTURE EFFECTIVE DATE, WHICH
      * ARE COUNTED BUT NOT LISTED) REMAIN.
      *
      * PARM='BY=USERID' NAMES THE CHECKER THE LISTING IS FOR.  THE
      * OLD AND NEW SALARY PRINT ONLY WHERE SALCLR CLEARS THAT USERID
      * FOR THE EMPLOYEE'S BRANCH AND DEPARTMENT, EACH ONE LOGGED TO
      * DISCLOG; EVERY OTHER SALARY (AND EVERY SALARY WHEN NO BY= IS
      * GIVEN) PRINTS AS ASTERISKS.  A SALARY WHOSE DISCLOG RECORD
      * CANNOT BE WRITTEN ALSO PRINTS AS ASTERISKS AND GIVES RC=8.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPR-FILE ASSIGN TO APPRQUE
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS APPR-KEY
           FILE STATUS  IS WS-FS1.

           SELECT APPR-RPT-FILE ASSIGN TO APPRRPT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-FS2.

           SELECT SALCLR-FILE ASSIGN TO SALCLR
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CLR-KEY
           FILE STATUS  IS WS-FS3.

           SELECT DISCLOSURE-LOG ASSIGN TO DISCLOG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-FS4.

           SELECT RUN-JOURNAL ASSIGN TO RUNJRNL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-JRNL-FS.

       DATA DIVISION.
       FILE SECTION.
       FD APPR-FILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD     IS APPROVAL-QUEUE-RECORD.

           COPY APPRREC.

       FD APPR-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.

       01 APPR-RPT-RECORD      PIC X(132).

       FD SALCLR-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD     IS CLR-RECORD.

           COPY CLRREC.

       FD DISCLOSURE-LOG
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD     IS DISC-RECORD.

           COPY DISCREC.

       FD RUN-JOURNAL
           RECORD CONTAINS 100 CHARACTERS.

           COPY RUNJRNL.

       WORKING-STORAGE SECTION.
       01 WS-VAR.
          05 WS-FS1        PIC 9(02).
          05 WS-FS2        PIC 9(02).
          05 WS-FS3        PIC 9(02).
          05 WS-FS4        PIC 9(02).
          05 WS-EOF-SW     PIC X(01).
             88 WS-EOF               VALUE 'Y'.
             88 WS-NOT-EOF           VALUE 'N'.
          05 WS-APPR-OPEN-SW     PIC X(01) VALUE 'N'.
             88 WS-APPR-IS-OPEN            VALUE 'Y'.
          05 WS-SALCLR-OPEN-SW   PIC X(01) VALUE 'N'.
             88 WS-SALCLR-IS-OPEN          VALUE 'Y'.
          05 WS-DISCLOG-OPEN-SW  PIC X(01) VALUE 'N'.
             88 WS-DISCLOG-IS-OPEN         VALUE 'Y'.

       01 WS-JRNL-FS           PIC 9(02) VALUE ZERO.
       01 WS-JOURNAL-OPEN-SW   PIC X(01) VALUE 'N'.
          88 WS-JOURNAL-IS-OPEN          VALUE 'Y'.

       01 WS-RUN-DATE           PIC X(08).

       01 WS-PARM-REQUEST       PIC X(20) VALUE SPACES.

      *----------------------------------------------------------------
      * SALARY CLEARANCE - WS-REQUESTER IS THE USERID FROM THE BY=
      * PARM.  EACH ITEM'S SALARIES START MASKED AND PRINT ONLY WHEN
      * SALCLR CLEARS THE REQUESTER FOR THE BRANCH (OR '*ALL') AND
      * DEPARTMENT (OR '*ALL') ON THE QUEUED TRANSACTION AND THE
      * DISCLOSURE CAN BE LOGGED; EITHER FILE MISSING MASKS THE LOT.
      *----------------------------------------------------------------
       01 WS-CLEARANCE.
          05 WS-REQUESTER       PIC X(08) VALUE SPACES.
          05 WS-CLR-IDX         PIC 9(02) VALUE ZERO.
          05 WS-SALARY-CLEARED-SW PIC X(01) VALUE 'N'.
             88 WS-SALARY-CLEARED          VALUE 'Y'.
             88 WS-SALARY-MASKED           VALUE 'N'.
          05 WS-MASKED-SALARY   PIC X(10) VALUE ALL '*'.
          05 WS-SHOWN-COUNT     PIC 9(07) VALUE ZERO.
          05 WS-MASKED-COUNT    PIC 9(07) VALUE ZERO.
          05 WS-DISC-FAIL-COUNT PIC 9(07) VALUE ZERO.

      *----------------------------------------------------------------
      * AN ITEM UNDECIDED FOR MORE THAN THIS MANY DAYS IS FLAGGED
      * 'OVERDUE' ON THE LISTING.
      *----------------------------------------------------------------
       01 WS-STALE-DAYS         PIC 9(03) VALUE 5.

      *----------------------------------------------------------------
      * WS-QUEUED-TRAN - THE QUEUED TRANSACTION IMAGE, IN EMPMAINT'S
      * MAINT-TRAN-RECORD LAYOUT.
      *----------------------------------------------------------------
       01 WS-QUEUED-TRAN.
          05 WS-QT-ACTION          PIC X(01).
          05 WS-QT-EMP-ID          PIC X(05).
          05 WS-QT-EMP-NAME        PIC X(15).
          05 WS-QT-EMP-DESG        PIC X(10).
          05 WS-QT-EMP-SALARY      PIC X(10).
          05 WS-QT-EMP-DEPT-CODE   PIC X(05).
          05 WS-QT-EMP-HIRE-DATE   PIC X(08).
          05 WS-QT-EMP-BRANCH      PIC X(10).
          05 WS-QT-EFF-DATE        PIC X(08).
          05 WS-QT-EMP-STATUS      PIC X(01).

      *----------------------------------------------------------------
      * DAY-NUMBER WORK AREA.  COMPUTE-DAY-NUMBER TURNS WS-DN-DATE
      * (YYYYMMDD) INTO A CONTINUOUS DAY COUNT, COUNTING THE YEAR
      * FROM MARCH SO THE LEAP DAY FALLS AT ITS END; THE DIFFERENCE
      * OF TWO DAY NUMBERS IS THE ELAPSED DAYS BETWEEN THE DATES.
      * EACH DIVIDE GIVES AN INTEGER QUOTIENT, WHICH IS WHAT DROPS
      * THE FRACTIONS.
      *----------------------------------------------------------------
       01 WS-DAY-NUMBER-WORK.
          05 WS-DN-DATE         PIC X(08).
          05 WS-DN-DATE-R REDEFINES WS-DN-DATE.
             10 WS-DN-YYYY      PIC 9(04).
             10 WS-DN-MM        PIC 9(02).
             10 WS-DN-DD        PIC 9(02).
          05 WS-DN-YEAR         PIC 9(04).
          05 WS-DN-MONTH        PIC 9(02).
          05 WS-DN-QUOT         PIC 9(07).
          05 WS-DN-DAYS         PIC 9(09).
          05 WS-RUN-DAY-NO      PIC 9(09).
          05 WS-AGE-DAYS        PIC 9(05).

       01 WS-LIST-COUNTERS.
          05 WS-READ-COUNT      PIC 9(07) VALUE ZERO.
          05 WS-PENDING-COUNT   PIC 9(07) VALUE ZERO.
          05 WS-OVERDUE-COUNT   PIC 9(07) VALUE ZERO.
          05 WS-WAITING-COUNT   PIC 9(07) VALUE ZERO.
          05 WS-OLDEST-DAYS     PIC 9(07) VALUE ZERO.

       01 WS-PAGE-CONTROL.
          05 WS-PAGE-NO         PIC 9(04) VALUE ZERO.
          05 WS-LINE-COUNT      PIC 9(02) VALUE 99.
          05 WS-LINES-PER-PAGE  PIC 9(02) VALUE 55.

       01 WS-HEADING-1.
          05 FILLER             PIC X(36) VALUE
             'CHANGES AWAITING APPROVAL AS OF    '.
          05 WS-H1-RUN-DATE     PIC X(08).
          05 FILLER             PIC X(06) VALUE SPACES.
          05 FILLER             PIC X(05) VALUE 'PAGE '.
          05 WS-H1-PAGE-NO      PIC ZZZ9.
          05 FILLER             PIC X(06) VALUE SPACES.
          05 FILLER             PIC X(04) VALUE 'FOR '.
          05 WS-H1-REQUESTER    PIC X(08).

       01 WS-HEADING-2.
          05 FILLER             PIC X(07) VALUE 'EMP-ID '.
          05 FILLER             PIC X(10) VALUE 'KEYED     '.
          05 FILLER             PIC X(06) VALUE '  AGE '.
          05 FILLER             PIC X(10) VALUE 'VIA       '.
          05 FILLER             PIC X(10) VALUE 'MAKER     '.
          05 FILLER             PIC X(13) VALUE 'HELD FOR     '.
          05 FILLER             PIC X(04) VALUE 'ACT '.
          05 FILLER             PIC X(12) VALUE '  OLD SALARY'.
          05 FILLER             PIC X(12) VALUE '  NEW SALARY'.
          05 FILLER             PIC X(06) VALUE ' ST   '.
          05 FILLER             PIC X(10) VALUE 'EFF DATE  '.
          05 FILLER             PIC X(07) VALUE 'OVERDUE'.

       01 WS-DETAIL-LINE.
          05 WS-DL-EMP-ID       PIC X(05).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-KEYED-DATE   PIC X(08).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-AGE          PIC ZZZZ9.
          05 FILLER             PIC X(01) VALUE SPACES.
          05 WS-DL-SOURCE       PIC X(08).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-MAKER        PIC X(08).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-REASON       PIC X(11).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-ACTION       PIC X(01).
          05 FILLER             PIC X(03) VALUE SPACES.
          05 WS-DL-OLD-SALARY   PIC X(10).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-NEW-SALARY   PIC X(10).
          05 FILLER             PIC X(03) VALUE SPACES.
          05 WS-DL-OLD-STATUS   PIC X(01).
          05 WS-DL-ARROW        PIC X(01).
          05 WS-DL-NEW-STATUS   PIC X(01).
          05 FILLER             PIC X(03) VALUE SPACES.
          05 WS-DL-EFF-DATE     PIC X(08).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-OVERDUE      PIC X(07).

       01 WS-TOTAL-LINE.
          05 WS-TL-LABEL        PIC X(25).
          05 WS-TL-COUNT        PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM WRITE-JOURNAL-START.

           ACCEPT WS-PARM-REQUEST FROM COMMAND-LINE.
           IF WS-PARM-REQUEST(1:3) = 'BY='
               MOVE WS-PARM-REQUEST(4:8) TO WS-REQUESTER
               PERFORM OPEN-CLEARANCE-FILES
           END-IF.
           MOVE WS-REQUESTER TO WS-H1-REQUESTER.

           MOVE WS-RUN-DATE TO WS-DN-DATE.
           PERFORM COMPUTE-DAY-NUMBER.
           MOVE WS-DN-DAYS  TO WS-RUN-DAY-NO.

           OPEN INPUT APPR-FILE.
           OPEN OUTPUT APPR-RPT-FILE.

           IF WS-FS1 = '00'
               SET WS-APPR-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'APPRLIST: UNABLE TO OPEN APPRQUE - FILE '
                       'STATUS ' WS-FS1
           END-IF.

           IF WS-APPR-IS-OPEN
               SET WS-NOT-EOF TO TRUE
               PERFORM UNTIL WS-EOF
                   READ APPR-FILE NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           IF APPR-IS-PENDING
                               PERFORM LIST-PENDING-ITEM
                           ELSE
                               IF APPR-IS-APPROVED
                                   ADD 1 TO WS-WAITING-COUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

           PERFORM WRITE-LIST-TOTALS.

           IF WS-APPR-IS-OPEN
               CLOSE APPR-FILE
           END-IF.
           CLOSE APPR-RPT-FILE.
           IF WS-SALCLR-IS-OPEN
               CLOSE SALCLR-FILE
           END-IF.
           IF WS-DISCLOG-IS-OPEN
               CLOSE DISCLOSURE-LOG
           END-IF.

           DISPLAY 'APPRLIST: QUEUE ITEMS READ  - ' WS-READ-COUNT.
           DISPLAY 'APPRLIST: PENDING LISTED    - ' WS-PENDING-COUNT.
           DISPLAY 'APPRLIST:   OVERDUE         - ' WS-OVERDUE-COUNT.
           DISPLAY 'APPRLIST: APPROVED, WAITING - ' WS-WAITING-COUNT.
           DISPLAY 'APPRLIST: OLDEST (DAYS)     - ' WS-OLDEST-DAYS.
           DISPLAY 'APPRLIST: SALARY RECIPIENT  - ' WS-REQUESTER.
           DISPLAY 'APPRLIST: SALARIES SHOWN    - ' WS-SHOWN-COUNT.
           DISPLAY 'APPRLIST: SALARIES MASKED   - ' WS-MASKED-COUNT.
           IF WS-DISC-FAIL-COUNT > ZERO
               DISPLAY 'APPRLIST: DISCLOG WRITES FAILED - '
                       WS-DISC-FAIL-COUNT
           END-IF.

           IF NOT WS-APPR-IS-OPEN
                   OR WS-DISC-FAIL-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-OVERDUE-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

           PERFORM WRITE-JOURNAL-END.

           STOP RUN.

      *----------------------------------------------------------------
      * LIST-PENDING-ITEM - ONE LINE PER UNDECIDED ITEM.  THE AGE IS
      * WHOLE DAYS FROM THE DATE KEYED TO TONIGHT'S RUN DATE.  AN ADD
      * HAS NO OLD SALARY, SO ONLY ITS NEW SALARY IS LOGGED.
      *----------------------------------------------------------------
       LIST-PENDING-ITEM.
           ADD 1 TO WS-PENDING-COUNT.
           MOVE APPR-TRAN-IMAGE TO WS-QUEUED-TRAN.

           MOVE ZERO TO WS-AGE-DAYS.
           IF APPR-KEYED-DATE IS NUMERIC
               MOVE APPR-KEYED-DATE TO WS-DN-DATE
               PERFORM COMPUTE-DAY-NUMBER
               IF WS-RUN-DAY-NO > WS-DN-DAYS
                   COMPUTE WS-AGE-DAYS = WS-RUN-DAY-NO - WS-DN-DAYS
               END-IF
           END-IF.
           IF WS-AGE-DAYS > WS-OLDEST-DAYS
               MOVE WS-AGE-DAYS TO WS-OLDEST-DAYS
           END-IF.

           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-PAGE-HEADERS
           END-IF.

           MOVE SPACES            TO WS-DETAIL-LINE.
           MOVE APPR-EMP-ID       TO WS-DL-EMP-ID.
           MOVE APPR-KEYED-DATE   TO WS-DL-KEYED-DATE.
           MOVE WS-AGE-DAYS       TO WS-DL-AGE.
           MOVE APPR-SOURCE       TO WS-DL-SOURCE.
           MOVE APPR-MAKER-ID     TO WS-DL-MAKER.
           EVALUATE TRUE
               WHEN APPR-FOR-SALARY
                   MOVE 'SALARY'      TO WS-DL-REASON
               WHEN APPR-FOR-SUSPENSION
                   MOVE 'SUSPENSION'  TO WS-DL-REASON
               WHEN APPR-FOR-BOTH
                   MOVE 'SAL+SUSPEND' TO WS-DL-REASON
               WHEN OTHER
                   MOVE APPR-HOLD-REASON TO WS-DL-REASON
           END-EVALUATE.
           MOVE WS-QT-ACTION      TO WS-DL-ACTION.
           PERFORM CHECK-SALARY-CLEARANCE.
           IF WS-QT-ACTION = 'A'
               MOVE SPACES           TO WS-DL-OLD-SALARY
           ELSE
               IF WS-SALARY-CLEARED
                   PERFORM WRITE-DISCLOSURE-RECORD
               END-IF
               IF WS-SALARY-CLEARED
                   MOVE APPR-OLD-SALARY  TO WS-DL-OLD-SALARY
               ELSE
                   MOVE WS-MASKED-SALARY TO WS-DL-OLD-SALARY
                   ADD 1 TO WS-MASKED-COUNT
               END-IF
           END-IF.
           IF WS-SALARY-CLEARED
               PERFORM WRITE-DISCLOSURE-RECORD
           END-IF.
           IF WS-SALARY-CLEARED
               MOVE WS-QT-EMP-SALARY TO WS-DL-NEW-SALARY
           ELSE
               MOVE WS-MASKED-SALARY TO WS-DL-NEW-SALARY
               ADD 1 TO WS-MASKED-COUNT
           END-IF.
           MOVE APPR-OLD-STATUS   TO WS-DL-OLD-STATUS.
           MOVE '>'               TO WS-DL-ARROW.
           MOVE WS-QT-EMP-STATUS  TO WS-DL-NEW-STATUS.
           MOVE WS-QT-EFF-DATE    TO WS-DL-EFF-DATE.
           IF WS-AGE-DAYS > WS-STALE-DAYS
               MOVE 'OVERDUE'     TO WS-DL-OVERDUE
               ADD 1 TO WS-OVERDUE-COUNT
           END-IF.

           MOVE WS-DETAIL-LINE    TO APPR-RPT-RECORD.
           WRITE APPR-RPT-RECORD.
           ADD 1 TO WS-LINE-COUNT.

      *----------------------------------------------------------------
      * OPEN-CLEARANCE-FILES - SALCLR IS READ BY KEY; DISCLOG IS
      * APPENDED TO, FALLING BACK TO OUTPUT THE FIRST TIME.  WITHOUT
      * BOTH, NO SALARY CAN BE SHOWN, SO THE LISTING RUNS MASKED.
      *----------------------------------------------------------------
       OPEN-CLEARANCE-FILES.
           OPEN INPUT SALCLR-FILE.
           IF WS-FS3 = '00'
               SET WS-SALCLR-IS-OPEN TO TRUE
           END-IF.
           OPEN EXTEND DISCLOSURE-LOG.
           IF WS-FS4 NOT = '00'
               OPEN OUTPUT DISCLOSURE-LOG
           END-IF.
           IF WS-FS4 = '00'
               SET WS-DISCLOG-IS-OPEN TO TRUE
           END-IF.
           IF NOT WS-SALCLR-IS-OPEN OR NOT WS-DISCLOG-IS-OPEN
               DISPLAY 'APPRLIST: SALCLR/DISCLOG NOT AVAILABLE '
                       '(STATUS ' WS-FS3 '/' WS-FS4
                       ') - ALL SALARIES MASKED'
           END-IF.

      *----------------------------------------------------------------
      * CHECK-SALARY-CLEARANCE - FOR THE QUEUED TRANSACTION, LOOKS
      * FOR THE REQUESTER'S SALCLR ROW FOR ITS BRANCH, THEN FOR ITS
      * '*ALL' ROW, AND CLEARS THE SALARIES WHEN EITHER LISTS ITS
      * DEPARTMENT OR '*ALL'.
      *----------------------------------------------------------------
       CHECK-SALARY-CLEARANCE.
           SET WS-SALARY-MASKED TO TRUE.
           IF WS-SALCLR-IS-OPEN AND WS-DISCLOG-IS-OPEN
               MOVE WS-REQUESTER     TO CLR-USERID
               MOVE WS-QT-EMP-BRANCH TO CLR-BRANCH
               PERFORM TEST-ONE-CLEARANCE-ROW
               IF WS-SALARY-MASKED
                   MOVE WS-REQUESTER TO CLR-USERID
                   MOVE '*ALL'       TO CLR-BRANCH
                   PERFORM TEST-ONE-CLEARANCE-ROW
               END-IF
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
               IF CLR-DEPT(WS-CLR-IDX) = WS-QT-EMP-DEPT-CODE
                       OR CLR-DEPT(WS-CLR-IDX) = '*ALL'
                   SET WS-SALARY-CLEARED TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * WRITE-DISCLOSURE-RECORD - ONE DISCLOG RECORD FOR EACH SALARY
      * PRINTED UNMASKED.  IF THE RECORD CANNOT BE WRITTEN THE ITEM
      * FALLS BACK TO MASKED, SO NOTHING PRINTS WITHOUT A LOG ENTRY.
      *----------------------------------------------------------------
       WRITE-DISCLOSURE-RECORD.
           MOVE SPACES              TO DISC-RECORD.
           MOVE WS-RUN-DATE         TO DISC-DATE.
           ACCEPT DISC-TIME FROM TIME.
           MOVE 'APPRLIST'          TO DISC-PROGRAM.
           MOVE 'APPRRPT'           TO DISC-OUTPUT.
           SET DISC-IS-VIEW         TO TRUE.
           MOVE WS-REQUESTER        TO DISC-USERID.
           MOVE APPR-EMP-ID         TO DISC-EMP-ID.
           MOVE WS-QT-EMP-DEPT-CODE TO DISC-DEPT.
           MOVE WS-QT-EMP-BRANCH    TO DISC-BRANCH.
           WRITE DISC-RECORD.
           IF WS-FS4 = '00'
               ADD 1 TO WS-SHOWN-COUNT
           ELSE
               ADD 1 TO WS-DISC-FAIL-COUNT
               DISPLAY 'APPRLIST: DISCLOG WRITE FAILED FOR EMP-ID '
                       APPR-EMP-ID ' - FILE STATUS ' WS-FS4
               SET WS-SALARY-MASKED TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * COMPUTE-DAY-NUMBER - WS-DN-DATE (YYYYMMDD) TO WS-DN-DAYS.
      *----------------------------------------------------------------
       COMPUTE-DAY-NUMBER.
           IF WS-DN-MM > 2
               MOVE WS-DN-YYYY TO WS-DN-YEAR
               COMPUTE WS-DN-MONTH = WS-DN-MM - 3
           ELSE
               COMPUTE WS-DN-YEAR  = WS-DN-YYYY - 1
               COMPUTE WS-DN-MONTH = WS-DN-MM + 9
           END-IF.

           COMPUTE WS-DN-DAYS = WS-DN-YEAR * 365 + WS-DN-DD.
           DIVIDE WS-DN-YEAR BY 4   GIVING WS-DN-QUOT.
           ADD WS-DN-QUOT TO WS-DN-DAYS.
           DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-QUOT.
           SUBTRACT WS-DN-QUOT FROM WS-DN-DAYS.
           DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-QUOT.
           ADD WS-DN-QUOT TO WS-DN-DAYS.
           COMPUTE WS-DN-QUOT = WS-DN-MONTH * 153 + 2.
           DIVIDE WS-DN-QUOT BY 5   GIVING WS-DN-QUOT.
           ADD WS-DN-QUOT TO WS-DN-DAYS.

       WRITE-PAGE-HEADERS.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO  TO WS-H1-PAGE-NO.
           MOVE WS-RUN-DATE TO WS-H1-RUN-DATE.
           MOVE WS-HEADING-1 TO APPR-RPT-RECORD.
           WRITE APPR-RPT-RECORD.
           MOVE SPACES       TO APPR-RPT-RECORD.
           WRITE APPR-RPT-RECORD.
           MOVE WS-HEADING-2 TO APPR-RPT-RECORD.
           WRITE APPR-RPT-RECORD.
           MOVE SPACES       TO APPR-RPT-RECORD.
           WRITE APPR-RPT-RECORD.
           MOVE ZERO TO WS-LINE-COUNT.

       WRITE-LIST-TOTALS.
           IF WS-PAGE-NO = ZERO
               PERFORM WRITE-PAGE-HEADERS
           END-IF.
           MOVE SPACES TO APPR-RPT-RECORD.
           WRITE APPR-RPT-RECORD.

           MOVE 'QUEUE ITEMS READ         ' TO WS-TL-LABEL.
           MOVE WS-READ-COUNT    TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE    TO APPR-RPT-RECORD.
           WRITE APPR-RPT-RECORD.

           MOVE 'PENDING - AWAITING CHECK ' TO WS-TL-LABEL.
           MOVE WS-PENDING-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE    TO APPR-RPT-RECORD.
           WRITE APPR-RPT-RECORD.

           MOVE '  OVERDUE                ' TO WS-TL-LABEL.
           MOVE WS-OVERDUE-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE    TO APPR-RPT-RECORD.
           WRITE APPR-RPT-RECORD.

           MOVE 'APPROVED, NOT YET DUE    ' TO WS-TL-LABEL.
           MOVE WS-WAITING-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE    TO APPR-RPT-RECORD.
           WRITE APPR-RPT-RECORD.

           MOVE 'OLDEST PENDING (DAYS)    ' TO WS-TL-LABEL.
           MOVE WS-OLDEST-DAYS   TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE    TO APPR-RPT-RECORD.
           WRITE APPR-RPT-RECORD.

           MOVE 'SALARIES MASKED          ' TO WS-TL-LABEL.
           MOVE WS-MASKED-COUNT  TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE    TO APPR-RPT-RECORD.
           WRITE APPR-RPT-RECORD.

       WRITE-JOURNAL-START.
           OPEN EXTEND RUN-JOURNAL.
           IF WS-JRNL-FS NOT = '00'
               OPEN OUTPUT RUN-JOURNAL
           END-IF.
           IF WS-JRNL-FS = '00'
               SET WS-JOURNAL-IS-OPEN TO TRUE
               MOVE SPACES     TO JRNL-RECORD
               MOVE 'S'        TO JRNL-REC-TYPE
               MOVE 'APPRLIST' TO JRNL-PROGRAM
               ACCEPT JRNL-DATE FROM DATE YYYYMMDD
               ACCEPT JRNL-TIME FROM TIME
               MOVE ZERO TO JRNL-RC
               MOVE ZERO TO JRNL-COUNT-VAL(1)
               MOVE ZERO TO JRNL-COUNT-VAL(2)
               MOVE ZERO TO JRNL-COUNT-VAL(3)
               WRITE JRNL-RECORD
           ELSE
               DISPLAY 'APPRLIST: RUN JOURNAL UNAVAILABLE - FILE '
                       'STATUS ' WS-JRNL-FS
           END-IF.

       WRITE-JOURNAL-END.
           IF WS-JOURNAL-IS-OPEN
               MOVE SPACES     TO JRNL-RECORD
               MOVE 'E'        TO JRNL-REC-TYPE
               MOVE 'APPRLIST' TO JRNL-PROGRAM
               ACCEPT JRNL-DATE FROM DATE YYYYMMDD
               ACCEPT JRNL-TIME FROM TIME
               MOVE RETURN-CODE      TO JRNL-RC
               MOVE 'READ'           TO JRNL-COUNT-LBL(1)
               MOVE WS-READ-COUNT    TO JRNL-COUNT-VAL(1)
               MOVE 'PENDING'        TO JRNL-COUNT-LBL(2)
               MOVE WS-PENDING-COUNT TO JRNL-COUNT-VAL(2)
               MOVE 'OVERDUE'        TO JRNL-COUNT-LBL(3)
               MOVE WS-OVERDUE-COUNT TO JRNL-COUNT-VAL(3)
               WRITE JRNL-RECORD
               CLOSE RUN-JOURNAL
           END-IF.
