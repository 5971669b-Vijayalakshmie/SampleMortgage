       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISCRPT.

      *----------------------------------------------------------------
      * DISCRPT - WEEKLY SALARY DISCLOSURE REPORT TO HR.  READS THE
      * SALARY DISCLOSURE LOG (THE BATCH DISCLOG DATASET AND THE
      * EMPINQ/EMPAPPR 'SDLG' QUEUE DATASET, CONCATENATED UNDER ONE
      * DD) AND LISTS EVERY EMP-SALARY SHOWN OR EXTRACTED UNMASKED
      * IN THE SEVEN DAYS ENDING ON THE WEEK-ENDING DATE, GROUPED BY
      * THE USERID IT WAS DISCLOSED TO, WITH A COUNT PER USERID AND
      * TOTALS OF VIEWS AND EXTRACTS.
      *
      * THE WEEK-ENDING DATE (YYYYMMDD) IS THE JCL PARM / COMMAND
      * LINE; NO PARM MEANS THE WEEK ENDING TODAY.  A LOG RECORD
      * WITH NO VALID DATE IS COUNTED, NOT LISTED, AND GIVES RC=4.
      * A BAD PARM, OR A LOG OR REPORT THAT WILL NOT OPEN, GIVES
      * RC=8.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISCLOSURE-LOG ASSIGN TO DISCLOG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-FS1.

           SELECT DISC-RPT-FILE ASSIGN TO RPTOUT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-FS2.

           SELECT DISC-SORT-FILE ASSIGN TO SORTWK1.

       DATA DIVISION.
       FILE SECTION.
       FD DISCLOSURE-LOG
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD     IS DISC-RECORD.

           COPY DISCREC.

       FD DISC-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.

       01 DISC-RPT-RECORD      PIC X(132).

       SD DISC-SORT-FILE
           RECORD CONTAINS 100 CHARACTERS.

       01 DISC-SORT-RECORD.
          05 DS-DATE            PIC X(08).
          05 DS-TIME            PIC X(08).
          05 DS-PROGRAM         PIC X(08).
          05 DS-OUTPUT          PIC X(08).
          05 DS-TYPE            PIC X(01).
             88 DS-IS-VIEW               VALUE 'V'.
             88 DS-IS-EXTRACT            VALUE 'X'.
          05 DS-USERID          PIC X(08).
          05 DS-EMP-ID          PIC X(05).
          05 DS-DEPT            PIC X(05).
          05 DS-BRANCH          PIC X(10).
          05 FILLER             PIC X(39).

       WORKING-STORAGE SECTION.
       01 WS-VAR.
          05 WS-FS1        PIC 9(02).
          05 WS-FS2        PIC 9(02).
          05 WS-EOF-SW     PIC X(01).
             88 WS-EOF               VALUE 'Y'.
             88 WS-NOT-EOF           VALUE 'N'.
          05 WS-DISCLOG-OPEN-SW  PIC X(01) VALUE 'N'.
             88 WS-DISCLOG-IS-OPEN         VALUE 'Y'.
          05 WS-RPT-OPEN-SW      PIC X(01) VALUE 'N'.
             88 WS-RPT-IS-OPEN             VALUE 'Y'.
          05 WS-PARM-OK-SW       PIC X(01) VALUE 'Y'.
             88 WS-PARM-OK                 VALUE 'Y'.
             88 WS-PARM-BAD                VALUE 'N'.

       01 WS-RUN-DATE           PIC X(08).
       01 WS-WEEK-PARM          PIC X(20) VALUE SPACES.

      *----------------------------------------------------------------
      * WEEK WINDOW - THE WEEK-ENDING DATE AND THE FIRST DAY OF THE
      * WEEK, SIX DAYS BEFORE IT, AS DATES AND AS DAY NUMBERS.
      *----------------------------------------------------------------
       01 WS-WEEK-WINDOW.
          05 WS-WEEK-END-DATE   PIC X(08).
          05 WS-WEEK-START-DATE PIC X(08).
          05 WS-WEEK-END-DAY    PIC 9(09).
          05 WS-WEEK-START-DAY  PIC 9(09).

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

      *----------------------------------------------------------------
      * DAYS-IN-MONTH TABLE - USED TO STEP THE WEEK-ENDING DATE BACK
      * SIX DAYS FOR THE HEADING.
      *----------------------------------------------------------------
       01 WS-MONTH-DAYS-VALUES.
          05 FILLER             PIC X(24) VALUE
             '312831303130313130313031'.
       01 WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
          05 WS-MONTH-DAYS      PIC 9(02) OCCURS 12 TIMES.

       01 WS-STEP-DATE.
          05 WS-SD-YYYY         PIC 9(04).
          05 WS-SD-MM           PIC 9(02).
          05 WS-SD-DD           PIC 9(02).
       01 WS-STEP-DATE-X REDEFINES WS-STEP-DATE PIC X(08).
       01 WS-STEP-COUNT         PIC 9(02).
       01 WS-LEAP-REM           PIC 9(03).
       01 WS-LEAP-QUOT          PIC 9(04).

       01 WS-CONTROL-BREAK.
          05 WS-PREV-USERID     PIC X(08).
          05 WS-SORT-EOF-SW     PIC X(01).
             88 WS-SORT-EOF              VALUE 'Y'.
             88 WS-SORT-NOT-EOF          VALUE 'N'.

       01 WS-DISC-COUNTERS.
          05 WS-READ-COUNT      PIC 9(07) VALUE ZERO.
          05 WS-UNDATED-COUNT   PIC 9(07) VALUE ZERO.
          05 WS-OUTSIDE-COUNT   PIC 9(07) VALUE ZERO.
          05 WS-WEEK-COUNT      PIC 9(07) VALUE ZERO.
          05 WS-VIEW-COUNT      PIC 9(07) VALUE ZERO.
          05 WS-EXTRACT-COUNT   PIC 9(07) VALUE ZERO.
          05 WS-USERID-COUNT    PIC 9(07) VALUE ZERO.
          05 WS-USER-DISC-COUNT PIC 9(07) VALUE ZERO.

       01 WS-PAGE-CONTROL.
          05 WS-PAGE-NO         PIC 9(04) VALUE ZERO.
          05 WS-LINE-COUNT      PIC 9(02) VALUE 99.
          05 WS-LINES-PER-PAGE  PIC 9(02) VALUE 55.

       01 WS-HEADING-1.
          05 FILLER             PIC X(36) VALUE
             'SALARY DISCLOSURES FOR HR - WEEK OF '.
          05 WS-H1-START-DATE   PIC X(08).
          05 FILLER             PIC X(04) VALUE ' TO '.
          05 WS-H1-END-DATE     PIC X(08).
          05 FILLER             PIC X(06) VALUE SPACES.
          05 FILLER             PIC X(05) VALUE 'PAGE '.
          05 WS-H1-PAGE-NO      PIC ZZZ9.

       01 WS-HEADING-2.
          05 FILLER             PIC X(10) VALUE 'USERID    '.
          05 FILLER             PIC X(10) VALUE 'DATE      '.
          05 FILLER             PIC X(08) VALUE 'TIME    '.
          05 FILLER             PIC X(10) VALUE 'PROGRAM   '.
          05 FILLER             PIC X(10) VALUE 'OUTPUT    '.
          05 FILLER             PIC X(09) VALUE 'TYPE     '.
          05 FILLER             PIC X(07) VALUE 'EMP-ID '.
          05 FILLER             PIC X(07) VALUE 'DEPT   '.
          05 FILLER             PIC X(10) VALUE 'BRANCH    '.

       01 WS-DETAIL-LINE.
          05 WS-DL-USERID       PIC X(08).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-DATE         PIC X(08).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-TIME         PIC X(06).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-PROGRAM      PIC X(08).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-OUTPUT       PIC X(08).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-TYPE         PIC X(07).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-EMP-ID       PIC X(05).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-DEPT         PIC X(05).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-BRANCH       PIC X(10).

       01 WS-USERID-TOTAL-LINE.
          05 FILLER             PIC X(10) VALUE SPACES.
          05 FILLER             PIC X(26) VALUE
             'SALARIES DISCLOSED TO     '.
          05 WS-UT-USERID       PIC X(08).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-UT-COUNT        PIC ZZZ,ZZ9.

       01 WS-TOTAL-LINE.
          05 WS-TL-LABEL        PIC X(25).
          05 WS-TL-COUNT        PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM SET-WEEK-WINDOW.

           IF WS-PARM-OK
               OPEN INPUT DISCLOSURE-LOG
               IF WS-FS1 = '00'
                   SET WS-DISCLOG-IS-OPEN TO TRUE
               ELSE
                   DISPLAY 'DISCRPT: UNABLE TO OPEN DISCLOG - FILE '
                           'STATUS ' WS-FS1
               END-IF
           END-IF.

           IF WS-DISCLOG-IS-OPEN
               OPEN OUTPUT DISC-RPT-FILE
               IF WS-FS2 = '00'
                   SET WS-RPT-IS-OPEN TO TRUE
               ELSE
                   DISPLAY 'DISCRPT: UNABLE TO OPEN RPTOUT - FILE '
                           'STATUS ' WS-FS2
               END-IF
           END-IF.

           IF WS-RPT-IS-OPEN
               SORT DISC-SORT-FILE
                   ON ASCENDING KEY DS-USERID DS-DATE DS-TIME
                   INPUT PROCEDURE  IS SELECT-WEEKS-DISCLOSURES
                   OUTPUT PROCEDURE IS PRINT-DISCLOSURE-LINES
               PERFORM WRITE-DISCLOSURE-TOTALS
               CLOSE DISC-RPT-FILE
           END-IF.

           IF WS-DISCLOG-IS-OPEN
               CLOSE DISCLOSURE-LOG
           END-IF.

           DISPLAY 'DISCRPT: WEEK ENDING        - ' WS-WEEK-END-DATE.
           DISPLAY 'DISCRPT: LOG RECORDS READ   - ' WS-READ-COUNT.
           DISPLAY 'DISCRPT: DISCLOSED IN WEEK  - ' WS-WEEK-COUNT.
           DISPLAY 'DISCRPT:   VIEWS            - ' WS-VIEW-COUNT.
           DISPLAY 'DISCRPT:   EXTRACTS         - ' WS-EXTRACT-COUNT.
           DISPLAY 'DISCRPT: USERIDS            - ' WS-USERID-COUNT.
           DISPLAY 'DISCRPT: UNDATED RECORDS    - ' WS-UNDATED-COUNT.

           IF NOT WS-RPT-IS-OPEN
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-UNDATED-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

           STOP RUN.

      *----------------------------------------------------------------
      * SET-WEEK-WINDOW - THE WEEK-ENDING DATE FROM THE PARM (TODAY
      * WHEN NONE), ITS DAY NUMBER, AND THE DATE AND DAY NUMBER OF
      * THE FIRST DAY OF THE WEEK.
      *----------------------------------------------------------------
       SET-WEEK-WINDOW.
           ACCEPT WS-WEEK-PARM FROM COMMAND-LINE.
           IF WS-WEEK-PARM = SPACES
               MOVE WS-RUN-DATE TO WS-WEEK-END-DATE
           ELSE
               MOVE WS-WEEK-PARM(1:8) TO WS-WEEK-END-DATE
           END-IF.

           MOVE WS-WEEK-END-DATE TO WS-STEP-DATE-X.
           IF WS-STEP-DATE-X IS NOT NUMERIC
              OR WS-WEEK-PARM(9:12) NOT = SPACES
               SET WS-PARM-BAD TO TRUE
           ELSE
               IF WS-SD-MM < 1 OR WS-SD-MM > 12
                  OR WS-SD-DD < 1 OR WS-SD-DD > 31
                   SET WS-PARM-BAD TO TRUE
               END-IF
           END-IF.
           IF WS-PARM-BAD
               DISPLAY 'DISCRPT: INVALID WEEK-ENDING DATE - '
                       WS-WEEK-PARM
               MOVE SPACES TO WS-WEEK-START-DATE
           ELSE
               MOVE WS-WEEK-END-DATE TO WS-DN-DATE
               PERFORM COMPUTE-DAY-NUMBER
               MOVE WS-DN-DAYS TO WS-WEEK-END-DAY
               COMPUTE WS-WEEK-START-DAY = WS-WEEK-END-DAY - 6
               PERFORM STEP-BACK-ONE-DAY
                   VARYING WS-STEP-COUNT FROM 1 BY 1
                   UNTIL WS-STEP-COUNT > 6
               MOVE WS-STEP-DATE-X TO WS-WEEK-START-DATE
           END-IF.

      *----------------------------------------------------------------
      * STEP-BACK-ONE-DAY - WS-STEP-DATE TO THE DAY BEFORE.
      *----------------------------------------------------------------
       STEP-BACK-ONE-DAY.
           IF WS-SD-DD > 1
               SUBTRACT 1 FROM WS-SD-DD
           ELSE
               IF WS-SD-MM > 1
                   SUBTRACT 1 FROM WS-SD-MM
               ELSE
                   MOVE 12 TO WS-SD-MM
                   SUBTRACT 1 FROM WS-SD-YYYY
               END-IF
               MOVE WS-MONTH-DAYS(WS-SD-MM) TO WS-SD-DD
               IF WS-SD-MM = 2
                   DIVIDE WS-SD-YYYY BY 4 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = ZERO
                       MOVE 29 TO WS-SD-DD
                       DIVIDE WS-SD-YYYY BY 100 GIVING WS-LEAP-QUOT
                           REMAINDER WS-LEAP-REM
                       IF WS-LEAP-REM = ZERO
                           DIVIDE WS-SD-YYYY BY 400
                               GIVING WS-LEAP-QUOT
                               REMAINDER WS-LEAP-REM
                           IF WS-LEAP-REM NOT = ZERO
                               MOVE 28 TO WS-SD-DD
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * SELECT-WEEKS-DISCLOSURES - SORT INPUT.  EVERY LOG RECORD
      * DATED INSIDE THE WEEK IS RELEASED; THE REST ARE COUNTED.
      *----------------------------------------------------------------
       SELECT-WEEKS-DISCLOSURES.
           SET WS-NOT-EOF TO TRUE.
           PERFORM UNTIL WS-EOF
               READ DISCLOSURE-LOG
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM RELEASE-IF-IN-WEEK
               END-READ
           END-PERFORM.

       RELEASE-IF-IN-WEEK.
           MOVE DISC-DATE TO WS-DN-DATE.
           IF WS-DN-DATE IS NOT NUMERIC
               ADD 1 TO WS-UNDATED-COUNT
           ELSE
               IF WS-DN-MM < 1 OR WS-DN-MM > 12
                   ADD 1 TO WS-UNDATED-COUNT
               ELSE
                   PERFORM COMPUTE-DAY-NUMBER
                   IF WS-DN-DAYS < WS-WEEK-START-DAY
                      OR WS-DN-DAYS > WS-WEEK-END-DAY
                       ADD 1 TO WS-OUTSIDE-COUNT
                   ELSE
                       MOVE DISC-RECORD TO DISC-SORT-RECORD
                       RELEASE DISC-SORT-RECORD
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * PRINT-DISCLOSURE-LINES - SORT OUTPUT.  ONE LINE PER
      * DISCLOSURE IN USERID / DATE / TIME ORDER, THE USERID PRINTED
      * ON ITS FIRST LINE ONLY, AND A COUNT AT EACH CHANGE OF USERID.
      *----------------------------------------------------------------
       PRINT-DISCLOSURE-LINES.
           MOVE SPACES TO WS-PREV-USERID.
           SET WS-SORT-NOT-EOF TO TRUE.
           PERFORM RETURN-SORTED-DISCLOSURE.
           PERFORM UNTIL WS-SORT-EOF
               IF WS-USERID-COUNT = ZERO
                  OR DS-USERID NOT = WS-PREV-USERID
                   IF WS-USERID-COUNT > ZERO
                       PERFORM WRITE-USERID-TOTAL
                   END-IF
                   ADD 1 TO WS-USERID-COUNT
                   MOVE ZERO TO WS-USER-DISC-COUNT
                   MOVE DS-USERID TO WS-PREV-USERID
                   MOVE DS-USERID TO WS-DL-USERID
               ELSE
                   MOVE SPACES    TO WS-DL-USERID
               END-IF
               PERFORM WRITE-DISCLOSURE-LINE
               PERFORM RETURN-SORTED-DISCLOSURE
           END-PERFORM.
           IF WS-USERID-COUNT > ZERO
               PERFORM WRITE-USERID-TOTAL
           END-IF.

       RETURN-SORTED-DISCLOSURE.
           RETURN DISC-SORT-FILE
               AT END SET WS-SORT-EOF TO TRUE
           END-RETURN.

       WRITE-DISCLOSURE-LINE.
           ADD 1 TO WS-WEEK-COUNT.
           ADD 1 TO WS-USER-DISC-COUNT.

           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-PAGE-HEADERS
               MOVE DS-USERID TO WS-DL-USERID
           END-IF.

           MOVE DS-DATE            TO WS-DL-DATE.
           MOVE DS-TIME(1:6)       TO WS-DL-TIME.
           MOVE DS-PROGRAM         TO WS-DL-PROGRAM.
           MOVE DS-OUTPUT          TO WS-DL-OUTPUT.
           IF DS-IS-EXTRACT
               MOVE 'EXTRACT'     TO WS-DL-TYPE
               ADD 1 TO WS-EXTRACT-COUNT
           ELSE
               MOVE 'VIEW'        TO WS-DL-TYPE
               ADD 1 TO WS-VIEW-COUNT
           END-IF.
           MOVE DS-EMP-ID          TO WS-DL-EMP-ID.
           MOVE DS-DEPT            TO WS-DL-DEPT.
           MOVE DS-BRANCH          TO WS-DL-BRANCH.

           MOVE WS-DETAIL-LINE     TO DISC-RPT-RECORD.
           WRITE DISC-RPT-RECORD.
           ADD 1 TO WS-LINE-COUNT.

       WRITE-USERID-TOTAL.
           MOVE WS-PREV-USERID     TO WS-UT-USERID.
           MOVE WS-USER-DISC-COUNT TO WS-UT-COUNT.
           MOVE WS-USERID-TOTAL-LINE TO DISC-RPT-RECORD.
           WRITE DISC-RPT-RECORD.
           MOVE SPACES             TO DISC-RPT-RECORD.
           WRITE DISC-RPT-RECORD.
           ADD 2 TO WS-LINE-COUNT.

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
           MOVE WS-PAGE-NO         TO WS-H1-PAGE-NO.
           MOVE WS-WEEK-START-DATE TO WS-H1-START-DATE.
           MOVE WS-WEEK-END-DATE   TO WS-H1-END-DATE.
           MOVE WS-HEADING-1 TO DISC-RPT-RECORD.
           WRITE DISC-RPT-RECORD.
           MOVE SPACES       TO DISC-RPT-RECORD.
           WRITE DISC-RPT-RECORD.
           MOVE WS-HEADING-2 TO DISC-RPT-RECORD.
           WRITE DISC-RPT-RECORD.
           MOVE SPACES       TO DISC-RPT-RECORD.
           WRITE DISC-RPT-RECORD.
           MOVE ZERO TO WS-LINE-COUNT.

       WRITE-DISCLOSURE-TOTALS.
           IF WS-PAGE-NO = ZERO
               PERFORM WRITE-PAGE-HEADERS
           END-IF.
           MOVE SPACES TO DISC-RPT-RECORD.
           WRITE DISC-RPT-RECORD.

           IF WS-WEEK-COUNT = ZERO
               MOVE 'NO SALARIES WERE DISCLOSED IN THE WEEK'
                   TO DISC-RPT-RECORD
               WRITE DISC-RPT-RECORD
               MOVE SPACES TO DISC-RPT-RECORD
               WRITE DISC-RPT-RECORD
           END-IF.

           MOVE 'SALARIES DISCLOSED       ' TO WS-TL-LABEL.
           MOVE WS-WEEK-COUNT    TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE    TO DISC-RPT-RECORD.
           WRITE DISC-RPT-RECORD.

           MOVE '  VIEWED UNMASKED        ' TO WS-TL-LABEL.
           MOVE WS-VIEW-COUNT    TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE    TO DISC-RPT-RECORD.
           WRITE DISC-RPT-RECORD.

           MOVE '  EXTRACTED              ' TO WS-TL-LABEL.
           MOVE WS-EXTRACT-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE    TO DISC-RPT-RECORD.
           WRITE DISC-RPT-RECORD.

           MOVE 'USERIDS DISCLOSED TO     ' TO WS-TL-LABEL.
           MOVE WS-USERID-COUNT  TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE    TO DISC-RPT-RECORD.
           WRITE DISC-RPT-RECORD.

           MOVE SPACES TO DISC-RPT-RECORD.
           WRITE DISC-RPT-RECORD.

           MOVE 'LOG RECORDS READ         ' TO WS-TL-LABEL.
           MOVE WS-READ-COUNT    TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE    TO DISC-RPT-RECORD.
           WRITE DISC-RPT-RECORD.

           MOVE 'OUTSIDE THE WEEK         ' TO WS-TL-LABEL.
           MOVE WS-OUTSIDE-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE    TO DISC-RPT-RECORD.
           WRITE DISC-RPT-RECORD.

           MOVE 'UNDATED (NOT LISTED)     ' TO WS-TL-LABEL.
           MOVE WS-UNDATED-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE    TO DISC-RPT-RECORD.
           WRITE DISC-RPT-RECORD.
