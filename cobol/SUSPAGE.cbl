       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPAGE.

      *----------------------------------------------------------------
      * SUSPAGE - DAILY AGING REPORT OF THE EMPMAINT REJECT SUSPENSE
      * FILE.  EVERY ITEM NOT YET RESOLVED OR CANCELLED - STILL OPEN,
      * OR RELEASED AND WAITING FOR TONIGHT'S RUN - IS LISTED WITH
      * ITS KEY (WHAT SUSPMNT NEEDS TO ACTION IT), ITS AGE IN DAYS
      * SINCE IT WAS FIRST REJECTED, THE LATEST REJECT REASON AND
      * HOW MANY TIMES IT HAS BEEN REJECTED, THEN COUNTED INTO ONE
      * OF THREE AGE BUCKETS:
      *     UP TO 1 DAY    (REJECTED LAST NIGHT, OR TONIGHT)
      *     2 TO 5 DAYS
      *     OVER 5 DAYS    - FLAGGED, AND GIVES RC=4
      * RESOLVED AND CANCELLED ITEMS STAY ON THE FILE AS A RECORD
      * AND ARE ONLY COUNTED.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSP-FILE ASSIGN TO SUSPENSE
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS SUSP-KEY
           FILE STATUS  IS WS-FS1.

           SELECT SUSP-RPT-FILE ASSIGN TO SUSPRPT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-FS2.

           SELECT RUN-JOURNAL ASSIGN TO RUNJRNL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-JRNL-FS.

       DATA DIVISION.
       FILE SECTION.
       FD SUSP-FILE
           RECORD CONTAINS 300 CHARACTERS
           DATA RECORD     IS SUSPENSE-RECORD.

           COPY SUSPREC.

       FD SUSP-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.

       01 SUSP-RPT-RECORD      PIC X(132).

       FD RUN-JOURNAL
           RECORD CONTAINS 100 CHARACTERS.

           COPY RUNJRNL.

       WORKING-STORAGE SECTION.
       01 WS-VAR.
          05 WS-FS1        PIC 9(02).
          05 WS-FS2        PIC 9(02).
          05 WS-EOF-SW     PIC X(01).
             88 WS-EOF               VALUE 'Y'.
             88 WS-NOT-EOF           VALUE 'N'.
          05 WS-SUSP-OPEN-SW     PIC X(01) VALUE 'N'.
             88 WS-SUSP-IS-OPEN            VALUE 'Y'.

       01 WS-JRNL-FS           PIC 9(02) VALUE ZERO.
       01 WS-JOURNAL-OPEN-SW   PIC X(01) VALUE 'N'.
          88 WS-JOURNAL-IS-OPEN          VALUE 'Y'.

       01 WS-RUN-DATE           PIC X(08).

      *----------------------------------------------------------------
      * WS-SUSP-TRAN - THE ORIGINAL TRANSACTION IMAGE, IN EMPMAINT'S
      * MAINT-TRAN-RECORD LAYOUT (ONLY THE ACTION IS LISTED).
      *----------------------------------------------------------------
       01 WS-SUSP-TRAN.
          05 WS-SU-ACTION       PIC X(01).
          05 FILLER             PIC X(72).

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

      *----------------------------------------------------------------
      * AGE BUCKET LIMITS - AN ITEM UP TO WS-BUCKET-1-MAX DAYS OLD IS
      * NEW, UP TO WS-BUCKET-2-MAX IS AGEING, ANYTHING OLDER IS
      * OVERDUE.
      *----------------------------------------------------------------
       01 WS-BUCKET-LIMITS.
          05 WS-BUCKET-1-MAX    PIC 9(03) VALUE 1.
          05 WS-BUCKET-2-MAX    PIC 9(03) VALUE 5.

       01 WS-AGING-COUNTERS.
          05 WS-READ-COUNT      PIC 9(07) VALUE ZERO.
          05 WS-UNRESOLVED-COUNT PIC 9(07) VALUE ZERO.
          05 WS-BUCKET-1-COUNT  PIC 9(07) VALUE ZERO.
          05 WS-BUCKET-2-COUNT  PIC 9(07) VALUE ZERO.
          05 WS-BUCKET-3-COUNT  PIC 9(07) VALUE ZERO.
          05 WS-OPEN-COUNT      PIC 9(07) VALUE ZERO.
          05 WS-RELEASED-COUNT  PIC 9(07) VALUE ZERO.
          05 WS-RESOLVED-COUNT  PIC 9(07) VALUE ZERO.
          05 WS-CANCELLED-COUNT PIC 9(07) VALUE ZERO.

       01 WS-PAGE-CONTROL.
          05 WS-PAGE-NO         PIC 9(04) VALUE ZERO.
          05 WS-LINE-COUNT      PIC 9(02) VALUE 99.
          05 WS-LINES-PER-PAGE  PIC 9(02) VALUE 55.

       01 WS-HEADING-1.
          05 FILLER             PIC X(36) VALUE
             'EMPMAINT SUSPENSE AGING AS OF      '.
          05 WS-H1-RUN-DATE     PIC X(08).
          05 FILLER             PIC X(06) VALUE SPACES.
          05 FILLER             PIC X(05) VALUE 'PAGE '.
          05 WS-H1-PAGE-NO      PIC ZZZ9.

       01 WS-HEADING-2.
          05 FILLER             PIC X(07) VALUE 'EMP-ID '.
          05 FILLER             PIC X(10) VALUE 'REJECTED  '.
          05 FILLER             PIC X(05) VALUE 'SEQ  '.
          05 FILLER             PIC X(06) VALUE '  AGE '.
          05 FILLER             PIC X(13) VALUE 'BUCKET       '.
          05 FILLER             PIC X(10) VALUE 'STATE     '.
          05 FILLER             PIC X(10) VALUE 'SOURCE    '.
          05 FILLER             PIC X(04) VALUE 'ACT '.
          05 FILLER             PIC X(06) VALUE 'TIMES '.
          05 FILLER             PIC X(30) VALUE 'LATEST REASON'.

       01 WS-DETAIL-LINE.
          05 WS-DL-EMP-ID       PIC X(05).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-FIRST-DATE   PIC X(08).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-SEQ          PIC 9(03).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-AGE          PIC ZZZZ9.
          05 FILLER             PIC X(01) VALUE SPACES.
          05 WS-DL-BUCKET       PIC X(11).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-STATE        PIC X(08).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-SOURCE       PIC X(08).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-ACTION       PIC X(01).
          05 FILLER             PIC X(03) VALUE SPACES.
          05 WS-DL-TIMES        PIC ZZ9.
          05 FILLER             PIC X(03) VALUE SPACES.
          05 WS-DL-REASON       PIC X(30).

       01 WS-TOTAL-LINE.
          05 WS-TL-LABEL        PIC X(25).
          05 WS-TL-COUNT        PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM WRITE-JOURNAL-START.

           MOVE WS-RUN-DATE TO WS-DN-DATE.
           PERFORM COMPUTE-DAY-NUMBER.
           MOVE WS-DN-DAYS  TO WS-RUN-DAY-NO.

           OPEN INPUT SUSP-FILE.
           OPEN OUTPUT SUSP-RPT-FILE.

           IF WS-FS1 = '00'
               SET WS-SUSP-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'SUSPAGE: UNABLE TO OPEN SUSPENSE - FILE '
                       'STATUS ' WS-FS1
           END-IF.

           IF WS-SUSP-IS-OPEN
               SET WS-NOT-EOF TO TRUE
               PERFORM UNTIL WS-EOF
                   READ SUSP-FILE NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           EVALUATE TRUE
                               WHEN SUSP-IS-UNRESOLVED
                                   PERFORM LIST-UNRESOLVED-ITEM
                               WHEN SUSP-IS-RESOLVED
                                   ADD 1 TO WS-RESOLVED-COUNT
                               WHEN SUSP-IS-CANCELLED
                                   ADD 1 TO WS-CANCELLED-COUNT
                           END-EVALUATE
                   END-READ
               END-PERFORM
           END-IF.

           PERFORM WRITE-AGING-TOTALS.

           IF WS-SUSP-IS-OPEN
               CLOSE SUSP-FILE
           END-IF.
           CLOSE SUSP-RPT-FILE.

           DISPLAY 'SUSPAGE: ITEMS READ         - ' WS-READ-COUNT.
           DISPLAY 'SUSPAGE: UNRESOLVED         - '
                   WS-UNRESOLVED-COUNT.
           DISPLAY 'SUSPAGE:   UP TO 1 DAY      - ' WS-BUCKET-1-COUNT.
           DISPLAY 'SUSPAGE:   2 TO 5 DAYS      - ' WS-BUCKET-2-COUNT.
           DISPLAY 'SUSPAGE:   OVER 5 DAYS      - ' WS-BUCKET-3-COUNT.

           IF NOT WS-SUSP-IS-OPEN
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-BUCKET-3-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

           PERFORM WRITE-JOURNAL-END.

           STOP RUN.

      *----------------------------------------------------------------
      * LIST-UNRESOLVED-ITEM - ONE LINE PER OPEN OR RELEASED ITEM.
      * THE AGE RUNS FROM THE DATE FIRST REJECTED, NOT THE LATEST
      * REJECT, SO A CORRECTION THAT FAILS AGAIN DOES NOT RESET IT.
      *----------------------------------------------------------------
       LIST-UNRESOLVED-ITEM.
           ADD 1 TO WS-UNRESOLVED-COUNT.
           MOVE SUSP-ORIG-IMAGE TO WS-SUSP-TRAN.

           MOVE ZERO TO WS-AGE-DAYS.
           IF SUSP-FIRST-DATE IS NUMERIC
               MOVE SUSP-FIRST-DATE TO WS-DN-DATE
               PERFORM COMPUTE-DAY-NUMBER
               IF WS-RUN-DAY-NO > WS-DN-DAYS
                   COMPUTE WS-AGE-DAYS = WS-RUN-DAY-NO - WS-DN-DAYS
               END-IF
           END-IF.

           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-PAGE-HEADERS
           END-IF.

           MOVE SPACES             TO WS-DETAIL-LINE.
           MOVE SUSP-EMP-ID        TO WS-DL-EMP-ID.
           MOVE SUSP-FIRST-DATE    TO WS-DL-FIRST-DATE.
           MOVE SUSP-SEQ           TO WS-DL-SEQ.
           MOVE WS-AGE-DAYS        TO WS-DL-AGE.
           IF WS-AGE-DAYS NOT > WS-BUCKET-1-MAX
               MOVE 'UP TO 1 DAY' TO WS-DL-BUCKET
               ADD 1 TO WS-BUCKET-1-COUNT
           ELSE
               IF WS-AGE-DAYS NOT > WS-BUCKET-2-MAX
                   MOVE '2-5 DAYS'    TO WS-DL-BUCKET
                   ADD 1 TO WS-BUCKET-2-COUNT
               ELSE
                   MOVE '*OVER 5*'    TO WS-DL-BUCKET
                   ADD 1 TO WS-BUCKET-3-COUNT
               END-IF
           END-IF.
           IF SUSP-IS-RELEASED
               MOVE 'RELEASED'    TO WS-DL-STATE
               ADD 1 TO WS-RELEASED-COUNT
           ELSE
               MOVE 'OPEN'        TO WS-DL-STATE
               ADD 1 TO WS-OPEN-COUNT
           END-IF.
           MOVE SUSP-SOURCE        TO WS-DL-SOURCE.
           MOVE WS-SU-ACTION       TO WS-DL-ACTION.
           MOVE SUSP-REJECT-COUNT  TO WS-DL-TIMES.
           MOVE SUSP-REJECT-REASON TO WS-DL-REASON.

           MOVE WS-DETAIL-LINE     TO SUSP-RPT-RECORD.
           WRITE SUSP-RPT-RECORD.
           ADD 1 TO WS-LINE-COUNT.

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
           MOVE WS-HEADING-1 TO SUSP-RPT-RECORD.
           WRITE SUSP-RPT-RECORD.
           MOVE SPACES       TO SUSP-RPT-RECORD.
           WRITE SUSP-RPT-RECORD.
           MOVE WS-HEADING-2 TO SUSP-RPT-RECORD.
           WRITE SUSP-RPT-RECORD.
           MOVE SPACES       TO SUSP-RPT-RECORD.
           WRITE SUSP-RPT-RECORD.
           MOVE ZERO TO WS-LINE-COUNT.

       WRITE-AGING-TOTALS.
           IF WS-PAGE-NO = ZERO
               PERFORM WRITE-PAGE-HEADERS
           END-IF.
           MOVE SPACES TO SUSP-RPT-RECORD.
           WRITE SUSP-RPT-RECORD.

           MOVE 'UNRESOLVED ITEMS         ' TO WS-TL-LABEL.
           MOVE WS-UNRESOLVED-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE    TO SUSP-RPT-RECORD.
           WRITE SUSP-RPT-RECORD.

           MOVE '  UP TO 1 DAY            ' TO WS-TL-LABEL.
           MOVE WS-BUCKET-1-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE    TO SUSP-RPT-RECORD.
           WRITE SUSP-RPT-RECORD.

           MOVE '  2 TO 5 DAYS            ' TO WS-TL-LABEL.
           MOVE WS-BUCKET-2-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE    TO SUSP-RPT-RECORD.
           WRITE SUSP-RPT-RECORD.

           MOVE '  OVER 5 DAYS            ' TO WS-TL-LABEL.
           MOVE WS-BUCKET-3-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE    TO SUSP-RPT-RECORD.
           WRITE SUSP-RPT-RECORD.

           MOVE SPACES TO SUSP-RPT-RECORD.
           WRITE SUSP-RPT-RECORD.

           MOVE 'OPEN                     ' TO WS-TL-LABEL.
           MOVE WS-OPEN-COUNT    TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE    TO SUSP-RPT-RECORD.
           WRITE SUSP-RPT-RECORD.

           MOVE 'RELEASED, NOT YET RE-RUN ' TO WS-TL-LABEL.
           MOVE WS-RELEASED-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE    TO SUSP-RPT-RECORD.
           WRITE SUSP-RPT-RECORD.

           MOVE 'RESOLVED (ON FILE)       ' TO WS-TL-LABEL.
           MOVE WS-RESOLVED-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE    TO SUSP-RPT-RECORD.
           WRITE SUSP-RPT-RECORD.

           MOVE 'CANCELLED (ON FILE)      ' TO WS-TL-LABEL.
           MOVE WS-CANCELLED-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE    TO SUSP-RPT-RECORD.
           WRITE SUSP-RPT-RECORD.

       WRITE-JOURNAL-START.
           OPEN EXTEND RUN-JOURNAL.
           IF WS-JRNL-FS NOT = '00'
               OPEN OUTPUT RUN-JOURNAL
           END-IF.
           IF WS-JRNL-FS = '00'
               SET WS-JOURNAL-IS-OPEN TO TRUE
               MOVE SPACES     TO JRNL-RECORD
               MOVE 'S'        TO JRNL-REC-TYPE
               MOVE 'SUSPAGE'  TO JRNL-PROGRAM
               ACCEPT JRNL-DATE FROM DATE YYYYMMDD
               ACCEPT JRNL-TIME FROM TIME
               MOVE ZERO TO JRNL-RC
               MOVE ZERO TO JRNL-COUNT-VAL(1)
               MOVE ZERO TO JRNL-COUNT-VAL(2)
               MOVE ZERO TO JRNL-COUNT-VAL(3)
               WRITE JRNL-RECORD
           ELSE
               DISPLAY 'SUSPAGE: RUN JOURNAL UNAVAILABLE - FILE '
                       'STATUS ' WS-JRNL-FS
           END-IF.

       WRITE-JOURNAL-END.
           IF WS-JOURNAL-IS-OPEN
               MOVE SPACES     TO JRNL-RECORD
               MOVE 'E'        TO JRNL-REC-TYPE
               MOVE 'SUSPAGE'  TO JRNL-PROGRAM
               ACCEPT JRNL-DATE FROM DATE YYYYMMDD
               ACCEPT JRNL-TIME FROM TIME
               MOVE RETURN-CODE         TO JRNL-RC
               MOVE 'READ'              TO JRNL-COUNT-LBL(1)
               MOVE WS-READ-COUNT       TO JRNL-COUNT-VAL(1)
               MOVE 'UNRESOLVED'        TO JRNL-COUNT-LBL(2)
               MOVE WS-UNRESOLVED-COUNT TO JRNL-COUNT-VAL(2)
               MOVE 'OVER 5 DAYS'       TO JRNL-COUNT-LBL(3)
               MOVE WS-BUCKET-3-COUNT   TO JRNL-COUNT-VAL(3)
               WRITE JRNL-RECORD
               CLOSE RUN-JOURNAL
           END-IF.
