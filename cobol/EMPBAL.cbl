       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPBAL.

      *----------------------------------------------------------------
      * EMPBAL - NIGHTLY EMPFILE BALANCING.  PROVES THAT EMPFILE
      * CHANGED BY EXACTLY WHAT WAS RECORDED ON EMPHIST, SO AN EDIT
      * MADE OUTSIDE EMPMAINT/EMPINQ, OR A RUN THAT UPDATED EMPFILE
      * WITHOUT ITS HISTORY (OR THE REVERSE), STOPS THE NIGHT
      * BEFORE ANYTHING IS FED TO RACF OR THE HR WAREHOUSE.
      *
      * THREE CONTROL TOTALS ARE KEPT: RECORD COUNT, TOTAL
      * EMP-SALARY AND A HASH TOTAL OF EMP-ID.  THE CTLTOTS FILE
      * CARRIES LAST NIGHT'S CLOSING BOOK TOTALS AND THE DATE/TIME
      * THEY WERE TAKEN; THEY BECOME TONIGHT'S OPENING TOTALS.  TO
      * THEM ARE ADDED THE MOVEMENTS POSTED SINCE THAT STAMP:
      *     ADD ROWS      +1 RECORD, +SALARY, +EMP-ID
      *     DELETE ROWS   -1 RECORD, -SALARY, -EMP-ID
      *     CHANGE ROWS   +(NEW SALARY - OLD SALARY)
      * AND THE RESULT IS CHECKED AGAINST THE TOTALS OF A FULL PASS
      * OF TONIGHT'S EMPFILE.  ANY DIFFERENCE GIVES RC=8.
      *
      * AN EMPHIST ROW IS "SINCE THE STAMP" WHEN ITS EFFECTIVE DATE
      * AND CHANGE TIME ARE LATER THAN IT.  A SALARY CHANGE FILED
      * UNDER A PAST EFFECTIVE DATE FAILS THAT TEST, SO BACK-DATED
      * CHANGES ARE TAKEN FROM THE RETROPAY DETAILS INSTEAD, WHICH
      * CARRY THE DATE AND TIME THEY WERE ACTUALLY POSTED.
      *
      * THE CLOSING BOOK TOTALS WRITTEN BACK ARE THE EXPECTED
      * TOTALS, NOT THE ACTUAL ONES, SO AN UNEXPLAINED DIFFERENCE
      * KEEPS FAILING EVERY NIGHT UNTIL IT IS CORRECTED.  ONCE IT
      * HAS BEEN INVESTIGATED AND EXPLAINED, PARM='ACCEPT' TAKES
      * THE ACTUAL TOTALS AS THE NEW BOOK TOTALS (RC=4).  THE FIRST
      * RUN, WITH NO CTLTOTS RECORD YET, ESTABLISHES THE BASELINE
      * THE SAME WAY (RC=4).
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPFILE ASSIGN TO INPUT01
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS EMP-ID
           FILE STATUS  IS WS-FS1.

           SELECT EMPHIST ASSIGN TO EMPHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS EMPH-KEY
           FILE STATUS  IS WS-FS2.

           SELECT RETRO-FILE ASSIGN TO RETROPAY
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-FS3.

           SELECT CTL-TOTALS-FILE ASSIGN TO CTLTOTS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-FS4.

           SELECT BAL-RPT-FILE ASSIGN TO BALRPT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-FS5.

           SELECT RUN-JOURNAL ASSIGN TO RUNJRNL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-JRNL-FS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPFILE
           RECORD CONTAINS 80  CHARACTERS
           DATA RECORD     IS EMPFILE-RECORD.

           COPY EMPREC.

       FD EMPHIST
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD     IS EMPHIST-RECORD.

           COPY EMPHREC.

       FD RETRO-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD     IS RETRO-PAY-RECORD.

           COPY RETROREC.

      *----------------------------------------------------------------
      * CTL-TOTALS-RECORD - THE CLOSING BOOK TOTALS OF THE LAST RUN
      * AND THE DATE/TIME THEY WERE TAKEN, REWRITTEN AT THE END OF
      * EVERY RUN.  CTL-RESULT RECORDS HOW THAT RUN ENDED:
      *     'B' IN BALANCE      'O' OUT OF BALANCE
      *     'A' DIFFERENCE ACCEPTED BY PARM
      *     'I' BASELINE ESTABLISHED (NO PRIOR TOTALS)
      *----------------------------------------------------------------
       FD CTL-TOTALS-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 CTL-TOTALS-RECORD.
          05 CTL-STAMP-DATE     PIC X(08).
          05 CTL-STAMP-TIME     PIC X(08).
          05 CTL-RESULT         PIC X(01).
          05 CTL-BOOK-COUNT     PIC S9(07)
                                SIGN LEADING SEPARATE.
          05 CTL-BOOK-SALARY    PIC S9(15)
                                SIGN LEADING SEPARATE.
          05 CTL-BOOK-HASH      PIC S9(15)
                                SIGN LEADING SEPARATE.
          05 FILLER             PIC X(23).

       FD BAL-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.

       01 BAL-RPT-RECORD       PIC X(132).

       FD RUN-JOURNAL
           RECORD CONTAINS 100 CHARACTERS.

           COPY RUNJRNL.

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
          05 WS-EMPFILE-OPEN-SW  PIC X(01) VALUE 'N'.
             88 WS-EMPFILE-IS-OPEN         VALUE 'Y'.
          05 WS-EMPHIST-OPEN-SW  PIC X(01) VALUE 'N'.
             88 WS-EMPHIST-IS-OPEN         VALUE 'Y'.
          05 WS-RETRO-OPEN-SW    PIC X(01) VALUE 'N'.
             88 WS-RETRO-IS-OPEN           VALUE 'Y'.
          05 WS-CTL-WRITTEN-SW   PIC X(01) VALUE 'N'.
             88 WS-CTL-WRITTEN             VALUE 'Y'.

       01 WS-JRNL-FS           PIC 9(02) VALUE ZERO.
       01 WS-JOURNAL-OPEN-SW   PIC X(01) VALUE 'N'.
          88 WS-JOURNAL-IS-OPEN          VALUE 'Y'.

       01 WS-PARM-REQUEST      PIC X(20) VALUE SPACES.
       01 WS-ACCEPT-SW         PIC X(01) VALUE 'N'.
          88 WS-ACCEPT-DIFFERENCE        VALUE 'Y'.
       01 WS-BAD-PARM-SW       PIC X(01) VALUE 'N'.
          88 WS-BAD-PARM                 VALUE 'Y'.

       01 WS-RUN-STAMP.
          05 WS-RUN-DATE        PIC X(08).
          05 WS-RUN-TIME        PIC X(08).

      *----------------------------------------------------------------
      * WS-PRIOR-STAMP - WHEN LAST NIGHT'S BOOK TOTALS WERE TAKEN.
      * WS-ROW-STAMP AND WS-RETRO-EFF-STAMP ARE BUILT THE SAME WAY
      * SO A ROW'S POSTING CAN BE COMPARED WITH IT IN ONE TEST.
      *----------------------------------------------------------------
       01 WS-PRIOR-STAMP.
          05 WS-PRIOR-DATE      PIC X(08) VALUE SPACES.
          05 WS-PRIOR-TIME      PIC X(08) VALUE SPACES.
       01 WS-PRIOR-RESULT       PIC X(01) VALUE SPACE.
       01 WS-PRIOR-SW           PIC X(01) VALUE 'N'.
          88 WS-PRIOR-FOUND              VALUE 'Y'.

       01 WS-ROW-STAMP.
          05 WS-ROW-DATE        PIC X(08).
          05 WS-ROW-TIME        PIC X(08).
       01 WS-RETRO-EFF-STAMP.
          05 WS-RES-DATE        PIC X(08).
          05 WS-RES-TIME        PIC X(08).
       01 WS-RETRO-POST-STAMP.
          05 WS-RPS-DATE        PIC X(08).
          05 WS-RPS-TIME        PIC X(08).

      *----------------------------------------------------------------
      * BEFORE AND AFTER IMAGES BROKEN BACK OUT INTO THE EMPREC
      * FIELDS THE CONTROL TOTALS ARE TAKEN FROM.
      *----------------------------------------------------------------
       01 WS-BEFORE-AREA.
          05 WS-BI-EMP-ID       PIC X(05).
          05 FILLER             PIC X(25).
          05 WS-BI-SALARY       PIC X(10).
          05 FILLER             PIC X(40).

       01 WS-AFTER-AREA.
          05 WS-AI-EMP-ID       PIC X(05).
          05 FILLER             PIC X(25).
          05 WS-AI-SALARY       PIC X(10).
          05 FILLER             PIC X(40).

       01 WS-ID-WORK.
          05 WS-ID-CHAR         PIC X(05).
          05 WS-ID-NUM REDEFINES WS-ID-CHAR
                                PIC 9(05).
       01 WS-SALARY-WORK.
          05 WS-SAL-CHAR        PIC X(10).
          05 WS-SAL-NUM REDEFINES WS-SAL-CHAR
                                PIC 9(10).
       01 WS-OLD-SALARY         PIC 9(10) VALUE ZERO.

      *----------------------------------------------------------------
      * WS-CONTROLS - ONE ENTRY PER CONTROL TOTAL: 1 RECORD COUNT,
      * 2 EMP-SALARY TOTAL, 3 EMP-ID HASH.  DELETES ARE HELD AS
      * POSITIVE AMOUNTS AND SUBTRACTED; CHANGES ARE SIGNED.
      *----------------------------------------------------------------
       01 WS-CONTROLS.
          05 WS-CTL-ENTRY OCCURS 3 TIMES.
             10 WS-CT-OPENING   PIC S9(15).
             10 WS-CT-ADDS      PIC S9(15).
             10 WS-CT-DELETES   PIC S9(15).
             10 WS-CT-CHANGES   PIC S9(15).
             10 WS-CT-EXPECTED  PIC S9(15).
             10 WS-CT-ACTUAL    PIC S9(15).
             10 WS-CT-DIFF      PIC S9(15).
       01 WS-CTL-IDX            PIC 9(01) VALUE ZERO.

       01 WS-CONTROL-NAMES.
          05 FILLER PIC X(20) VALUE 'RECORD COUNT        '.
          05 FILLER PIC X(20) VALUE 'EMP-SALARY TOTAL    '.
          05 FILLER PIC X(20) VALUE 'EMP-ID HASH TOTAL   '.
       01 WS-CONTROL-NAME-TABLE REDEFINES WS-CONTROL-NAMES.
          05 WS-CTL-NAME        PIC X(20) OCCURS 3 TIMES.

       01 WS-RESULT             PIC X(01) VALUE SPACE.
          88 WS-IN-BALANCE               VALUE 'B'.
          88 WS-OUT-OF-BALANCE           VALUE 'O'.
          88 WS-DIFFERENCE-ACCEPTED      VALUE 'A'.
          88 WS-BASELINE-RUN             VALUE 'I'.

       01 WS-BAL-COUNTERS.
          05 WS-EMP-READ-COUNT  PIC 9(07) VALUE ZERO.
          05 WS-HIST-READ-COUNT PIC 9(07) VALUE ZERO.
          05 WS-RETRO-READ-COUNT PIC 9(07) VALUE ZERO.
          05 WS-ADD-COUNT       PIC 9(07) VALUE ZERO.
          05 WS-DELETE-COUNT    PIC 9(07) VALUE ZERO.
          05 WS-CHANGE-COUNT    PIC 9(07) VALUE ZERO.
          05 WS-BACKDATED-COUNT PIC 9(07) VALUE ZERO.
          05 WS-MOVEMENT-COUNT  PIC 9(07) VALUE ZERO.
          05 WS-NONNUMERIC-COUNT PIC 9(07) VALUE ZERO.
          05 WS-DIFF-COUNT      PIC 9(07) VALUE ZERO.

       01 WS-PAGE-CONTROL.
          05 WS-PAGE-NO         PIC 9(04) VALUE ZERO.

       01 WS-HEADING-1.
          05 FILLER             PIC X(25) VALUE
             'EMPFILE BALANCING - RUN  '.
          05 WS-H1-DATE         PIC X(08).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 WS-H1-TIME         PIC X(06).
          05 FILLER             PIC X(05) VALUE SPACES.
          05 FILLER             PIC X(05) VALUE 'PAGE '.
          05 WS-H1-PAGE-NO      PIC ZZZ9.

       01 WS-OPENING-LINE.
          05 FILLER             PIC X(30) VALUE
             'OPENING BOOK TOTALS TAKEN    '.
          05 WS-OL-DATE         PIC X(08).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 WS-OL-TIME         PIC X(06).
          05 FILLER             PIC X(16) VALUE
             '  LAST RESULT - '.
          05 WS-OL-RESULT       PIC X(25).

       01 WS-BLOCK-TITLE-LINE.
          05 WS-BT-NAME         PIC X(20).

       01 WS-BAL-LINE.
          05 FILLER             PIC X(04) VALUE SPACES.
          05 WS-BL-LABEL        PIC X(26).
          05 WS-BL-AMOUNT       PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
          05 FILLER             PIC X(03) VALUE SPACES.
          05 WS-BL-FLAG         PIC X(20).

       01 WS-TOTAL-LINE.
          05 WS-TL-LABEL        PIC X(30).
          05 WS-TL-COUNT        PIC ZZZ,ZZ9.

       01 WS-RESULT-LINE        PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           PERFORM WRITE-JOURNAL-START.

           ACCEPT WS-PARM-REQUEST FROM COMMAND-LINE.
           IF WS-PARM-REQUEST = 'ACCEPT'
               SET WS-ACCEPT-DIFFERENCE TO TRUE
           ELSE
               IF WS-PARM-REQUEST NOT = SPACES
                   SET WS-BAD-PARM TO TRUE
               END-IF
           END-IF.
           IF WS-BAD-PARM
               DISPLAY 'EMPBAL: UNKNOWN PARM ' WS-PARM-REQUEST
                       ' - ONLY ACCEPT IS ALLOWED'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-JOURNAL-END
               STOP RUN
           END-IF.

           INITIALIZE WS-CONTROLS.
           PERFORM READ-PRIOR-TOTALS.

           OPEN INPUT EMPFILE.
           OPEN INPUT EMPHIST.
           OPEN INPUT RETRO-FILE.
           OPEN OUTPUT BAL-RPT-FILE.

           IF WS-FS1 = '00'
               SET WS-EMPFILE-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'EMPBAL: UNABLE TO OPEN EMPFILE - FILE '
                       'STATUS ' WS-FS1
           END-IF.
           IF WS-FS2 = '00'
               SET WS-EMPHIST-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'EMPBAL: UNABLE TO OPEN EMPHIST - FILE '
                       'STATUS ' WS-FS2
           END-IF.
           IF WS-FS3 = '00'
               SET WS-RETRO-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'EMPBAL: UNABLE TO OPEN RETROPAY - FILE '
                       'STATUS ' WS-FS3
           END-IF.

           IF WS-EMPFILE-IS-OPEN AND WS-EMPHIST-IS-OPEN
                   AND WS-RETRO-IS-OPEN
               SET WS-NOT-EOF TO TRUE
               PERFORM UNTIL WS-EOF
                   READ EMPFILE NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-EMP-READ-COUNT
                           PERFORM ACCUMULATE-ACTUAL-TOTALS
                   END-READ
               END-PERFORM

               IF WS-PRIOR-FOUND
                   SET WS-NOT-EOF TO TRUE
                   PERFORM UNTIL WS-EOF
                       READ EMPHIST NEXT RECORD
                           AT END SET WS-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-HIST-READ-COUNT
                               PERFORM POST-ONE-HISTORY-ROW
                       END-READ
                   END-PERFORM

                   SET WS-NOT-EOF TO TRUE
                   PERFORM UNTIL WS-EOF
                       READ RETRO-FILE
                           AT END SET WS-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-RETRO-READ-COUNT
                               PERFORM POST-ONE-RETRO-DETAIL
                       END-READ
                   END-PERFORM
               END-IF

               PERFORM BALANCE-CONTROL-TOTALS
               PERFORM WRITE-CLOSING-TOTALS
               PERFORM WRITE-BALANCING-REPORT
           END-IF.

           IF WS-EMPFILE-IS-OPEN
               CLOSE EMPFILE
           END-IF.
           IF WS-EMPHIST-IS-OPEN
               CLOSE EMPHIST
           END-IF.
           IF WS-RETRO-IS-OPEN
               CLOSE RETRO-FILE
           END-IF.
           CLOSE BAL-RPT-FILE.

           DISPLAY 'EMPBAL: EMPFILE RECORDS     - ' WS-EMP-READ-COUNT.
           DISPLAY 'EMPBAL: MOVEMENTS POSTED    - ' WS-MOVEMENT-COUNT.
           DISPLAY 'EMPBAL: CONTROLS OUT        - ' WS-DIFF-COUNT.
           DISPLAY 'EMPBAL: RESULT              - ' WS-RESULT.

           IF NOT WS-EMPFILE-IS-OPEN OR NOT WS-EMPHIST-IS-OPEN
                   OR NOT WS-RETRO-IS-OPEN OR NOT WS-CTL-WRITTEN
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-OUT-OF-BALANCE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-IN-BALANCE
                       MOVE 0 TO RETURN-CODE
                   ELSE
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

           PERFORM WRITE-JOURNAL-END.

           STOP RUN.

      *----------------------------------------------------------------
      * READ-PRIOR-TOTALS - LAST NIGHT'S CLOSING BOOK TOTALS BECOME
      * TONIGHT'S OPENING TOTALS.  NO RECORD (FIRST RUN) MEANS THIS
      * RUN ONLY ESTABLISHES THE BASELINE.
      *----------------------------------------------------------------
       READ-PRIOR-TOTALS.
           OPEN INPUT CTL-TOTALS-FILE.
           IF WS-FS4 = '00'
               READ CTL-TOTALS-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CTL-STAMP-DATE IS NUMERIC
                               AND CTL-BOOK-COUNT IS NUMERIC
                               AND CTL-BOOK-SALARY IS NUMERIC
                               AND CTL-BOOK-HASH IS NUMERIC
                           SET WS-PRIOR-FOUND TO TRUE
                           MOVE CTL-STAMP-DATE  TO WS-PRIOR-DATE
                           MOVE CTL-STAMP-TIME  TO WS-PRIOR-TIME
                           MOVE CTL-RESULT      TO WS-PRIOR-RESULT
                           MOVE CTL-BOOK-COUNT  TO WS-CT-OPENING(1)
                           MOVE CTL-BOOK-SALARY TO WS-CT-OPENING(2)
                           MOVE CTL-BOOK-HASH   TO WS-CT-OPENING(3)
                       END-IF
               END-READ
               CLOSE CTL-TOTALS-FILE
           END-IF.
           IF NOT WS-PRIOR-FOUND
               DISPLAY 'EMPBAL: NO PRIOR CONTROL TOTALS - BASELINE '
                       'ESTABLISHED THIS RUN'
           END-IF.

       ACCUMULATE-ACTUAL-TOTALS.
           ADD 1 TO WS-CT-ACTUAL(1).
           IF EMP-SALARY IS NUMERIC
               ADD EMP-SALARY TO WS-CT-ACTUAL(2)
           ELSE
               ADD 1 TO WS-NONNUMERIC-COUNT
           END-IF.
           MOVE EMP-ID TO WS-ID-CHAR.
           IF WS-ID-CHAR IS NUMERIC
               ADD WS-ID-NUM TO WS-CT-ACTUAL(3)
           ELSE
               ADD 1 TO WS-NONNUMERIC-COUNT
           END-IF.

      *----------------------------------------------------------------
      * POST-ONE-HISTORY-ROW - ONLY ROWS POSTED AFTER THE PRIOR
      * STAMP ARE MOVEMENTS.  A NON-NUMERIC SALARY OR EMP-ID ON AN
      * IMAGE CONTRIBUTES NOTHING, AS IT DOES ON THE EMPFILE SIDE.
      *----------------------------------------------------------------
       POST-ONE-HISTORY-ROW.
           MOVE EMPH-EFF-DATE    TO WS-ROW-DATE.
           MOVE EMPH-CHANGE-TIME TO WS-ROW-TIME.
           IF WS-ROW-STAMP > WS-PRIOR-STAMP
               ADD 1 TO WS-MOVEMENT-COUNT
               MOVE EMPH-BEFORE-IMAGE TO WS-BEFORE-AREA
               MOVE EMPH-AFTER-IMAGE  TO WS-AFTER-AREA
               IF EMPH-IS-ADD
                   PERFORM POST-ADD-MOVEMENT
               END-IF
               IF EMPH-IS-DELETE
                   PERFORM POST-DELETE-MOVEMENT
               END-IF
               IF EMPH-IS-CHANGE
                   PERFORM POST-CHANGE-MOVEMENT
               END-IF
           END-IF.

       POST-ADD-MOVEMENT.
           ADD 1 TO WS-ADD-COUNT.
           ADD 1 TO WS-CT-ADDS(1).
           MOVE WS-AI-SALARY TO WS-SAL-CHAR.
           IF WS-SAL-CHAR IS NUMERIC
               ADD WS-SAL-NUM TO WS-CT-ADDS(2)
           END-IF.
           MOVE WS-AI-EMP-ID TO WS-ID-CHAR.
           IF WS-ID-CHAR IS NUMERIC
               ADD WS-ID-NUM TO WS-CT-ADDS(3)
           END-IF.

       POST-DELETE-MOVEMENT.
           ADD 1 TO WS-DELETE-COUNT.
           ADD 1 TO WS-CT-DELETES(1).
           MOVE WS-BI-SALARY TO WS-SAL-CHAR.
           IF WS-SAL-CHAR IS NUMERIC
               ADD WS-SAL-NUM TO WS-CT-DELETES(2)
           END-IF.
           MOVE WS-BI-EMP-ID TO WS-ID-CHAR.
           IF WS-ID-CHAR IS NUMERIC
               ADD WS-ID-NUM TO WS-CT-DELETES(3)
           END-IF.

       POST-CHANGE-MOVEMENT.
           MOVE ZERO TO WS-OLD-SALARY.
           MOVE WS-BI-SALARY TO WS-SAL-CHAR.
           IF WS-SAL-CHAR IS NUMERIC
               MOVE WS-SAL-NUM TO WS-OLD-SALARY
           END-IF.
           MOVE WS-AI-SALARY TO WS-SAL-CHAR.
           IF WS-SAL-CHAR IS NOT NUMERIC
               MOVE ZERO TO WS-SAL-NUM
           END-IF.
           IF WS-SAL-NUM NOT = WS-OLD-SALARY
               ADD 1 TO WS-CHANGE-COUNT
               COMPUTE WS-CT-CHANGES(2) = WS-CT-CHANGES(2)
                                        + WS-SAL-NUM - WS-OLD-SALARY
           END-IF.

      *----------------------------------------------------------------
      * POST-ONE-RETRO-DETAIL - A BACK-DATED SALARY CHANGE POSTED
      * AFTER THE PRIOR STAMP WHOSE EMPHIST ROW (EFFECTIVE DATE +
      * POSTING TIME) DOES NOT ITSELF PASS THE STAMP TEST - THE ROW
      * THE HISTORY PASS ABOVE LEFT OUT.  ONE THAT DOES PASS WAS
      * ALREADY COUNTED THERE.  TRAILERS ARE PASSED OVER.
      *----------------------------------------------------------------
       POST-ONE-RETRO-DETAIL.
           IF RETRO-IS-DETAIL
               MOVE RETRO-POSTED-DATE TO WS-RPS-DATE
               MOVE RETRO-POSTED-TIME TO WS-RPS-TIME
               MOVE RETRO-EFF-DATE    TO WS-RES-DATE
               MOVE RETRO-POSTED-TIME TO WS-RES-TIME
               IF WS-RETRO-POST-STAMP > WS-PRIOR-STAMP
                       AND WS-RETRO-EFF-STAMP NOT > WS-PRIOR-STAMP
                   ADD 1 TO WS-MOVEMENT-COUNT
                   ADD 1 TO WS-BACKDATED-COUNT
                   COMPUTE WS-CT-CHANGES(2) = WS-CT-CHANGES(2)
                       + RETRO-NEW-SALARY - RETRO-OLD-SALARY
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * BALANCE-CONTROL-TOTALS - EXPECTED = OPENING + ADDS -
      * DELETES + CHANGES; DIFFERENCE = ACTUAL - EXPECTED.
      *----------------------------------------------------------------
       BALANCE-CONTROL-TOTALS.
           PERFORM BALANCE-ONE-CONTROL
               VARYING WS-CTL-IDX FROM 1 BY 1
               UNTIL WS-CTL-IDX > 3.

           IF NOT WS-PRIOR-FOUND
               SET WS-BASELINE-RUN TO TRUE
           ELSE
               IF WS-DIFF-COUNT = ZERO
                   SET WS-IN-BALANCE TO TRUE
               ELSE
                   IF WS-ACCEPT-DIFFERENCE
                       SET WS-DIFFERENCE-ACCEPTED TO TRUE
                   ELSE
                       SET WS-OUT-OF-BALANCE TO TRUE
                   END-IF
               END-IF
           END-IF.

       BALANCE-ONE-CONTROL.
           COMPUTE WS-CT-EXPECTED(WS-CTL-IDX) =
               WS-CT-OPENING(WS-CTL-IDX) + WS-CT-ADDS(WS-CTL-IDX)
               - WS-CT-DELETES(WS-CTL-IDX)
               + WS-CT-CHANGES(WS-CTL-IDX).
           COMPUTE WS-CT-DIFF(WS-CTL-IDX) =
               WS-CT-ACTUAL(WS-CTL-IDX) - WS-CT-EXPECTED(WS-CTL-IDX).
           IF WS-CT-DIFF(WS-CTL-IDX) NOT = ZERO
               ADD 1 TO WS-DIFF-COUNT
           END-IF.

      *----------------------------------------------------------------
      * WRITE-CLOSING-TOTALS - OUT OF BALANCE, THE EXPECTED TOTALS
      * GO FORWARD SO THE SAME DIFFERENCE SHOWS AGAIN TOMORROW;
      * OTHERWISE THE ACTUAL TOTALS DO (THE SAME FIGURES WHEN IN
      * BALANCE).
      *----------------------------------------------------------------
       WRITE-CLOSING-TOTALS.
           MOVE SPACES       TO CTL-TOTALS-RECORD.
           MOVE WS-RUN-DATE  TO CTL-STAMP-DATE.
           MOVE WS-RUN-TIME  TO CTL-STAMP-TIME.
           MOVE WS-RESULT    TO CTL-RESULT.
           IF WS-OUT-OF-BALANCE
               MOVE WS-CT-EXPECTED(1) TO CTL-BOOK-COUNT
               MOVE WS-CT-EXPECTED(2) TO CTL-BOOK-SALARY
               MOVE WS-CT-EXPECTED(3) TO CTL-BOOK-HASH
           ELSE
               MOVE WS-CT-ACTUAL(1)   TO CTL-BOOK-COUNT
               MOVE WS-CT-ACTUAL(2)   TO CTL-BOOK-SALARY
               MOVE WS-CT-ACTUAL(3)   TO CTL-BOOK-HASH
           END-IF.

           OPEN OUTPUT CTL-TOTALS-FILE.
           IF WS-FS4 = '00'
               WRITE CTL-TOTALS-RECORD
               IF WS-FS4 = '00'
                   SET WS-CTL-WRITTEN TO TRUE
               END-IF
               CLOSE CTL-TOTALS-FILE
           END-IF.
           IF NOT WS-CTL-WRITTEN
               DISPLAY 'EMPBAL: UNABLE TO REWRITE CTLTOTS - FILE '
                       'STATUS ' WS-FS4
           END-IF.

      *----------------------------------------------------------------
      * WRITE-BALANCING-REPORT - OPENING STAMP, ONE BLOCK PER
      * CONTROL TOTAL, THE MOVEMENT COUNTS AND THE VERDICT.
      *----------------------------------------------------------------
       WRITE-BALANCING-REPORT.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-RUN-DATE       TO WS-H1-DATE.
           MOVE WS-RUN-TIME(1:6)  TO WS-H1-TIME.
           MOVE WS-PAGE-NO        TO WS-H1-PAGE-NO.
           MOVE WS-HEADING-1 TO BAL-RPT-RECORD.
           WRITE BAL-RPT-RECORD.
           MOVE SPACES TO BAL-RPT-RECORD.
           WRITE BAL-RPT-RECORD.

           IF WS-PRIOR-FOUND
               MOVE WS-PRIOR-DATE      TO WS-OL-DATE
               MOVE WS-PRIOR-TIME(1:6) TO WS-OL-TIME
               EVALUATE WS-PRIOR-RESULT
                   WHEN 'B' MOVE 'IN BALANCE' TO WS-OL-RESULT
                   WHEN 'O' MOVE 'OUT OF BALANCE' TO WS-OL-RESULT
                   WHEN 'A' MOVE 'DIFFERENCE ACCEPTED'
                                TO WS-OL-RESULT
                   WHEN 'I' MOVE 'BASELINE' TO WS-OL-RESULT
                   WHEN OTHER MOVE SPACES TO WS-OL-RESULT
               END-EVALUATE
               MOVE WS-OPENING-LINE TO BAL-RPT-RECORD
           ELSE
               MOVE SPACES TO BAL-RPT-RECORD
               STRING 'NO OPENING BOOK TOTALS ON CTLTOTS - THIS RUN '
                      'ESTABLISHES THE BASELINE' DELIMITED BY SIZE
                   INTO BAL-RPT-RECORD
           END-IF.
           WRITE BAL-RPT-RECORD.

           PERFORM WRITE-CONTROL-BLOCK
               VARYING WS-CTL-IDX FROM 1 BY 1
               UNTIL WS-CTL-IDX > 3.

           MOVE SPACES TO BAL-RPT-RECORD.
           WRITE BAL-RPT-RECORD.
           MOVE 'EMPFILE RECORDS READ          ' TO WS-TL-LABEL.
           MOVE WS-EMP-READ-COUNT   TO WS-TL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'EMPHIST ROWS READ             ' TO WS-TL-LABEL.
           MOVE WS-HIST-READ-COUNT  TO WS-TL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'RETROPAY RECORDS READ         ' TO WS-TL-LABEL.
           MOVE WS-RETRO-READ-COUNT TO WS-TL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'MOVEMENTS SINCE OPENING       ' TO WS-TL-LABEL.
           MOVE WS-MOVEMENT-COUNT   TO WS-TL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE '  ADDS                        ' TO WS-TL-LABEL.
           MOVE WS-ADD-COUNT        TO WS-TL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE '  DELETES                     ' TO WS-TL-LABEL.
           MOVE WS-DELETE-COUNT     TO WS-TL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE '  SALARY CHANGES              ' TO WS-TL-LABEL.
           MOVE WS-CHANGE-COUNT     TO WS-TL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE '  BACK-DATED SALARY CHANGES   ' TO WS-TL-LABEL.
           MOVE WS-BACKDATED-COUNT  TO WS-TL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'NON-NUMERIC EMPFILE FIELDS    ' TO WS-TL-LABEL.
           MOVE WS-NONNUMERIC-COUNT TO WS-TL-COUNT.
           PERFORM WRITE-TOTAL-LINE.

           MOVE SPACES TO BAL-RPT-RECORD.
           WRITE BAL-RPT-RECORD.
           MOVE SPACES TO WS-RESULT-LINE.
           EVALUATE TRUE
               WHEN WS-IN-BALANCE
                   MOVE 'RESULT: IN BALANCE' TO WS-RESULT-LINE
               WHEN WS-OUT-OF-BALANCE
                   STRING '*** RESULT: OUT OF BALANCE - RACF AND '
                          'WAREHOUSE FEEDS STOPPED ***'
                          DELIMITED BY SIZE INTO WS-RESULT-LINE
               WHEN WS-DIFFERENCE-ACCEPTED
                   STRING 'RESULT: DIFFERENCE ACCEPTED BY PARM - '
                          'ACTUAL TOTALS ARE THE NEW BOOK TOTALS'
                          DELIMITED BY SIZE INTO WS-RESULT-LINE
               WHEN WS-BASELINE-RUN
                   MOVE 'RESULT: BASELINE TAKEN FROM ACTUAL TOTALS'
                      TO WS-RESULT-LINE
           END-EVALUATE.
           MOVE WS-RESULT-LINE TO BAL-RPT-RECORD.
           WRITE BAL-RPT-RECORD.
           IF WS-OUT-OF-BALANCE
               MOVE SPACES TO BAL-RPT-RECORD
               STRING 'RUN EMPASOF PARM=COMPARE TO FIND RECORDS NOT '
                      'EXPLAINED BY THEIR HISTORY' DELIMITED BY SIZE
                   INTO BAL-RPT-RECORD
               WRITE BAL-RPT-RECORD
           END-IF.
           IF NOT WS-CTL-WRITTEN
               MOVE SPACES TO BAL-RPT-RECORD
               STRING '*** CTLTOTS COULD NOT BE REWRITTEN - TOMORROW '
                      'OPENS FROM TONIGHT''S OPENING ***'
                      DELIMITED BY SIZE INTO BAL-RPT-RECORD
               WRITE BAL-RPT-RECORD
           END-IF.

       WRITE-CONTROL-BLOCK.
           MOVE SPACES TO BAL-RPT-RECORD.
           WRITE BAL-RPT-RECORD.
           MOVE SPACES TO WS-BLOCK-TITLE-LINE.
           MOVE WS-CTL-NAME(WS-CTL-IDX) TO WS-BT-NAME.
           MOVE WS-BLOCK-TITLE-LINE TO BAL-RPT-RECORD.
           WRITE BAL-RPT-RECORD.

           MOVE 'OPENING BOOK TOTAL        '  TO WS-BL-LABEL.
           MOVE WS-CT-OPENING(WS-CTL-IDX)  TO WS-BL-AMOUNT.
           PERFORM WRITE-BAL-LINE.
           MOVE '+ ADDS                    '  TO WS-BL-LABEL.
           MOVE WS-CT-ADDS(WS-CTL-IDX)     TO WS-BL-AMOUNT.
           PERFORM WRITE-BAL-LINE.
           MOVE '- DELETES                 '  TO WS-BL-LABEL.
           MOVE WS-CT-DELETES(WS-CTL-IDX)  TO WS-BL-AMOUNT.
           PERFORM WRITE-BAL-LINE.
           MOVE '+/- SALARY CHANGES        '  TO WS-BL-LABEL.
           MOVE WS-CT-CHANGES(WS-CTL-IDX)  TO WS-BL-AMOUNT.
           PERFORM WRITE-BAL-LINE.
           MOVE '= EXPECTED                '  TO WS-BL-LABEL.
           MOVE WS-CT-EXPECTED(WS-CTL-IDX) TO WS-BL-AMOUNT.
           PERFORM WRITE-BAL-LINE.
           MOVE 'ACTUAL ON EMPFILE         '  TO WS-BL-LABEL.
           MOVE WS-CT-ACTUAL(WS-CTL-IDX)   TO WS-BL-AMOUNT.
           PERFORM WRITE-BAL-LINE.
           MOVE 'DIFFERENCE                '  TO WS-BL-LABEL.
           MOVE WS-CT-DIFF(WS-CTL-IDX)     TO WS-BL-AMOUNT.
           IF WS-CT-DIFF(WS-CTL-IDX) NOT = ZERO
                   AND WS-PRIOR-FOUND
               MOVE '*** OUT OF BALANCE' TO WS-BL-FLAG
           END-IF.
           PERFORM WRITE-BAL-LINE.

       WRITE-BAL-LINE.
           MOVE WS-BAL-LINE TO BAL-RPT-RECORD.
           WRITE BAL-RPT-RECORD.
           MOVE SPACES TO WS-BL-FLAG.

       WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO BAL-RPT-RECORD.
           WRITE BAL-RPT-RECORD.

       WRITE-JOURNAL-START.
           OPEN EXTEND RUN-JOURNAL.
           IF WS-JRNL-FS NOT = '00'
               OPEN OUTPUT RUN-JOURNAL
           END-IF.
           IF WS-JRNL-FS = '00'
               SET WS-JOURNAL-IS-OPEN TO TRUE
               MOVE SPACES     TO JRNL-RECORD
               MOVE 'S'        TO JRNL-REC-TYPE
               MOVE 'EMPBAL'   TO JRNL-PROGRAM
               ACCEPT JRNL-DATE FROM DATE YYYYMMDD
               ACCEPT JRNL-TIME FROM TIME
               MOVE ZERO TO JRNL-RC
               MOVE ZERO TO JRNL-COUNT-VAL(1)
               MOVE ZERO TO JRNL-COUNT-VAL(2)
               MOVE ZERO TO JRNL-COUNT-VAL(3)
               WRITE JRNL-RECORD
           ELSE
               DISPLAY 'EMPBAL: RUN JOURNAL UNAVAILABLE - FILE '
                       'STATUS ' WS-JRNL-FS
           END-IF.

       WRITE-JOURNAL-END.
           IF WS-JOURNAL-IS-OPEN
               MOVE SPACES     TO JRNL-RECORD
               MOVE 'E'        TO JRNL-REC-TYPE
               MOVE 'EMPBAL'   TO JRNL-PROGRAM
               ACCEPT JRNL-DATE FROM DATE YYYYMMDD
               ACCEPT JRNL-TIME FROM TIME
               MOVE RETURN-CODE       TO JRNL-RC
               MOVE 'EMPFILE RECS'    TO JRNL-COUNT-LBL(1)
               MOVE WS-EMP-READ-COUNT TO JRNL-COUNT-VAL(1)
               MOVE 'MOVEMENTS'       TO JRNL-COUNT-LBL(2)
               MOVE WS-MOVEMENT-COUNT TO JRNL-COUNT-VAL(2)
               MOVE 'CONTROLS OUT'    TO JRNL-COUNT-LBL(3)
               MOVE WS-DIFF-COUNT     TO JRNL-COUNT-VAL(3)
               WRITE JRNL-RECORD
               CLOSE RUN-JOURNAL
           END-IF.
