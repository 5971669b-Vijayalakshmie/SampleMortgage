           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-FS3.

           SELECT SALCLR-FILE ASSIGN TO SALCLR
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CLR-KEY
           FILE STATUS  IS WS-FS6.

           SELECT DISCLOSURE-LOG ASSIGN TO DISCLOG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-FS7.

      *----------------------------------------------------------------
      * RETROPAY IS EVERY GENERATION OF THE PAYROLL RETRO-PAY
      * INTERFACE - A BACK-DATED SALARY CHANGE IS FILED ON EMPHIST
      * UNDER ITS PAST EFFECTIVE DATE, SO ONLY ITS RETROPAY DETAIL
      * SAYS WHEN IT WAS ACTUALLY POSTED.
      *----------------------------------------------------------------
           SELECT RETRO-FILE ASSIGN TO RETROPAY
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-FS8.

       DATA DIVISION.
       FILE SECTION.
       FD EMPFILE
      * CARD) SWITCHES TO CHANGED-SINCE MODE: ONLY EMPLOYEES WITH
      * EMPHIST ACTIVITY SINCE THE LAST EXTRACT'S HIGH-WATER DATE
      * GO OUT, EACH TAGGED ADD/CHANGE/DELETE.
      *
      * RECIPIENT=USERID NAMES WHO THE EXTRACT IS FOR.  EMP-SALARY IS
      * WRITTEN ONLY FOR EMPLOYEES WHOSE BRANCH AND DEPARTMENT THAT
      * USERID IS CLEARED FOR ON SALCLR, AND EVERY SALARY WRITTEN IS
      * LOGGED TO DISCLOG; ANY OTHER EMPLOYEE (AND EVERY EMPLOYEE
      * WHEN NO RECIPIENT IS NAMED) GOES OUT WITH THE SALARY FIELD
      * EMPTY.
      *----------------------------------------------------------------
       FD XTRCT-CTL-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 XTRCT-OUT-RECORD     PIC X(100).

       FD SALCLR-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD     IS CLR-RECORD.

           COPY CLRREC.

       FD DISCLOSURE-LOG
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD     IS DISC-RECORD.

           COPY DISCREC.

       FD RETRO-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD     IS RETRO-PAY-RECORD.

           COPY RETROREC.

       WORKING-STORAGE SECTION.
       01 WS-VAR.
          05 WS-FS1        PIC 9(02).
          05 WS-FS3        PIC 9(02).
          05 WS-FS4        PIC 9(02).
          05 WS-FS5        PIC 9(02).
          05 WS-FS6        PIC 9(02).
          05 WS-FS7        PIC 9(02).
          05 WS-FS8        PIC 9(02).
          05 WS-EOF-SW     PIC X(01).
             88 WS-EOF               VALUE 'Y'.
             88 WS-NOT-EOF           VALUE 'N'.
             88 WS-EMPFILE-IS-OPEN         VALUE 'Y'.
          05 WS-EMPHIST-OPEN-SW  PIC X(01) VALUE 'N'.
             88 WS-EMPHIST-IS-OPEN         VALUE 'Y'.
          05 WS-SALCLR-OPEN-SW   PIC X(01) VALUE 'N'.
             88 WS-SALCLR-IS-OPEN          VALUE 'Y'.
          05 WS-DISCLOG-OPEN-SW  PIC X(01) VALUE 'N'.
             88 WS-DISCLOG-IS-OPEN         VALUE 'Y'.
          05 WS-CLEARANCE-FAIL-SW PIC X(01) VALUE 'N'.
             88 WS-CLEARANCE-FAILED        VALUE 'Y'.
          05 WS-RETRO-FAIL-SW    PIC X(01) VALUE 'N'.
             88 WS-RETRO-FAILED            VALUE 'Y'.

       01 WS-MODE-SW            PIC X(01) VALUE 'F'.
          88 WS-MODE-FULL                 VALUE 'F'.
          05 WS-NET-ADD-SW      PIC X(01) VALUE 'N'.
             88 WS-NET-IS-ADD            VALUE 'Y'.
          05 WS-DELTA-ACTION    PIC X(01) VALUE SPACE.
          05 WS-BACKDATED-SW    PIC X(01) VALUE 'N'.
             88 WS-EMP-BACKDATED         VALUE 'Y'.

      *----------------------------------------------------------------
      * WS-BACKDATED-TABLE - EMP-IDS WITH A BACK-DATED SALARY CHANGE
      * POSTED ON OR AFTER THE HIGH-WATER DATE BUT FILED ON EMPHIST
      * UNDER AN EFFECTIVE DATE BEFORE IT, WHICH THE EMPHIST SWEEP
      * ALONE WOULD NOT PICK UP.
      *----------------------------------------------------------------
       01 WS-BACKDATED-TABLE.
          05 WS-BD-COUNT        PIC 9(05) VALUE ZERO.
          05 WS-BD-MAX          PIC 9(05) VALUE 5000.
          05 WS-BD-IDX          PIC 9(05) VALUE ZERO.
          05 WS-BD-PROBE-ID     PIC X(05) VALUE SPACES.
          05 WS-BD-EMP-ID       PIC X(05) OCCURS 5000 TIMES.
          05 WS-RETRO-READ-COUNT PIC 9(07) VALUE ZERO.

       01 WS-DELTA-COUNTERS.
          05 WS-DELTA-ADD-COUNT PIC 9(07) VALUE ZERO.
          05 WS-SEL-HIREFROM    PIC X(08) VALUE SPACES.
          05 WS-SEL-HIRETO      PIC X(08) VALUE SPACES.

      *----------------------------------------------------------------
      * SALARY RELEASE - WS-RECIPIENT IS THE RECIPIENT= USERID.  EACH
      * EMPLOYEE'S SALARY STARTS WITHHELD AND GOES OUT ONLY WHEN
      * SALCLR CLEARS THE RECIPIENT FOR THE EMPLOYEE'S BRANCH (OR
      * '*ALL') AND DEPARTMENT (OR '*ALL') AND THE RELEASE CAN BE
      * LOGGED.
      *----------------------------------------------------------------
       01 WS-CLEARANCE.
          05 WS-RECIPIENT       PIC X(08) VALUE SPACES.
          05 WS-CLR-IDX         PIC 9(02) VALUE ZERO.
          05 WS-SALARY-CLEARED-SW PIC X(01) VALUE 'N'.
             88 WS-SALARY-CLEARED          VALUE 'Y'.
             88 WS-SALARY-MASKED           VALUE 'N'.
          05 WS-RELEASED-COUNT  PIC 9(07) VALUE ZERO.
          05 WS-WITHHELD-COUNT  PIC 9(07) VALUE ZERO.
          05 WS-DISC-FAIL-COUNT PIC 9(07) VALUE ZERO.

       01 WS-XTRCT-COUNTERS.
          05 WS-READ-COUNT      PIC 9(07) VALUE ZERO.
          05 WS-SELECT-COUNT    PIC 9(07) VALUE ZERO.
          05 WS-T-DEPT-LEN      PIC 9(02) VALUE 5.
          05 WS-T-BRANCH        PIC X(10).
          05 WS-T-BRANCH-LEN    PIC 9(02) VALUE 10.
          05 WS-T-SALARY        PIC X(11).
          05 WS-T-SALARY-LEN    PIC 9(02) VALUE 11.

       01 WS-TRAILER-COUNT      PIC 9(07).
       01 WS-TRAILER-HASH       PIC 9(15).

           OPEN INPUT EMPFILE.
           OPEN OUTPUT XTRCT-OUT-FILE.
           IF WS-RECIPIENT NOT = SPACES
               PERFORM OPEN-CLEARANCE-FILES
           END-IF.

           IF WS-FS1 = '00'
               SET WS-EMPFILE-IS-OPEN TO TRUE
                           'FILE STATUS ' WS-FS4
               END-IF
               PERFORM READ-HIGH-WATER-DATE
               IF WS-HWM-FOUND
                   PERFORM LOAD-BACKDATED-CHANGES
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-CLEARANCE-FAILED OR WS-RETRO-FAILED
                   IF WS-EMPFILE-IS-OPEN
                       CLOSE EMPFILE
                   END-IF
                   IF WS-EMPHIST-IS-OPEN
                       CLOSE EMPHIST
                   END-IF
               WHEN WS-MODE-DELTA AND WS-EMPFILE-IS-OPEN
                       AND WS-EMPHIST-IS-OPEN
                   PERFORM WRITE-DELTA-HEADER
                   PERFORM DELTA-EXTRACT
                   PERFORM WRITE-TRAILER-RECORD
                   IF WS-DISC-FAIL-COUNT = ZERO
                       PERFORM UPDATE-HIGH-WATER-DATE
                   ELSE
                       DISPLAY 'EMPXTRCT: HIGH-WATER DATE NOT MOVED - '
                               'NEXT DELTA WILL RESEND'
                   END-IF
                   CLOSE EMPFILE
                   CLOSE EMPHIST
               WHEN WS-MODE-FULL AND WS-EMPFILE-IS-OPEN
           END-EVALUATE.

           CLOSE XTRCT-OUT-FILE.
           IF WS-SALCLR-IS-OPEN
               CLOSE SALCLR-FILE
           END-IF.
           IF WS-DISCLOG-IS-OPEN
               CLOSE DISCLOSURE-LOG
           END-IF.

           DISPLAY 'EMPXTRCT: EMPLOYEES READ     - ' WS-READ-COUNT.
           DISPLAY 'EMPXTRCT: EMPLOYEES EXTRACTED- ' WS-SELECT-COUNT.
           DISPLAY 'EMPXTRCT: SALARY RECIPIENT   - ' WS-RECIPIENT.
           DISPLAY 'EMPXTRCT: SALARIES RELEASED  - ' WS-RELEASED-COUNT.
           DISPLAY 'EMPXTRCT: SALARIES WITHHELD  - ' WS-WITHHELD-COUNT.
           DISPLAY 'EMPXTRCT: SALARY HASH TOTAL  - ' WS-SALARY-HASH.
           IF WS-DISC-FAIL-COUNT > ZERO
               DISPLAY 'EMPXTRCT: DISCLOG WRITES FAILED - '
                       WS-DISC-FAIL-COUNT
           END-IF.
           IF WS-MODE-DELTA
               DISPLAY 'EMPXTRCT: RETROPAY RECORDS   - '
                       WS-RETRO-READ-COUNT
               DISPLAY 'EMPXTRCT: BACK-DATED EMPS    - ' WS-BD-COUNT
               DISPLAY 'EMPXTRCT: DELTA ADDS         - '
                       WS-DELTA-ADD-COUNT
               DISPLAY 'EMPXTRCT: DELTA CHANGES      - '

           IF NOT WS-EMPFILE-IS-OPEN
                   OR (WS-MODE-DELTA AND NOT WS-EMPHIST-IS-OPEN)
                   OR WS-CLEARANCE-FAILED OR WS-RETRO-FAILED
                   OR WS-DISC-FAIL-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-SELECT-COUNT = ZERO
      * EMIT ONE TAGGED ROW PER EMPLOYEE MAINTAINED ON OR AFTER IT
      * (ON OR AFTER, NOT AFTER, SO A SECOND MAINTENANCE PASS THE
      * SAME DAY IS NEVER MISSED - THE WAREHOUSE LOAD IS KEYED AND
      * TOLERATES A RESENT ROW), OR WITH A BACK-DATED SALARY CHANGE
      * POSTED ON OR AFTER IT.  WITHOUT ONE, EVERY EMPLOYEE GOES
      * OUT TAGGED 'A' AS THE BASELINE.
      *----------------------------------------------------------------
       DELTA-EXTRACT.
           IF EMPH-EMP-ID NOT = WS-PRIOR-HIST-EMP
               PERFORM EMIT-PENDING-DELTA
               MOVE EMPH-EMP-ID TO WS-PRIOR-HIST-EMP
               MOVE EMPH-EMP-ID TO WS-BD-PROBE-ID
               PERFORM FIND-BACKDATED-EMP
                   VARYING WS-BD-IDX FROM 1 BY 1
                   UNTIL WS-BD-IDX > WS-BD-COUNT OR WS-EMP-BACKDATED
           END-IF.

           IF EMPH-EFF-DATE >= WS-HWM-DATE
      * EMIT-PENDING-DELTA - ONE ROW PER CHANGED EMPLOYEE: STILL ON
      * EMPFILE AND FIRST SEEN AS AN ADD -> 'A', STILL ON EMPFILE
      * OTHERWISE -> 'C', GONE FROM EMPFILE -> 'D' (KEY ONLY, THE
      * WAREHOUSE DELETES BY KEY).  A BACK-DATED CHANGE ALONE IS
      * NEVER AN ADD - ITS EMPHIST ROW ALWAYS HAS A BEFORE IMAGE.
      *----------------------------------------------------------------
       EMIT-PENDING-DELTA.
           IF WS-DELTA-PENDING OR WS-EMP-BACKDATED
               ADD 1 TO WS-READ-COUNT
               MOVE WS-PRIOR-HIST-EMP TO EMP-ID
               READ EMPFILE
           END-IF.
           MOVE 'N' TO WS-PENDING-SW.
           MOVE 'N' TO WS-NET-ADD-SW.
           MOVE 'N' TO WS-BACKDATED-SW.

       FIND-BACKDATED-EMP.
           IF WS-BD-EMP-ID(WS-BD-IDX) = WS-BD-PROBE-ID
               SET WS-EMP-BACKDATED TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * LOAD-BACKDATED-CHANGES - TABLES THE EMP-ID OF EVERY RETROPAY
      * DETAIL POSTED ON OR AFTER THE HIGH-WATER DATE WHOSE
      * EFFECTIVE DATE IS BEFORE IT (ONE ON OR AFTER IT IS CAUGHT BY
      * THE EMPHIST SWEEP ANYWAY).  RETROPAY IS EVERY GENERATION, SO
      * A CATCH-UP RUN AFTER MISSED NIGHTS STILL SEES THEM ALL.
      * WITHOUT THE FILE, OR WITH MORE EMPLOYEES THAN THE TABLE
      * HOLDS, THE DELTA WOULD BE INCOMPLETE, SO NONE IS WRITTEN AND
      * THE HIGH-WATER DATE STAYS WHERE IT IS.
      *----------------------------------------------------------------
       LOAD-BACKDATED-CHANGES.
           OPEN INPUT RETRO-FILE.
           IF WS-FS8 NOT = '00'
               SET WS-RETRO-FAILED TO TRUE
               DISPLAY 'EMPXTRCT: UNABLE TO OPEN RETROPAY - FILE '
                       'STATUS ' WS-FS8 ' - DELTA NOT WRITTEN'
           ELSE
               SET WS-NOT-EOF TO TRUE
               PERFORM UNTIL WS-EOF OR WS-RETRO-FAILED
                   READ RETRO-FILE
                       AT END SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RETRO-READ-COUNT
                           PERFORM TABLE-ONE-RETRO-DETAIL
                   END-READ
               END-PERFORM
               CLOSE RETRO-FILE
           END-IF.

       TABLE-ONE-RETRO-DETAIL.
           IF RETRO-IS-DETAIL
                   AND RETRO-POSTED-DATE >= WS-HWM-DATE
                   AND RETRO-EFF-DATE < WS-HWM-DATE
               MOVE RETRO-EMP-ID TO WS-BD-PROBE-ID
               MOVE 'N' TO WS-BACKDATED-SW
               PERFORM FIND-BACKDATED-EMP
                   VARYING WS-BD-IDX FROM 1 BY 1
                   UNTIL WS-BD-IDX > WS-BD-COUNT OR WS-EMP-BACKDATED
               IF NOT WS-EMP-BACKDATED
                   IF WS-BD-COUNT < WS-BD-MAX
                       ADD 1 TO WS-BD-COUNT
                       MOVE RETRO-EMP-ID TO WS-BD-EMP-ID(WS-BD-COUNT)
                   ELSE
                       SET WS-RETRO-FAILED TO TRUE
                       DISPLAY 'EMPXTRCT: MORE THAN ' WS-BD-MAX
                               ' BACK-DATED EMPLOYEES - DELTA NOT '
                               'WRITTEN'
                   END-IF
               END-IF
               MOVE 'N' TO WS-BACKDATED-SW
           END-IF.

       WRITE-DELTA-HEADER.
           MOVE SPACES TO XTRCT-OUT-RECORD.

       WRITE-DELTA-DETAIL.
           ADD 1 TO WS-SELECT-COUNT.
           PERFORM RELEASE-OR-WITHHOLD-SALARY.

           PERFORM TRIM-DETAIL-FIELDS.

                  '|' DELIMITED BY SIZE
                  WS-T-DESG(1:WS-T-DESG-LEN) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-T-SALARY(1:WS-T-SALARY-LEN) DELIMITED BY SIZE
                  WS-T-DEPT(1:WS-T-DEPT-LEN) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  EMP-HIRE-DATE DELIMITED BY SIZE
                   MOVE WS-SEL-VALUE(1:8)  TO WS-SEL-HIREFROM
               WHEN 'HIRETO'
                   MOVE WS-SEL-VALUE(1:8)  TO WS-SEL-HIRETO
               WHEN 'RECIPIENT'
                   MOVE WS-SEL-VALUE(1:8)  TO WS-RECIPIENT
               WHEN OTHER
                   SET WS-BAD-SELECTION TO TRUE
                   DISPLAY 'EMPXTRCT: UNKNOWN SELECTION '

       WRITE-DETAIL-RECORD.
           ADD 1 TO WS-SELECT-COUNT.
           PERFORM RELEASE-OR-WITHHOLD-SALARY.

           PERFORM TRIM-DETAIL-FIELDS.

                  '|' DELIMITED BY SIZE
                  WS-T-DESG(1:WS-T-DESG-LEN) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  WS-T-SALARY(1:WS-T-SALARY-LEN) DELIMITED BY SIZE
                  WS-T-DEPT(1:WS-T-DEPT-LEN) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  EMP-HIRE-DATE DELIMITED BY SIZE
                  INTO XTRCT-OUT-RECORD.
           WRITE XTRCT-OUT-RECORD.

      *----------------------------------------------------------------
      * OPEN-CLEARANCE-FILES - SALCLR IS READ BY KEY; DISCLOG IS
      * APPENDED TO, FALLING BACK TO OUTPUT THE FIRST TIME.  WITHOUT
      * BOTH, NO SALARY CAN BE RELEASED TO THE NAMED RECIPIENT, SO
      * RATHER THAN SEND THEM A FILE OF EMPTY SALARIES THE EXTRACT
      * IS NOT WRITTEN (RC=8; A DELTA'S HIGH-WATER DATE STAYS PUT).
      *----------------------------------------------------------------
       OPEN-CLEARANCE-FILES.
           OPEN INPUT SALCLR-FILE.
           IF WS-FS6 = '00'
               SET WS-SALCLR-IS-OPEN TO TRUE
           END-IF.
           OPEN EXTEND DISCLOSURE-LOG.
           IF WS-FS7 NOT = '00'
               OPEN OUTPUT DISCLOSURE-LOG
           END-IF.
           IF WS-FS7 = '00'
               SET WS-DISCLOG-IS-OPEN TO TRUE
           END-IF.
           IF NOT WS-SALCLR-IS-OPEN OR NOT WS-DISCLOG-IS-OPEN
               SET WS-CLEARANCE-FAILED TO TRUE
               DISPLAY 'EMPXTRCT: SALCLR/DISCLOG NOT AVAILABLE (STATUS '
                       WS-FS6 '/' WS-FS7 ') - NO SALARY CAN GO TO '
                       WS-RECIPIENT ' - EXTRACT NOT WRITTEN'
           END-IF.

      *----------------------------------------------------------------
      * RELEASE-OR-WITHHOLD-SALARY - BUILDS THE SALARY COLUMN AND ITS
      * TRAILING DELIMITER IN WS-T-SALARY.  A RELEASED SALARY IS
      * LOGGED AND COUNTED INTO THE HASH TOTAL; A WITHHELD ONE LEAVES
      * THE COLUMN EMPTY AND OUT OF THE HASH, SO THE TRAILER STILL
      * PROVES EXACTLY WHAT WAS SENT.  A SALARY WHOSE DISCLOG WRITE
      * FAILS IS WITHHELD.
      *----------------------------------------------------------------
       RELEASE-OR-WITHHOLD-SALARY.
           SET WS-SALARY-MASKED TO TRUE.
           IF WS-SALCLR-IS-OPEN AND WS-DISCLOG-IS-OPEN
               MOVE WS-RECIPIENT TO CLR-USERID
               MOVE EMP-BRANCH   TO CLR-BRANCH
               PERFORM TEST-ONE-CLEARANCE-ROW
               IF WS-SALARY-MASKED
                   MOVE WS-RECIPIENT TO CLR-USERID
                   MOVE '*ALL'       TO CLR-BRANCH
                   PERFORM TEST-ONE-CLEARANCE-ROW
               END-IF
           END-IF.

           IF WS-SALARY-CLEARED
               PERFORM WRITE-DISCLOSURE-RECORD
           END-IF.

           MOVE SPACES TO WS-T-SALARY.
           IF WS-SALARY-CLEARED
               ADD 1 TO WS-RELEASED-COUNT
               IF EMP-SALARY IS NUMERIC
                   ADD EMP-SALARY TO WS-SALARY-HASH
               END-IF
               MOVE EMP-SALARY TO WS-T-SALARY(1:10)
               MOVE '|'        TO WS-T-SALARY(11:1)
               MOVE 11         TO WS-T-SALARY-LEN
           ELSE
               ADD 1 TO WS-WITHHELD-COUNT
               MOVE '|'        TO WS-T-SALARY(1:1)
               MOVE 1          TO WS-T-SALARY-LEN
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
               IF CLR-DEPT(WS-CLR-IDX) = EMP-DEPT-CODE
                       OR CLR-DEPT(WS-CLR-IDX) = '*ALL'
                   SET WS-SALARY-CLEARED TO TRUE
               END-IF
           END-IF.

       WRITE-DISCLOSURE-RECORD.
           MOVE SPACES         TO DISC-RECORD.
           MOVE WS-RUN-DATE    TO DISC-DATE.
           ACCEPT DISC-TIME FROM TIME.
           MOVE 'EMPXTRCT'     TO DISC-PROGRAM.
           MOVE 'EXTOUT'       TO DISC-OUTPUT.
           SET DISC-IS-EXTRACT TO TRUE.
           MOVE WS-RECIPIENT   TO DISC-USERID.
           MOVE EMP-ID         TO DISC-EMP-ID.
           MOVE EMP-DEPT-CODE  TO DISC-DEPT.
           MOVE EMP-BRANCH     TO DISC-BRANCH.
           WRITE DISC-RECORD.
           IF WS-FS7 NOT = '00'
               ADD 1 TO WS-DISC-FAIL-COUNT
               DISPLAY 'EMPXTRCT: DISCLOG WRITE FAILED FOR EMP-ID '
                       EMP-ID ' - FILE STATUS ' WS-FS7
               SET WS-SALARY-MASKED TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * TRIM-DETAIL-FIELDS - BACKWARD SCAN FOR EACH TEXT FIELD'S LAST
      * NON-BLANK (THE SAME PATTERN EMPFEED USES FOR EMP-NAME) SO THE

      *----------------------------------------------------------------
      * WRITE-TRAILER-RECORD - RECORD COUNT AND EMP-SALARY HASH TOTAL
      * (OF THE SALARIES ACTUALLY RELEASED) SO THE DOWNSTREAM LOAD
      * CAN VALIDATE COMPLETENESS.
      *----------------------------------------------------------------
       WRITE-TRAILER-RECORD.
           MOVE WS-SELECT-COUNT TO WS-TRAILER-COUNT.
