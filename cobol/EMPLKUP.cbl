           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-FS4.

           SELECT SALCLR-FILE ASSIGN TO SALCLR
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CLR-KEY
           FILE STATUS  IS WS-FS5.

           SELECT DISCLOSURE-LOG ASSIGN TO DISCLOG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-FS6.

       DATA DIVISION.
       FILE SECTION.
       FD EMPFILE
      *     PREFIX NNN         EVERY EMP-ID STARTING WITH THE PREFIX
      *     DEPT   XXXXX       EVERY EMPLOYEE IN THE DEPARTMENT
      *     BRANCH XXXXXXXXXX  EVERY EMPLOYEE IN THE BRANCH
      * OPTIONALLY FOLLOWED BY BY=USERID, THE USERID THE ANSWER IS
      * FOR.  SALARY PRINTS ONLY WHERE THAT USERID IS CLEARED ON
      * SALCLR FOR THE EMPLOYEE'S BRANCH AND DEPARTMENT; A REQUEST
      * WITH NO BY= SEES EVERY SALARY MASKED.
      *----------------------------------------------------------------
       FD REQUEST-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 ANSWER-RPT-RECORD    PIC X(132).

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
          05 WS-FS6        PIC 9(02).
          05 WS-EMPFILE-OPEN-SW  PIC X(01) VALUE 'N'.
             88 WS-EMPFILE-IS-OPEN         VALUE 'Y'.
          05 WS-SALCLR-OPEN-SW   PIC X(01) VALUE 'N'.
             88 WS-SALCLR-IS-OPEN          VALUE 'Y'.
          05 WS-DISCLOG-OPEN-SW  PIC X(01) VALUE 'N'.
             88 WS-DISCLOG-IS-OPEN         VALUE 'Y'.

       01 WS-REQ-EOF-SW          PIC X(01) VALUE 'N'.
          88 WS-REQ-EOF                    VALUE 'Y'.
          88 WS-BROWSE-NOT-EOF             VALUE 'N'.

       01 WS-LOOKUP-KEY    PIC X(05).
       01 WS-ADHOC-PARM    PIC X(20).
       01 WS-ADHOC-BY      PIC X(12).
       01 WS-DISPLAY-IMAGE PIC X(80).

       01 WS-LOOKUP-NOTFOUND-SW  PIC X(01) VALUE 'N'.
          88 WS-LOOKUP-NOTFOUND            VALUE 'Y'.
             88 WS-REQ-IS-DEPT            VALUE 'DEPT'.
             88 WS-REQ-IS-BRANCH          VALUE 'BRANCH'.
          05 WS-REQ-VALUE       PIC X(10).
          05 WS-REQ-BY          PIC X(12).
          05 WS-PREFIX-LEN      PIC 9(02) VALUE ZERO.

      *----------------------------------------------------------------
      * SALARY CLEARANCE - WS-REQUESTER IS THE USERID FROM THE BY=
      * TOKEN.  EVERY SALARY STARTS MASKED AND IS SHOWN ONLY WHEN
      * SALCLR CLEARS THE REQUESTER FOR THE EMPLOYEE'S BRANCH (OR
      * '*ALL') AND DEPARTMENT (OR '*ALL') AND THE DISCLOSURE CAN BE
      * LOGGED; EITHER FILE MISSING MASKS EVERYTHING, AND A DISCLOG
      * WRITE THAT FAILS MASKS THAT SALARY.
      *----------------------------------------------------------------
       01 WS-CLEARANCE.
          05 WS-REQUESTER       PIC X(08) VALUE SPACES.
          05 WS-DISC-OUTPUT     PIC X(08) VALUE SPACES.
          05 WS-CLR-IDX         PIC 9(02) VALUE ZERO.
          05 WS-SALARY-CLEARED-SW PIC X(01) VALUE 'N'.
             88 WS-SALARY-CLEARED          VALUE 'Y'.
             88 WS-SALARY-MASKED           VALUE 'N'.
          05 WS-SHOWN-COUNT     PIC 9(07) VALUE ZERO.
          05 WS-MASKED-COUNT    PIC 9(07) VALUE ZERO.
          05 WS-DISC-FAIL-COUNT PIC 9(07) VALUE ZERO.
          05 WS-RUN-DATE        PIC X(08) VALUE SPACES.

       01 WS-REQUEST-COUNTERS.
          05 WS-REQUEST-COUNT   PIC 9(07) VALUE ZERO.
          05 WS-REQ-HIT-COUNT   PIC 9(07) VALUE ZERO.
          05 WS-RE-TYPE         PIC X(06).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 WS-RE-VALUE        PIC X(10).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 WS-RE-BY           PIC X(12).

       01 WS-ANSWER-HEADING.
          05 FILLER             PIC X(07) VALUE 'EMP-ID '.
          05 WS-AL-DESG         PIC X(10).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 WS-AL-SALARY       PIC ZZZ,ZZZ,ZZ9.
          05 WS-AL-SALARY-X REDEFINES WS-AL-SALARY
                                PIC X(11).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-AL-DEPT         PIC X(05).
          05 FILLER             PIC X(02) VALUE SPACES.
               STOP RUN
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-CLEARANCE-FILES.

      *----------------------------------------------------------------
      * WITH A REQUEST FILE PRESENT THE PROGRAM RUNS AS A BATCH
      * INQUIRY, ANSWERING EVERY REQUEST ON A FORMATTED REPORT.  NO
               PERFORM ANSWER-REQUEST-FILE
           END-IF.

           DISPLAY 'EMPLKUP: SALARIES SHOWN     - ' WS-SHOWN-COUNT.
           DISPLAY 'EMPLKUP: SALARIES MASKED    - ' WS-MASKED-COUNT.
           IF WS-DISC-FAIL-COUNT > ZERO
               DISPLAY 'EMPLKUP: DISCLOG WRITES FAILED - '
                       WS-DISC-FAIL-COUNT
               MOVE 8 TO RETURN-CODE
           END-IF.

           IF WS-SALCLR-IS-OPEN
               CLOSE SALCLR-FILE
           END-IF.
           IF WS-DISCLOG-IS-OPEN
               CLOSE DISCLOSURE-LOG
           END-IF.
           CLOSE EMPFILE.
           STOP RUN.

      *----------------------------------------------------------------
      * OPEN-CLEARANCE-FILES - SALCLR IS READ BY KEY; DISCLOG IS
      * APPENDED TO, FALLING BACK TO OUTPUT THE FIRST TIME.  WITHOUT
      * BOTH, NO SALARY CAN BE SHOWN, SO THE RUN CONTINUES MASKED.
      *----------------------------------------------------------------
       OPEN-CLEARANCE-FILES.
           OPEN INPUT SALCLR-FILE.
           IF WS-FS5 = '00'
               SET WS-SALCLR-IS-OPEN TO TRUE
           END-IF.
           OPEN EXTEND DISCLOSURE-LOG.
           IF WS-FS6 NOT = '00'
               OPEN OUTPUT DISCLOSURE-LOG
           END-IF.
           IF WS-FS6 = '00'
               SET WS-DISCLOG-IS-OPEN TO TRUE
           END-IF.
           IF NOT WS-SALCLR-IS-OPEN OR NOT WS-DISCLOG-IS-OPEN
               DISPLAY 'EMPLKUP: SALCLR/DISCLOG NOT AVAILABLE (STATUS '
                       WS-FS5 '/' WS-FS6 ') - ALL SALARIES MASKED'
           END-IF.

      *----------------------------------------------------------------
      * AD-HOC-SINGLE-LOOKUP - THE ORIGINAL EMPLKUP BEHAVIOUR: ONE
      * EMP-ID FROM THE PARM (OR SYSIN), THE RECORD DISPLAYED RAW,
      * FOLLOWED BY ITS RECENT CHANGE HISTORY.  THE EMP-ID MAY BE
      * FOLLOWED BY BY=USERID, AS ON A REQUEST LINE; THE SALARY
      * COLUMNS OF THE RAW RECORD ARE STARRED OUT UNLESS THAT USERID
      * IS CLEARED FOR IT.
      *----------------------------------------------------------------
       AD-HOC-SINGLE-LOOKUP.
           MOVE 'SYSOUT' TO WS-DISC-OUTPUT.
           ACCEPT WS-ADHOC-PARM FROM COMMAND-LINE.
           IF WS-ADHOC-PARM = SPACES
               ACCEPT WS-ADHOC-PARM FROM SYSIN
           END-IF.
           MOVE SPACES TO WS-LOOKUP-KEY WS-ADHOC-BY.
           UNSTRING WS-ADHOC-PARM DELIMITED BY ALL ' '
               INTO WS-LOOKUP-KEY WS-ADHOC-BY.
           MOVE SPACES TO WS-REQUESTER.
           IF WS-ADHOC-BY(1:3) = 'BY='
               MOVE WS-ADHOC-BY(4:8) TO WS-REQUESTER
           END-IF.

           MOVE WS-LOOKUP-KEY TO EMP-ID.
               NOT INVALID KEY
                   SET WS-LOOKUP-FOUND TO TRUE
                   DISPLAY 'EMPLKUP: RECORD FOUND FOR ' WS-LOOKUP-KEY
                   PERFORM CHECK-SALARY-CLEARANCE
                   MOVE EMPFILE-RECORD TO WS-DISPLAY-IMAGE
                   IF WS-SALARY-MASKED
                       MOVE ALL '*' TO WS-DISPLAY-IMAGE(31:10)
                   END-IF
                   DISPLAY WS-DISPLAY-IMAGE
           END-READ.

           PERFORM DISPLAY-RECENT-HISTORY.
      * OR CANNOT BE PARSED IS COUNTED AND FLAGS THE RUN WITH RC=4.
      *----------------------------------------------------------------
       ANSWER-REQUEST-FILE.
           MOVE 'ANSRPT' TO WS-DISC-OUTPUT.
           OPEN OUTPUT ANSWER-RPT-FILE.

           SET WS-REQ-NOT-EOF TO TRUE.
           END-IF.

       ANSWER-ONE-REQUEST.
           MOVE SPACES TO WS-REQ-TYPE WS-REQ-VALUE WS-REQ-BY.
           UNSTRING REQUEST-RECORD DELIMITED BY ALL ' '
               INTO WS-REQ-TYPE WS-REQ-VALUE WS-REQ-BY.
           MOVE SPACES TO WS-REQUESTER.
           IF WS-REQ-BY(1:3) = 'BY='
               MOVE WS-REQ-BY(4:8) TO WS-REQUESTER
           END-IF.

           MOVE WS-REQ-TYPE  TO WS-RE-TYPE.
           MOVE WS-REQ-VALUE TO WS-RE-VALUE.
           MOVE WS-REQ-BY    TO WS-RE-BY.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM WRITE-ANSWER-LINE.
           MOVE WS-REQUEST-ECHO-LINE TO WS-PRINT-LINE.
           MOVE EMP-ID        TO WS-AL-ID.
           MOVE EMP-NAME      TO WS-AL-NAME.
           MOVE EMP-DESG      TO WS-AL-DESG.
           PERFORM CHECK-SALARY-CLEARANCE.
           IF WS-SALARY-MASKED
               MOVE ALL '*'    TO WS-AL-SALARY-X
           ELSE
           IF EMP-SALARY IS NUMERIC
               MOVE EMP-SALARY TO WS-AL-SALARY
           ELSE
               MOVE ZERO       TO WS-AL-SALARY
           END-IF
           END-IF.
           MOVE EMP-DEPT-CODE TO WS-AL-DEPT.
           MOVE EMP-HIRE-DATE TO WS-AL-HIRE-DATE.
           MOVE WS-PRINT-LINE TO ANSWER-RPT-RECORD.
           WRITE ANSWER-RPT-RECORD.

      *----------------------------------------------------------------
      * CHECK-SALARY-CLEARANCE - FOR THE EMPFILE RECORD IN HAND,
      * LOOKS FOR THE REQUESTER'S SALCLR ROW FOR THE EMPLOYEE'S OWN
      * BRANCH, THEN FOR ITS '*ALL' ROW, AND CLEARS THE SALARY WHEN
      * EITHER LISTS THE EMPLOYEE'S DEPARTMENT OR '*ALL'.  A CLEARED
      * SALARY IS LOGGED TO DISCLOG BEFORE IT IS SHOWN, AND STAYS
      * MASKED IF THE LOG WRITE FAILS.
      *----------------------------------------------------------------
       CHECK-SALARY-CLEARANCE.
           SET WS-SALARY-MASKED TO TRUE.
           IF WS-SALCLR-IS-OPEN AND WS-DISCLOG-IS-OPEN
                   AND WS-REQUESTER NOT = SPACES
               MOVE WS-REQUESTER TO CLR-USERID
               MOVE EMP-BRANCH   TO CLR-BRANCH
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
               IF CLR-DEPT(WS-CLR-IDX) = EMP-DEPT-CODE
                       OR CLR-DEPT(WS-CLR-IDX) = '*ALL'
                   SET WS-SALARY-CLEARED TO TRUE
               END-IF
           END-IF.

       WRITE-DISCLOSURE-RECORD.
           MOVE SPACES         TO DISC-RECORD.
           MOVE WS-RUN-DATE    TO DISC-DATE.
           ACCEPT DISC-TIME FROM TIME.
           MOVE 'EMPLKUP'      TO DISC-PROGRAM.
           MOVE WS-DISC-OUTPUT TO DISC-OUTPUT.
           SET DISC-IS-VIEW    TO TRUE.
           MOVE WS-REQUESTER   TO DISC-USERID.
           MOVE EMP-ID         TO DISC-EMP-ID.
           MOVE EMP-DEPT-CODE  TO DISC-DEPT.
           MOVE EMP-BRANCH     TO DISC-BRANCH.
           WRITE DISC-RECORD.
           IF WS-FS6 NOT = '00'
               ADD 1 TO WS-DISC-FAIL-COUNT
               DISPLAY 'EMPLKUP: DISCLOG WRITE FAILED FOR EMP-ID '
                       EMP-ID ' - FILE STATUS ' WS-FS6
               SET WS-SALARY-MASKED TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * DISPLAY-RECENT-HISTORY - SHOWS THE LAST FEW EMPHIST ROWS FOR
      * THE LOOKED-UP EMP-ID AFTER THE RECORD ITSELF.  THE HISTORY
