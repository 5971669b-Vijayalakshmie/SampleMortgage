       IDENTIFICATION DIVISION.
       PROGRAM-ID. HRISFEED.

      *----------------------------------------------------------------
      * HRISFEED - INBOUND FEED FROM THE CORPORATE HR SYSTEM.  READS
      * THE HR SYSTEM'S NIGHTLY PIPE-DELIMITED EXTRACT, MATCHES EACH
      * PERSON TO EMPFILE AND WRITES THE A/C/D TRANSACTIONS EMPMAINT
      * NEEDS INTO HRTRANS, IN THE MAINT-TRAN-RECORD LAYOUT, SO THE
      * HIRES, PROMOTIONS AND TERMINATIONS HR HAS ALREADY RECORDED
      * NO LONGER HAVE TO BE RE-KEYED BEFORE STEP005.
      *
      * MATCHING: A ROW CARRYING AN EMP-ID IS MATCHED ON THE KEY.  A
      * ROW WITH A BLANK EMP-ID (HR HAS NOT HAD ONE ASSIGNED YET) IS
      * MATCHED ON NAME PLUS HIRE DATE AGAINST A TABLE BUILT FROM
      * ONE SEQUENTIAL PASS OVER EMPFILE AT START-UP; A NEW HIRE
      * WITH NO MATCH IS GIVEN THE NEXT EMP-ID ABOVE THE HIGHEST
      * NUMERIC ONE ON FILE.
      *
      * NOTHING DOUBTFUL BECOMES A TRANSACTION.  THESE GO TO THE
      * EXCEPTION LISTING (HRXRPT) INSTEAD:
      *     - A POSSIBLE DUPLICATE PERSON (NAME + HIRE DATE ALREADY
      *       ON EMPFILE UNDER ANOTHER EMP-ID, MORE THAN ONE NAME
      *       MATCH, OR THE SAME PERSON TWICE IN ONE FEED)
      *     - A DEPARTMENT OR BRANCH UNKNOWN OR INACTIVE ON REFFILE,
      *       OR A DEPARTMENT NOT OWNED BY THE BRANCH - THE SAME
      *       CHECKS EMPMAINT'S VALIDATE-TRANSACTION APPLIES
      *     - A ROW THAT WOULD CHANGE NOTHING ON EMPFILE
      *     - A MALFORMED ROW, OR A LEAVER NOT ON EMPFILE
      *
      * HRTRANS IS THE FEED'S OWN DATASET, A NEW GENERATION EACH
      * RUN, WHICH EMPMAINT READS BEHIND THE HAND-KEYED TRANSACTIONS
      * UNDER ITS TRANIN DD.  A RERUN WRITES A FRESH GENERATION
      * RATHER THAN ADDING THE FEED A SECOND TIME.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------------------------------
      * EMPFILE IS DYNAMIC: ONE SEQUENTIAL PASS BUILDS THE NAME/HIRE
      * DATE MATCH TABLE, THEN EVERY FEED ROW IS A KEYED READ.
      *----------------------------------------------------------------
           SELECT EMPFILE ASSIGN TO INPUT01
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS EMP-ID
           FILE STATUS  IS WS-FS1.

           SELECT REFFILE ASSIGN TO REFFILE
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS REF-KEY
           FILE STATUS  IS WS-FS2.

           SELECT HR-FEED-FILE ASSIGN TO HRFEED
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-FS3.

           SELECT MAINT-TRAN-FILE ASSIGN TO HRTRANS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-FS4.

           SELECT HR-EXCP-FILE ASSIGN TO HRXRPT
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

       FD REFFILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD     IS REFFILE-RECORD.

           COPY REFREC.

      *----------------------------------------------------------------
      * HR-FEED-RECORD - ONE PERSON PER LINE, FIELDS SEPARATED BY
      * '|' IN THIS ORDER:
      *     EMP-ID | NAME | DESG | SALARY | DEPT | HIRE DATE |
      *     BRANCH | STATUS | EFFECTIVE DATE
      * EMP-ID IS BLANK UNTIL ONE HAS BEEN ASSIGNED.  SALARY IS
      * WHOLE UNITS WITHOUT LEADING ZEROS.  STATUS IS A, L OR S AS
      * ON EMPFILE, OR T FOR A TERMINATION.  A BLANK EFFECTIVE DATE
      * MEANS TONIGHT.
      *----------------------------------------------------------------
       FD HR-FEED-FILE
           RECORD CONTAINS 200 CHARACTERS.

       01 HR-FEED-RECORD       PIC X(200).

      *----------------------------------------------------------------
      * MAINT-TRAN-RECORD - EMPMAINT'S TRANIN LAYOUT, FIELD FOR
      * FIELD.
      *----------------------------------------------------------------
       FD MAINT-TRAN-FILE
           RECORD CONTAINS 73 CHARACTERS.

       01 MAINT-TRAN-RECORD.
          05 MT-ACTION          PIC X(01).
          05 MT-EMP-ID          PIC X(05).
          05 MT-EMP-NAME        PIC X(15).
          05 MT-EMP-DESG        PIC X(10).
          05 MT-EMP-SALARY      PIC X(10).
          05 MT-EMP-DEPT-CODE   PIC X(05).
          05 MT-EMP-HIRE-DATE   PIC X(08).
          05 MT-EMP-BRANCH      PIC X(10).
          05 MT-EFF-DATE        PIC X(08).
          05 MT-EMP-STATUS      PIC X(01).

       FD HR-EXCP-FILE
           RECORD CONTAINS 132 CHARACTERS.

       01 HR-EXCP-RECORD       PIC X(132).

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
          05 WS-REFFILE-OPEN-SW  PIC X(01) VALUE 'N'.
             88 WS-REFFILE-IS-OPEN         VALUE 'Y'.
          05 WS-HRFEED-OPEN-SW   PIC X(01) VALUE 'N'.
             88 WS-HRFEED-IS-OPEN          VALUE 'Y'.
          05 WS-TRAN-OPEN-SW     PIC X(01) VALUE 'N'.
             88 WS-TRAN-IS-OPEN            VALUE 'Y'.

       01 WS-JRNL-FS           PIC 9(02) VALUE ZERO.
       01 WS-JOURNAL-OPEN-SW   PIC X(01) VALUE 'N'.
          88 WS-JOURNAL-IS-OPEN          VALUE 'Y'.

       01 WS-RUN-DATE           PIC X(08).

      *----------------------------------------------------------------
      * WS-HR-FIELDS - ONE FEED ROW BROKEN OUT OF ITS DELIMITERS.
      * THE SALARY TEXT IS RIGHT-JUSTIFIED INTO WS-HR-SALARY SO IT
      * COMPARES AND MOVES LIKE EMP-SALARY.
      *----------------------------------------------------------------
       01 WS-HR-FIELDS.
          05 WS-HR-EMP-ID       PIC X(05).
          05 WS-HR-NAME         PIC X(15).
          05 WS-HR-DESG         PIC X(10).
          05 WS-HR-SALARY-TEXT  PIC X(10).
          05 WS-HR-DEPT         PIC X(05).
          05 WS-HR-HIRE-DATE    PIC X(08).
          05 WS-HR-BRANCH       PIC X(10).
          05 WS-HR-STATUS       PIC X(01).
             88 WS-HR-IS-TERMINATED        VALUE 'T'.
             88 WS-HR-STATUS-VALID         VALUES 'A' 'L' 'S' 'T'.
          05 WS-HR-EFF-DATE     PIC X(08).
          05 WS-HR-SALARY       PIC X(10).
          05 WS-HR-SALARY-LEN   PIC 9(02).
          05 WS-HR-SALARY-POS   PIC 9(02).

      *----------------------------------------------------------------
      * WS-MATCH-TABLE - NAME + HIRE DATE FOR EVERY EMPFILE RECORD,
      * LOADED ONCE AT START-UP, PLUS EACH NEW HIRE THIS RUN GIVES
      * AN EMP-ID, SO THE SAME UN-NUMBERED PERSON TWICE IN ONE FEED
      * STILL MATCHES.  A FULL TABLE MEANS A NAME MATCH CANNOT BE
      * TRUSTED, SO UN-NUMBERED ROWS GO TO EXCEPTIONS RATHER THAN
      * RISK A DUPLICATE HIRE.
      *----------------------------------------------------------------
       01 WS-MATCH-TABLE.
          05 WS-MATCH-MAX       PIC 9(05) VALUE 5000.
          05 WS-MATCH-COUNT     PIC 9(05) VALUE ZERO.
          05 WS-MATCH-IDX       PIC 9(05) VALUE ZERO.
          05 WS-MATCH-HITS      PIC 9(05) VALUE ZERO.
          05 WS-MATCH-HIT-ID    PIC X(05).
          05 WS-MATCH-ENTRY OCCURS 5000 TIMES.
             10 WS-MT-NAME      PIC X(15).
             10 WS-MT-HIRE-DATE PIC X(08).
             10 WS-MT-EMP-ID    PIC X(05).

       01 WS-MATCH-FULL-SW      PIC X(01) VALUE 'N'.
          88 WS-MATCH-TABLE-FULL          VALUE 'Y'.

      *----------------------------------------------------------------
      * WS-SEEN-TABLE - EVERY EMP-ID THIS RUN HAS ALREADY WRITTEN A
      * TRANSACTION FOR.  A SECOND ROW FOR THE SAME PERSON IS A
      * DUPLICATE IN THE FEED AND GOES TO EXCEPTIONS.
      *----------------------------------------------------------------
       01 WS-SEEN-TABLE.
          05 WS-SEEN-MAX        PIC 9(05) VALUE 5000.
          05 WS-SEEN-COUNT      PIC 9(05) VALUE ZERO.
          05 WS-SEEN-IDX        PIC 9(05) VALUE ZERO.
          05 WS-SEEN-ENTRY OCCURS 5000 TIMES.
             10 WS-SN-EMP-ID    PIC X(05).

       01 WS-SEEN-SW            PIC X(01) VALUE 'N'.
          88 WS-ALREADY-SEEN              VALUE 'Y'.

      *----------------------------------------------------------------
      * NEW EMP-IDS ARE ALLOCATED ABOVE THE HIGHEST NUMERIC EMP-ID
      * SEEN ON THE START-UP PASS (OR ON THE FEED ITSELF).
      *----------------------------------------------------------------
       01 WS-HIGH-EMP-ID        PIC 9(05) VALUE ZERO.
       01 WS-NEXT-EMP-ID        PIC 9(05) VALUE ZERO.

       01 WS-ROW-CONTROL.
          05 WS-ROW-NO          PIC 9(07) VALUE ZERO.
          05 WS-RESOLVED-ID     PIC X(05).
          05 WS-ON-FILE-SW      PIC X(01) VALUE 'N'.
             88 WS-EMP-ON-FILE            VALUE 'Y'.
             88 WS-EMP-NOT-ON-FILE        VALUE 'N'.
          05 WS-EXCP-SW         PIC X(01) VALUE 'N'.
             88 WS-ROW-EXCEPTED           VALUE 'Y'.
             88 WS-ROW-OK                 VALUE 'N'.
          05 WS-EXCP-REASON     PIC X(40).

       01 WS-OWN-IDX            PIC 9(01) VALUE ZERO.
       01 WS-LINKED-SW          PIC X(01) VALUE 'N'.
          88 WS-PAIR-IS-LINKED            VALUE 'Y'.

       01 WS-FEED-COUNTERS.
          05 WS-READ-COUNT      PIC 9(07) VALUE ZERO.
          05 WS-ADD-COUNT       PIC 9(07) VALUE ZERO.
          05 WS-CHANGE-COUNT    PIC 9(07) VALUE ZERO.
          05 WS-DELETE-COUNT    PIC 9(07) VALUE ZERO.
          05 WS-EXCP-COUNT      PIC 9(07) VALUE ZERO.
          05 WS-NOCHG-COUNT     PIC 9(07) VALUE ZERO.
          05 WS-DUP-COUNT       PIC 9(07) VALUE ZERO.
          05 WS-BADREF-COUNT    PIC 9(07) VALUE ZERO.
          05 WS-WRITTEN-COUNT   PIC 9(07) VALUE ZERO.

       01 WS-PAGE-CONTROL.
          05 WS-PAGE-NO         PIC 9(04) VALUE ZERO.
          05 WS-LINE-COUNT      PIC 9(02) VALUE 99.
          05 WS-LINES-PER-PAGE  PIC 9(02) VALUE 55.

       01 WS-HEADING-1.
          05 FILLER             PIC X(36) VALUE
             'HRIS FEED - ROWS NOT TRANSACTED    '.
          05 FILLER             PIC X(06) VALUE SPACES.
          05 FILLER             PIC X(05) VALUE 'PAGE '.
          05 WS-H1-PAGE-NO      PIC ZZZ9.

       01 WS-HEADING-2.
          05 FILLER             PIC X(09) VALUE 'ROW      '.
          05 FILLER             PIC X(07) VALUE 'EMP-ID '.
          05 FILLER             PIC X(17) VALUE 'NAME             '.
          05 FILLER             PIC X(10) VALUE 'HIRE DATE '.
          05 FILLER             PIC X(40) VALUE 'REASON'.

       01 WS-DETAIL-LINE.
          05 WS-DL-ROW-NO       PIC ZZZZZZ9.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-EMP-ID       PIC X(05).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-NAME         PIC X(15).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-HIRE-DATE    PIC X(08).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-REASON       PIC X(40).

       01 WS-TOTAL-LINE.
          05 WS-TL-LABEL        PIC X(25).
          05 WS-TL-COUNT        PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM WRITE-JOURNAL-START.

           OPEN INPUT EMPFILE.
           OPEN INPUT REFFILE.
           OPEN INPUT HR-FEED-FILE.
           OPEN OUTPUT HR-EXCP-FILE.

           IF WS-FS1 = '00'
               SET WS-EMPFILE-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'HRISFEED: UNABLE TO OPEN EMPFILE - FILE '
                       'STATUS ' WS-FS1
           END-IF.
           IF WS-FS2 = '00'
               SET WS-REFFILE-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'HRISFEED: UNABLE TO OPEN REFFILE - FILE '
                       'STATUS ' WS-FS2
           END-IF.
           IF WS-FS3 = '00'
               SET WS-HRFEED-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'HRISFEED: UNABLE TO OPEN HRFEED - FILE '
                       'STATUS ' WS-FS3
           END-IF.

      *----------------------------------------------------------------
      * HRTRANS HOLDS ONLY THIS RUN'S TRANSACTIONS - THE HAND-KEYED
      * ONES STAY ON THEIR OWN DATASET, AHEAD OF IT UNDER TRANIN.
      *----------------------------------------------------------------
           OPEN OUTPUT MAINT-TRAN-FILE.
           IF WS-FS4 = '00'
               SET WS-TRAN-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'HRISFEED: UNABLE TO OPEN HRTRANS - FILE '
                       'STATUS ' WS-FS4
           END-IF.

           IF WS-EMPFILE-IS-OPEN AND WS-REFFILE-IS-OPEN
                   AND WS-HRFEED-IS-OPEN AND WS-TRAN-IS-OPEN
               PERFORM LOAD-MATCH-TABLE
               MOVE WS-HIGH-EMP-ID TO WS-NEXT-EMP-ID
               SET WS-NOT-EOF TO TRUE
               PERFORM UNTIL WS-EOF
                   READ HR-FEED-FILE
                       AT END SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM PROCESS-ONE-FEED-ROW
                   END-READ
               END-PERFORM
           END-IF.

           PERFORM WRITE-FEED-TOTALS.

           IF WS-EMPFILE-IS-OPEN
               CLOSE EMPFILE
           END-IF.
           IF WS-REFFILE-IS-OPEN
               CLOSE REFFILE
           END-IF.
           IF WS-HRFEED-IS-OPEN
               CLOSE HR-FEED-FILE
           END-IF.
           IF WS-TRAN-IS-OPEN
               CLOSE MAINT-TRAN-FILE
           END-IF.
           CLOSE HR-EXCP-FILE.

           DISPLAY 'HRISFEED: FEED ROWS READ    - ' WS-READ-COUNT.
           DISPLAY 'HRISFEED: ADDS WRITTEN      - ' WS-ADD-COUNT.
           DISPLAY 'HRISFEED: CHANGES WRITTEN   - ' WS-CHANGE-COUNT.
           DISPLAY 'HRISFEED: DELETES WRITTEN   - ' WS-DELETE-COUNT.
           DISPLAY 'HRISFEED: EXCEPTIONS        - ' WS-EXCP-COUNT.
           DISPLAY 'HRISFEED:   NO CHANGE       - ' WS-NOCHG-COUNT.
           DISPLAY 'HRISFEED:   POSSIBLE DUPS   - ' WS-DUP-COUNT.
           DISPLAY 'HRISFEED:   BAD DEPT/BRANCH - ' WS-BADREF-COUNT.

           IF NOT WS-EMPFILE-IS-OPEN OR NOT WS-REFFILE-IS-OPEN
                   OR NOT WS-HRFEED-IS-OPEN OR NOT WS-TRAN-IS-OPEN
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-EXCP-COUNT > ZERO OR WS-WRITTEN-COUNT = ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

           PERFORM WRITE-JOURNAL-END.

           STOP RUN.

      *----------------------------------------------------------------
      * LOAD-MATCH-TABLE - ONE SEQUENTIAL PASS OVER EMPFILE TO SEED
      * THE NAME/HIRE-DATE TABLE AND FIND THE HIGHEST NUMERIC EMP-ID
      * NEW HIRES ARE NUMBERED FROM.
      *----------------------------------------------------------------
       LOAD-MATCH-TABLE.
           MOVE LOW-VALUES TO EMP-ID.
           START EMPFILE KEY IS NOT LESS THAN EMP-ID
               INVALID KEY SET WS-EOF TO TRUE
               NOT INVALID KEY SET WS-NOT-EOF TO TRUE
           END-START.

           PERFORM UNTIL WS-EOF
               READ EMPFILE NEXT RECORD
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM ADD-MATCH-ENTRY
                       IF EMP-ID IS NUMERIC
                               AND EMP-ID > WS-HIGH-EMP-ID
                           MOVE EMP-ID TO WS-HIGH-EMP-ID
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-MATCH-TABLE-FULL
               DISPLAY 'HRISFEED: NAME MATCH TABLE FULL AT '
                       WS-MATCH-MAX ' - UN-NUMBERED ROWS WILL BE '
                       'EXCEPTED'
           END-IF.

       ADD-MATCH-ENTRY.
           IF WS-MATCH-COUNT >= WS-MATCH-MAX
               SET WS-MATCH-TABLE-FULL TO TRUE
           ELSE
               ADD 1 TO WS-MATCH-COUNT
               MOVE EMP-NAME      TO WS-MT-NAME(WS-MATCH-COUNT)
               MOVE EMP-HIRE-DATE TO WS-MT-HIRE-DATE(WS-MATCH-COUNT)
               MOVE EMP-ID        TO WS-MT-EMP-ID(WS-MATCH-COUNT)
           END-IF.

      *----------------------------------------------------------------
      * PROCESS-ONE-FEED-ROW - PARSE, RESOLVE THE PERSON TO AN
      * EMP-ID, THEN TURN THE ROW INTO AN ADD, CHANGE OR DELETE.
      * THE FIRST EXCEPTION FOUND ENDS THE ROW'S PROCESSING AND IS
      * THE REASON PRINTED.
      *----------------------------------------------------------------
       PROCESS-ONE-FEED-ROW.
           ADD 1 TO WS-ROW-NO.
           SET WS-ROW-OK TO TRUE.
           SET WS-EMP-NOT-ON-FILE TO TRUE.
           MOVE SPACES TO WS-EXCP-REASON.
           MOVE SPACES TO WS-RESOLVED-ID.

           IF HR-FEED-RECORD = SPACES
               SUBTRACT 1 FROM WS-READ-COUNT
           ELSE
               PERFORM PARSE-FEED-ROW
               IF WS-ROW-OK
                   PERFORM RESOLVE-EMPLOYEE
               END-IF
               IF WS-ROW-OK
                   PERFORM CHECK-SEEN-IN-FEED
               END-IF
               IF WS-ROW-OK
                   IF WS-HR-IS-TERMINATED
                       PERFORM BUILD-DELETE-TRANSACTION
                   ELSE
                       PERFORM VALIDATE-FEED-REFERENCES
                       IF WS-ROW-OK AND WS-RESOLVED-ID = SPACES
                           PERFORM ALLOCATE-NEW-EMP-ID
                       END-IF
                       IF WS-ROW-OK
                           IF WS-EMP-ON-FILE
                               PERFORM BUILD-CHANGE-TRANSACTION
                           ELSE
                               PERFORM BUILD-ADD-TRANSACTION
                           END-IF
                       END-IF
                   END-IF
               END-IF
               IF WS-ROW-EXCEPTED
                   ADD 1 TO WS-EXCP-COUNT
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * PARSE-FEED-ROW - SPLIT ON '|' AND APPLY THE FORMAT CHECKS
      * THAT DO NOT NEED ANY FILE.  THE SALARY TEXT IS RIGHT-
      * JUSTIFIED OVER ZEROS SO '52000' BECOMES '0000052000'.
      *----------------------------------------------------------------
       PARSE-FEED-ROW.
           MOVE SPACES TO WS-HR-FIELDS.
           MOVE ZERO   TO WS-HR-SALARY-LEN.
           UNSTRING HR-FEED-RECORD DELIMITED BY '|' INTO
               WS-HR-EMP-ID
               WS-HR-NAME
               WS-HR-DESG
               WS-HR-SALARY-TEXT COUNT IN WS-HR-SALARY-LEN
               WS-HR-DEPT
               WS-HR-HIRE-DATE
               WS-HR-BRANCH
               WS-HR-STATUS
               WS-HR-EFF-DATE.

           IF WS-HR-STATUS = SPACE
               MOVE 'A' TO WS-HR-STATUS
           END-IF.

           IF WS-HR-NAME = SPACES
               SET WS-ROW-EXCEPTED TO TRUE
               MOVE 'MALFORMED ROW - NAME MISSING' TO WS-EXCP-REASON
           END-IF.

           IF WS-ROW-OK
               IF WS-HR-HIRE-DATE IS NOT NUMERIC
                   SET WS-ROW-EXCEPTED TO TRUE
                   MOVE 'MALFORMED ROW - HIRE DATE NOT YYYYMMDD'
                       TO WS-EXCP-REASON
               END-IF
           END-IF.

           IF WS-ROW-OK
               IF NOT WS-HR-STATUS-VALID
                   SET WS-ROW-EXCEPTED TO TRUE
                   MOVE 'MALFORMED ROW - STATUS MUST BE A L S OR T'
                       TO WS-EXCP-REASON
               END-IF
           END-IF.

           IF WS-ROW-OK
               IF WS-HR-EFF-DATE NOT = SPACES
                       AND WS-HR-EFF-DATE IS NOT NUMERIC
                   SET WS-ROW-EXCEPTED TO TRUE
                   MOVE 'MALFORMED ROW - EFF DATE NOT YYYYMMDD'
                       TO WS-EXCP-REASON
               END-IF
           END-IF.

           IF WS-ROW-OK AND NOT WS-HR-IS-TERMINATED
               IF WS-HR-SALARY-LEN < 1 OR WS-HR-SALARY-LEN > 10
                   SET WS-ROW-EXCEPTED TO TRUE
                   MOVE 'MALFORMED ROW - SALARY MISSING'
                       TO WS-EXCP-REASON
               ELSE
                   IF WS-HR-SALARY-TEXT(1:WS-HR-SALARY-LEN)
                           IS NOT NUMERIC
                       SET WS-ROW-EXCEPTED TO TRUE
                       MOVE 'MALFORMED ROW - SALARY NOT NUMERIC'
                           TO WS-EXCP-REASON
                   ELSE
                       MOVE ALL '0' TO WS-HR-SALARY
                       COMPUTE WS-HR-SALARY-POS =
                           11 - WS-HR-SALARY-LEN
                       MOVE WS-HR-SALARY-TEXT(1:WS-HR-SALARY-LEN)
                           TO WS-HR-SALARY(WS-HR-SALARY-POS:
                                           WS-HR-SALARY-LEN)
                   END-IF
               END-IF
           END-IF.

           IF WS-HR-EFF-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-HR-EFF-DATE
           END-IF.

      *----------------------------------------------------------------
      * RESOLVE-EMPLOYEE - A NUMBERED ROW IS LOOKED UP ON THE KEY;
      * IF IT IS NOT ON FILE IT IS A NEW HIRE, UNLESS THE SAME NAME
      * AND HIRE DATE ALREADY SIT UNDER ANOTHER EMP-ID.  AN UN-
      * NUMBERED ROW IS RESOLVED ON NAME + HIRE DATE ALONE: ONE
      * MATCH IS THAT EMPLOYEE, NONE IS A NEW HIRE, MORE THAN ONE
      * CANNOT BE TOLD APART AND IS EXCEPTED.  AN UN-NUMBERED NEW
      * HIRE LEAVES HERE WITH NO EMP-ID; ONE IS ALLOCATED ONLY ONCE
      * THE ROW HAS PASSED THE REFERENCE CHECKS, SO AN EXCEPTED ROW
      * NEVER USES UP A NUMBER.
      *----------------------------------------------------------------
       RESOLVE-EMPLOYEE.
           IF WS-HR-EMP-ID NOT = SPACES
               MOVE WS-HR-EMP-ID TO WS-RESOLVED-ID
               PERFORM READ-RESOLVED-EMPLOYEE
               IF WS-EMP-NOT-ON-FILE
                   PERFORM SEARCH-NAME-MATCHES
                   IF WS-MATCH-HITS > ZERO
                       SET WS-ROW-EXCEPTED TO TRUE
                       ADD 1 TO WS-DUP-COUNT
                       STRING 'POSSIBLE DUPLICATE OF EMP-ID '
                                  DELIMITED BY SIZE
                              WS-MATCH-HIT-ID DELIMITED BY SIZE
                              INTO WS-EXCP-REASON
                   ELSE
                       PERFORM REGISTER-NUMBERED-HIRE
                   END-IF
               END-IF
           ELSE
               IF WS-MATCH-TABLE-FULL
                   SET WS-ROW-EXCEPTED TO TRUE
                   MOVE 'NO EMP-ID AND NAME TABLE FULL'
                       TO WS-EXCP-REASON
               ELSE
                   PERFORM SEARCH-NAME-MATCHES
                   EVALUATE TRUE
                       WHEN WS-MATCH-HITS = 1
                           MOVE WS-MATCH-HIT-ID TO WS-RESOLVED-ID
                           PERFORM READ-RESOLVED-EMPLOYEE
                       WHEN WS-MATCH-HITS > 1
                           SET WS-ROW-EXCEPTED TO TRUE
                           ADD 1 TO WS-DUP-COUNT
                           MOVE 'POSSIBLE DUPLICATE - MULTIPLE MATCHES'
                               TO WS-EXCP-REASON
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

           IF WS-ROW-OK AND WS-HR-IS-TERMINATED
                   AND WS-EMP-NOT-ON-FILE
               SET WS-ROW-EXCEPTED TO TRUE
               MOVE 'TERMINATION FOR PERSON NOT ON EMPFILE'
                   TO WS-EXCP-REASON
           END-IF.

       READ-RESOLVED-EMPLOYEE.
           MOVE WS-RESOLVED-ID TO EMP-ID.
           READ EMPFILE
               INVALID KEY
                   SET WS-EMP-NOT-ON-FILE TO TRUE
               NOT INVALID KEY
                   SET WS-EMP-ON-FILE TO TRUE
           END-READ.

       SEARCH-NAME-MATCHES.
           MOVE ZERO   TO WS-MATCH-HITS.
           MOVE SPACES TO WS-MATCH-HIT-ID.
           PERFORM CHECK-ONE-NAME-MATCH
               VARYING WS-MATCH-IDX FROM 1 BY 1
               UNTIL WS-MATCH-IDX > WS-MATCH-COUNT.

       CHECK-ONE-NAME-MATCH.
           IF WS-MT-NAME(WS-MATCH-IDX) = WS-HR-NAME
                   AND WS-MT-HIRE-DATE(WS-MATCH-IDX) = WS-HR-HIRE-DATE
                   AND WS-MT-EMP-ID(WS-MATCH-IDX) NOT = WS-HR-EMP-ID
               ADD 1 TO WS-MATCH-HITS
               MOVE WS-MT-EMP-ID(WS-MATCH-IDX) TO WS-MATCH-HIT-ID
           END-IF.

      *----------------------------------------------------------------
      * ALLOCATE-NEW-EMP-ID - NEXT NUMBER ABOVE THE HIGHEST ON FILE,
      * FOR AN UN-NUMBERED NEW HIRE THAT HAS PASSED EVERY CHECK.
      * THE NEW HIRE GOES INTO THE MATCH TABLE AT ONCE SO A REPEAT
      * OF THE SAME PERSON LATER IN THE FEED RESOLVES TO THIS
      * EMP-ID AND IS CAUGHT AS A DUPLICATE ROW.
      *----------------------------------------------------------------
       ALLOCATE-NEW-EMP-ID.
           IF WS-NEXT-EMP-ID >= 99999
               SET WS-ROW-EXCEPTED TO TRUE
               MOVE 'NO EMP-ID LEFT TO ALLOCATE' TO WS-EXCP-REASON
           ELSE
               ADD 1 TO WS-NEXT-EMP-ID
               MOVE WS-NEXT-EMP-ID TO WS-RESOLVED-ID
               MOVE WS-HR-NAME      TO EMP-NAME
               MOVE WS-HR-HIRE-DATE TO EMP-HIRE-DATE
               MOVE WS-RESOLVED-ID  TO EMP-ID
               PERFORM ADD-MATCH-ENTRY
           END-IF.

      *----------------------------------------------------------------
      * REGISTER-NUMBERED-HIRE - A NEW HIRE HR HAS ALREADY NUMBERED
      * GOES INTO THE MATCH TABLE TOO, AND MOVES THE ALLOCATION
      * POINT PAST ITS EMP-ID SO A LATER UN-NUMBERED HIRE CANNOT BE
      * GIVEN THE SAME NUMBER.
      *----------------------------------------------------------------
       REGISTER-NUMBERED-HIRE.
           IF NOT WS-HR-IS-TERMINATED
               IF WS-HR-EMP-ID IS NUMERIC
                       AND WS-HR-EMP-ID > WS-NEXT-EMP-ID
                   MOVE WS-HR-EMP-ID TO WS-NEXT-EMP-ID
               END-IF
               MOVE WS-HR-NAME      TO EMP-NAME
               MOVE WS-HR-HIRE-DATE TO EMP-HIRE-DATE
               MOVE WS-RESOLVED-ID  TO EMP-ID
               PERFORM ADD-MATCH-ENTRY
           END-IF.

       CHECK-SEEN-IN-FEED.
           MOVE 'N' TO WS-SEEN-SW.
           PERFORM CHECK-ONE-SEEN-ENTRY
               VARYING WS-SEEN-IDX FROM 1 BY 1
               UNTIL WS-SEEN-IDX > WS-SEEN-COUNT
               OR WS-ALREADY-SEEN.
           IF WS-ALREADY-SEEN
               SET WS-ROW-EXCEPTED TO TRUE
               ADD 1 TO WS-DUP-COUNT
               MOVE 'POSSIBLE DUPLICATE - PERSON TWICE IN FEED'
                   TO WS-EXCP-REASON
           END-IF.

       CHECK-ONE-SEEN-ENTRY.
           IF WS-SN-EMP-ID(WS-SEEN-IDX) = WS-RESOLVED-ID
               SET WS-ALREADY-SEEN TO TRUE
           END-IF.

       REMEMBER-SEEN-EMP-ID.
           IF WS-SEEN-COUNT < WS-SEEN-MAX
               ADD 1 TO WS-SEEN-COUNT
               MOVE WS-RESOLVED-ID TO WS-SN-EMP-ID(WS-SEEN-COUNT)
           END-IF.

      *----------------------------------------------------------------
      * VALIDATE-FEED-REFERENCES - EMPMAINT'S OWN REFERENCE CHECKS,
      * APPLIED HERE SO A BAD CODE FROM HR SURFACES ON THE FEED'S
      * EXCEPTION LISTING INSTEAD OF AS A REJECT TOMORROW.
      *----------------------------------------------------------------
       VALIDATE-FEED-REFERENCES.
           MOVE 'D'        TO REF-TYPE.
           MOVE WS-HR-DEPT TO REF-CODE.
           READ REFFILE
               INVALID KEY
                   SET WS-ROW-EXCEPTED TO TRUE
                   MOVE 'UNKNOWN DEPARTMENT CODE' TO WS-EXCP-REASON
               NOT INVALID KEY
                   IF NOT REF-IS-ACTIVE
                       SET WS-ROW-EXCEPTED TO TRUE
                       MOVE 'INACTIVE DEPARTMENT CODE'
                           TO WS-EXCP-REASON
                   END-IF
           END-READ.

           IF WS-ROW-OK
               MOVE 'B'          TO REF-TYPE
               MOVE WS-HR-BRANCH TO REF-CODE
               READ REFFILE
                   INVALID KEY
                       SET WS-ROW-EXCEPTED TO TRUE
                       MOVE 'UNKNOWN BRANCH CODE' TO WS-EXCP-REASON
                   NOT INVALID KEY
                       IF NOT REF-IS-ACTIVE
                           SET WS-ROW-EXCEPTED TO TRUE
                           MOVE 'INACTIVE BRANCH CODE'
                               TO WS-EXCP-REASON
                       END-IF
               END-READ
           END-IF.

           IF WS-ROW-OK
               MOVE 'O'          TO REF-TYPE
               MOVE WS-HR-BRANCH TO REF-CODE
               READ REFFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO WS-LINKED-SW
                       PERFORM SCAN-ONE-OWNED-DEPT
                           VARYING WS-OWN-IDX FROM 1 BY 1
                           UNTIL WS-OWN-IDX > 6
                           OR WS-PAIR-IS-LINKED
                       IF NOT WS-PAIR-IS-LINKED
                           SET WS-ROW-EXCEPTED TO TRUE
                           MOVE 'DEPARTMENT NOT LINKED TO BRANCH'
                               TO WS-EXCP-REASON
                       END-IF
               END-READ
           END-IF.

           IF WS-ROW-EXCEPTED
               ADD 1 TO WS-BADREF-COUNT
           END-IF.

       SCAN-ONE-OWNED-DEPT.
           IF REF-OWNED-DEPT(WS-OWN-IDX) = WS-HR-DEPT
               SET WS-PAIR-IS-LINKED TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * BUILD-...-TRANSACTION - AN ADD OR CHANGE CARRIES THE WHOLE
      * RECORD AS HR HOLDS IT, SINCE EMPMAINT'S CHANGE PATH REPLACES
      * EVERY FIELD.  A CHANGE THAT WOULD LEAVE THE RECORD EXACTLY AS
      * IT IS ON EMPFILE IS NOT WRITTEN.  A DELETE CARRIES THE
      * RECORD AS IT STANDS ON EMPFILE, FOR THE AUDIT TRAIL.
      *----------------------------------------------------------------
       BUILD-ADD-TRANSACTION.
           MOVE 'A' TO MT-ACTION.
           PERFORM MOVE-FEED-TO-TRANSACTION.
           PERFORM WRITE-FEED-TRANSACTION.
           ADD 1 TO WS-ADD-COUNT.

       BUILD-CHANGE-TRANSACTION.
           IF EMP-NAME      = WS-HR-NAME
                   AND EMP-DESG      = WS-HR-DESG
                   AND EMP-SALARY    = WS-HR-SALARY
                   AND EMP-DEPT-CODE = WS-HR-DEPT
                   AND EMP-HIRE-DATE = WS-HR-HIRE-DATE
                   AND EMP-BRANCH    = WS-HR-BRANCH
                   AND (EMP-STATUS = WS-HR-STATUS
                        OR (EMP-IS-ACTIVE AND WS-HR-STATUS = 'A'))
               SET WS-ROW-EXCEPTED TO TRUE
               ADD 1 TO WS-NOCHG-COUNT
               MOVE 'NO CHANGE FROM EMPFILE' TO WS-EXCP-REASON
           ELSE
               MOVE 'C' TO MT-ACTION
               PERFORM MOVE-FEED-TO-TRANSACTION
               PERFORM WRITE-FEED-TRANSACTION
               ADD 1 TO WS-CHANGE-COUNT
           END-IF.

       BUILD-DELETE-TRANSACTION.
           MOVE SPACES          TO MAINT-TRAN-RECORD.
           MOVE 'D'             TO MT-ACTION.
           MOVE EMP-ID          TO MT-EMP-ID.
           MOVE EMP-NAME        TO MT-EMP-NAME.
           MOVE EMP-DESG        TO MT-EMP-DESG.
           MOVE EMP-SALARY      TO MT-EMP-SALARY.
           MOVE EMP-DEPT-CODE   TO MT-EMP-DEPT-CODE.
           MOVE EMP-HIRE-DATE   TO MT-EMP-HIRE-DATE.
           MOVE EMP-BRANCH      TO MT-EMP-BRANCH.
           MOVE WS-HR-EFF-DATE  TO MT-EFF-DATE.
           MOVE EMP-STATUS      TO MT-EMP-STATUS.
           PERFORM WRITE-FEED-TRANSACTION.
           ADD 1 TO WS-DELETE-COUNT.

       MOVE-FEED-TO-TRANSACTION.
           MOVE WS-RESOLVED-ID  TO MT-EMP-ID.
           MOVE WS-HR-NAME      TO MT-EMP-NAME.
           MOVE WS-HR-DESG      TO MT-EMP-DESG.
           MOVE WS-HR-SALARY    TO MT-EMP-SALARY.
           MOVE WS-HR-DEPT      TO MT-EMP-DEPT-CODE.
           MOVE WS-HR-HIRE-DATE TO MT-EMP-HIRE-DATE.
           MOVE WS-HR-BRANCH    TO MT-EMP-BRANCH.
           MOVE WS-HR-EFF-DATE  TO MT-EFF-DATE.
           MOVE WS-HR-STATUS    TO MT-EMP-STATUS.

       WRITE-FEED-TRANSACTION.
           WRITE MAINT-TRAN-RECORD.
           ADD 1 TO WS-WRITTEN-COUNT.
           PERFORM REMEMBER-SEEN-EMP-ID.

       WRITE-EXCEPTION-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-PAGE-HEADERS
           END-IF.

           MOVE SPACES          TO WS-DETAIL-LINE.
           MOVE WS-ROW-NO       TO WS-DL-ROW-NO.
           IF WS-RESOLVED-ID NOT = SPACES
               MOVE WS-RESOLVED-ID TO WS-DL-EMP-ID
           ELSE
               MOVE WS-HR-EMP-ID   TO WS-DL-EMP-ID
           END-IF.
           MOVE WS-HR-NAME      TO WS-DL-NAME.
           MOVE WS-HR-HIRE-DATE TO WS-DL-HIRE-DATE.
           MOVE WS-EXCP-REASON  TO WS-DL-REASON.
           MOVE WS-DETAIL-LINE  TO HR-EXCP-RECORD.
           WRITE HR-EXCP-RECORD.
           ADD 1 TO WS-LINE-COUNT.

       WRITE-PAGE-HEADERS.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO TO WS-H1-PAGE-NO.
           MOVE WS-HEADING-1 TO HR-EXCP-RECORD.
           WRITE HR-EXCP-RECORD.
           MOVE SPACES       TO HR-EXCP-RECORD.
           WRITE HR-EXCP-RECORD.
           MOVE WS-HEADING-2 TO HR-EXCP-RECORD.
           WRITE HR-EXCP-RECORD.
           MOVE SPACES       TO HR-EXCP-RECORD.
           WRITE HR-EXCP-RECORD.
           MOVE ZERO TO WS-LINE-COUNT.

       WRITE-FEED-TOTALS.
           IF WS-PAGE-NO = ZERO
               PERFORM WRITE-PAGE-HEADERS
           END-IF.
           MOVE SPACES TO HR-EXCP-RECORD.
           WRITE HR-EXCP-RECORD.

           MOVE 'FEED ROWS READ           ' TO WS-TL-LABEL.
           MOVE WS-READ-COUNT    TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE    TO HR-EXCP-RECORD.
           WRITE HR-EXCP-RECORD.

           MOVE 'ADD TRANSACTIONS WRITTEN ' TO WS-TL-LABEL.
           MOVE WS-ADD-COUNT     TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE    TO HR-EXCP-RECORD.
           WRITE HR-EXCP-RECORD.

           MOVE 'CHANGE TRANS WRITTEN     ' TO WS-TL-LABEL.
           MOVE WS-CHANGE-COUNT  TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE    TO HR-EXCP-RECORD.
           WRITE HR-EXCP-RECORD.

           MOVE 'DELETE TRANS WRITTEN     ' TO WS-TL-LABEL.
           MOVE WS-DELETE-COUNT  TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE    TO HR-EXCP-RECORD.
           WRITE HR-EXCP-RECORD.

           MOVE 'EXCEPTIONS LISTED        ' TO WS-TL-LABEL.
           MOVE WS-EXCP-COUNT    TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE    TO HR-EXCP-RECORD.
           WRITE HR-EXCP-RECORD.

           MOVE '  NO CHANGE              ' TO WS-TL-LABEL.
           MOVE WS-NOCHG-COUNT   TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE    TO HR-EXCP-RECORD.
           WRITE HR-EXCP-RECORD.

           MOVE '  POSSIBLE DUPLICATES    ' TO WS-TL-LABEL.
           MOVE WS-DUP-COUNT     TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE    TO HR-EXCP-RECORD.
           WRITE HR-EXCP-RECORD.

           MOVE '  BAD DEPT/BRANCH        ' TO WS-TL-LABEL.
           MOVE WS-BADREF-COUNT  TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE    TO HR-EXCP-RECORD.
           WRITE HR-EXCP-RECORD.

      *----------------------------------------------------------------
      * WRITE-JOURNAL-START / WRITE-JOURNAL-END - BATCH-WINDOW RUN
      * JOURNAL BOOKKEEPING.  JOURNALING IS BEST-EFFORT: A STEP THAT
      * CANNOT REACH THE JOURNAL STILL RUNS, IT JUST GOES MISSING
      * FROM THE END-OF-WINDOW SUMMARY.
      *----------------------------------------------------------------
       WRITE-JOURNAL-START.
           OPEN EXTEND RUN-JOURNAL.
           IF WS-JRNL-FS NOT = '00'
               OPEN OUTPUT RUN-JOURNAL
           END-IF.
           IF WS-JRNL-FS = '00'
               SET WS-JOURNAL-IS-OPEN TO TRUE
               MOVE SPACES     TO JRNL-RECORD
               MOVE 'S'        TO JRNL-REC-TYPE
               MOVE 'HRISFEED' TO JRNL-PROGRAM
               ACCEPT JRNL-DATE FROM DATE YYYYMMDD
               ACCEPT JRNL-TIME FROM TIME
               MOVE ZERO TO JRNL-RC
               MOVE ZERO TO JRNL-COUNT-VAL(1)
               MOVE ZERO TO JRNL-COUNT-VAL(2)
               MOVE ZERO TO JRNL-COUNT-VAL(3)
               WRITE JRNL-RECORD
           ELSE
               DISPLAY 'HRISFEED: RUN JOURNAL UNAVAILABLE - FILE '
                       'STATUS ' WS-JRNL-FS
           END-IF.

       WRITE-JOURNAL-END.
           IF WS-JOURNAL-IS-OPEN
               MOVE SPACES     TO JRNL-RECORD
               MOVE 'E'        TO JRNL-REC-TYPE
               MOVE 'HRISFEED' TO JRNL-PROGRAM
               ACCEPT JRNL-DATE FROM DATE YYYYMMDD
               ACCEPT JRNL-TIME FROM TIME
               MOVE RETURN-CODE      TO JRNL-RC
               MOVE 'READ'           TO JRNL-COUNT-LBL(1)
               MOVE WS-READ-COUNT    TO JRNL-COUNT-VAL(1)
               MOVE 'WRITTEN'        TO JRNL-COUNT-LBL(2)
               MOVE WS-WRITTEN-COUNT TO JRNL-COUNT-VAL(2)
               MOVE 'EXCEPTIONS'     TO JRNL-COUNT-LBL(3)
               MOVE WS-EXCP-COUNT    TO JRNL-COUNT-VAL(3)
               WRITE JRNL-RECORD
               CLOSE RUN-JOURNAL
           END-IF.
