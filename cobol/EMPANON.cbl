       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPANON.

      *----------------------------------------------------------------
      * EMPANON - YEARLY ANONYMIZATION OF LONG-DEPARTED EMPLOYEES.
      * THE RETENTION POLICY SAYS A LEAVER'S IDENTIFIABLE DATA IS
      * ANONYMIZED A SET NUMBER OF YEARS AFTER THE DELETE DATE.  A
      * LEAVER IS AN EMP-ID WHOSE LATEST EMPHIST ROW OF TYPE 'D' IS
      * DATED BEFORE THE CUTOFF (RUN DATE LESS THE RETENTION YEARS)
      * AND WHO IS NOT BACK ON EMPFILE.  IN EVERY EMPHIST ROW AND
      * YEARLY ARCHIVE ROW FOR THAT EMP-ID, BOTH IMAGES HAVE EMP-NAME
      * BLANKED AND EMP-SALARY CUT DOWN TO THE BOTTOM OF ITS SALARY
      * BAND; EMP-ID, THE DATES, DESG, DEPT AND BRANCH ARE KEPT SO
      * HEADCOUNT, TURNOVER AND TENURE FIGURES STILL ADD UP.  ANY
      * USERID REGISTRATION STILL HELD FOR THE EMP-ID IS RELEASED.
      * AN EMP-ID ON THE LEGAL-HOLD LIST IS LEFT UNTOUCHED.
      *
      * THE PARM PICKS THE STEP:
      *
      *   SELECT YY [BAND]  FINDS THE LEAVERS (EMPHIST AND THE ARCHIN
      *                     CONCATENATION OF EVERY YEARLY ARCHIVE ARE
      *                     SORTED FOR THEIR 'D' ROWS), ANONYMIZES
      *                     EMPHIST IN PLACE, RELEASES REGISTRATIONS
      *                     AND WRITES THE ERASURE LIST.  YY IS THE
      *                     RETENTION IN YEARS; BAND THE SALARY BAND
      *                     WIDTH (DEFAULT 10000).
      *   ARCHIVE           COPIES ONE YEARLY ARCHIVE (ARCHIN) TO
      *                     ARCHOUT, ANONYMIZING THE ROWS OF THE
      *                     LEAVERS ON THE ERASURE LIST, AND ADDS ITS
      *                     ROW COUNTS TO THE LIST.  THE JOB THEN
      *                     COPIES ARCHOUT BACK OVER THE ARCHIVE.  ONE
      *                     STEP PER ARCHIVE DATASET.
      *   CERTIFY           PRINTS THE CERTIFICATE OF ERASURE FROM THE
      *                     FINISHED LIST.
      *
      * EVERY LEAVER PAST RETENTION IS TAKEN EVERY YEAR - ANONYMIZING
      * IS IDEMPOTENT AND ONLY ROWS ACTUALLY CHANGED ARE COUNTED - SO
      * A RUN THAT FAILS PART WAY IS PUT RIGHT BY RUNNING THE WHOLE
      * JOB AGAIN.  THE CERTIFICATE LISTS EVERY LEAVER WHO CAME PAST
      * RETENTION IN THE LAST YEAR, EVEN ONE WHOSE ROWS A FAILED RUN
      * HAD ALREADY ANONYMIZED, AND EVERY OLDER LEAVER WITH SOMETHING
      * ERASED THIS RUN; THE OTHER OLDER LEAVERS ARE ONLY COUNTED.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPHIST ASSIGN TO EMPHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS EMPH-KEY
           FILE STATUS  IS WS-FS1.

           SELECT HIST-ARCH-FILE ASSIGN TO ARCHIN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-FS2.

      *----------------------------------------------------------------
      * ARCHOUT IS THE ARCHIVE STEP'S ANONYMIZED COPY OF ARCHIN, IN
      * THE SAME LINE SEQUENTIAL FORM EMPHPURG WRITES.  THE ARCHIVE
      * IS NEVER UPDATED IN PLACE; THE JOB COPIES ARCHOUT OVER IT.
      *----------------------------------------------------------------
           SELECT ARCH-COPY-FILE ASSIGN TO ARCHOUT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-FS3.

           SELECT EMPFILE ASSIGN TO INPUT01
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS EMP-ID
           FILE STATUS  IS WS-FS4.

           SELECT USERID-REGISTRY ASSIGN TO USERREG
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS UREG-USERID
           FILE STATUS  IS WS-FS5.

           SELECT LEGAL-HOLD-FILE ASSIGN TO LEGALHLD
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-FS6.

           SELECT ERASURE-LIST ASSIGN TO ERASLIST
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-FS7.

           SELECT CERT-RPT-FILE ASSIGN TO CERTRPT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-FS8.

           SELECT ANON-SORT-FILE ASSIGN TO SORTWK1.

       DATA DIVISION.
       FILE SECTION.
       FD EMPHIST
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD     IS EMPHIST-RECORD.

           COPY EMPHREC.

      *----------------------------------------------------------------
      * HIST-ARCH-RECORD / ARCH-COPY-RECORD - EMPHPURG'S YEARLY
      * ARCHIVE LAYOUT: THE 200-BYTE EMPHIST IMAGE AND THE DATE IT
      * WAS SWEPT.  ARCHIN IS READ ONLY; ARCHOUT IS WRITTEN FRESH.
      *----------------------------------------------------------------
       FD HIST-ARCH-FILE
           RECORD CONTAINS 208 CHARACTERS.

       01 HIST-ARCH-RECORD.
          05 HA-HIST-IMAGE      PIC X(200).
          05 HA-ARCH-DATE       PIC X(08).

       FD ARCH-COPY-FILE
           RECORD CONTAINS 208 CHARACTERS.

       01 ARCH-COPY-RECORD.
          05 AC-HIST-IMAGE      PIC X(200).
          05 AC-ARCH-DATE       PIC X(08).

       FD EMPFILE
           RECORD CONTAINS 80  CHARACTERS
           DATA RECORD     IS EMPFILE-RECORD.

           COPY EMPREC.

       FD USERID-REGISTRY
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD     IS UREG-RECORD.

           COPY UREGREC.

      *----------------------------------------------------------------
      * LEGAL-HOLD-RECORD - ONE CARD PER EMP-ID UNDER LEGAL HOLD, AS
      * MAINTAINED BY HR LEGAL:
      *     COLS 1-5    EMP-ID
      *     COLS 7-26   CASE REFERENCE
      * A HELD EMP-ID IS NEVER ANONYMIZED, WHATEVER ITS AGE.
      *----------------------------------------------------------------
       FD LEGAL-HOLD-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 LEGAL-HOLD-RECORD.
          05 LH-EMP-ID          PIC X(05).
          05 FILLER             PIC X(01).
          05 LH-CASE-REF        PIC X(20).
          05 FILLER             PIC X(54).

       FD ERASURE-LIST
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD     IS ERAS-RECORD.

           COPY ERASREC.

       FD CERT-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.

       01 CERT-RPT-RECORD      PIC X(132).

       SD ANON-SORT-FILE
           RECORD CONTAINS 33 CHARACTERS.

       01 ANON-SORT-RECORD.
          05 AS-EMP-ID          PIC X(05).
          05 AS-EFF-DATE        PIC X(08).
          05 AS-SEQ             PIC 9(03).
          05 AS-INITIAL         PIC X(01).
          05 AS-NAME-SW         PIC X(01).
          05 AS-DEPT            PIC X(05).
          05 AS-BRANCH          PIC X(10).

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
          05 WS-EOF-SW     PIC X(01).
             88 WS-EOF               VALUE 'Y'.
             88 WS-NOT-EOF           VALUE 'N'.
          05 WS-SORT-EOF-SW PIC X(01).
             88 WS-SORT-EOF          VALUE 'Y'.
             88 WS-SORT-NOT-EOF      VALUE 'N'.
          05 WS-EMPHIST-OPEN-SW  PIC X(01) VALUE 'N'.
             88 WS-EMPHIST-IS-OPEN         VALUE 'Y'.
          05 WS-ARCHIN-OPEN-SW   PIC X(01) VALUE 'N'.
             88 WS-ARCHIN-IS-OPEN          VALUE 'Y'.
          05 WS-EMPFILE-OPEN-SW  PIC X(01) VALUE 'N'.
             88 WS-EMPFILE-IS-OPEN         VALUE 'Y'.
          05 WS-USERREG-OPEN-SW  PIC X(01) VALUE 'N'.
             88 WS-USERREG-IS-OPEN         VALUE 'Y'.
          05 WS-ABANDON-SW       PIC X(01) VALUE 'N'.
             88 WS-RUN-ABANDONED           VALUE 'Y'.

       01 WS-RUN-DATE           PIC X(08).
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
          05 WS-RUN-YYYY        PIC 9(04).
          05 WS-RUN-MMDD        PIC X(04).

      *----------------------------------------------------------------
      * PARM - MODE, RETENTION YEARS AND BAND WIDTH.  THE NUMBERS ARE
      * UNSTRUNG RIGHT-JUSTIFIED AND ZERO-FILLED SO '7' AND '07' BOTH
      * READ AS SEVEN.
      *----------------------------------------------------------------
       01 WS-PARM-REQUEST       PIC X(40) VALUE SPACES.
       01 WS-PARM-TOKENS.
          05 WS-TOK-MODE        PIC X(08).
             88 WS-MODE-SELECT           VALUE 'SELECT'.
             88 WS-MODE-ARCHIVE          VALUE 'ARCHIVE'.
             88 WS-MODE-CERTIFY          VALUE 'CERTIFY'.
          05 WS-TOK-YEARS       PIC X(02) JUSTIFIED RIGHT.
          05 WS-TOK-YEARS-N REDEFINES WS-TOK-YEARS PIC 9(02).
          05 WS-TOK-BAND        PIC X(07) JUSTIFIED RIGHT.
          05 WS-TOK-BAND-N REDEFINES WS-TOK-BAND PIC 9(07).
          05 WS-TOK-EXTRA       PIC X(08).

       01 WS-RETENTION.
          05 WS-RETAIN-YEARS    PIC 9(02) VALUE ZERO.
          05 WS-BAND-WIDTH      PIC 9(07) VALUE 10000.
          05 WS-BAND-QUOT       PIC 9(10) VALUE ZERO.
          05 WS-CUTOFF-DATE     PIC X(08) VALUE SPACES.
          05 WS-CUTOFF-DATE-R REDEFINES WS-CUTOFF-DATE.
             10 WS-CUT-YYYY     PIC 9(04).
             10 WS-CUT-MMDD     PIC X(04).
          05 WS-PRIOR-CUTOFF    PIC X(08) VALUE SPACES.
          05 WS-PRIOR-CUTOFF-R REDEFINES WS-PRIOR-CUTOFF.
             10 WS-PRIOR-CUT-YYYY PIC 9(04).
             10 WS-PRIOR-CUT-MMDD PIC X(04).
          05 WS-ARCH-FILES      PIC 9(03) VALUE ZERO.

      *----------------------------------------------------------------
      * WS-HOLD-TABLE - THE LEGAL-HOLD LIST, LOADED AT START-UP.
      *----------------------------------------------------------------
       01 WS-HOLD-TABLE.
          05 WS-HOLD-MAX        PIC 9(04) VALUE 2000.
          05 WS-HOLD-COUNT      PIC 9(04) VALUE ZERO.
          05 WS-HOLD-IDX        PIC 9(04) VALUE ZERO.
          05 WS-HOLD-SLOT       PIC 9(04) VALUE ZERO.
          05 WS-HOLD-ENTRY OCCURS 2000 TIMES.
             10 WS-HL-EMP-ID    PIC X(05).
             10 WS-HL-CASE-REF  PIC X(20).

      *----------------------------------------------------------------
      * WS-ERASE-TABLE - THE ERASURE LIST IN EMP-ID ORDER: BUILT BY
      * THE SELECT STEP FROM THE SORTED DELETE ROWS, LOADED BACK
      * FROM ERASLIST BY THE ARCHIVE AND CERTIFY STEPS.  BEING IN
      * EMP-ID ORDER IT IS SEARCHED BY HALVING (FIND-ERASE-SLOT).
      *----------------------------------------------------------------
       01 WS-ERASE-TABLE.
          05 WS-ERASE-MAX       PIC 9(05) VALUE 30000.
          05 WS-ERASE-COUNT     PIC 9(05) VALUE ZERO.
          05 WS-ERASE-IDX       PIC 9(05) VALUE ZERO.
          05 WS-ERASE-SLOT      PIC 9(05) VALUE ZERO.
          05 WS-ERASE-LOW       PIC 9(05) VALUE ZERO.
          05 WS-ERASE-HIGH      PIC 9(05) VALUE ZERO.
          05 WS-ERASE-MID       PIC 9(05) VALUE ZERO.
          05 WS-ERASE-ENTRY OCCURS 30000 TIMES.
             10 WS-ER-TYPE      PIC X(01).
                88 WS-ER-IS-ERASED       VALUE 'E'.
                88 WS-ER-IS-HELD         VALUE 'H'.
             10 WS-ER-EMP-ID    PIC X(05).
             10 WS-ER-DELETE-DATE PIC X(08).
             10 WS-ER-DEPT      PIC X(05).
             10 WS-ER-BRANCH    PIC X(10).
             10 WS-ER-INITIAL   PIC X(01).
             10 WS-ER-USERID    PIC X(08).
             10 WS-ER-HIST-ROWS PIC 9(05).
             10 WS-ER-ARCH-ROWS PIC 9(07).
             10 WS-ER-HOLD-REF  PIC X(20).

       01 WS-SEARCH-EMP-ID      PIC X(05) VALUE SPACES.

      *----------------------------------------------------------------
      * WS-LAST-DELETE - THE LATEST 'D' ROW SEEN FOR THE EMP-ID IN
      * HAND WHILE THE SORTED DELETE ROWS ARE RETURNED.
      *----------------------------------------------------------------
       01 WS-LAST-DELETE.
          05 WS-LD-EMP-ID       PIC X(05).
          05 WS-LD-EFF-DATE     PIC X(08).
          05 WS-LD-INITIAL      PIC X(01).
          05 WS-LD-DEPT         PIC X(05).
          05 WS-LD-BRANCH       PIC X(10).

      *----------------------------------------------------------------
      * WS-HIST-AREA - A 200-BYTE EMPHIST ROW, LIVE OR ARCHIVED, AS
      * ANONYMIZED; WS-HIST-SAVE IS THE SAME ROW BEFORE, SO ONLY A
      * ROW ACTUALLY CHANGED IS REWRITTEN AND COUNTED.
      *----------------------------------------------------------------
       01 WS-HIST-AREA.
          05 WS-HA-EMP-ID       PIC X(05).
          05 WS-HA-EFF-DATE     PIC X(08).
          05 WS-HA-SEQ          PIC 9(03).
          05 WS-HA-CHANGE-TYPE  PIC X(01).
          05 FILLER             PIC X(16).
          05 WS-HA-BEFORE-IMAGE PIC X(80).
          05 WS-HA-AFTER-IMAGE  PIC X(80).
          05 FILLER             PIC X(07).
       01 WS-HIST-SAVE          PIC X(200).

      *----------------------------------------------------------------
      * WS-IMAGE-AREA - WORKING COPY OF THE EMPREC LAYOUT SO AN
      * 80-BYTE BEFORE/AFTER IMAGE CAN BE BROKEN OUT INTO ITS FIELDS.
      *----------------------------------------------------------------
       01 WS-IMAGE-AREA.
          05 WS-IMG-EMP-ID      PIC X(05).
          05 WS-IMG-NAME        PIC X(15).
          05 WS-IMG-DESG        PIC X(10).
          05 WS-IMG-SALARY      PIC 9(10).
          05 WS-IMG-DEPT        PIC X(05).
          05 WS-IMG-HIRE-DATE   PIC X(08).
          05 WS-IMG-BRANCH      PIC X(10).
          05 FILLER             PIC X(17).

       01 WS-CHANGED-SW         PIC X(01) VALUE 'N'.
          88 WS-ROW-CHANGED               VALUE 'Y'.
          88 WS-ROW-UNCHANGED             VALUE 'N'.

       01 WS-RESOLVE-SW         PIC X(01) VALUE 'N'.
          88 WS-USERID-RESOLVED           VALUE 'Y'.
       01 WS-SUFFIX-DIGITS      PIC X(10) VALUE '0123456789'.
       01 WS-SUFFIX-IDX         PIC 9(02) VALUE ZERO.
       01 WS-PROBE-USERID       PIC X(08) VALUE SPACES.

       01 WS-ANON-COUNTERS.
          05 WS-HIST-READ-COUNT PIC 9(07) VALUE ZERO.
          05 WS-ARCH-READ-COUNT PIC 9(07) VALUE ZERO.
          05 WS-DELETE-ROW-COUNT PIC 9(07) VALUE ZERO.
          05 WS-LEAVER-COUNT    PIC 9(07) VALUE ZERO.
          05 WS-RECENT-COUNT    PIC 9(07) VALUE ZERO.
          05 WS-REHIRED-COUNT   PIC 9(07) VALUE ZERO.
          05 WS-HELD-COUNT      PIC 9(07) VALUE ZERO.
          05 WS-TAKEN-COUNT     PIC 9(07) VALUE ZERO.
          05 WS-ERASED-COUNT    PIC 9(07) VALUE ZERO.
          05 WS-NOTHING-LEFT-COUNT PIC 9(07) VALUE ZERO.
          05 WS-HIST-ROW-COUNT  PIC 9(07) VALUE ZERO.
          05 WS-ARCH-ROW-COUNT  PIC 9(07) VALUE ZERO.
          05 WS-RELEASED-COUNT  PIC 9(07) VALUE ZERO.
          05 WS-ERROR-COUNT     PIC 9(07) VALUE ZERO.

       01 WS-PAGE-CONTROL.
          05 WS-PAGE-NO         PIC 9(04) VALUE ZERO.
          05 WS-LINE-COUNT      PIC 9(02) VALUE 99.
          05 WS-LINES-PER-PAGE  PIC 9(02) VALUE 55.

       01 WS-HEADING-1.
          05 FILLER             PIC X(36) VALUE
             'CERTIFICATE OF ERASURE - RUN OF    '.
          05 WS-H1-RUN-DATE     PIC X(08).
          05 FILLER             PIC X(06) VALUE SPACES.
          05 FILLER             PIC X(05) VALUE 'PAGE '.
          05 WS-H1-PAGE-NO      PIC ZZZ9.

       01 WS-HEADING-2.
          05 FILLER             PIC X(07) VALUE 'EMP-ID '.
          05 FILLER             PIC X(10) VALUE 'DELETED   '.
          05 FILLER             PIC X(07) VALUE 'DEPT   '.
          05 FILLER             PIC X(12) VALUE 'BRANCH      '.
          05 FILLER             PIC X(08) VALUE ' EMPHIST'.
          05 FILLER             PIC X(10) VALUE '  ARCHIVE '.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 FILLER             PIC X(20) VALUE 'USERID RELEASED'.

       01 WS-HOLD-HEADING.
          05 FILLER             PIC X(07) VALUE 'EMP-ID '.
          05 FILLER             PIC X(10) VALUE 'DELETED   '.
          05 FILLER             PIC X(07) VALUE 'DEPT   '.
          05 FILLER             PIC X(12) VALUE 'BRANCH      '.
          05 FILLER             PIC X(20) VALUE 'LEGAL HOLD CASE'.

       01 WS-DETAIL-LINE.
          05 WS-DL-EMP-ID       PIC X(05).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-DELETE-DATE  PIC X(08).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-DEPT         PIC X(05).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-BRANCH       PIC X(10).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-HIST-ROWS    PIC ZZ,ZZ9.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-ARCH-ROWS    PIC Z,ZZZ,ZZ9.
          05 FILLER             PIC X(03) VALUE SPACES.
          05 WS-DL-USERID       PIC X(08).

       01 WS-HOLD-LINE.
          05 WS-HD-EMP-ID       PIC X(05).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-HD-DELETE-DATE  PIC X(08).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-HD-DEPT         PIC X(05).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-HD-BRANCH       PIC X(10).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-HD-CASE-REF     PIC X(20).

       01 WS-PARM-LINE.
          05 WS-PL-LABEL        PIC X(25).
          05 WS-PL-VALUE        PIC X(10).

       01 WS-TOTAL-LINE.
          05 WS-TL-LABEL        PIC X(25).
          05 WS-TL-COUNT        PIC ZZZ,ZZ9.

       01 WS-EDIT-YEARS         PIC Z9.
       01 WS-EDIT-BAND          PIC Z,ZZZ,ZZ9.
       01 WS-EDIT-FILES         PIC ZZ9.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM PARSE-RUN-PARM.

           IF NOT WS-RUN-ABANDONED
               EVALUATE TRUE
                   WHEN WS-MODE-SELECT
                       PERFORM SELECT-AND-ANONYMIZE
                   WHEN WS-MODE-ARCHIVE
                       PERFORM ANONYMIZE-ONE-ARCHIVE
                   WHEN WS-MODE-CERTIFY
                       PERFORM PRINT-CERTIFICATE
               END-EVALUATE
           END-IF.

           DISPLAY 'EMPANON: MODE                 - ' WS-TOK-MODE.
           IF WS-MODE-SELECT
               DISPLAY 'EMPANON: DELETE CUTOFF        - '
                       WS-CUTOFF-DATE
               DISPLAY 'EMPANON: EMPHIST ROWS READ    - '
                       WS-HIST-READ-COUNT
               DISPLAY 'EMPANON: ARCHIVE ROWS READ    - '
                       WS-ARCH-READ-COUNT
               DISPLAY 'EMPANON: LEAVERS              - '
                       WS-LEAVER-COUNT
               DISPLAY 'EMPANON:   WITHIN RETENTION   - '
                       WS-RECENT-COUNT
               DISPLAY 'EMPANON:   BACK ON EMPFILE    - '
                       WS-REHIRED-COUNT
               DISPLAY 'EMPANON:   ON LEGAL HOLD      - '
                       WS-HELD-COUNT
               DISPLAY 'EMPANON:   PAST RETENTION     - '
                       WS-TAKEN-COUNT
               DISPLAY 'EMPANON: EMPHIST ROWS CHANGED - '
                       WS-HIST-ROW-COUNT
               DISPLAY 'EMPANON: USERIDS RELEASED     - '
                       WS-RELEASED-COUNT
           END-IF.
           IF WS-MODE-ARCHIVE
               DISPLAY 'EMPANON: ARCHIVE ROWS READ    - '
                       WS-ARCH-READ-COUNT
               DISPLAY 'EMPANON: ARCHIVE ROWS CHANGED - '
                       WS-ARCH-ROW-COUNT
           END-IF.
           IF WS-MODE-CERTIFY
               DISPLAY 'EMPANON: LEAVERS CERTIFIED    - '
                       WS-ERASED-COUNT
               DISPLAY 'EMPANON: ALREADY ERASED       - '
                       WS-NOTHING-LEFT-COUNT
               DISPLAY 'EMPANON: ON LEGAL HOLD        - '
                       WS-HELD-COUNT
           END-IF.
           DISPLAY 'EMPANON: ERRORS               - ' WS-ERROR-COUNT.

           IF WS-RUN-ABANDONED OR WS-ERROR-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-MODE-SELECT AND WS-TAKEN-COUNT = ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

           STOP RUN.

      *----------------------------------------------------------------
      * PARSE-RUN-PARM - 'SELECT YY [BAND]', 'ARCHIVE' OR 'CERTIFY'.
      * SELECT NEEDS A RETENTION OF AT LEAST ONE YEAR; THERE IS NO
      * DEFAULT, SO NOTHING IS ERASED ON A MIS-CODED PARM.
      *----------------------------------------------------------------
       PARSE-RUN-PARM.
           ACCEPT WS-PARM-REQUEST FROM COMMAND-LINE.
           MOVE SPACES TO WS-PARM-TOKENS.
           UNSTRING WS-PARM-REQUEST DELIMITED BY ALL ' '
               INTO WS-TOK-MODE WS-TOK-YEARS WS-TOK-BAND
                    WS-TOK-EXTRA.
           INSPECT WS-TOK-YEARS REPLACING LEADING SPACES BY ZEROS.
           INSPECT WS-TOK-BAND  REPLACING LEADING SPACES BY ZEROS.

           IF NOT WS-MODE-SELECT AND NOT WS-MODE-ARCHIVE
                   AND NOT WS-MODE-CERTIFY
               SET WS-RUN-ABANDONED TO TRUE
               DISPLAY 'EMPANON: PARM MUST BE SELECT YY [BAND], '
                       'ARCHIVE OR CERTIFY - ' WS-PARM-REQUEST
           ELSE
           IF WS-MODE-SELECT
               IF WS-TOK-YEARS IS NOT NUMERIC
                       OR WS-TOK-YEARS-N = ZERO
                       OR WS-TOK-BAND IS NOT NUMERIC
                       OR WS-TOK-EXTRA NOT = SPACES
                   SET WS-RUN-ABANDONED TO TRUE
                   DISPLAY 'EMPANON: SELECT NEEDS THE RETENTION IN '
                           'YEARS AND AN OPTIONAL BAND WIDTH - '
                           WS-PARM-REQUEST
               ELSE
                   MOVE WS-TOK-YEARS-N TO WS-RETAIN-YEARS
                   IF WS-TOK-BAND-N > ZERO
                       MOVE WS-TOK-BAND-N TO WS-BAND-WIDTH
                   END-IF
                   MOVE WS-RUN-DATE TO WS-CUTOFF-DATE
                   SUBTRACT WS-RETAIN-YEARS FROM WS-CUT-YYYY
               END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------
      * SELECT-AND-ANONYMIZE - THE SELECT STEP.  EVERY FILE IT NEEDS
      * IS OPENED FIRST; A MISSING LEGAL-HOLD LIST, EMPFILE OR
      * REGISTRY ABANDONS THE RUN BEFORE ANYTHING IS CHANGED.
      * ARCHIN IS OPTIONAL (NO DD MEANS NO ARCHIVES YET).
      *----------------------------------------------------------------
       SELECT-AND-ANONYMIZE.
           PERFORM LOAD-LEGAL-HOLDS.

           OPEN I-O EMPHIST.
           IF WS-FS1 = '00'
               SET WS-EMPHIST-IS-OPEN TO TRUE
           ELSE
               SET WS-RUN-ABANDONED TO TRUE
               DISPLAY 'EMPANON: UNABLE TO OPEN EMPHIST - FILE '
                       'STATUS ' WS-FS1
           END-IF.
           OPEN INPUT EMPFILE.
           IF WS-FS4 = '00'
               SET WS-EMPFILE-IS-OPEN TO TRUE
           ELSE
               SET WS-RUN-ABANDONED TO TRUE
               DISPLAY 'EMPANON: UNABLE TO OPEN EMPFILE - FILE '
                       'STATUS ' WS-FS4
           END-IF.
           OPEN I-O USERID-REGISTRY.
           IF WS-FS5 = '00'
               SET WS-USERREG-IS-OPEN TO TRUE
           ELSE
               SET WS-RUN-ABANDONED TO TRUE
               DISPLAY 'EMPANON: UNABLE TO OPEN USERREG - FILE '
                       'STATUS ' WS-FS5
           END-IF.
           OPEN INPUT HIST-ARCH-FILE.
           IF WS-FS2 = '00'
               SET WS-ARCHIN-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'EMPANON: NO ARCHIN SUPPLIED - FILE STATUS '
                       WS-FS2 ' - LIVE EMPHIST ONLY'
           END-IF.

           IF NOT WS-RUN-ABANDONED
               SORT ANON-SORT-FILE
                   ON ASCENDING KEY AS-EMP-ID AS-EFF-DATE AS-SEQ
                   INPUT PROCEDURE  IS RELEASE-DELETE-ROWS
                   OUTPUT PROCEDURE IS BUILD-ERASURE-TABLE
           END-IF.

           IF NOT WS-RUN-ABANDONED
               PERFORM ANONYMIZE-EMPHIST-ROWS
               PERFORM RELEASE-ONE-REGISTRATION
                   VARYING WS-ERASE-IDX FROM 1 BY 1
                   UNTIL WS-ERASE-IDX > WS-ERASE-COUNT
               PERFORM WRITE-ERASURE-LIST
           END-IF.

           IF WS-EMPHIST-IS-OPEN
               CLOSE EMPHIST
           END-IF.
           IF WS-EMPFILE-IS-OPEN
               CLOSE EMPFILE
           END-IF.
           IF WS-USERREG-IS-OPEN
               CLOSE USERID-REGISTRY
           END-IF.
           IF WS-ARCHIN-IS-OPEN
               CLOSE HIST-ARCH-FILE
           END-IF.

      *----------------------------------------------------------------
      * LOAD-LEGAL-HOLDS - THE WHOLE LIST INTO WS-HOLD-TABLE.  AN
      * EMPTY LIST IS FINE; NO LIST, OR ONE TOO BIG TO HOLD, IS NOT.
      *----------------------------------------------------------------
       LOAD-LEGAL-HOLDS.
           OPEN INPUT LEGAL-HOLD-FILE.
           IF WS-FS6 NOT = '00'
               SET WS-RUN-ABANDONED TO TRUE
               DISPLAY 'EMPANON: UNABLE TO OPEN LEGALHLD - FILE '
                       'STATUS ' WS-FS6
           ELSE
               SET WS-NOT-EOF TO TRUE
               PERFORM UNTIL WS-EOF
                   READ LEGAL-HOLD-FILE
                       AT END SET WS-EOF TO TRUE
                       NOT AT END
                           IF LH-EMP-ID NOT = SPACES
                               PERFORM ADD-ONE-HOLD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEGAL-HOLD-FILE
           END-IF.

       ADD-ONE-HOLD.
           IF WS-HOLD-COUNT >= WS-HOLD-MAX
               IF NOT WS-RUN-ABANDONED
                   SET WS-RUN-ABANDONED TO TRUE
                   DISPLAY 'EMPANON: LEGAL-HOLD TABLE FULL AT '
                           WS-HOLD-MAX ' - RUN ABANDONED'
               END-IF
           ELSE
               ADD 1 TO WS-HOLD-COUNT
               MOVE LH-EMP-ID   TO WS-HL-EMP-ID(WS-HOLD-COUNT)
               MOVE LH-CASE-REF TO WS-HL-CASE-REF(WS-HOLD-COUNT)
           END-IF.

      *----------------------------------------------------------------
      * RELEASE-DELETE-ROWS - SORT INPUT: THE 'D' ROWS OF THE LIVE
      * CLUSTER AND OF EVERY ARCHIVED YEAR.  THE NAME IS ONLY LOOKED
      * AT FOR ITS INITIAL, WHICH THE USERID IS DERIVED FROM.
      *----------------------------------------------------------------
       RELEASE-DELETE-ROWS.
           MOVE LOW-VALUES TO EMPH-KEY.
           START EMPHIST KEY IS NOT LESS THAN EMPH-KEY
               INVALID KEY SET WS-EOF TO TRUE
               NOT INVALID KEY SET WS-NOT-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-EOF
               READ EMPHIST NEXT RECORD
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-HIST-READ-COUNT
                       MOVE EMPHIST-RECORD TO WS-HIST-AREA
                       PERFORM RELEASE-IF-DELETE-ROW
               END-READ
           END-PERFORM.

           IF WS-ARCHIN-IS-OPEN
               SET WS-NOT-EOF TO TRUE
               PERFORM UNTIL WS-EOF
                   READ HIST-ARCH-FILE
                       AT END SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ARCH-READ-COUNT
                           MOVE HA-HIST-IMAGE TO WS-HIST-AREA
                           PERFORM RELEASE-IF-DELETE-ROW
                   END-READ
               END-PERFORM
           END-IF.

       RELEASE-IF-DELETE-ROW.
           IF WS-HA-CHANGE-TYPE = 'D'
               ADD 1 TO WS-DELETE-ROW-COUNT
               MOVE WS-HA-BEFORE-IMAGE TO WS-IMAGE-AREA
               MOVE SPACES            TO ANON-SORT-RECORD
               MOVE WS-HA-EMP-ID      TO AS-EMP-ID
               MOVE WS-HA-EFF-DATE    TO AS-EFF-DATE
               MOVE WS-HA-SEQ         TO AS-SEQ
               MOVE WS-IMG-NAME(1:1)  TO AS-INITIAL
               MOVE WS-IMG-DEPT       TO AS-DEPT
               MOVE WS-IMG-BRANCH     TO AS-BRANCH
               RELEASE ANON-SORT-RECORD
           END-IF.

      *----------------------------------------------------------------
      * BUILD-ERASURE-TABLE - SORT OUTPUT.  THE LAST 'D' ROW OF EACH
      * EMP-ID (THE SORT PUTS IT LAST) DECIDES: DATED ON OR AFTER THE
      * CUTOFF IS STILL WITHIN RETENTION; BACK ON EMPFILE IS A REHIRE
      * AND KEEPS EVERYTHING; A LEGAL HOLD IS LISTED BUT UNTOUCHED;
      * ANYONE ELSE IS TAKEN.
      *----------------------------------------------------------------
       BUILD-ERASURE-TABLE.
           MOVE SPACES TO WS-LAST-DELETE.
           SET WS-SORT-NOT-EOF TO TRUE.
           PERFORM RETURN-SORTED-DELETE.
           PERFORM UNTIL WS-SORT-EOF
               IF AS-EMP-ID NOT = WS-LD-EMP-ID
                       AND WS-LD-EMP-ID NOT = SPACES
                   PERFORM JUDGE-ONE-LEAVER
               END-IF
               MOVE AS-EMP-ID   TO WS-LD-EMP-ID
               MOVE AS-EFF-DATE TO WS-LD-EFF-DATE
               MOVE AS-INITIAL  TO WS-LD-INITIAL
               MOVE AS-DEPT     TO WS-LD-DEPT
               MOVE AS-BRANCH   TO WS-LD-BRANCH
               PERFORM RETURN-SORTED-DELETE
           END-PERFORM.
           IF WS-LD-EMP-ID NOT = SPACES
               PERFORM JUDGE-ONE-LEAVER
           END-IF.

       RETURN-SORTED-DELETE.
           RETURN ANON-SORT-FILE
               AT END SET WS-SORT-EOF TO TRUE
           END-RETURN.

       JUDGE-ONE-LEAVER.
           ADD 1 TO WS-LEAVER-COUNT.
           IF WS-LD-EFF-DATE NOT < WS-CUTOFF-DATE
               ADD 1 TO WS-RECENT-COUNT
           ELSE
               PERFORM TAKE-OR-HOLD-LEAVER
           END-IF.

       TAKE-OR-HOLD-LEAVER.
           MOVE WS-LD-EMP-ID TO EMP-ID.
           READ EMPFILE
               INVALID KEY
                   PERFORM LOCATE-HOLD-SLOT
                   IF WS-HOLD-SLOT > ZERO
                       ADD 1 TO WS-HELD-COUNT
                   ELSE
                       ADD 1 TO WS-TAKEN-COUNT
                   END-IF
                   PERFORM ADD-ERASE-ENTRY
               NOT INVALID KEY
                   ADD 1 TO WS-REHIRED-COUNT
           END-READ.

       LOCATE-HOLD-SLOT.
           MOVE ZERO TO WS-HOLD-SLOT.
           PERFORM SCAN-ONE-HOLD-ENTRY
               VARYING WS-HOLD-IDX FROM 1 BY 1
               UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
               OR WS-HOLD-SLOT > ZERO.

       SCAN-ONE-HOLD-ENTRY.
           IF WS-HL-EMP-ID(WS-HOLD-IDX) = WS-LD-EMP-ID
               MOVE WS-HOLD-IDX TO WS-HOLD-SLOT
           END-IF.

      *----------------------------------------------------------------
      * ADD-ERASE-ENTRY - APPENDS THE LEAVER IN HAND, 'H' WHEN
      * LOCATE-HOLD-SLOT FOUND A HOLD, ELSE 'E'.  THE SORT DELIVERS
      * EMP-IDS IN ORDER, SO THE TABLE STAYS IN ORDER.  A FULL TABLE
      * ABANDONS THE RUN - NOTHING HAS BEEN CHANGED YET.
      *----------------------------------------------------------------
       ADD-ERASE-ENTRY.
           IF WS-ERASE-COUNT >= WS-ERASE-MAX
               IF NOT WS-RUN-ABANDONED
                   SET WS-RUN-ABANDONED TO TRUE
                   DISPLAY 'EMPANON: ERASURE TABLE FULL AT '
                           WS-ERASE-MAX ' - RUN ABANDONED'
               END-IF
           ELSE
               ADD 1 TO WS-ERASE-COUNT
               MOVE WS-ERASE-COUNT TO WS-ERASE-SLOT
               IF WS-HOLD-SLOT > ZERO
                   MOVE 'H' TO WS-ER-TYPE(WS-ERASE-SLOT)
                   MOVE WS-HL-CASE-REF(WS-HOLD-SLOT)
                       TO WS-ER-HOLD-REF(WS-ERASE-SLOT)
               ELSE
                   MOVE 'E' TO WS-ER-TYPE(WS-ERASE-SLOT)
                   MOVE SPACES TO WS-ER-HOLD-REF(WS-ERASE-SLOT)
               END-IF
               MOVE WS-LD-EMP-ID   TO WS-ER-EMP-ID(WS-ERASE-SLOT)
               MOVE WS-LD-EFF-DATE TO WS-ER-DELETE-DATE(WS-ERASE-SLOT)
               MOVE WS-LD-DEPT     TO WS-ER-DEPT(WS-ERASE-SLOT)
               MOVE WS-LD-BRANCH   TO WS-ER-BRANCH(WS-ERASE-SLOT)
               MOVE WS-LD-INITIAL  TO WS-ER-INITIAL(WS-ERASE-SLOT)
               MOVE SPACES         TO WS-ER-USERID(WS-ERASE-SLOT)
               MOVE ZERO           TO WS-ER-HIST-ROWS(WS-ERASE-SLOT)
               MOVE ZERO           TO WS-ER-ARCH-ROWS(WS-ERASE-SLOT)
           END-IF.

      *----------------------------------------------------------------
      * ANONYMIZE-EMPHIST-ROWS - ONE PASS OF THE LIVE CLUSTER IN KEY
      * ORDER, REWRITING EVERY ROW OF A TAKEN LEAVER THAT STILL HAS
      * SOMETHING TO ERASE.  A REWRITE FAILURE STOPS THE PASS.
      *----------------------------------------------------------------
       ANONYMIZE-EMPHIST-ROWS.
           MOVE LOW-VALUES TO EMPH-KEY.
           START EMPHIST KEY IS NOT LESS THAN EMPH-KEY
               INVALID KEY SET WS-EOF TO TRUE
               NOT INVALID KEY SET WS-NOT-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-EOF
               READ EMPHIST NEXT RECORD
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE EMPH-EMP-ID TO WS-SEARCH-EMP-ID
                       PERFORM FIND-ERASE-SLOT
                       IF WS-ERASE-SLOT > ZERO
                           PERFORM ANONYMIZE-ONE-EMPHIST-ROW
                       END-IF
               END-READ
           END-PERFORM.

       ANONYMIZE-ONE-EMPHIST-ROW.
           MOVE EMPHIST-RECORD TO WS-HIST-AREA.
           PERFORM ANONYMIZE-HIST-AREA.
           IF WS-ROW-CHANGED
               MOVE WS-HIST-AREA TO EMPHIST-RECORD
               REWRITE EMPHIST-RECORD
                   INVALID KEY
                       ADD 1 TO WS-ERROR-COUNT
                       DISPLAY 'EMPANON: REWRITE FAILED FOR KEY '
                               EMPH-KEY ' - FILE STATUS ' WS-FS1
                               ' - PASS STOPPED'
                       SET WS-EOF TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO WS-HIST-ROW-COUNT
                       ADD 1 TO WS-ER-HIST-ROWS(WS-ERASE-SLOT)
               END-REWRITE
           END-IF.

      *----------------------------------------------------------------
      * ANONYMIZE-HIST-AREA - BOTH IMAGES OF THE ROW IN WS-HIST-AREA.
      * WS-ROW-CHANGED SAYS WHETHER THERE WAS ANYTHING LEFT TO DO.
      *----------------------------------------------------------------
       ANONYMIZE-HIST-AREA.
           MOVE WS-HIST-AREA TO WS-HIST-SAVE.
           MOVE WS-HA-BEFORE-IMAGE TO WS-IMAGE-AREA.
           PERFORM ANONYMIZE-IMAGE.
           MOVE WS-IMAGE-AREA TO WS-HA-BEFORE-IMAGE.
           MOVE WS-HA-AFTER-IMAGE  TO WS-IMAGE-AREA.
           PERFORM ANONYMIZE-IMAGE.
           MOVE WS-IMAGE-AREA TO WS-HA-AFTER-IMAGE.
           IF WS-HIST-AREA = WS-HIST-SAVE
               SET WS-ROW-UNCHANGED TO TRUE
           ELSE
               SET WS-ROW-CHANGED TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * ANONYMIZE-IMAGE - BLANK EMP-NAME AND CUT EMP-SALARY DOWN TO
      * THE BOTTOM OF ITS BAND (WITH A 10000 BAND, 47250 BECOMES
      * 40000).  A BLANK IMAGE (THE BEFORE OF AN ADD, THE AFTER OF
      * A DELETE) IS LEFT BLANK.
      *----------------------------------------------------------------
       ANONYMIZE-IMAGE.
           IF WS-IMAGE-AREA NOT = SPACES
               MOVE SPACES TO WS-IMG-NAME
               IF WS-IMG-SALARY IS NUMERIC
                   DIVIDE WS-IMG-SALARY BY WS-BAND-WIDTH
                       GIVING WS-BAND-QUOT
                   MULTIPLY WS-BAND-QUOT BY WS-BAND-WIDTH
                       GIVING WS-IMG-SALARY
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * FIND-ERASE-SLOT - WS-SEARCH-EMP-ID ON THE ERASURE TABLE BY
      * HALVING; WS-ERASE-SLOT IS ZERO UNLESS IT IS A TAKEN ('E')
      * LEAVER.  HELD LEAVERS ARE ON THE TABLE BUT NEVER RETURNED.
      *----------------------------------------------------------------
       FIND-ERASE-SLOT.
           MOVE ZERO TO WS-ERASE-SLOT.
           MOVE 1 TO WS-ERASE-LOW.
           MOVE WS-ERASE-COUNT TO WS-ERASE-HIGH.
           PERFORM HALVE-ERASE-RANGE
               UNTIL WS-ERASE-LOW > WS-ERASE-HIGH
               OR WS-ERASE-SLOT > ZERO.
           IF WS-ERASE-SLOT > ZERO
               IF NOT WS-ER-IS-ERASED(WS-ERASE-SLOT)
                   MOVE ZERO TO WS-ERASE-SLOT
               END-IF
           END-IF.

       HALVE-ERASE-RANGE.
           COMPUTE WS-ERASE-MID = (WS-ERASE-LOW + WS-ERASE-HIGH) / 2.
           IF WS-ER-EMP-ID(WS-ERASE-MID) = WS-SEARCH-EMP-ID
               MOVE WS-ERASE-MID TO WS-ERASE-SLOT
           ELSE
               IF WS-ER-EMP-ID(WS-ERASE-MID) < WS-SEARCH-EMP-ID
                   COMPUTE WS-ERASE-LOW = WS-ERASE-MID + 1
               ELSE
                   IF WS-ERASE-MID = 1
                       MOVE ZERO TO WS-ERASE-HIGH
                   ELSE
                       COMPUTE WS-ERASE-HIGH = WS-ERASE-MID - 1
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * RELEASE-ONE-REGISTRATION - FOR A TAKEN LEAVER, THE REGISTRY
      * IS PROBED THE WAY EMPRECON RESOLVES A USERID (INITIAL +
      * EMP-ID, THEN EACH SUFFIX DIGIT) AND A ROW REGISTERED TO THIS
      * EMP-ID IS DELETED, AS EMPCOMP DOES FOR A LEAVER.  USUALLY
      * EMPCOMP RELEASED IT ON THE DAY; THIS CATCHES WHAT IT MISSED.
      * AN INITIAL ALREADY ERASED MEANS AN EARLIER RUN RELEASED IT.
      *----------------------------------------------------------------
       RELEASE-ONE-REGISTRATION.
           IF WS-ER-IS-ERASED(WS-ERASE-IDX)
                   AND WS-ER-INITIAL(WS-ERASE-IDX) NOT = SPACE
               MOVE 'N' TO WS-RESOLVE-SW
               MOVE SPACES TO WS-PROBE-USERID
               STRING WS-ER-INITIAL(WS-ERASE-IDX) DELIMITED BY SIZE
                      WS-ER-EMP-ID(WS-ERASE-IDX)  DELIMITED BY SIZE
                      INTO WS-PROBE-USERID
               MOVE ZERO TO WS-SUFFIX-IDX
               PERFORM PROBE-ONE-REGISTRATION
               PERFORM PROBE-NEXT-SUFFIX
                   UNTIL WS-USERID-RESOLVED OR WS-SUFFIX-IDX > 9
               IF WS-USERID-RESOLVED
                   DELETE USERID-REGISTRY RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-RELEASED-COUNT
                           MOVE WS-PROBE-USERID
                               TO WS-ER-USERID(WS-ERASE-IDX)
                   END-DELETE
               END-IF
           END-IF.

       PROBE-NEXT-SUFFIX.
           ADD 1 TO WS-SUFFIX-IDX.
           IF WS-SUFFIX-IDX NOT > 9
               MOVE WS-SUFFIX-DIGITS(WS-SUFFIX-IDX:1)
                   TO WS-PROBE-USERID(7:1)
               PERFORM PROBE-ONE-REGISTRATION
           END-IF.

       PROBE-ONE-REGISTRATION.
           MOVE WS-PROBE-USERID TO UREG-USERID.
           READ USERID-REGISTRY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF UREG-IS-EMPLOYEE
                           AND UREG-SOURCE-KEY(1:5)
                               = WS-ER-EMP-ID(WS-ERASE-IDX)
                       SET WS-USERID-RESOLVED TO TRUE
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * WRITE-ERASURE-LIST - THE CONTROL RECORD, THEN THE TABLE.
      *----------------------------------------------------------------
       WRITE-ERASURE-LIST.
           OPEN OUTPUT ERASURE-LIST.
           IF WS-FS7 NOT = '00'
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'EMPANON: UNABLE TO OPEN ERASLIST - FILE '
                       'STATUS ' WS-FS7
           ELSE
               MOVE SPACES           TO ERAS-RECORD
               MOVE 'C'              TO ERAS-REC-TYPE
               MOVE WS-RUN-DATE      TO ERAS-RUN-DATE
               MOVE WS-RETAIN-YEARS  TO ERAS-RETAIN-YEARS
               MOVE WS-CUTOFF-DATE   TO ERAS-CUTOFF-DATE
               MOVE WS-BAND-WIDTH    TO ERAS-BAND-WIDTH
               MOVE WS-ARCH-FILES    TO ERAS-ARCH-FILES
               WRITE ERAS-RECORD
               PERFORM WRITE-ONE-ERASE-ENTRY
                   VARYING WS-ERASE-IDX FROM 1 BY 1
                   UNTIL WS-ERASE-IDX > WS-ERASE-COUNT
               CLOSE ERASURE-LIST
           END-IF.

       WRITE-ONE-ERASE-ENTRY.
           MOVE SPACES TO ERAS-RECORD.
           MOVE WS-ER-TYPE(WS-ERASE-IDX)       TO ERAS-REC-TYPE.
           MOVE WS-ER-EMP-ID(WS-ERASE-IDX)     TO ERAS-EMP-ID.
           MOVE WS-ER-DELETE-DATE(WS-ERASE-IDX) TO ERAS-DELETE-DATE.
           MOVE WS-ER-DEPT(WS-ERASE-IDX)       TO ERAS-DEPT.
           MOVE WS-ER-BRANCH(WS-ERASE-IDX)     TO ERAS-BRANCH.
           MOVE WS-ER-USERID(WS-ERASE-IDX)     TO ERAS-USERID.
           MOVE WS-ER-HIST-ROWS(WS-ERASE-IDX)  TO ERAS-HIST-ROWS.
           MOVE WS-ER-ARCH-ROWS(WS-ERASE-IDX)  TO ERAS-ARCH-ROWS.
           MOVE WS-ER-HOLD-REF(WS-ERASE-IDX)   TO ERAS-HOLD-REF.
           WRITE ERAS-RECORD.

      *----------------------------------------------------------------
      * LOAD-ERASURE-LIST - THE ARCHIVE AND CERTIFY STEPS' VIEW OF
      * THE LIST.  NO CONTROL RECORD MEANS THE SELECT STEP DID NOT
      * FINISH, AND THE STEP IS ABANDONED.
      *----------------------------------------------------------------
       LOAD-ERASURE-LIST.
           OPEN INPUT ERASURE-LIST.
           IF WS-FS7 NOT = '00'
               SET WS-RUN-ABANDONED TO TRUE
               DISPLAY 'EMPANON: UNABLE TO OPEN ERASLIST - FILE '
                       'STATUS ' WS-FS7
           ELSE
               READ ERASURE-LIST
                   AT END
                       SET WS-RUN-ABANDONED TO TRUE
                   NOT AT END
                       IF NOT ERAS-IS-CONTROL
                           SET WS-RUN-ABANDONED TO TRUE
                       ELSE
                           MOVE ERAS-RUN-DATE     TO WS-RUN-DATE
                           MOVE ERAS-RETAIN-YEARS TO WS-RETAIN-YEARS
                           MOVE ERAS-CUTOFF-DATE  TO WS-CUTOFF-DATE
                           MOVE ERAS-BAND-WIDTH   TO WS-BAND-WIDTH
                           MOVE ERAS-ARCH-FILES   TO WS-ARCH-FILES
                       END-IF
               END-READ
               IF WS-RUN-ABANDONED
                   DISPLAY 'EMPANON: ERASLIST HAS NO CONTROL RECORD '
                           '- RERUN THE SELECT STEP'
               ELSE
                   SET WS-NOT-EOF TO TRUE
                   PERFORM UNTIL WS-EOF
                       READ ERASURE-LIST
                           AT END SET WS-EOF TO TRUE
                           NOT AT END
                               PERFORM LOAD-ONE-ERASE-ENTRY
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE ERASURE-LIST
           END-IF.

       LOAD-ONE-ERASE-ENTRY.
           IF WS-ERASE-COUNT >= WS-ERASE-MAX
               IF NOT WS-RUN-ABANDONED
                   SET WS-RUN-ABANDONED TO TRUE
                   DISPLAY 'EMPANON: ERASURE TABLE FULL AT '
                           WS-ERASE-MAX ' - RUN ABANDONED'
               END-IF
           ELSE
               ADD 1 TO WS-ERASE-COUNT
               MOVE WS-ERASE-COUNT TO WS-ERASE-SLOT
               MOVE ERAS-REC-TYPE    TO WS-ER-TYPE(WS-ERASE-SLOT)
               MOVE ERAS-EMP-ID      TO WS-ER-EMP-ID(WS-ERASE-SLOT)
               MOVE ERAS-DELETE-DATE
                   TO WS-ER-DELETE-DATE(WS-ERASE-SLOT)
               MOVE ERAS-DEPT        TO WS-ER-DEPT(WS-ERASE-SLOT)
               MOVE ERAS-BRANCH      TO WS-ER-BRANCH(WS-ERASE-SLOT)
               MOVE SPACE            TO WS-ER-INITIAL(WS-ERASE-SLOT)
               MOVE ERAS-USERID      TO WS-ER-USERID(WS-ERASE-SLOT)
               MOVE ERAS-HIST-ROWS   TO WS-ER-HIST-ROWS(WS-ERASE-SLOT)
               MOVE ERAS-ARCH-ROWS   TO WS-ER-ARCH-ROWS(WS-ERASE-SLOT)
               MOVE ERAS-HOLD-REF    TO WS-ER-HOLD-REF(WS-ERASE-SLOT)
           END-IF.

      *----------------------------------------------------------------
      * ANONYMIZE-ONE-ARCHIVE - THE ARCHIVE STEP.  ARCHIN (ONE YEARLY
      * ARCHIVE, NOT A CONCATENATION) IS COPIED ROW BY ROW TO
      * ARCHOUT, EVERY ROW OF A TAKEN LEAVER ANONYMIZED ON THE WAY,
      * THEN THE LIST IS WRITTEN BACK WITH THE NEW COUNTS AND ONE
      * MORE ARCHIVE FILE PASSED.  A WRITE FAILURE STOPS THE STEP
      * WITH RC=8 BEFORE THE LIST IS TOUCHED, AND THE JOB THEN LEAVES
      * THE ARCHIVE AS IT WAS.
      *----------------------------------------------------------------
       ANONYMIZE-ONE-ARCHIVE.
           PERFORM LOAD-ERASURE-LIST.

           IF NOT WS-RUN-ABANDONED
               OPEN INPUT HIST-ARCH-FILE
               IF WS-FS2 = '00'
                   SET WS-ARCHIN-IS-OPEN TO TRUE
               ELSE
                   SET WS-RUN-ABANDONED TO TRUE
                   DISPLAY 'EMPANON: UNABLE TO OPEN ARCHIN - FILE '
                           'STATUS ' WS-FS2
               END-IF
           END-IF.
           IF NOT WS-RUN-ABANDONED
               OPEN OUTPUT ARCH-COPY-FILE
               IF WS-FS3 NOT = '00'
                   SET WS-RUN-ABANDONED TO TRUE
                   DISPLAY 'EMPANON: UNABLE TO OPEN ARCHOUT - FILE '
                           'STATUS ' WS-FS3
               END-IF
           END-IF.

           IF NOT WS-RUN-ABANDONED
               SET WS-NOT-EOF TO TRUE
               PERFORM UNTIL WS-EOF
                   READ HIST-ARCH-FILE
                       AT END SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ARCH-READ-COUNT
                           PERFORM COPY-ONE-ARCHIVE-ROW
                   END-READ
               END-PERFORM
               CLOSE ARCH-COPY-FILE
               IF WS-ERROR-COUNT = ZERO
                   ADD 1 TO WS-ARCH-FILES
                   PERFORM WRITE-ERASURE-LIST
               END-IF
           END-IF.

           IF WS-ARCHIN-IS-OPEN
               CLOSE HIST-ARCH-FILE
           END-IF.

       COPY-ONE-ARCHIVE-ROW.
           MOVE HIST-ARCH-RECORD TO ARCH-COPY-RECORD.
           MOVE AC-HIST-IMAGE(1:5) TO WS-SEARCH-EMP-ID.
           PERFORM FIND-ERASE-SLOT.
           SET WS-ROW-UNCHANGED TO TRUE.
           IF WS-ERASE-SLOT > ZERO
               MOVE AC-HIST-IMAGE TO WS-HIST-AREA
               PERFORM ANONYMIZE-HIST-AREA
               MOVE WS-HIST-AREA  TO AC-HIST-IMAGE
           END-IF.
           WRITE ARCH-COPY-RECORD.
           IF WS-FS3 NOT = '00'
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'EMPANON: ARCHOUT WRITE FAILED FOR '
                       WS-SEARCH-EMP-ID ' - FILE STATUS ' WS-FS3
                       ' - STEP STOPPED'
               SET WS-EOF TO TRUE
           ELSE
               IF WS-ROW-CHANGED
                   ADD 1 TO WS-ARCH-ROW-COUNT
                   ADD 1 TO WS-ER-ARCH-ROWS(WS-ERASE-SLOT)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * PRINT-CERTIFICATE - THE CERTIFY STEP.  THE RUN'S TERMS, THE
      * LEAVERS CERTIFIED WITH WHAT WAS ERASED FOR EACH THIS RUN, THE
      * LEAVERS UNDER LEGAL HOLD, TOTALS AND A SIGN-OFF BLOCK.  A
      * LEAVER DELETED BEFORE LAST YEAR'S CUTOFF (THIS CUTOFF LESS A
      * YEAR) WHOSE ROWS WERE ALL ANONYMIZED BY AN EARLIER RUN IS
      * COUNTED, NOT LISTED; ONE THAT ONLY CAME PAST RETENTION THIS
      * YEAR IS ALWAYS LISTED, SINCE A FAILED RUN BEFORE THIS ONE MAY
      * HAVE ERASED IT WITHOUT EVER PRINTING A CERTIFICATE.
      *----------------------------------------------------------------
       PRINT-CERTIFICATE.
           PERFORM LOAD-ERASURE-LIST.
           MOVE WS-CUTOFF-DATE TO WS-PRIOR-CUTOFF.
           SUBTRACT 1 FROM WS-PRIOR-CUT-YYYY.

           IF NOT WS-RUN-ABANDONED
               OPEN OUTPUT CERT-RPT-FILE
               IF WS-FS8 NOT = '00'
                   SET WS-RUN-ABANDONED TO TRUE
                   DISPLAY 'EMPANON: UNABLE TO OPEN CERTRPT - FILE '
                           'STATUS ' WS-FS8
               END-IF
           END-IF.

           IF NOT WS-RUN-ABANDONED
               PERFORM WRITE-PAGE-HEADERS
               PERFORM WRITE-CERTIFICATE-TERMS
               MOVE WS-HEADING-2 TO CERT-RPT-RECORD
               WRITE CERT-RPT-RECORD
               MOVE SPACES       TO CERT-RPT-RECORD
               WRITE CERT-RPT-RECORD
               ADD 2 TO WS-LINE-COUNT
               PERFORM LIST-ONE-ERASED-LEAVER
                   VARYING WS-ERASE-IDX FROM 1 BY 1
                   UNTIL WS-ERASE-IDX > WS-ERASE-COUNT
               IF WS-ERASED-COUNT = ZERO
                   MOVE 'NO LEAVER TO CERTIFY THIS RUN'
                       TO CERT-RPT-RECORD
                   WRITE CERT-RPT-RECORD
               END-IF
               PERFORM WRITE-HOLD-SECTION
               PERFORM WRITE-CERTIFICATE-TOTALS
               CLOSE CERT-RPT-FILE
           END-IF.

       WRITE-PAGE-HEADERS.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO  TO WS-H1-PAGE-NO.
           MOVE WS-RUN-DATE TO WS-H1-RUN-DATE.
           MOVE WS-HEADING-1 TO CERT-RPT-RECORD.
           WRITE CERT-RPT-RECORD.
           MOVE SPACES       TO CERT-RPT-RECORD.
           WRITE CERT-RPT-RECORD.
           MOVE ZERO TO WS-LINE-COUNT.

       WRITE-CERTIFICATE-TERMS.
           MOVE 'RETENTION (YEARS)        ' TO WS-PL-LABEL.
           MOVE WS-RETAIN-YEARS  TO WS-EDIT-YEARS.
           MOVE WS-EDIT-YEARS    TO WS-PL-VALUE.
           MOVE WS-PARM-LINE     TO CERT-RPT-RECORD.
           WRITE CERT-RPT-RECORD.

           MOVE 'LEAVERS DELETED BEFORE   ' TO WS-PL-LABEL.
           MOVE WS-CUTOFF-DATE   TO WS-PL-VALUE.
           MOVE WS-PARM-LINE     TO CERT-RPT-RECORD.
           WRITE CERT-RPT-RECORD.

           MOVE 'SALARY BAND WIDTH        ' TO WS-PL-LABEL.
           MOVE WS-BAND-WIDTH    TO WS-EDIT-BAND.
           MOVE WS-EDIT-BAND     TO WS-PL-VALUE.
           MOVE WS-PARM-LINE     TO CERT-RPT-RECORD.
           WRITE CERT-RPT-RECORD.

           MOVE 'ARCHIVE FILES PASSED     ' TO WS-PL-LABEL.
           MOVE WS-ARCH-FILES    TO WS-EDIT-FILES.
           MOVE WS-EDIT-FILES    TO WS-PL-VALUE.
           MOVE WS-PARM-LINE     TO CERT-RPT-RECORD.
           WRITE CERT-RPT-RECORD.

           MOVE SPACES TO CERT-RPT-RECORD.
           WRITE CERT-RPT-RECORD.
           MOVE 'FOR EACH EMPLOYEE LISTED, EMP-NAME HAS BEEN ERASED AND'
               TO CERT-RPT-RECORD.
           WRITE CERT-RPT-RECORD.
           MOVE 'EMP-SALARY REDUCED TO ITS BAND IN THE EMPHIST AND'
               TO CERT-RPT-RECORD.
           WRITE CERT-RPT-RECORD.
           MOVE 'ARCHIVE ROWS COUNTED; ANY USERID SHOWN WAS RELEASED.'
               TO CERT-RPT-RECORD.
           WRITE CERT-RPT-RECORD.
           MOVE SPACES TO CERT-RPT-RECORD.
           WRITE CERT-RPT-RECORD.
           ADD 9 TO WS-LINE-COUNT.

       LIST-ONE-ERASED-LEAVER.
           IF WS-ER-IS-ERASED(WS-ERASE-IDX)
               IF WS-ER-HIST-ROWS(WS-ERASE-IDX) = ZERO
                       AND WS-ER-ARCH-ROWS(WS-ERASE-IDX) = ZERO
                       AND WS-ER-USERID(WS-ERASE-IDX) = SPACES
                       AND WS-ER-DELETE-DATE(WS-ERASE-IDX)
                           < WS-PRIOR-CUTOFF
                   ADD 1 TO WS-NOTHING-LEFT-COUNT
               ELSE
                   ADD 1 TO WS-ERASED-COUNT
                   ADD WS-ER-HIST-ROWS(WS-ERASE-IDX)
                       TO WS-HIST-ROW-COUNT
                   ADD WS-ER-ARCH-ROWS(WS-ERASE-IDX)
                       TO WS-ARCH-ROW-COUNT
                   IF WS-ER-USERID(WS-ERASE-IDX) NOT = SPACES
                       ADD 1 TO WS-RELEASED-COUNT
                   END-IF
                   IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                       PERFORM WRITE-PAGE-HEADERS
                       MOVE WS-HEADING-2 TO CERT-RPT-RECORD
                       WRITE CERT-RPT-RECORD
                       MOVE SPACES       TO CERT-RPT-RECORD
                       WRITE CERT-RPT-RECORD
                       ADD 2 TO WS-LINE-COUNT
                   END-IF
                   MOVE SPACES TO WS-DETAIL-LINE
                   MOVE WS-ER-EMP-ID(WS-ERASE-IDX)   TO WS-DL-EMP-ID
                   MOVE WS-ER-DELETE-DATE(WS-ERASE-IDX)
                       TO WS-DL-DELETE-DATE
                   MOVE WS-ER-DEPT(WS-ERASE-IDX)     TO WS-DL-DEPT
                   MOVE WS-ER-BRANCH(WS-ERASE-IDX)   TO WS-DL-BRANCH
                   MOVE WS-ER-HIST-ROWS(WS-ERASE-IDX)
                       TO WS-DL-HIST-ROWS
                   MOVE WS-ER-ARCH-ROWS(WS-ERASE-IDX)
                       TO WS-DL-ARCH-ROWS
                   MOVE WS-ER-USERID(WS-ERASE-IDX)   TO WS-DL-USERID
                   MOVE WS-DETAIL-LINE TO CERT-RPT-RECORD
                   WRITE CERT-RPT-RECORD
                   ADD 1 TO WS-LINE-COUNT
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * WRITE-HOLD-SECTION - LEAVERS PAST RETENTION BUT UNDER LEGAL
      * HOLD, WITH THE CASE REFERENCE, ON A PAGE OF THEIR OWN.
      *----------------------------------------------------------------
       WRITE-HOLD-SECTION.
           PERFORM WRITE-PAGE-HEADERS.
           MOVE 'LEGAL HOLD - PAST RETENTION BUT NOT ERASED'
               TO CERT-RPT-RECORD.
           WRITE CERT-RPT-RECORD.
           MOVE SPACES TO CERT-RPT-RECORD.
           WRITE CERT-RPT-RECORD.
           MOVE WS-HOLD-HEADING TO CERT-RPT-RECORD.
           WRITE CERT-RPT-RECORD.
           MOVE SPACES TO CERT-RPT-RECORD.
           WRITE CERT-RPT-RECORD.
           ADD 4 TO WS-LINE-COUNT.
           PERFORM LIST-ONE-HELD-LEAVER
               VARYING WS-ERASE-IDX FROM 1 BY 1
               UNTIL WS-ERASE-IDX > WS-ERASE-COUNT.
           IF WS-HELD-COUNT = ZERO
               MOVE 'NONE' TO CERT-RPT-RECORD
               WRITE CERT-RPT-RECORD
           END-IF.

       LIST-ONE-HELD-LEAVER.
           IF WS-ER-IS-HELD(WS-ERASE-IDX)
               ADD 1 TO WS-HELD-COUNT
               IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                   PERFORM WRITE-PAGE-HEADERS
                   MOVE WS-HOLD-HEADING TO CERT-RPT-RECORD
                   WRITE CERT-RPT-RECORD
                   MOVE SPACES          TO CERT-RPT-RECORD
                   WRITE CERT-RPT-RECORD
                   ADD 2 TO WS-LINE-COUNT
               END-IF
               MOVE SPACES TO WS-HOLD-LINE
               MOVE WS-ER-EMP-ID(WS-ERASE-IDX)      TO WS-HD-EMP-ID
               MOVE WS-ER-DELETE-DATE(WS-ERASE-IDX)
                   TO WS-HD-DELETE-DATE
               MOVE WS-ER-DEPT(WS-ERASE-IDX)        TO WS-HD-DEPT
               MOVE WS-ER-BRANCH(WS-ERASE-IDX)      TO WS-HD-BRANCH
               MOVE WS-ER-HOLD-REF(WS-ERASE-IDX)    TO WS-HD-CASE-REF
               MOVE WS-HOLD-LINE TO CERT-RPT-RECORD
               WRITE CERT-RPT-RECORD
               ADD 1 TO WS-LINE-COUNT
           END-IF.

       WRITE-CERTIFICATE-TOTALS.
           MOVE SPACES TO CERT-RPT-RECORD.
           WRITE CERT-RPT-RECORD.

           MOVE 'LEAVERS CERTIFIED        ' TO WS-TL-LABEL.
           MOVE WS-ERASED-COUNT  TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE    TO CERT-RPT-RECORD.
           WRITE CERT-RPT-RECORD.

           MOVE '  EMPHIST ROWS           ' TO WS-TL-LABEL.
           MOVE WS-HIST-ROW-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE    TO CERT-RPT-RECORD.
           WRITE CERT-RPT-RECORD.

           MOVE '  ARCHIVE ROWS           ' TO WS-TL-LABEL.
           MOVE WS-ARCH-ROW-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE    TO CERT-RPT-RECORD.
           WRITE CERT-RPT-RECORD.

           MOVE '  USERIDS RELEASED       ' TO WS-TL-LABEL.
           MOVE WS-RELEASED-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE    TO CERT-RPT-RECORD.
           WRITE CERT-RPT-RECORD.

           MOVE 'ALREADY FULLY ERASED     ' TO WS-TL-LABEL.
           MOVE WS-NOTHING-LEFT-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE    TO CERT-RPT-RECORD.
           WRITE CERT-RPT-RECORD.

           MOVE 'ON LEGAL HOLD            ' TO WS-TL-LABEL.
           MOVE WS-HELD-COUNT    TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE    TO CERT-RPT-RECORD.
           WRITE CERT-RPT-RECORD.

           MOVE SPACES TO CERT-RPT-RECORD.
           WRITE CERT-RPT-RECORD.
           WRITE CERT-RPT-RECORD.
           MOVE 'CERTIFIED BY (DATA PROTECTION) ______________  DATE'
               TO CERT-RPT-RECORD.
           MOVE '________' TO CERT-RPT-RECORD(53:8).
           WRITE CERT-RPT-RECORD.
