       IDENTIFICATION DIVISION.
       PROGRAM-ID. RACFCERT.

      *----------------------------------------------------------------
      * RACFCERT - QUARTERLY ACCESS RECERTIFICATION CAMPAIGN.  EVERY
      * QUARTER EACH DEPARTMENT HEAD CONFIRMS THAT EVERYONE HOLDING
      * A RACF USERID IN THE DEPARTMENT STILL NEEDS IT.  ONE CONTROL
      * CARD PICKS THE RUN:
      *
      *   OPEN    BUILDS THE CAMPAIGN.  EMPFILE IS MATCHED TO THE
      *           SORTED RACF EXTRACT ON USERID EXACTLY AS EMPRECON
      *           DOES IT (REGISTERED USERID FROM USERREG, ELSE THE
      *           FIRST INITIAL + EMP-ID DERIVATION); EVERY EMPLOYEE
      *           HOLDING A USERID BECOMES A CAMPAIGN LINE WITH THE
      *           LAST EMPHIST CHANGE DATE, AND EVERY RACF USERID NO
      *           EMPLOYEE HOLDS (BAR REGISTERED STUDENT USERIDS) IS
      *           AN ORPHAN TIED TO THE DEPARTMENT OF ITS DEFAULT
      *           GROUP.  THE CAMPAIGN GENERATION IS WRITTEN IN
      *           USERID ORDER AND ONE ATTESTATION LISTING PER
      *           DEPARTMENT (OR PER BRANCH) IS PRINTED.
      *
      *   STATUS  CARRIES THE CAMPAIGN FORWARD A GENERATION.  THE
      *           KEEP/REMOVE CARDS THE DEPARTMENT HEADS RETURNED
      *           ARE SORTED AND MATCHED TO IT; A REMOVE, OR A LINE
      *           STILL PENDING AFTER THE DEADLINE, QUEUES A REVOKE
      *           LINE TO INPUT.TXT FOR TSS2RACF (ALTUSER ... REVOKE
      *           AT RACF) - ONCE.  THE STATUS REPORT SHOWS THE
      *           REJECTED CARDS, ATTESTED / PENDING / OVERDUE
      *           COUNTS BY DEPARTMENT AND THE REVOKES QUEUED.
      *
      * RUN STATUS AS OFTEN AS CARDS COME IN; THE FIRST STATUS RUN
      * AFTER THE DEADLINE SWEEPS THE STRAGGLERS.  A LATE CARD IS
      * STILL TAKEN UNTIL A REVOKE HAS BEEN QUEUED FOR THE USERID.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CERT-CTL-FILE ASSIGN TO CERTCTL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-FS1.

           SELECT EMPFILE ASSIGN TO INPUT01
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS EMP-ID
           FILE STATUS  IS WS-FS2.

           SELECT RACF-EXTRACT-FILE ASSIGN TO RACFEXT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-FS3.

           SELECT USERID-REGISTRY ASSIGN TO USERREG
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS UREG-USERID
           FILE STATUS  IS WS-FS4.

           SELECT EMPHIST ASSIGN TO EMPHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS EMPH-KEY
           FILE STATUS  IS WS-FS5.

           SELECT REFFILE ASSIGN TO REFFILE
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS REF-KEY
           FILE STATUS  IS WS-FS6.

           SELECT CERT-IN-FILE ASSIGN TO CERTIN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-FS7.

           SELECT CERT-OUT-FILE ASSIGN TO CERTOUT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-FS8.

           SELECT CERT-RETURN-FILE ASSIGN TO CERTRTN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-FS9.

           SELECT CERT-WORK-FILE ASSIGN TO WRKCERT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-FS10.

           SELECT CERT-RPT-FILE ASSIGN TO RPTOUT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-FS11.

           SELECT TSS-FEED-FILE ASSIGN TO 'INPUT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-FS12.

           SELECT EMP-SORT-FILE ASSIGN TO SORTWK1.

           SELECT CERT-SORT-FILE ASSIGN TO SORTWK2.

           SELECT RTN-SORT-FILE ASSIGN TO SORTWK3.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
      * CERT-CTL-RECORD - THE ONE CONTROL CARD:
      *     COLS 1-6    OPEN OR STATUS
      *     COLS 8-15   OPEN ONLY - RETURN DEADLINE YYYYMMDD (BLANK =
      *                 ONE MONTH FROM TODAY)
      *     COLS 17-22  OPEN ONLY - DEPT (DEFAULT) OR BRANCH, THE
      *                 UNIT THAT ATTESTS
      *----------------------------------------------------------------
       FD CERT-CTL-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 CERT-CTL-RECORD.
          05 CC-MODE            PIC X(06).
             88 CC-IS-OPEN               VALUE 'OPEN'.
             88 CC-IS-STATUS             VALUE 'STATUS'.
          05 FILLER             PIC X(01).
          05 CC-DEADLINE        PIC X(08).
          05 FILLER             PIC X(01).
          05 CC-SCOPE           PIC X(06).
             88 CC-BY-DEPT               VALUES 'DEPT' SPACES.
             88 CC-BY-BRANCH             VALUE 'BRANCH'.
          05 FILLER             PIC X(58).

       FD EMPFILE
           RECORD CONTAINS 80  CHARACTERS
           DATA RECORD     IS EMPFILE-RECORD.

           COPY EMPREC.

       FD RACF-EXTRACT-FILE
           RECORD CONTAINS 80 CHARACTERS.

           COPY RACFXREC.

       FD USERID-REGISTRY
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD     IS UREG-RECORD.

           COPY UREGREC.

       FD EMPHIST
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD     IS EMPHIST-RECORD.

           COPY EMPHREC.

       FD REFFILE
           RECORD CONTAINS 80  CHARACTERS
           DATA RECORD     IS REFFILE-RECORD.

           COPY REFREC.

       FD CERT-IN-FILE
           RECORD CONTAINS 130 CHARACTERS.

       01 CERT-IN-RECORD       PIC X(130).

       FD CERT-OUT-FILE
           RECORD CONTAINS 130 CHARACTERS.

       01 CERT-OUT-RECORD      PIC X(130).

      *----------------------------------------------------------------
      * CERT-RETURN-RECORD - ONE KEEP/REMOVE DECISION PER CARD, AS
      * PRINTED AT THE FOOT OF EVERY ATTESTATION LISTING:
      *     COLS 1-6    CAMPAIGN (E.G. 2026Q4)
      *     COLS 8-15   USERID
      *     COL  17     K = KEEP, R = REMOVE
      *     COLS 19-26  USERID OF THE DEPARTMENT HEAD ATTESTING
      *     COLS 28-35  DATE ATTESTED YYYYMMDD (BLANK = RUN DATE)
      * A LATER CARD FOR THE SAME USERID OVERRIDES AN EARLIER ONE.
      *----------------------------------------------------------------
       FD CERT-RETURN-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 CERT-RETURN-RECORD.
          05 RT-CAMPAIGN        PIC X(06).
          05 FILLER             PIC X(01).
          05 RT-USERID          PIC X(08).
          05 FILLER             PIC X(01).
          05 RT-DECISION        PIC X(01).
          05 FILLER             PIC X(01).
          05 RT-ATTESTED-BY     PIC X(08).
          05 FILLER             PIC X(01).
          05 RT-DATE            PIC X(08).
          05 FILLER             PIC X(45).

       FD CERT-WORK-FILE
           RECORD CONTAINS 130 CHARACTERS.

       01 CERT-WORK-RECORD     PIC X(130).

       FD CERT-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.

       01 CERT-RPT-RECORD      PIC X(132).

       FD TSS-FEED-FILE.
       01 TSS-FEED-RECORD      PIC X(300).

       SD EMP-SORT-FILE
           RECORD CONTAINS 54 CHARACTERS.

       01 SORT-RECORD.
          05 SORT-USERID        PIC X(08).
          05 SORT-EMP-ID        PIC X(05).
          05 SORT-NAME          PIC X(15).
          05 SORT-DEPT          PIC X(05).
          05 SORT-BRANCH        PIC X(10).
          05 SORT-DESG          PIC X(10).
          05 SORT-STATUS        PIC X(01).

       SD CERT-SORT-FILE
           RECORD CONTAINS 130 CHARACTERS.

       01 CERT-SORT-RECORD.
          05 CS-USERID          PIC X(08).
          05 CS-UNIT            PIC X(15).
          05 FILLER             PIC X(107).

       SD RTN-SORT-FILE
           RECORD CONTAINS 95 CHARACTERS.

       01 RTN-SORT-RECORD.
          05 RS-USERID          PIC X(08).
          05 RS-SEQ             PIC 9(07).
          05 RS-CARD            PIC X(80).

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
          05 WS-FS10       PIC 9(02).
          05 WS-FS11       PIC 9(02).
          05 WS-FS12       PIC 9(02).
          05 WS-EOF-SW     PIC X(01).
             88 WS-EOF               VALUE 'Y'.
             88 WS-NOT-EOF           VALUE 'N'.
          05 WS-HIST-EOF-SW PIC X(01).
             88 WS-HIST-EOF          VALUE 'Y'.
             88 WS-HIST-NOT-EOF      VALUE 'N'.
          05 WS-ABANDON-SW PIC X(01) VALUE 'N'.
             88 WS-RUN-ABANDONED     VALUE 'Y'.
          05 WS-EMPFILE-OPEN-SW  PIC X(01) VALUE 'N'.
             88 WS-EMPFILE-IS-OPEN         VALUE 'Y'.
          05 WS-RACFEXT-OPEN-SW  PIC X(01) VALUE 'N'.
             88 WS-RACFEXT-IS-OPEN         VALUE 'Y'.
          05 WS-USERREG-OPEN-SW  PIC X(01) VALUE 'N'.
             88 WS-USERREG-IS-OPEN         VALUE 'Y'.
          05 WS-EMPHIST-OPEN-SW  PIC X(01) VALUE 'N'.
             88 WS-EMPHIST-IS-OPEN         VALUE 'Y'.
          05 WS-REFFILE-OPEN-SW  PIC X(01) VALUE 'N'.
             88 WS-REFFILE-IS-OPEN         VALUE 'Y'.
          05 WS-CERTIN-OPEN-SW   PIC X(01) VALUE 'N'.
             88 WS-CERTIN-IS-OPEN          VALUE 'Y'.
          05 WS-CERTOUT-OPEN-SW  PIC X(01) VALUE 'N'.
             88 WS-CERTOUT-IS-OPEN         VALUE 'Y'.
          05 WS-TSSFEED-OPEN-SW  PIC X(01) VALUE 'N'.
             88 WS-TSSFEED-IS-OPEN         VALUE 'Y'.
          05 WS-CERTRTN-OPEN-SW  PIC X(01) VALUE 'N'.
             88 WS-CERTRTN-IS-OPEN         VALUE 'Y'.
          05 WS-RPT-OPEN-SW      PIC X(01) VALUE 'N'.
             88 WS-RPT-IS-OPEN             VALUE 'Y'.

       01 WS-RUN-DATE           PIC X(08).
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
          05 WS-RUN-YYYY        PIC 9(04).
          05 WS-RUN-MM          PIC 9(02).
          05 WS-RUN-DD          PIC 9(02).

      *----------------------------------------------------------------
      * CAMPAIGN PARAMETERS FROM THE CONTROL CARD.  THE CAMPAIGN IS
      * NAMED FOR THE QUARTER IT OPENS IN (YYYYQN).
      *----------------------------------------------------------------
       01 WS-CAMPAIGN-PARMS.
          05 WS-MODE            PIC X(06) VALUE SPACES.
             88 WS-OPEN-RUN              VALUE 'OPEN'.
             88 WS-STATUS-RUN            VALUE 'STATUS'.
          05 WS-SCOPE           PIC X(06) VALUE 'DEPT'.
             88 WS-SCOPE-IS-BRANCH       VALUE 'BRANCH'.
          05 WS-CAMPAIGN        PIC X(06) VALUE SPACES.
          05 WS-QUARTER-WORK    PIC 9(02) VALUE ZERO.
          05 WS-QUARTER         PIC 9(01) VALUE ZERO.
          05 WS-DEADLINE        PIC X(08) VALUE SPACES.
          05 WS-DEADLINE-R REDEFINES WS-DEADLINE.
             10 WS-DL-YYYY      PIC 9(04).
             10 WS-DL-MM        PIC 9(02).
             10 WS-DL-DD        PIC 9(02).

       01 WS-RESOLVE-SW        PIC X(01) VALUE 'N'.
          88 WS-USERID-RESOLVED          VALUE 'Y'.

       01 WS-SUFFIX-DIGITS     PIC X(10) VALUE '0123456789'.
       01 WS-SUFFIX-IDX        PIC 9(02) VALUE ZERO.
       01 WS-PROBE-USERID      PIC X(08) VALUE SPACES.

      *----------------------------------------------------------------
      * MATCH KEYS - HIGH-VALUES MARKS A STREAM THAT HAS RUN OUT SO
      * THE OTHER SIDE OF THE BALANCED LINE KEEPS DRAINING.
      *----------------------------------------------------------------
       01 WS-MATCH-KEYS.
          05 WS-EMP-KEY          PIC X(08) VALUE SPACES.
          05 WS-RACF-KEY         PIC X(08) VALUE SPACES.
          05 WS-RACF-PRIOR-KEY   PIC X(08) VALUE SPACES.
          05 WS-CERT-KEY         PIC X(08) VALUE SPACES.
          05 WS-RTN-KEY          PIC X(08) VALUE SPACES.

       01 WS-SEQ-ERROR-SW       PIC X(01) VALUE 'N'.
          88 WS-EXTRACT-OUT-OF-SEQ        VALUE 'Y'.

      *----------------------------------------------------------------
      * WS-OWNER-TABLE - DEPARTMENT TO OWNING BRANCH, FROM THE ACTIVE
      * REFFILE 'O' ROWS (FIRST BRANCH LISTING A DEPT WINS, AS IN
      * TSS2RACF).  PLACES AN ORPHAN USERID UNDER A BRANCH.
      *----------------------------------------------------------------
       01 WS-OWNER-TABLE.
          05 WS-OWNER-MAX       PIC 9(04) VALUE 500.
          05 WS-OWNER-COUNT     PIC 9(04) VALUE ZERO.
          05 WS-OWNER-IDX       PIC 9(04) VALUE ZERO.
          05 WS-OWNER-ENTRY OCCURS 500 TIMES.
             10 WS-OW-DEPT      PIC X(05).
             10 WS-OW-BRANCH    PIC X(10).
       01 WS-OWNED-SUB          PIC 9(02) VALUE ZERO.
       01 WS-OWNER-SEARCH       PIC X(05) VALUE SPACES.
       01 WS-OWNER-FOUND        PIC X(10) VALUE SPACES.
       01 WS-OWNER-SW           PIC X(01) VALUE 'N'.
          88 WS-OWNER-LISTED              VALUE 'Y'.

       01 WS-LAST-CHANGE        PIC X(08) VALUE SPACES.

       COPY CERTREC.

       01 WS-RETURN-CARD.
          05 WC-CAMPAIGN        PIC X(06).
          05 FILLER             PIC X(01).
          05 WC-USERID          PIC X(08).
          05 FILLER             PIC X(01).
          05 WC-DECISION        PIC X(01).
             88 WC-IS-KEEP               VALUE 'K'.
             88 WC-IS-REMOVE             VALUE 'R'.
          05 FILLER             PIC X(01).
          05 WC-ATTESTED-BY     PIC X(08).
          05 FILLER             PIC X(01).
          05 WC-DATE            PIC X(08).
          05 FILLER             PIC X(45).

       01 WS-RTN-SEQ            PIC 9(07) VALUE ZERO.
       01 WS-REJECT-REASON      PIC X(30) VALUE SPACES.

       01 WS-CERT-COUNTERS.
          05 WS-EMP-READ-COUNT   PIC 9(07) VALUE ZERO.
          05 WS-RACF-READ-COUNT  PIC 9(07) VALUE ZERO.
          05 WS-LINE-WRITTEN     PIC 9(07) VALUE ZERO.
          05 WS-ORPHAN-COUNT     PIC 9(07) VALUE ZERO.
          05 WS-STUDENT-COUNT    PIC 9(07) VALUE ZERO.
          05 WS-CARD-READ-COUNT  PIC 9(07) VALUE ZERO.
          05 WS-CARD-APPLIED     PIC 9(07) VALUE ZERO.
          05 WS-CARD-REJECTED    PIC 9(07) VALUE ZERO.
          05 WS-NEW-OVERDUE      PIC 9(07) VALUE ZERO.
          05 WS-REVOKE-COUNT     PIC 9(07) VALUE ZERO.

      *----------------------------------------------------------------
      * UNIT TOTALS FOR THE CONTROL BREAK ON CERT-UNIT, AND THE
      * CAMPAIGN-WIDE TOTALS.  ATTESTED = KEEP + REMOVE.
      *----------------------------------------------------------------
       01 WS-PRIOR-UNIT         PIC X(15) VALUE SPACES.
       01 WS-FIRST-UNIT-SW      PIC X(01) VALUE 'Y'.
          88 WS-FIRST-UNIT                VALUE 'Y'.

       01 WS-UNIT-TOTALS.
          05 WS-UT-LINES        PIC 9(07) VALUE ZERO.
          05 WS-UT-KEEP         PIC 9(07) VALUE ZERO.
          05 WS-UT-REMOVE       PIC 9(07) VALUE ZERO.
          05 WS-UT-PENDING      PIC 9(07) VALUE ZERO.
          05 WS-UT-OVERDUE      PIC 9(07) VALUE ZERO.
          05 WS-UT-ATTESTED     PIC 9(07) VALUE ZERO.

       01 WS-GRAND-TOTALS.
          05 WS-GT-UNITS        PIC 9(07) VALUE ZERO.
          05 WS-GT-LINES        PIC 9(07) VALUE ZERO.
          05 WS-GT-KEEP         PIC 9(07) VALUE ZERO.
          05 WS-GT-REMOVE       PIC 9(07) VALUE ZERO.
          05 WS-GT-PENDING      PIC 9(07) VALUE ZERO.
          05 WS-GT-OVERDUE      PIC 9(07) VALUE ZERO.
          05 WS-GT-ATTESTED     PIC 9(07) VALUE ZERO.

       01 WS-PAGE-CONTROL.
          05 WS-PAGE-NO         PIC 9(04) VALUE ZERO.
          05 WS-LINE-COUNT      PIC 9(02) VALUE 99.
          05 WS-LINES-PER-PAGE  PIC 9(02) VALUE 55.

       01 WS-HEADING-1.
          05 WS-H1-TITLE        PIC X(44) VALUE
             'ACCESS RECERTIFICATION'.
          05 FILLER             PIC X(10) VALUE ' CAMPAIGN '.
          05 WS-H1-CAMPAIGN     PIC X(06).
          05 FILLER             PIC X(14) VALUE '  RETURN BY   '.
          05 WS-H1-DEADLINE     PIC X(08).
          05 FILLER             PIC X(06) VALUE SPACES.
          05 FILLER             PIC X(05) VALUE 'PAGE '.
          05 WS-H1-PAGE-NO      PIC ZZZ9.

       01 WS-HEADING-2          PIC X(132) VALUE SPACES.

       01 WS-UNIT-HEADING.
          05 FILLER             PIC X(08) VALUE 'BRANCH  '.
          05 WS-UH-BRANCH       PIC X(10).
          05 FILLER             PIC X(08) VALUE '  DEPT  '.
          05 WS-UH-DEPT         PIC X(05).

       01 WS-SECTION-LINE       PIC X(60).

       01 WS-LIST-COLUMNS.
          05 FILLER             PIC X(10) VALUE 'USERID'.
          05 FILLER             PIC X(32) VALUE 'NAME'.
          05 FILLER             PIC X(07) VALUE 'EMP-ID'.
          05 FILLER             PIC X(12) VALUE 'DESIGNATION'.
          05 FILLER             PIC X(11) VALUE 'STATUS'.
          05 FILLER             PIC X(10) VALUE 'DFLTGRP'.
          05 FILLER             PIC X(10) VALUE 'LAST CHG'.
          05 FILLER             PIC X(18) VALUE 'NOTE'.
          05 FILLER             PIC X(15) VALUE 'KEEP / REMOVE'.

       01 WS-LIST-LINE.
          05 WS-LL-USERID       PIC X(08).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-LL-NAME         PIC X(30).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-LL-EMP-ID       PIC X(05).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-LL-DESG         PIC X(10).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-LL-STATUS       PIC X(09).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-LL-DFLTGRP      PIC X(08).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-LL-LAST-CHANGE  PIC X(08).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-LL-NOTE         PIC X(16).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-LL-DECISION     PIC X(15).

       01 WS-STATUS-COLUMNS.
          05 FILLER             PIC X(12) VALUE 'BRANCH'.
          05 FILLER             PIC X(05) VALUE 'DEPT'.
          05 FILLER             PIC X(10) VALUE '     LINES'.
          05 FILLER             PIC X(10) VALUE '  ATTESTED'.
          05 FILLER             PIC X(10) VALUE '      KEEP'.
          05 FILLER             PIC X(10) VALUE '    REMOVE'.
          05 FILLER             PIC X(10) VALUE '   PENDING'.
          05 FILLER             PIC X(10) VALUE '   OVERDUE'.

       01 WS-STATUS-LINE.
          05 WS-SL-BRANCH       PIC X(10).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-SL-DEPT         PIC X(05).
          05 FILLER             PIC X(03) VALUE SPACES.
          05 WS-SL-LINES        PIC ZZZ,ZZ9.
          05 FILLER             PIC X(03) VALUE SPACES.
          05 WS-SL-ATTESTED     PIC ZZZ,ZZ9.
          05 FILLER             PIC X(03) VALUE SPACES.
          05 WS-SL-KEEP         PIC ZZZ,ZZ9.
          05 FILLER             PIC X(03) VALUE SPACES.
          05 WS-SL-REMOVE       PIC ZZZ,ZZ9.
          05 FILLER             PIC X(03) VALUE SPACES.
          05 WS-SL-PENDING      PIC ZZZ,ZZ9.
          05 FILLER             PIC X(03) VALUE SPACES.
          05 WS-SL-OVERDUE      PIC ZZZ,ZZ9.

       01 WS-REJECT-LINE.
          05 FILLER             PIC X(06) VALUE 'CARD  '.
          05 WS-RL-CARD         PIC X(35).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-RL-REASON       PIC X(30).

       01 WS-REVOKE-LINE.
          05 FILLER             PIC X(08) VALUE 'USERID  '.
          05 WS-RV-USERID       PIC X(08).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-RV-BRANCH       PIC X(10).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-RV-DEPT         PIC X(05).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-RV-NAME         PIC X(30).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-RV-REASON       PIC X(20).

       01 WS-PRINT-LINE         PIC X(132).

       01 WS-TOTAL-LINE.
          05 WS-TL-LABEL        PIC X(30).
          05 WS-TL-COUNT        PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM READ-CONTROL-CARD.

           IF NOT WS-RUN-ABANDONED
               IF WS-OPEN-RUN
                   PERFORM OPEN-CAMPAIGN
               ELSE
                   PERFORM REPORT-CAMPAIGN-STATUS
               END-IF
           END-IF.

           IF WS-OPEN-RUN
               DISPLAY 'RACFCERT: CAMPAIGN OPENED     - ' WS-CAMPAIGN
               DISPLAY 'RACFCERT: RETURN DEADLINE     - ' WS-DEADLINE
               DISPLAY 'RACFCERT: EMPLOYEES READ      - '
                       WS-EMP-READ-COUNT
               DISPLAY 'RACFCERT: RACF USERIDS READ   - '
                       WS-RACF-READ-COUNT
               DISPLAY 'RACFCERT: CAMPAIGN LINES      - '
                       WS-LINE-WRITTEN
               DISPLAY 'RACFCERT:   OF WHICH ORPHANS  - '
                       WS-ORPHAN-COUNT
               DISPLAY 'RACFCERT: STUDENT IDS SKIPPED - '
                       WS-STUDENT-COUNT
           ELSE
               DISPLAY 'RACFCERT: CAMPAIGN LINES      - '
                       WS-LINE-WRITTEN
               DISPLAY 'RACFCERT: RETURN CARDS READ   - '
                       WS-CARD-READ-COUNT
               DISPLAY 'RACFCERT: RETURN CARDS TAKEN  - '
                       WS-CARD-APPLIED
               DISPLAY 'RACFCERT: RETURN CARDS REJECT - '
                       WS-CARD-REJECTED
               DISPLAY 'RACFCERT: NEWLY OVERDUE       - '
                       WS-NEW-OVERDUE
               DISPLAY 'RACFCERT: REVOKES QUEUED      - '
                       WS-REVOKE-COUNT
           END-IF.

           IF WS-RUN-ABANDONED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-LINE-WRITTEN = ZERO
                       OR WS-CARD-REJECTED > ZERO
                       OR WS-NEW-OVERDUE > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

           STOP RUN.

      *----------------------------------------------------------------
      * READ-CONTROL-CARD - A MISSING OR BAD CARD ABANDONS THE RUN
      * BEFORE ANYTHING IS READ OR WRITTEN.
      *----------------------------------------------------------------
       READ-CONTROL-CARD.
           OPEN INPUT CERT-CTL-FILE.
           IF WS-FS1 NOT = '00'
               SET WS-RUN-ABANDONED TO TRUE
               DISPLAY 'RACFCERT: UNABLE TO OPEN CERTCTL - FILE '
                       'STATUS ' WS-FS1
           ELSE
               MOVE SPACES TO CERT-CTL-RECORD
               READ CERT-CTL-FILE
                   AT END
                       SET WS-RUN-ABANDONED TO TRUE
                       DISPLAY 'RACFCERT: NO CONTROL CARD SUPPLIED'
                   NOT AT END
                       PERFORM CHECK-CONTROL-CARD
               END-READ
               CLOSE CERT-CTL-FILE
           END-IF.

       CHECK-CONTROL-CARD.
           IF NOT CC-IS-OPEN AND NOT CC-IS-STATUS
               SET WS-RUN-ABANDONED TO TRUE
               DISPLAY 'RACFCERT: MODE MUST BE OPEN OR STATUS - '
                       CERT-CTL-RECORD
           ELSE
           IF CC-IS-OPEN AND NOT CC-BY-DEPT AND NOT CC-BY-BRANCH
               SET WS-RUN-ABANDONED TO TRUE
               DISPLAY 'RACFCERT: SCOPE MUST BE DEPT OR BRANCH - '
                       CERT-CTL-RECORD
           ELSE
           IF CC-IS-OPEN AND CC-DEADLINE NOT = SPACES
                   AND (CC-DEADLINE IS NOT NUMERIC
                        OR CC-DEADLINE NOT > WS-RUN-DATE)
               SET WS-RUN-ABANDONED TO TRUE
               DISPLAY 'RACFCERT: DEADLINE MUST BE A FUTURE '
                       'YYYYMMDD - ' CERT-CTL-RECORD
           ELSE
               MOVE CC-MODE TO WS-MODE
               IF CC-BY-BRANCH
                   MOVE 'BRANCH' TO WS-SCOPE
               END-IF
               IF WS-OPEN-RUN
                   PERFORM SET-CAMPAIGN-DATES
               END-IF
           END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------
      * SET-CAMPAIGN-DATES - CAMPAIGN NAMED FOR THE QUARTER TODAY
      * FALLS IN; DEADLINE FROM THE CARD OR ONE MONTH OUT (DAY HELD
      * TO THE 28TH SO THE DATE ALWAYS EXISTS).
      *----------------------------------------------------------------
       SET-CAMPAIGN-DATES.
           ADD 2 TO WS-RUN-MM GIVING WS-QUARTER-WORK.
           DIVIDE WS-QUARTER-WORK BY 3 GIVING WS-QUARTER.
           MOVE SPACES TO WS-CAMPAIGN.
           STRING WS-RUN-YYYY DELIMITED BY SIZE
                  'Q'         DELIMITED BY SIZE
                  WS-QUARTER  DELIMITED BY SIZE
                  INTO WS-CAMPAIGN.

           IF CC-DEADLINE NOT = SPACES
               MOVE CC-DEADLINE TO WS-DEADLINE
           ELSE
               MOVE WS-RUN-DATE TO WS-DEADLINE
               IF WS-DL-MM = 12
                   ADD 1 TO WS-DL-YYYY
                   MOVE 1 TO WS-DL-MM
               ELSE
                   ADD 1 TO WS-DL-MM
               END-IF
               IF WS-DL-DD > 28
                   MOVE 28 TO WS-DL-DD
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * OPEN-CAMPAIGN - BUILD THE CAMPAIGN GENERATION FROM THE
      * EMPLOYEE/EXTRACT MATCH, THEN RE-SORT IT BY UNIT AND PRINT
      * THE ATTESTATION LISTINGS.  EMPFILE, THE EXTRACT AND EMPHIST
      * ARE REQUIRED; USERREG AND REFFILE ARE USED WHEN PRESENT.
      *----------------------------------------------------------------
       OPEN-CAMPAIGN.
           OPEN INPUT EMPFILE.
           IF WS-FS2 = '00'
               SET WS-EMPFILE-IS-OPEN TO TRUE
           ELSE
               SET WS-RUN-ABANDONED TO TRUE
               DISPLAY 'RACFCERT: UNABLE TO OPEN EMPFILE - FILE '
                       'STATUS ' WS-FS2
           END-IF.
           OPEN INPUT RACF-EXTRACT-FILE.
           IF WS-FS3 = '00'
               SET WS-RACFEXT-IS-OPEN TO TRUE
           ELSE
               SET WS-RUN-ABANDONED TO TRUE
               DISPLAY 'RACFCERT: UNABLE TO OPEN RACFEXT - FILE '
                       'STATUS ' WS-FS3
           END-IF.
           OPEN INPUT EMPHIST.
           IF WS-FS5 = '00'
               SET WS-EMPHIST-IS-OPEN TO TRUE
           ELSE
               SET WS-RUN-ABANDONED TO TRUE
               DISPLAY 'RACFCERT: UNABLE TO OPEN EMPHIST - FILE '
                       'STATUS ' WS-FS5
           END-IF.
           OPEN INPUT USERID-REGISTRY.
           IF WS-FS4 = '00'
               SET WS-USERREG-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'RACFCERT: USERID REGISTRY NOT AVAILABLE - '
                       'FILE STATUS ' WS-FS4 ' - DERIVED USERIDS '
                       'USED'
           END-IF.
           OPEN INPUT REFFILE.
           IF WS-FS6 = '00'
               SET WS-REFFILE-IS-OPEN TO TRUE
               PERFORM LOAD-OWNER-TABLE
           ELSE
               DISPLAY 'RACFCERT: REFFILE NOT AVAILABLE - FILE '
                       'STATUS ' WS-FS6 ' - ORPHANS CARRY NO BRANCH'
           END-IF.
           IF NOT WS-RUN-ABANDONED
               OPEN OUTPUT CERT-OUT-FILE
               IF WS-FS8 = '00'
                   SET WS-CERTOUT-IS-OPEN TO TRUE
               ELSE
                   SET WS-RUN-ABANDONED TO TRUE
                   DISPLAY 'RACFCERT: UNABLE TO OPEN CERTOUT - FILE '
                           'STATUS ' WS-FS8
               END-IF
           END-IF.

           IF NOT WS-RUN-ABANDONED
               SORT EMP-SORT-FILE
                   ON ASCENDING KEY SORT-USERID SORT-EMP-ID
                   INPUT PROCEDURE  IS DERIVE-AND-RELEASE
                   OUTPUT PROCEDURE IS BUILD-CAMPAIGN-LINES
           END-IF.

           IF WS-CERTOUT-IS-OPEN
               CLOSE CERT-OUT-FILE
           END-IF.
           IF WS-EMPFILE-IS-OPEN
               CLOSE EMPFILE
           END-IF.
           IF WS-RACFEXT-IS-OPEN
               CLOSE RACF-EXTRACT-FILE
           END-IF.
           IF WS-EMPHIST-IS-OPEN
               CLOSE EMPHIST
           END-IF.
           IF WS-USERREG-IS-OPEN
               CLOSE USERID-REGISTRY
           END-IF.
           IF WS-REFFILE-IS-OPEN
               CLOSE REFFILE
           END-IF.

           IF WS-EXTRACT-OUT-OF-SEQ
               SET WS-RUN-ABANDONED TO TRUE
           END-IF.

           IF NOT WS-RUN-ABANDONED
               OPEN OUTPUT CERT-RPT-FILE
               IF WS-FS11 = '00'
                   SET WS-RPT-IS-OPEN TO TRUE
               ELSE
                   SET WS-RUN-ABANDONED TO TRUE
                   DISPLAY 'RACFCERT: UNABLE TO OPEN RPTOUT - FILE '
                           'STATUS ' WS-FS11
               END-IF
           END-IF.

           IF NOT WS-RUN-ABANDONED
               SORT CERT-SORT-FILE
                   ON ASCENDING KEY CS-UNIT CS-USERID
                   USING  CERT-OUT-FILE
                   GIVING CERT-WORK-FILE
               PERFORM PRINT-ATTESTATION-LISTINGS
           END-IF.
           IF WS-RPT-IS-OPEN
               CLOSE CERT-RPT-FILE
           END-IF.

      *----------------------------------------------------------------
      * LOAD-OWNER-TABLE - WALK THE 'O' ROWS ONCE.
      *----------------------------------------------------------------
       LOAD-OWNER-TABLE.
           MOVE SPACES TO REF-KEY.
           MOVE 'O'    TO REF-TYPE.
           START REFFILE KEY IS NOT LESS THAN REF-KEY
               INVALID KEY SET WS-EOF TO TRUE
               NOT INVALID KEY SET WS-NOT-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-EOF
               READ REFFILE NEXT RECORD
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       IF NOT REF-IS-OWNERSHIP
                           SET WS-EOF TO TRUE
                       ELSE
                           IF REF-IS-ACTIVE
                               PERFORM ADD-OWNED-DEPT
                                   VARYING WS-OWNED-SUB FROM 1 BY 1
                                   UNTIL WS-OWNED-SUB > 6
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ADD-OWNED-DEPT.
           IF REF-OWNED-DEPT(WS-OWNED-SUB) NOT = SPACES
               MOVE REF-OWNED-DEPT(WS-OWNED-SUB) TO WS-OWNER-SEARCH
               PERFORM FIND-OWNING-BRANCH
               IF NOT WS-OWNER-LISTED
                       AND WS-OWNER-COUNT < WS-OWNER-MAX
                   ADD 1 TO WS-OWNER-COUNT
                   MOVE WS-OWNER-SEARCH
                       TO WS-OW-DEPT(WS-OWNER-COUNT)
                   MOVE REF-CODE TO WS-OW-BRANCH(WS-OWNER-COUNT)
               END-IF
           END-IF.

       FIND-OWNING-BRANCH.
           MOVE 'N'    TO WS-OWNER-SW.
           MOVE SPACES TO WS-OWNER-FOUND.
           PERFORM CHECK-ONE-OWNER
               VARYING WS-OWNER-IDX FROM 1 BY 1
               UNTIL WS-OWNER-IDX > WS-OWNER-COUNT
               OR WS-OWNER-LISTED.

       CHECK-ONE-OWNER.
           IF WS-OW-DEPT(WS-OWNER-IDX) = WS-OWNER-SEARCH
               SET WS-OWNER-LISTED TO TRUE
               MOVE WS-OW-BRANCH(WS-OWNER-IDX) TO WS-OWNER-FOUND
           END-IF.

      *----------------------------------------------------------------
      * DERIVE-AND-RELEASE - SORT INPUT PROCEDURE.  EACH EMPLOYEE
      * WITH THE USERID THE FEEDERS GAVE THEM, AS IN EMPRECON.
      *----------------------------------------------------------------
       DERIVE-AND-RELEASE.
           SET WS-NOT-EOF TO TRUE.
           PERFORM UNTIL WS-EOF
               READ EMPFILE NEXT RECORD
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-EMP-READ-COUNT
                       PERFORM RELEASE-ONE-EMPLOYEE
               END-READ
           END-PERFORM.

       RELEASE-ONE-EMPLOYEE.
           MOVE SPACES TO SORT-RECORD.
           STRING EMP-NAME(1:1) DELIMITED BY SIZE
                  EMP-ID        DELIMITED BY SIZE
                  INTO SORT-USERID.
           IF WS-USERREG-IS-OPEN
               PERFORM RESOLVE-REGISTERED-USERID
           END-IF.
           MOVE EMP-ID        TO SORT-EMP-ID.
           MOVE EMP-NAME      TO SORT-NAME.
           MOVE EMP-DEPT-CODE TO SORT-DEPT.
           MOVE EMP-BRANCH    TO SORT-BRANCH.
           MOVE EMP-DESG      TO SORT-DESG.
           MOVE EMP-STATUS    TO SORT-STATUS.
           RELEASE SORT-RECORD.

       RESOLVE-REGISTERED-USERID.
           MOVE 'N' TO WS-RESOLVE-SW.
           MOVE SORT-USERID TO WS-PROBE-USERID.
           MOVE ZERO TO WS-SUFFIX-IDX.
           PERFORM PROBE-ONE-REGISTRATION.

           PERFORM UNTIL WS-USERID-RESOLVED OR WS-SUFFIX-IDX > 9
               ADD 1 TO WS-SUFFIX-IDX
               MOVE WS-SUFFIX-DIGITS(WS-SUFFIX-IDX:1)
                   TO WS-PROBE-USERID(7:1)
               PERFORM PROBE-ONE-REGISTRATION
           END-PERFORM.

           IF WS-USERID-RESOLVED
               MOVE WS-PROBE-USERID TO SORT-USERID
           END-IF.

       PROBE-ONE-REGISTRATION.
           MOVE WS-PROBE-USERID TO UREG-USERID.
           READ USERID-REGISTRY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF UREG-IS-EMPLOYEE
                           AND UREG-SOURCE-KEY(1:5) = EMP-ID
                       SET WS-USERID-RESOLVED TO TRUE
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * BUILD-CAMPAIGN-LINES - SORT OUTPUT PROCEDURE: THE BALANCED
      * LINE.  A MATCHED PAIR IS AN EMPLOYEE HOLDING A USERID; AN
      * EXTRACT USERID BELOW THE EMPLOYEE KEY IS AN ORPHAN; AN
      * EMPLOYEE WITH NO USERID HAS NOTHING TO ATTEST.  BOTH
      * STREAMS ARE IN USERID ORDER, SO THE CAMPAIGN IS TOO.
      *----------------------------------------------------------------
       BUILD-CAMPAIGN-LINES.
           PERFORM READ-SORTED-EMPLOYEE.
           PERFORM READ-RACF-EXTRACT.

           PERFORM UNTIL (WS-EMP-KEY = HIGH-VALUES
                   AND WS-RACF-KEY = HIGH-VALUES)
                   OR WS-EXTRACT-OUT-OF-SEQ
               EVALUATE TRUE
                   WHEN WS-EMP-KEY < WS-RACF-KEY
                       PERFORM READ-SORTED-EMPLOYEE
                   WHEN WS-EMP-KEY > WS-RACF-KEY
                       PERFORM WRITE-ORPHAN-LINE
                       PERFORM READ-RACF-EXTRACT
                   WHEN OTHER
                       PERFORM WRITE-EMPLOYEE-LINE
                       PERFORM READ-SORTED-EMPLOYEE
                       PERFORM READ-RACF-EXTRACT
               END-EVALUATE
           END-PERFORM.

       READ-SORTED-EMPLOYEE.
           RETURN EMP-SORT-FILE
               AT END MOVE HIGH-VALUES TO WS-EMP-KEY
               NOT AT END MOVE SORT-USERID TO WS-EMP-KEY
           END-RETURN.

      *----------------------------------------------------------------
      * READ-RACF-EXTRACT - NEXT USER ROW; GROUP ROWS ARE PASSED
      * OVER BUT STILL SEQUENCE-CHECKED.
      *----------------------------------------------------------------
       READ-RACF-EXTRACT.
           PERFORM READ-RACF-EXTRACT-ROW.
           PERFORM READ-RACF-EXTRACT-ROW
               UNTIL WS-RACF-KEY = HIGH-VALUES
               OR WS-EXTRACT-OUT-OF-SEQ
               OR NOT REX-IS-GROUP.
           IF WS-RACF-KEY NOT = HIGH-VALUES
               ADD 1 TO WS-RACF-READ-COUNT
           END-IF.

       READ-RACF-EXTRACT-ROW.
           MOVE WS-RACF-KEY TO WS-RACF-PRIOR-KEY.
           READ RACF-EXTRACT-FILE
               AT END MOVE HIGH-VALUES TO WS-RACF-KEY
               NOT AT END
                   MOVE REX-USERID TO WS-RACF-KEY
                   IF WS-RACF-PRIOR-KEY NOT = SPACES
                           AND WS-RACF-PRIOR-KEY NOT = HIGH-VALUES
                           AND WS-RACF-KEY < WS-RACF-PRIOR-KEY
                       SET WS-EXTRACT-OUT-OF-SEQ TO TRUE
                       DISPLAY 'RACFCERT: EXTRACT NOT IN USERID '
                               'SEQUENCE AT ' REX-USERID
                               ' - RUN ABANDONED'
                   END-IF
           END-READ.

       WRITE-EMPLOYEE-LINE.
           MOVE SPACES       TO CERT-RECORD.
           MOVE REX-USERID   TO CERT-USERID.
           MOVE SORT-BRANCH  TO CERT-BRANCH.
           IF NOT WS-SCOPE-IS-BRANCH
               MOVE SORT-DEPT TO CERT-DEPT
           END-IF.
           SET CERT-IS-EMPLOYEE TO TRUE.
           MOVE SORT-EMP-ID  TO CERT-EMP-ID.
           MOVE SORT-NAME    TO CERT-NAME.
           MOVE SORT-DESG    TO CERT-DESG.
           MOVE SORT-STATUS  TO CERT-EMP-STATUS.
           PERFORM FIND-LAST-CHANGE.
           MOVE WS-LAST-CHANGE TO CERT-LAST-CHANGE.
           PERFORM WRITE-CAMPAIGN-LINE.

      *----------------------------------------------------------------
      * WRITE-ORPHAN-LINE - A REGISTERED STUDENT USERID BELONGS TO
      * THE STUDTAB SIDE AND IS NOT A DEPARTMENT'S TO ATTEST.  ANY
      * OTHER USERID NO EMPLOYEE HOLDS GOES TO THE DEPARTMENT OF ITS
      * DEFAULT GROUP, CARRYING THE EMP-ID OF A LEFT-OVER EMPLOYEE
      * REGISTRATION WHEN THERE IS ONE.
      *----------------------------------------------------------------
       WRITE-ORPHAN-LINE.
           MOVE SPACES TO UREG-RECORD.
           IF WS-USERREG-IS-OPEN
               MOVE REX-USERID TO UREG-USERID
               READ USERID-REGISTRY
                   INVALID KEY
                       MOVE SPACES TO UREG-RECORD
               END-READ
           END-IF.

           IF UREG-IS-STUDENT
               ADD 1 TO WS-STUDENT-COUNT
           ELSE
               ADD 1 TO WS-ORPHAN-COUNT
               MOVE SPACES     TO CERT-RECORD
               MOVE REX-USERID TO CERT-USERID
               MOVE REX-DFLTGRP(1:5) TO WS-OWNER-SEARCH
               PERFORM FIND-OWNING-BRANCH
               MOVE WS-OWNER-FOUND TO CERT-BRANCH
               IF NOT WS-SCOPE-IS-BRANCH
                   MOVE REX-DFLTGRP(1:5) TO CERT-DEPT
               END-IF
               SET CERT-IS-ORPHAN TO TRUE
               IF UREG-IS-EMPLOYEE
                   MOVE UREG-SOURCE-KEY(1:5) TO CERT-EMP-ID
               END-IF
               MOVE REX-NAME TO CERT-NAME
               PERFORM WRITE-CAMPAIGN-LINE
           END-IF.

       WRITE-CAMPAIGN-LINE.
           MOVE WS-CAMPAIGN     TO CERT-CAMPAIGN.
           MOVE WS-DEADLINE     TO CERT-DEADLINE.
           MOVE REX-DFLTGRP     TO CERT-DFLTGRP.
           MOVE REX-REVOKE-FLAG TO CERT-RACF-REVOKED.
           WRITE CERT-OUT-RECORD FROM CERT-RECORD.
           ADD 1 TO WS-LINE-WRITTEN.

      *----------------------------------------------------------------
      * FIND-LAST-CHANGE - THE EFFECTIVE DATE OF THE EMPLOYEE'S
      * NEWEST EMPHIST ROW (THE KEY RUNS EMP-ID, DATE, SEQUENCE, SO
      * IT IS THE LAST ONE READ).  BLANK IF THE EMPLOYEE HAS NONE
      * LEFT ON THE LIVE CLUSTER.
      *----------------------------------------------------------------
       FIND-LAST-CHANGE.
           MOVE SPACES      TO WS-LAST-CHANGE.
           MOVE SPACES      TO EMPH-KEY.
           MOVE SORT-EMP-ID TO EMPH-EMP-ID.
           MOVE ZERO        TO EMPH-SEQ.
           START EMPHIST KEY IS NOT LESS THAN EMPH-KEY
               INVALID KEY SET WS-HIST-EOF TO TRUE
               NOT INVALID KEY SET WS-HIST-NOT-EOF TO TRUE
           END-START.

           PERFORM UNTIL WS-HIST-EOF
               READ EMPHIST NEXT RECORD
                   AT END SET WS-HIST-EOF TO TRUE
                   NOT AT END
                       IF EMPH-EMP-ID = SORT-EMP-ID
                           MOVE EMPH-EFF-DATE TO WS-LAST-CHANGE
                       ELSE
                           SET WS-HIST-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

      *----------------------------------------------------------------
      * PRINT-ATTESTATION-LISTINGS - ONE LISTING PER UNIT, EACH
      * STARTING ON A NEW PAGE, WITH THE RETURN-CARD LAYOUT AT ITS
      * FOOT.
      *----------------------------------------------------------------
       PRINT-ATTESTATION-LISTINGS.
           MOVE 'ACCESS RECERTIFICATION - ATTESTATION LISTING'
               TO WS-H1-TITLE.
           MOVE WS-CAMPAIGN TO WS-H1-CAMPAIGN.
           MOVE WS-DEADLINE TO WS-H1-DEADLINE.
           MOVE 'Y' TO WS-FIRST-UNIT-SW.

           OPEN INPUT CERT-WORK-FILE.
           SET WS-NOT-EOF TO TRUE.
           PERFORM UNTIL WS-EOF
               READ CERT-WORK-FILE INTO CERT-RECORD
                   AT END SET WS-EOF TO TRUE
                   NOT AT END PERFORM LIST-ONE-CAMPAIGN-LINE
               END-READ
           END-PERFORM.
           CLOSE CERT-WORK-FILE.

           IF WS-FIRST-UNIT
               MOVE SPACES TO WS-HEADING-2
               PERFORM WRITE-PAGE-HEADERS
               MOVE 'NO RACF USERIDS TO ATTEST' TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               PERFORM END-LISTING-UNIT
           END-IF.

       LIST-ONE-CAMPAIGN-LINE.
           IF WS-FIRST-UNIT OR CERT-UNIT NOT = WS-PRIOR-UNIT
               IF NOT WS-FIRST-UNIT
                   PERFORM END-LISTING-UNIT
               END-IF
               MOVE 'N' TO WS-FIRST-UNIT-SW
               MOVE CERT-UNIT TO WS-PRIOR-UNIT
               MOVE ZERO TO WS-UT-LINES
               PERFORM SET-UNIT-HEADING
               PERFORM WRITE-PAGE-HEADERS
           END-IF.

           ADD 1 TO WS-UT-LINES.
           MOVE SPACES           TO WS-LL-NOTE.
           MOVE CERT-USERID      TO WS-LL-USERID.
           MOVE CERT-NAME        TO WS-LL-NAME.
           MOVE CERT-EMP-ID      TO WS-LL-EMP-ID.
           MOVE CERT-DESG        TO WS-LL-DESG.
           MOVE CERT-DFLTGRP     TO WS-LL-DFLTGRP.
           MOVE CERT-LAST-CHANGE TO WS-LL-LAST-CHANGE.
           MOVE '[ ] K   [ ] R'  TO WS-LL-DECISION.
           IF CERT-IS-ORPHAN
               MOVE SPACES            TO WS-LL-STATUS
               MOVE 'ORPHAN - NO EMP' TO WS-LL-NOTE
           ELSE
               EVALUATE CERT-EMP-STATUS
                   WHEN 'L'
                       MOVE 'ON LEAVE'  TO WS-LL-STATUS
                   WHEN 'S'
                       MOVE 'SUSPENDED' TO WS-LL-STATUS
                   WHEN OTHER
                       MOVE 'ACTIVE'    TO WS-LL-STATUS
               END-EVALUATE
           END-IF.
           IF CERT-WAS-REVOKED
               MOVE 'ALREADY REVOKED' TO WS-LL-NOTE
           END-IF.
           MOVE WS-LIST-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.

       END-LISTING-UNIT.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'USERIDS TO ATTEST             ' TO WS-TL-LABEL.
           MOVE WS-UT-LINES   TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'RETURN ONE CARD PER USERID:' TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE '    COLS 1-6 CAMPAIGN   COLS 8-15 USERID   COL 17 K '
               TO WS-PRINT-LINE.
           MOVE '(KEEP) OR R (REMOVE)' TO WS-PRINT-LINE(53:20).
           PERFORM WRITE-REPORT-LINE.
           MOVE '    COLS 19-26 YOUR USERID   COLS 28-35 DATE YYYYMMDD'
               TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'USERIDS NOT RETURNED BY THE DEADLINE WILL BE REVOKED.'
               TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.

       SET-UNIT-HEADING.
           MOVE CERT-BRANCH TO WS-UH-BRANCH.
           MOVE CERT-DEPT   TO WS-UH-DEPT.
           IF CERT-BRANCH = SPACES
               MOVE '(NO OWNER)' TO WS-UH-BRANCH
           END-IF.
           IF WS-SCOPE-IS-BRANCH
               MOVE '(ALL)' TO WS-UH-DEPT
           END-IF.
           MOVE WS-UNIT-HEADING TO WS-HEADING-2.

      *----------------------------------------------------------------
      * REPORT-CAMPAIGN-STATUS - CARRY THE CAMPAIGN FORWARD: SORT THE
      * RETURN CARDS INTO USERID ORDER AND MATCH THEM TO THE CURRENT
      * GENERATION, WRITING THE NEXT; THEN RE-SORT BY UNIT FOR THE
      * STATUS SECTIONS.  CERTIN, CERTRTN (DUMMY WHEN NOTHING CAME
      * BACK), CERTOUT AND INPUT.TXT MUST ALL OPEN.
      *----------------------------------------------------------------
       REPORT-CAMPAIGN-STATUS.
           OPEN INPUT CERT-IN-FILE.
           IF WS-FS7 = '00'
               SET WS-CERTIN-IS-OPEN TO TRUE
           ELSE
               SET WS-RUN-ABANDONED TO TRUE
               DISPLAY 'RACFCERT: UNABLE TO OPEN CERTIN - FILE '
                       'STATUS ' WS-FS7
           END-IF.
           OPEN INPUT CERT-RETURN-FILE.
           IF WS-FS9 = '00'
               SET WS-CERTRTN-IS-OPEN TO TRUE
           ELSE
               SET WS-RUN-ABANDONED TO TRUE
               DISPLAY 'RACFCERT: UNABLE TO OPEN CERTRTN - FILE '
                       'STATUS ' WS-FS9
           END-IF.

      *----------------------------------------------------------------
      * INPUT.TXT IS OPENED EXTEND, AS EMPFEED AND EMPCOMP OPEN IT,
      * SO THE REVOKES QUEUE BEHIND WHATEVER IS ALREADY WAITING FOR
      * THE NEXT TSS2RACF PASS.  THE NEW GENERATION IS OPENED LAST,
      * ONLY WHEN EVERYTHING ELSE IS THERE.
      *----------------------------------------------------------------
           IF NOT WS-RUN-ABANDONED
               OPEN EXTEND TSS-FEED-FILE
               IF WS-FS12 NOT = '00'
                   OPEN OUTPUT TSS-FEED-FILE
               END-IF
               IF WS-FS12 = '00'
                   SET WS-TSSFEED-IS-OPEN TO TRUE
               ELSE
                   SET WS-RUN-ABANDONED TO TRUE
                   DISPLAY 'RACFCERT: UNABLE TO OPEN INPUT.TXT - '
                           'FILE STATUS ' WS-FS12
               END-IF
           END-IF.
           IF NOT WS-RUN-ABANDONED
               OPEN OUTPUT CERT-OUT-FILE
               IF WS-FS8 = '00'
                   SET WS-CERTOUT-IS-OPEN TO TRUE
               ELSE
                   SET WS-RUN-ABANDONED TO TRUE
                   DISPLAY 'RACFCERT: UNABLE TO OPEN CERTOUT - FILE '
                           'STATUS ' WS-FS8
               END-IF
           END-IF.

           IF NOT WS-RUN-ABANDONED
               OPEN OUTPUT CERT-RPT-FILE
               IF WS-FS11 = '00'
                   SET WS-RPT-IS-OPEN TO TRUE
               ELSE
                   SET WS-RUN-ABANDONED TO TRUE
                   DISPLAY 'RACFCERT: UNABLE TO OPEN RPTOUT - FILE '
                           'STATUS ' WS-FS11
               END-IF
           END-IF.

           IF NOT WS-RUN-ABANDONED
               MOVE 'ACCESS RECERTIFICATION - CAMPAIGN STATUS'
                   TO WS-H1-TITLE
               MOVE SPACES TO WS-HEADING-2
               SORT RTN-SORT-FILE
                   ON ASCENDING KEY RS-USERID RS-SEQ
                   INPUT PROCEDURE  IS RELEASE-RETURN-CARDS
                   OUTPUT PROCEDURE IS APPLY-RETURN-CARDS
           END-IF.

           IF WS-CERTIN-IS-OPEN
               CLOSE CERT-IN-FILE
           END-IF.
           IF WS-CERTRTN-IS-OPEN
               CLOSE CERT-RETURN-FILE
           END-IF.
           IF WS-CERTOUT-IS-OPEN
               CLOSE CERT-OUT-FILE
           END-IF.
           IF WS-TSSFEED-IS-OPEN
               CLOSE TSS-FEED-FILE
           END-IF.

           IF NOT WS-RUN-ABANDONED
               SORT CERT-SORT-FILE
                   ON ASCENDING KEY CS-UNIT CS-USERID
                   USING  CERT-OUT-FILE
                   GIVING CERT-WORK-FILE
               PERFORM PRINT-UNIT-STATUS
               PERFORM PRINT-REVOKES-QUEUED
           END-IF.
           IF WS-RPT-IS-OPEN
               CLOSE CERT-RPT-FILE
           END-IF.

      *----------------------------------------------------------------
      * RELEASE-RETURN-CARDS - SORT INPUT PROCEDURE.  THE CARD
      * SEQUENCE NUMBER KEEPS A USERID'S CARDS IN THE ORDER THEY
      * CAME, SO THE LAST ONE WINS.
      *----------------------------------------------------------------
       RELEASE-RETURN-CARDS.
           SET WS-NOT-EOF TO TRUE.
           PERFORM UNTIL WS-EOF
               READ CERT-RETURN-FILE
                   AT END SET WS-EOF TO TRUE
                   NOT AT END PERFORM RELEASE-ONE-RETURN-CARD
               END-READ
           END-PERFORM.

       RELEASE-ONE-RETURN-CARD.
           IF CERT-RETURN-RECORD NOT = SPACES
               ADD 1 TO WS-CARD-READ-COUNT
               ADD 1 TO WS-RTN-SEQ
               MOVE RT-USERID          TO RS-USERID
               MOVE WS-RTN-SEQ         TO RS-SEQ
               MOVE CERT-RETURN-RECORD TO RS-CARD
               RELEASE RTN-SORT-RECORD
           END-IF.

      *----------------------------------------------------------------
      * APPLY-RETURN-CARDS - SORT OUTPUT PROCEDURE: THE BALANCED LINE
      * OF CARDS AGAINST THE CAMPAIGN.  A CARD BELOW THE CAMPAIGN
      * KEY NAMES A USERID NOT IN THE CAMPAIGN; CARDS EQUAL TO IT
      * ARE APPLIED IN TURN; A CAMPAIGN LINE BELOW THE CARD KEY HAS
      * HAD ALL ITS CARDS AND IS CLOSED OUT AND WRITTEN.  THE
      * HEADINGS TAKE THE CAMPAIGN AND DEADLINE FROM ITS FIRST LINE.
      *----------------------------------------------------------------
       APPLY-RETURN-CARDS.
           PERFORM READ-CAMPAIGN-LINE.
           IF WS-CERT-KEY NOT = HIGH-VALUES
               MOVE CERT-CAMPAIGN TO WS-H1-CAMPAIGN
               MOVE CERT-DEADLINE TO WS-H1-DEADLINE
           END-IF.
           MOVE 'SECTION 1 - RETURN CARDS REJECTED'
               TO WS-SECTION-LINE.
           PERFORM WRITE-SECTION-HEADER.

           PERFORM READ-SORTED-RETURN.
           PERFORM UNTIL WS-CERT-KEY = HIGH-VALUES
                   AND WS-RTN-KEY = HIGH-VALUES
               EVALUATE TRUE
                   WHEN WS-RTN-KEY < WS-CERT-KEY
                       MOVE 'USERID NOT IN CAMPAIGN'
                           TO WS-REJECT-REASON
                       PERFORM REJECT-RETURN-CARD
                       PERFORM READ-SORTED-RETURN
                   WHEN WS-RTN-KEY = WS-CERT-KEY
                       PERFORM APPLY-ONE-RETURN-CARD
                       PERFORM READ-SORTED-RETURN
                   WHEN OTHER
                       PERFORM CLOSE-OUT-CAMPAIGN-LINE
                       PERFORM READ-CAMPAIGN-LINE
               END-EVALUATE
           END-PERFORM.

       READ-CAMPAIGN-LINE.
           READ CERT-IN-FILE INTO CERT-RECORD
               AT END MOVE HIGH-VALUES TO WS-CERT-KEY
               NOT AT END MOVE CERT-USERID TO WS-CERT-KEY
           END-READ.

       READ-SORTED-RETURN.
           RETURN RTN-SORT-FILE
               AT END MOVE HIGH-VALUES TO WS-RTN-KEY
               NOT AT END
                   MOVE RS-USERID TO WS-RTN-KEY
                   MOVE RS-CARD   TO WS-RETURN-CARD
           END-RETURN.

      *----------------------------------------------------------------
      * APPLY-ONE-RETURN-CARD - ONCE A REVOKE IS QUEUED THE DECISION
      * IS FINAL; UNTIL THEN A LATER CARD REPLACES AN EARLIER ONE.
      *----------------------------------------------------------------
       APPLY-ONE-RETURN-CARD.
           IF WC-CAMPAIGN NOT = CERT-CAMPAIGN
               MOVE 'NOT THIS CAMPAIGN' TO WS-REJECT-REASON
               PERFORM REJECT-RETURN-CARD
           ELSE
           IF NOT WC-IS-KEEP AND NOT WC-IS-REMOVE
               MOVE 'DECISION MUST BE K OR R' TO WS-REJECT-REASON
               PERFORM REJECT-RETURN-CARD
           ELSE
           IF WC-ATTESTED-BY = SPACES
               MOVE 'ATTESTING USERID MISSING' TO WS-REJECT-REASON
               PERFORM REJECT-RETURN-CARD
           ELSE
           IF WC-DATE NOT = SPACES AND WC-DATE IS NOT NUMERIC
               MOVE 'DATE NOT NUMERIC' TO WS-REJECT-REASON
               PERFORM REJECT-RETURN-CARD
           ELSE
           IF CERT-REVOKE-DATE NOT = SPACES
               MOVE 'REVOKE ALREADY QUEUED' TO WS-REJECT-REASON
               PERFORM REJECT-RETURN-CARD
           ELSE
               ADD 1 TO WS-CARD-APPLIED
               MOVE WC-DECISION    TO CERT-DECISION
               MOVE WC-ATTESTED-BY TO CERT-DECIDED-BY
               IF WC-DATE = SPACES
                   MOVE WS-RUN-DATE TO CERT-DECIDED-DATE
               ELSE
                   MOVE WC-DATE     TO CERT-DECIDED-DATE
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       REJECT-RETURN-CARD.
           ADD 1 TO WS-CARD-REJECTED.
           MOVE WS-RETURN-CARD(1:35) TO WS-RL-CARD.
           MOVE WS-REJECT-REASON     TO WS-RL-REASON.
           MOVE WS-REJECT-LINE       TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.

      *----------------------------------------------------------------
      * CLOSE-OUT-CAMPAIGN-LINE - A LINE STILL PENDING AFTER ITS
      * DEADLINE TURNS OVERDUE; A REMOVE OR OVERDUE LINE WITH NO
      * REVOKE YET QUEUES ONE, UNLESS RACF HAD THE USERID REVOKED
      * ALREADY.
      *----------------------------------------------------------------
       CLOSE-OUT-CAMPAIGN-LINE.
           IF CERT-IS-PENDING AND WS-RUN-DATE > CERT-DEADLINE
               SET CERT-IS-OVERDUE TO TRUE
               ADD 1 TO WS-NEW-OVERDUE
           END-IF.
           IF (CERT-IS-REMOVE OR CERT-IS-OVERDUE)
                   AND CERT-REVOKE-DATE = SPACES
                   AND NOT CERT-WAS-REVOKED
               PERFORM EMIT-REVOKE-COMMAND
               MOVE WS-RUN-DATE TO CERT-REVOKE-DATE
           END-IF.
           WRITE CERT-OUT-RECORD FROM CERT-RECORD.
           ADD 1 TO WS-LINE-WRITTEN.

       EMIT-REVOKE-COMMAND.
           ADD 1 TO WS-REVOKE-COUNT.
           MOVE SPACES TO TSS-FEED-RECORD.
           STRING 'REVOKE ' DELIMITED BY SIZE
                  CERT-USERID DELIMITED BY SPACE
                  INTO TSS-FEED-RECORD.
           WRITE TSS-FEED-RECORD.

      *----------------------------------------------------------------
      * PRINT-UNIT-STATUS - SECTION 2: ONE LINE PER ATTESTING UNIT
      * AND THE CAMPAIGN TOTALS.
      *----------------------------------------------------------------
       PRINT-UNIT-STATUS.
           MOVE 'SECTION 2 - CAMPAIGN STATUS BY DEPARTMENT'
               TO WS-SECTION-LINE.
           PERFORM WRITE-SECTION-HEADER.
           MOVE WS-STATUS-COLUMNS TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'Y' TO WS-FIRST-UNIT-SW.

           OPEN INPUT CERT-WORK-FILE.
           SET WS-NOT-EOF TO TRUE.
           PERFORM UNTIL WS-EOF
               READ CERT-WORK-FILE INTO CERT-RECORD
                   AT END SET WS-EOF TO TRUE
                   NOT AT END PERFORM COUNT-ONE-CAMPAIGN-LINE
               END-READ
           END-PERFORM.
           CLOSE CERT-WORK-FILE.

           IF NOT WS-FIRST-UNIT
               PERFORM PRINT-ONE-UNIT-LINE
           END-IF.

           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'TOTAL'          TO WS-SL-BRANCH.
           MOVE SPACES           TO WS-SL-DEPT.
           MOVE WS-GT-LINES      TO WS-SL-LINES.
           MOVE WS-GT-ATTESTED   TO WS-SL-ATTESTED.
           MOVE WS-GT-KEEP       TO WS-SL-KEEP.
           MOVE WS-GT-REMOVE     TO WS-SL-REMOVE.
           MOVE WS-GT-PENDING    TO WS-SL-PENDING.
           MOVE WS-GT-OVERDUE    TO WS-SL-OVERDUE.
           MOVE WS-STATUS-LINE   TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'UNITS IN CAMPAIGN             ' TO WS-TL-LABEL.
           MOVE WS-GT-UNITS       TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE     TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'RETURN CARDS TAKEN            ' TO WS-TL-LABEL.
           MOVE WS-CARD-APPLIED   TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE     TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'RETURN CARDS REJECTED         ' TO WS-TL-LABEL.
           MOVE WS-CARD-REJECTED  TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE     TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.

       COUNT-ONE-CAMPAIGN-LINE.
           IF WS-FIRST-UNIT OR CERT-UNIT NOT = WS-PRIOR-UNIT
               IF NOT WS-FIRST-UNIT
                   PERFORM PRINT-ONE-UNIT-LINE
               END-IF
               MOVE 'N' TO WS-FIRST-UNIT-SW
               MOVE CERT-UNIT   TO WS-PRIOR-UNIT
               MOVE CERT-BRANCH TO WS-SL-BRANCH
               MOVE CERT-DEPT   TO WS-SL-DEPT
               IF CERT-BRANCH = SPACES
                   MOVE '(NO OWNER)' TO WS-SL-BRANCH
               END-IF
               INITIALIZE WS-UNIT-TOTALS
           END-IF.

           ADD 1 TO WS-UT-LINES.
           EVALUATE TRUE
               WHEN CERT-IS-KEEP
                   ADD 1 TO WS-UT-KEEP
               WHEN CERT-IS-REMOVE
                   ADD 1 TO WS-UT-REMOVE
               WHEN CERT-IS-OVERDUE
                   ADD 1 TO WS-UT-OVERDUE
               WHEN OTHER
                   ADD 1 TO WS-UT-PENDING
           END-EVALUATE.

       PRINT-ONE-UNIT-LINE.
           ADD WS-UT-KEEP WS-UT-REMOVE GIVING WS-UT-ATTESTED.
           MOVE WS-UT-LINES    TO WS-SL-LINES.
           MOVE WS-UT-ATTESTED TO WS-SL-ATTESTED.
           MOVE WS-UT-KEEP     TO WS-SL-KEEP.
           MOVE WS-UT-REMOVE   TO WS-SL-REMOVE.
           MOVE WS-UT-PENDING  TO WS-SL-PENDING.
           MOVE WS-UT-OVERDUE  TO WS-SL-OVERDUE.
           MOVE WS-STATUS-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.

           ADD 1              TO WS-GT-UNITS.
           ADD WS-UT-LINES    TO WS-GT-LINES.
           ADD WS-UT-ATTESTED TO WS-GT-ATTESTED.
           ADD WS-UT-KEEP     TO WS-GT-KEEP.
           ADD WS-UT-REMOVE   TO WS-GT-REMOVE.
           ADD WS-UT-PENDING  TO WS-GT-PENDING.
           ADD WS-UT-OVERDUE  TO WS-GT-OVERDUE.

      *----------------------------------------------------------------
      * PRINT-REVOKES-QUEUED - SECTION 3: THE USERIDS THIS RUN SENT
      * TO INPUT.TXT, BY UNIT.
      *----------------------------------------------------------------
       PRINT-REVOKES-QUEUED.
           MOVE 'SECTION 3 - REVOKES QUEUED TO INPUT.TXT THIS RUN'
               TO WS-SECTION-LINE.
           PERFORM WRITE-SECTION-HEADER.

           OPEN INPUT CERT-WORK-FILE.
           SET WS-NOT-EOF TO TRUE.
           PERFORM UNTIL WS-EOF
               READ CERT-WORK-FILE INTO CERT-RECORD
                   AT END SET WS-EOF TO TRUE
                   NOT AT END
                       IF CERT-REVOKE-DATE = WS-RUN-DATE
                           PERFORM LIST-ONE-REVOKE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CERT-WORK-FILE.

           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'REVOKES QUEUED THIS RUN       ' TO WS-TL-LABEL.
           MOVE WS-REVOKE-COUNT   TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE     TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.

       LIST-ONE-REVOKE.
           MOVE CERT-USERID TO WS-RV-USERID.
           MOVE CERT-BRANCH TO WS-RV-BRANCH.
           MOVE CERT-DEPT   TO WS-RV-DEPT.
           MOVE CERT-NAME   TO WS-RV-NAME.
           IF CERT-IS-REMOVE
               MOVE 'REMOVE DECISION'     TO WS-RV-REASON
           ELSE
               MOVE 'NOT ATTESTED IN TIME' TO WS-RV-REASON
           END-IF.
           MOVE WS-REVOKE-LINE TO WS-PRINT-LINE.
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
           MOVE WS-PRINT-LINE TO CERT-RPT-RECORD.
           WRITE CERT-RPT-RECORD.
           ADD 1 TO WS-LINE-COUNT.

      *----------------------------------------------------------------
      * WRITE-PAGE-HEADERS - ON THE LISTINGS THE SECOND HEADING
      * CARRIES THE UNIT AND THE COLUMN HEADINGS FOLLOW, SO EVERY
      * PAGE OF A DEPARTMENT'S LISTING SAYS WHOSE IT IS.
      *----------------------------------------------------------------
       WRITE-PAGE-HEADERS.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO TO WS-H1-PAGE-NO.
           MOVE WS-HEADING-1 TO CERT-RPT-RECORD.
           WRITE CERT-RPT-RECORD.
           MOVE ZERO TO WS-LINE-COUNT.
           IF WS-HEADING-2 NOT = SPACES
               MOVE WS-HEADING-2 TO CERT-RPT-RECORD
               WRITE CERT-RPT-RECORD
               MOVE SPACES       TO CERT-RPT-RECORD
               WRITE CERT-RPT-RECORD
               MOVE WS-LIST-COLUMNS TO CERT-RPT-RECORD
               WRITE CERT-RPT-RECORD
               ADD 3 TO WS-LINE-COUNT
           END-IF.
           MOVE SPACES       TO CERT-RPT-RECORD.
           WRITE CERT-RPT-RECORD.
