       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPTURN.

      *----------------------------------------------------------------
      * EMPTURN - MONTHLY TURNOVER AND ATTRITION REPORT, BUILT FROM
      * THE EMPHIST CHANGE HISTORY.  FOR EACH BRANCH/DEPT CELL THE
      * REPORT COUNTS, OVER THE REPORT PERIOD:
      *     HIRES       - ADD ROWS, INTO THE AFTER-IMAGE CELL
      *     LEAVERS     - DELETE ROWS, OUT OF THE BEFORE-IMAGE CELL
      *     XFER-IN/OUT - CHANGE ROWS WHOSE BRANCH OR DEPT MOVED,
      *                   OUT OF THE BEFORE CELL AND INTO THE AFTER
      *     TO-LEAVE    - CHANGE ROWS TAKING EMP-STATUS TO 'L'
      *     TO-SUSP     - CHANGE ROWS TAKING EMP-STATUS TO 'S'
      * AND SETS LEAVERS AGAINST THE CELL'S AVERAGE HEADCOUNT FROM
      * THE EMPSTATS SNAPSHOT FILE FOR AN ANNUALIZED TURNOVER RATE.
      * A SECOND SECTION BREAKS THE LEAVERS DOWN BY TENURE AT EXIT,
      * FROM THE HIRE DATE ON THE DELETE ROW'S BEFORE IMAGE.
      *
      * THE PERIOD COMES IN ON THE PARM AS 'YYYYMM' (ONE MONTH) OR
      * 'YYYYMM YYYYMM' (FROM AND TO MONTH, INCLUSIVE); NO PARM
      * MEANS THE MONTH BEFORE THE RUN DATE.  AVERAGE HEADCOUNT IS
      * THE CELL'S SNAPSHOT COUNTS SUMMED OVER EVERY SNAPSHOT DATE
      * IN THE PERIOD, DIVIDED BY THE NUMBER OF THOSE DATES - A CELL
      * MISSING FROM A SNAPSHOT HAD NOBODY IN IT THAT NIGHT.  THE
      * RATE IS LEAVERS / AVERAGE HEADCOUNT * 12 / MONTHS * 100.
      *
      * WHEN THE PERIOD STARTS BEFORE THE OLDEST ROW STILL ON THE
      * LIVE CLUSTER, THE ROWS EMPHPURG HAS SWEPT OFF ARE NEEDED
      * TOO: THE ARCHIN DD (THE YEARLY ARCHIVE, OR A CONCATENATION
      * OF THEM) IS READ AFTER THE LIVE CLUSTER.  WITHOUT IT THE
      * REPORT IS FLAGGED INCOMPLETE.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPHIST ASSIGN TO EMPHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS EMPH-KEY
           FILE STATUS  IS WS-FS1.

           SELECT SNAP-IN-FILE ASSIGN TO SNAPIN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-FS2.

           SELECT HIST-ARCH-FILE ASSIGN TO ARCHIN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-FS3.

           SELECT TURN-RPT-FILE ASSIGN TO RPTOUT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-FS4.

       DATA DIVISION.
       FILE SECTION.
       FD EMPHIST
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD     IS EMPHIST-RECORD.

           COPY EMPHREC.

       FD SNAP-IN-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD     IS SNAP-RECORD.

           COPY SNAPREC.

      *----------------------------------------------------------------
      * HIST-ARCH-RECORD - EMPHPURG'S YEARLY ARCHIVE: THE FULL
      * 200-BYTE EMPHIST IMAGE PLUS THE DATE IT WAS SWEPT.
      *----------------------------------------------------------------
       FD HIST-ARCH-FILE
           RECORD CONTAINS 208 CHARACTERS.

       01 HIST-ARCH-RECORD.
          05 HA-HIST-IMAGE      PIC X(200).
          05 HA-ARCH-DATE       PIC X(08).

       FD TURN-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.

       01 TURN-RPT-RECORD      PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-VAR.
          05 WS-FS1        PIC 9(02).
          05 WS-FS2        PIC 9(02).
          05 WS-FS3        PIC 9(02).
          05 WS-FS4        PIC 9(02).
          05 WS-EOF-SW     PIC X(01).
             88 WS-EOF               VALUE 'Y'.
             88 WS-NOT-EOF           VALUE 'N'.
          05 WS-EMPHIST-OPEN-SW  PIC X(01) VALUE 'N'.
             88 WS-EMPHIST-IS-OPEN         VALUE 'Y'.
          05 WS-SNAPIN-OPEN-SW   PIC X(01) VALUE 'N'.
             88 WS-SNAPIN-IS-OPEN          VALUE 'Y'.
          05 WS-ARCHIN-OPEN-SW   PIC X(01) VALUE 'N'.
             88 WS-ARCHIN-IS-OPEN          VALUE 'Y'.

       01 WS-PARM-REQUEST      PIC X(20) VALUE SPACES.
       01 WS-PARM-TOKENS.
          05 WS-TOK1            PIC X(08) VALUE SPACES.
          05 WS-TOK2            PIC X(08) VALUE SPACES.
       01 WS-BAD-PARM-SW        PIC X(01) VALUE 'N'.
          88 WS-BAD-PARM                  VALUE 'Y'.

       01 WS-RUN-DATE           PIC X(08) VALUE SPACES.
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
          05 WS-RD-YYYY         PIC 9(04).
          05 WS-RD-MM           PIC 9(02).
          05 WS-RD-DD           PIC 9(02).

      *----------------------------------------------------------------
      * THE MONTH BEFORE THE RUN DATE - THE DEFAULT PERIOD, SO THE
      * MONTH-END RUN REPORTS THE MONTH JUST CLOSED.
      *----------------------------------------------------------------
       01 WS-PRIOR-MONTH.
          05 WS-PM-YYYY         PIC 9(04).
          05 WS-PM-MM           PIC 9(02).

      *----------------------------------------------------------------
      * THE REPORT PERIOD.  FROM-DATE IS THE FIRST OF THE FROM
      * MONTH; TO-DATE IS DAY 31 OF THE TO MONTH, WHICH COMPARES
      * CORRECTLY AGAINST EVERY REAL DATE IN THAT MONTH.
      *----------------------------------------------------------------
       01 WS-PERIOD.
          05 WS-FROM-MONTH.
             10 WS-FM-YYYY      PIC 9(04).
             10 WS-FM-MM        PIC 9(02).
          05 WS-TO-MONTH.
             10 WS-TM-YYYY      PIC 9(04).
             10 WS-TM-MM        PIC 9(02).
          05 WS-FROM-DATE       PIC X(08).
          05 WS-TO-DATE         PIC X(08).
          05 WS-PERIOD-MONTHS   PIC 9(03) VALUE ZERO.

       01 WS-COVERAGE.
          05 WS-OLDEST-LIVE-DATE PIC X(08) VALUE HIGH-VALUES.
          05 WS-ARCHIVE-SW      PIC X(01) VALUE 'N'.
             88 WS-ARCHIVE-NEEDED          VALUE 'Y'.
          05 WS-INCOMPLETE-SW   PIC X(01) VALUE 'N'.
             88 WS-PERIOD-INCOMPLETE       VALUE 'Y'.

       01 WS-SNAP-CONTROL.
          05 WS-LAST-SNAP-DATE  PIC X(08) VALUE SPACES.
          05 WS-SNAP-DATE-COUNT PIC 9(05) VALUE ZERO.

      *----------------------------------------------------------------
      * BEFORE AND AFTER IMAGES BROKEN BACK OUT INTO THE EMPREC
      * FIELDS THE REPORT NEEDS.
      *----------------------------------------------------------------
       01 WS-BEFORE-AREA.
          05 FILLER             PIC X(40).
          05 WS-BI-DEPT         PIC X(05).
          05 WS-BI-HIRE-DATE    PIC X(08).
          05 WS-BI-BRANCH       PIC X(10).
          05 WS-BI-STATUS       PIC X(01).
          05 FILLER             PIC X(16).

       01 WS-AFTER-AREA.
          05 FILLER             PIC X(40).
          05 WS-AI-DEPT         PIC X(05).
          05 WS-AI-HIRE-DATE    PIC X(08).
          05 WS-AI-BRANCH       PIC X(10).
          05 WS-AI-STATUS       PIC X(01).
          05 FILLER             PIC X(16).

      *----------------------------------------------------------------
      * WS-TURN-TABLE - ONE ENTRY PER BRANCH/DEPT CELL SEEN IN A
      * SNAPSHOT OR A MOVEMENT IN THE PERIOD, KEPT IN KEY ORDER BY
      * IN-PLACE INSERTION AS EMPTREND KEEPS ITS TABLE, SO THE
      * REPORT CAN SUBTOTAL EACH BRANCH ON A CONTROL BREAK.
      * WS-TN-FIGURES, WS-LINE-FIGURES, WS-BRANCH-FIGURES AND
      * WS-GRAND-FIGURES SHARE ONE LAYOUT.
      *----------------------------------------------------------------
       01 WS-TURN-TABLE.
          05 WS-TURN-MAX        PIC 9(03) VALUE 200.
          05 WS-TURN-COUNT      PIC 9(03) VALUE ZERO.
          05 WS-TURN-IDX        PIC 9(03) VALUE ZERO.
          05 WS-TURN-SLOT       PIC 9(03) VALUE ZERO.
          05 WS-TURN-ENTRY OCCURS 200 TIMES.
             10 WS-TN-KEY.
                15 WS-TN-BRANCH PIC X(10).
                15 WS-TN-DEPT   PIC X(05).
             10 WS-TN-FIGURES.
                15 WS-TN-HIRES     PIC 9(07).
                15 WS-TN-LEAVERS   PIC 9(07).
                15 WS-TN-XFER-IN   PIC 9(07).
                15 WS-TN-XFER-OUT  PIC 9(07).
                15 WS-TN-TO-LEAVE  PIC 9(07).
                15 WS-TN-TO-SUSP   PIC 9(07).
                15 WS-TN-SNAP-SUM  PIC 9(11).

       01 WS-LINE-FIGURES.
          05 WS-LF-HIRES        PIC 9(07).
          05 WS-LF-LEAVERS      PIC 9(07).
          05 WS-LF-XFER-IN      PIC 9(07).
          05 WS-LF-XFER-OUT     PIC 9(07).
          05 WS-LF-TO-LEAVE     PIC 9(07).
          05 WS-LF-TO-SUSP      PIC 9(07).
          05 WS-LF-SNAP-SUM     PIC 9(11).

       01 WS-BRANCH-FIGURES.
          05 WS-BF-HIRES        PIC 9(07).
          05 WS-BF-LEAVERS      PIC 9(07).
          05 WS-BF-XFER-IN      PIC 9(07).
          05 WS-BF-XFER-OUT     PIC 9(07).
          05 WS-BF-TO-LEAVE     PIC 9(07).
          05 WS-BF-TO-SUSP      PIC 9(07).
          05 WS-BF-SNAP-SUM     PIC 9(11).

       01 WS-GRAND-FIGURES.
          05 WS-GF-HIRES        PIC 9(07).
          05 WS-GF-LEAVERS      PIC 9(07).
          05 WS-GF-XFER-IN      PIC 9(07).
          05 WS-GF-XFER-OUT     PIC 9(07).
          05 WS-GF-TO-LEAVE     PIC 9(07).
          05 WS-GF-TO-SUSP      PIC 9(07).
          05 WS-GF-SNAP-SUM     PIC 9(11).

       01 WS-SEARCH-KEY.
          05 WS-SK-BRANCH       PIC X(10).
          05 WS-SK-DEPT         PIC X(05).
       01 WS-PRIOR-BRANCH       PIC X(10) VALUE SPACES.

      *----------------------------------------------------------------
      * WS-TENURE-TABLE - LEAVERS BY COMPLETED YEARS OF SERVICE AT
      * THE EFFECTIVE DATE OF THE DELETE.  WS-TE-LIMIT IS THE
      * EXCLUSIVE UPPER BOUND IN YEARS; THE LAST REAL BAND'S LIMIT
      * IS ALL NINES.  BAND 6 TAKES A MISSING OR UNUSABLE HIRE DATE.
      *----------------------------------------------------------------
       01 WS-TENURE-VALUES.
          05 FILLER PIC X(22) VALUE 'UNDER 1 YEAR        01'.
          05 FILLER PIC X(22) VALUE '1 TO 2 YEARS        02'.
          05 FILLER PIC X(22) VALUE '2 TO 5 YEARS        05'.
          05 FILLER PIC X(22) VALUE '5 TO 10 YEARS       10'.
          05 FILLER PIC X(22) VALUE '10 YEARS AND OVER   99'.
          05 FILLER PIC X(22) VALUE 'HIRE DATE UNKNOWN   99'.
       01 WS-TENURE-TABLE REDEFINES WS-TENURE-VALUES.
          05 WS-TENURE-ENTRY OCCURS 6 TIMES.
             10 WS-TE-LABEL     PIC X(20).
             10 WS-TE-LIMIT     PIC 9(02).

       01 WS-TENURE-COUNTS.
          05 WS-TE-COUNT        PIC 9(07) OCCURS 6 TIMES.

       01 WS-TENURE-WORK.
          05 WS-TENURE-IDX      PIC 9(01) VALUE ZERO.
          05 WS-TENURE-SLOT     PIC 9(01) VALUE ZERO.
          05 WS-TENURE-YEARS    PIC 9(04) VALUE ZERO.
          05 WS-HIRE-DATE-WORK.
             10 WS-HD-YYYY      PIC 9(04).
             10 WS-HD-MMDD      PIC 9(04).
          05 WS-EXIT-DATE-WORK.
             10 WS-XD-YYYY      PIC 9(04).
             10 WS-XD-MMDD      PIC 9(04).

       01 WS-TURN-COUNTERS.
          05 WS-HIST-READ-COUNT PIC 9(07) VALUE ZERO.
          05 WS-ARCH-READ-COUNT PIC 9(07) VALUE ZERO.
          05 WS-IN-PERIOD-COUNT PIC 9(07) VALUE ZERO.
          05 WS-SNAP-READ-COUNT PIC 9(07) VALUE ZERO.
          05 WS-ROWS-REPORTED   PIC 9(05) VALUE ZERO.

       01 WS-RATE-WORK.
          05 WS-AVG-HC          PIC 9(07)V9 VALUE ZERO.
          05 WS-AVG-HC-EDIT     PIC ZZZ,ZZ9.9.
          05 WS-RATE-VALUE      PIC 9(05)V9 VALUE ZERO.
          05 WS-RATE-EDIT       PIC ZZ,ZZ9.9.
          05 WS-NET-CHANGE      PIC S9(07) VALUE ZERO.
          05 WS-PCT-VALUE       PIC 9(03)V9 VALUE ZERO.
          05 WS-PCT-EDIT        PIC ZZ9.9.

       01 WS-PAGE-CONTROL.
          05 WS-PAGE-NO         PIC 9(04) VALUE ZERO.
          05 WS-LINE-COUNT      PIC 9(02) VALUE 99.
          05 WS-LINES-PER-PAGE  PIC 9(02) VALUE 55.

       01 WS-PRINT-LINE         PIC X(132).

       01 WS-HEADING-1.
          05 FILLER             PIC X(32) VALUE
             'TURNOVER AND ATTRITION - PERIOD '.
          05 WS-H1-FROM         PIC X(06).
          05 FILLER             PIC X(04) VALUE ' TO '.
          05 WS-H1-TO           PIC X(06).
          05 FILLER             PIC X(05) VALUE SPACES.
          05 FILLER             PIC X(05) VALUE 'PAGE '.
          05 WS-H1-PAGE-NO      PIC ZZZ9.

       01 WS-HEADING-2.
          05 FILLER             PIC X(17) VALUE 'BRANCH     DEPT  '.
          05 FILLER             PIC X(08) VALUE '   HIRES'.
          05 FILLER             PIC X(08) VALUE ' LEAVERS'.
          05 FILLER             PIC X(08) VALUE ' XFER-IN'.
          05 FILLER             PIC X(08) VALUE 'XFER-OUT'.
          05 FILLER             PIC X(08) VALUE 'TO-LEAVE'.
          05 FILLER             PIC X(08) VALUE ' TO-SUSP'.
          05 FILLER             PIC X(08) VALUE '     NET'.
          05 FILLER             PIC X(10) VALUE '    AVG HC'.
          05 FILLER             PIC X(10) VALUE ' ANN TURN%'.

       01 WS-TURN-LINE.
          05 WS-TL-BRANCH       PIC X(10).
          05 FILLER             PIC X(01) VALUE SPACE.
          05 WS-TL-DEPT         PIC X(05).
          05 FILLER             PIC X(03) VALUE SPACES.
          05 WS-TL-HIRES        PIC ZZ,ZZ9.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-TL-LEAVERS      PIC ZZ,ZZ9.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-TL-XFER-IN      PIC ZZ,ZZ9.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-TL-XFER-OUT     PIC ZZ,ZZ9.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-TL-TO-LEAVE     PIC ZZ,ZZ9.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-TL-TO-SUSP      PIC ZZ,ZZ9.
          05 FILLER             PIC X(01) VALUE SPACE.
          05 WS-TL-NET          PIC -ZZ,ZZ9.
          05 FILLER             PIC X(01) VALUE SPACE.
          05 WS-TL-AVG-HC       PIC X(09).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-TL-RATE         PIC X(08).

       01 WS-SECTION-LINE       PIC X(60) VALUE SPACES.

       01 WS-TENURE-HEADING.
          05 FILLER             PIC X(20) VALUE 'TENURE AT EXIT      '.
          05 FILLER             PIC X(09) VALUE '  LEAVERS'.
          05 FILLER             PIC X(09) VALUE '  PERCENT'.

       01 WS-TENURE-LINE.
          05 WS-TEL-LABEL       PIC X(20).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-TEL-COUNT       PIC ZZZ,ZZ9.
          05 FILLER             PIC X(04) VALUE SPACES.
          05 WS-TEL-PCT         PIC ZZ9.9.

       01 WS-TOTAL-LINE.
          05 WS-TOT-LABEL       PIC X(25).
          05 WS-TOT-COUNT       PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
           PERFORM RESOLVE-REPORT-PERIOD.
           IF WS-BAD-PARM
               DISPLAY 'EMPTURN: PERIOD PARM MUST BE YYYYMM OR '
                       'YYYYMM YYYYMM (FROM NOT AFTER TO)'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT EMPHIST.
           OPEN OUTPUT TURN-RPT-FILE.

           IF WS-FS1 = '00'
               SET WS-EMPHIST-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'EMPTURN: UNABLE TO OPEN EMPHIST - FILE '
                       'STATUS ' WS-FS1
           END-IF.

           IF WS-EMPHIST-IS-OPEN
               INITIALIZE WS-TENURE-COUNTS
               INITIALIZE WS-BRANCH-FIGURES WS-GRAND-FIGURES
               PERFORM LOAD-SNAPSHOT-HEADCOUNTS

               SET WS-NOT-EOF TO TRUE
               PERFORM UNTIL WS-EOF
                   READ EMPHIST NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-HIST-READ-COUNT
                           IF EMPH-EFF-DATE < WS-OLDEST-LIVE-DATE
                               MOVE EMPH-EFF-DATE
                                   TO WS-OLDEST-LIVE-DATE
                           END-IF
                           PERFORM POST-ONE-HISTORY-ROW
                   END-READ
               END-PERFORM
               CLOSE EMPHIST

               IF WS-FROM-DATE < WS-OLDEST-LIVE-DATE
                   SET WS-ARCHIVE-NEEDED TO TRUE
               END-IF
               PERFORM POST-ARCHIVED-HISTORY

               PERFORM WRITE-PAGE-HEADERS
               PERFORM WRITE-COVERAGE-NOTES
               PERFORM REPORT-ONE-TURN-ROW
                   VARYING WS-TURN-IDX FROM 1 BY 1
                   UNTIL WS-TURN-IDX > WS-TURN-COUNT
               IF WS-PRIOR-BRANCH NOT = SPACES
                   PERFORM WRITE-BRANCH-SUBTOTAL
               END-IF
               PERFORM WRITE-GRAND-TOTAL
               PERFORM PRINT-TENURE-SECTION
               PERFORM WRITE-TURN-TOTALS
           END-IF.

           CLOSE TURN-RPT-FILE.

           DISPLAY 'EMPTURN: HISTORY ROWS READ  - '
                   WS-HIST-READ-COUNT.
           DISPLAY 'EMPTURN: ARCHIVE ROWS READ  - '
                   WS-ARCH-READ-COUNT.
           DISPLAY 'EMPTURN: ROWS IN PERIOD     - '
                   WS-IN-PERIOD-COUNT.
           DISPLAY 'EMPTURN: SNAPSHOT DATES     - '
                   WS-SNAP-DATE-COUNT.
           DISPLAY 'EMPTURN: CELLS REPORTED     - '
                   WS-ROWS-REPORTED.

           IF NOT WS-EMPHIST-IS-OPEN
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-PERIOD-INCOMPLETE
                       OR WS-SNAP-DATE-COUNT = ZERO
                       OR WS-ROWS-REPORTED = ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

           STOP RUN.

      *----------------------------------------------------------------
      * RESOLVE-REPORT-PERIOD - ONE YYYYMM TOKEN IS A ONE-MONTH
      * PERIOD, TWO ARE FROM AND TO MONTHS; NONE IS THE PRIOR MONTH.
      * THE NUMBER OF MONTHS COVERED DRIVES THE ANNUALIZATION.
      *----------------------------------------------------------------
       RESOLVE-REPORT-PERIOD.
           ACCEPT WS-PARM-REQUEST FROM COMMAND-LINE.
           IF WS-PARM-REQUEST = SPACES
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               IF WS-RD-MM = 1
                   COMPUTE WS-PM-YYYY = WS-RD-YYYY - 1
                   MOVE 12 TO WS-PM-MM
               ELSE
                   MOVE WS-RD-YYYY TO WS-PM-YYYY
                   COMPUTE WS-PM-MM = WS-RD-MM - 1
               END-IF
               MOVE WS-PRIOR-MONTH TO WS-PARM-REQUEST
           END-IF.

           MOVE SPACES TO WS-TOK1 WS-TOK2.
           UNSTRING WS-PARM-REQUEST DELIMITED BY ' '
               INTO WS-TOK1 WS-TOK2.
           IF WS-TOK2 = SPACES
               MOVE WS-TOK1 TO WS-TOK2
           END-IF.

           IF WS-TOK1(1:6) IS NOT NUMERIC
                   OR WS-TOK1(7:2) NOT = SPACES
                   OR WS-TOK1(5:2) < '01'
                   OR WS-TOK1(5:2) > '12'
                   OR WS-TOK2(1:6) IS NOT NUMERIC
                   OR WS-TOK2(7:2) NOT = SPACES
                   OR WS-TOK2(5:2) < '01'
                   OR WS-TOK2(5:2) > '12'
                   OR WS-TOK1(1:6) > WS-TOK2(1:6)
               SET WS-BAD-PARM TO TRUE
           ELSE
               MOVE WS-TOK1(1:6) TO WS-FROM-MONTH
               MOVE WS-TOK2(1:6) TO WS-TO-MONTH
               MOVE WS-FROM-MONTH TO WS-H1-FROM
               MOVE WS-TO-MONTH   TO WS-H1-TO
               MOVE SPACES TO WS-FROM-DATE WS-TO-DATE
               STRING WS-FROM-MONTH '01' DELIMITED BY SIZE
                   INTO WS-FROM-DATE
               STRING WS-TO-MONTH '31' DELIMITED BY SIZE
                   INTO WS-TO-DATE
               COMPUTE WS-PERIOD-MONTHS =
                   (WS-TM-YYYY * 12 + WS-TM-MM)
                   - (WS-FM-YYYY * 12 + WS-FM-MM) + 1
           END-IF.

      *----------------------------------------------------------------
      * LOAD-SNAPSHOT-HEADCOUNTS - SUMS EVERY BRANCH/DEPT ('X')
      * SNAPSHOT DATED INSIDE THE PERIOD INTO ITS CELL AND COUNTS
      * THE DISTINCT SNAPSHOT DATES (THE FILE IS EXTENDED IN DATE
      * ORDER).  NO SNAPIN MEANS NO AVERAGE HEADCOUNT: THE COUNTS
      * STILL PRINT BUT EVERY RATE SHOWS N/A.
      *----------------------------------------------------------------
       LOAD-SNAPSHOT-HEADCOUNTS.
           OPEN INPUT SNAP-IN-FILE.
           IF WS-FS2 = '00'
               SET WS-SNAPIN-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'EMPTURN: UNABLE TO OPEN SNAPIN - FILE '
                       'STATUS ' WS-FS2 ' - RATES NOT AVAILABLE'
           END-IF.

           IF WS-SNAPIN-IS-OPEN
               SET WS-NOT-EOF TO TRUE
               PERFORM UNTIL WS-EOF
                   READ SNAP-IN-FILE
                       AT END SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-SNAP-READ-COUNT
                           PERFORM POST-ONE-SNAPSHOT
                   END-READ
               END-PERFORM
               CLOSE SNAP-IN-FILE
           END-IF.

       POST-ONE-SNAPSHOT.
           IF SNAP-IS-XTAB
                   AND SNAP-DATE >= WS-FROM-DATE
                   AND SNAP-DATE <= WS-TO-DATE
               IF SNAP-DATE NOT = WS-LAST-SNAP-DATE
                   ADD 1 TO WS-SNAP-DATE-COUNT
                   MOVE SNAP-DATE TO WS-LAST-SNAP-DATE
               END-IF
               MOVE SNAP-KEY TO WS-SEARCH-KEY
               PERFORM FIND-TURN-CELL
               IF WS-TURN-SLOT > ZERO
                   ADD SNAP-COUNT TO WS-TN-SNAP-SUM(WS-TURN-SLOT)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * POST-ARCHIVED-HISTORY - THE ARCHIN DD IS OPTIONAL AND IS
      * READ WHENEVER IT IS SUPPLIED; ARCHIVED ROWS HAVE ALREADY
      * LEFT THE LIVE CLUSTER SO NOTHING IS COUNTED TWICE.  WHEN
      * THE PERIOD REACHES BACK PAST THE LIVE CLUSTER AND NO
      * ARCHIVE IS SUPPLIED (NO DD, OR A DUMMY ONE) THE FIGURES
      * ARE FLAGGED INCOMPLETE.
      *----------------------------------------------------------------
       POST-ARCHIVED-HISTORY.
           OPEN INPUT HIST-ARCH-FILE.
           IF WS-FS3 = '00'
               SET WS-ARCHIN-IS-OPEN TO TRUE
           END-IF.

           IF WS-ARCHIN-IS-OPEN
               SET WS-NOT-EOF TO TRUE
               PERFORM UNTIL WS-EOF
                   READ HIST-ARCH-FILE
                       AT END SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ARCH-READ-COUNT
                           MOVE HA-HIST-IMAGE TO EMPHIST-RECORD
                           PERFORM POST-ONE-HISTORY-ROW
                   END-READ
               END-PERFORM
               CLOSE HIST-ARCH-FILE
           END-IF.

           IF WS-ARCHIVE-NEEDED AND WS-ARCH-READ-COUNT = ZERO
               SET WS-PERIOD-INCOMPLETE TO TRUE
               DISPLAY 'EMPTURN: PERIOD STARTS BEFORE OLDEST LIVE '
                       'HISTORY ROW ' WS-OLDEST-LIVE-DATE
                       ' AND NO ARCHIVE ROWS SUPPLIED'
           END-IF.

      *----------------------------------------------------------------
      * POST-ONE-HISTORY-ROW - CLASSIFIES A ROW DATED INSIDE THE
      * PERIOD.  A CHANGE ROW CAN BE BOTH A TRANSFER AND A STATUS
      * MOVE; IT IS COUNTED AS EACH.
      *----------------------------------------------------------------
       POST-ONE-HISTORY-ROW.
           IF EMPH-EFF-DATE >= WS-FROM-DATE
                   AND EMPH-EFF-DATE <= WS-TO-DATE
               ADD 1 TO WS-IN-PERIOD-COUNT
               MOVE EMPH-BEFORE-IMAGE TO WS-BEFORE-AREA
               MOVE EMPH-AFTER-IMAGE  TO WS-AFTER-AREA
               IF EMPH-IS-ADD
                   PERFORM POST-HIRE
               END-IF
               IF EMPH-IS-DELETE
                   PERFORM POST-LEAVER
               END-IF
               IF EMPH-IS-CHANGE
                   PERFORM POST-CHANGE
               END-IF
           END-IF.

       POST-HIRE.
           MOVE WS-AI-BRANCH TO WS-SK-BRANCH.
           MOVE WS-AI-DEPT   TO WS-SK-DEPT.
           PERFORM FIND-TURN-CELL.
           IF WS-TURN-SLOT > ZERO
               ADD 1 TO WS-TN-HIRES(WS-TURN-SLOT)
           END-IF.

       POST-LEAVER.
           MOVE WS-BI-BRANCH TO WS-SK-BRANCH.
           MOVE WS-BI-DEPT   TO WS-SK-DEPT.
           PERFORM FIND-TURN-CELL.
           IF WS-TURN-SLOT > ZERO
               ADD 1 TO WS-TN-LEAVERS(WS-TURN-SLOT)
           END-IF.
           PERFORM POST-TENURE-AT-EXIT.

       POST-CHANGE.
           IF WS-BI-BRANCH NOT = WS-AI-BRANCH
                   OR WS-BI-DEPT NOT = WS-AI-DEPT
               MOVE WS-BI-BRANCH TO WS-SK-BRANCH
               MOVE WS-BI-DEPT   TO WS-SK-DEPT
               PERFORM FIND-TURN-CELL
               IF WS-TURN-SLOT > ZERO
                   ADD 1 TO WS-TN-XFER-OUT(WS-TURN-SLOT)
               END-IF
               MOVE WS-AI-BRANCH TO WS-SK-BRANCH
               MOVE WS-AI-DEPT   TO WS-SK-DEPT
               PERFORM FIND-TURN-CELL
               IF WS-TURN-SLOT > ZERO
                   ADD 1 TO WS-TN-XFER-IN(WS-TURN-SLOT)
               END-IF
           END-IF.

           IF WS-AI-STATUS NOT = WS-BI-STATUS
                   AND (WS-AI-STATUS = 'L' OR WS-AI-STATUS = 'S')
               MOVE WS-AI-BRANCH TO WS-SK-BRANCH
               MOVE WS-AI-DEPT   TO WS-SK-DEPT
               PERFORM FIND-TURN-CELL
               IF WS-TURN-SLOT > ZERO
                   IF WS-AI-STATUS = 'L'
                       ADD 1 TO WS-TN-TO-LEAVE(WS-TURN-SLOT)
                   ELSE
                       ADD 1 TO WS-TN-TO-SUSP(WS-TURN-SLOT)
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * POST-TENURE-AT-EXIT - COMPLETED YEARS FROM THE HIRE DATE ON
      * THE BEFORE IMAGE TO THE DELETE'S EFFECTIVE DATE, BANDED.
      *----------------------------------------------------------------
       POST-TENURE-AT-EXIT.
           MOVE 6 TO WS-TENURE-SLOT.
           IF WS-BI-HIRE-DATE IS NUMERIC
                   AND WS-BI-HIRE-DATE NOT > EMPH-EFF-DATE
               MOVE WS-BI-HIRE-DATE TO WS-HIRE-DATE-WORK
               MOVE EMPH-EFF-DATE   TO WS-EXIT-DATE-WORK
               COMPUTE WS-TENURE-YEARS = WS-XD-YYYY - WS-HD-YYYY
               IF WS-XD-MMDD < WS-HD-MMDD
                   SUBTRACT 1 FROM WS-TENURE-YEARS
               END-IF
               MOVE ZERO TO WS-TENURE-SLOT
               PERFORM SCAN-TENURE-BAND
                   VARYING WS-TENURE-IDX FROM 1 BY 1
                   UNTIL WS-TENURE-IDX > 5
                   OR WS-TENURE-SLOT > ZERO
           END-IF.
           ADD 1 TO WS-TE-COUNT(WS-TENURE-SLOT).

       SCAN-TENURE-BAND.
           IF WS-TENURE-YEARS < WS-TE-LIMIT(WS-TENURE-IDX)
                   OR WS-TENURE-IDX = 5
               MOVE WS-TENURE-IDX TO WS-TENURE-SLOT
           END-IF.

      *----------------------------------------------------------------
      * FIND-TURN-CELL - LOCATES WS-SEARCH-KEY IN THE TABLE, ADDING
      * IT IN KEY ORDER WHEN NEW.  WS-TURN-SLOT IS ZERO ONLY WHEN
      * THE TABLE IS FULL.
      *----------------------------------------------------------------
       FIND-TURN-CELL.
           MOVE ZERO TO WS-TURN-SLOT.
           PERFORM LOCATE-TURN-SLOT
               VARYING WS-TURN-IDX FROM 1 BY 1
               UNTIL WS-TURN-IDX > WS-TURN-COUNT
               OR WS-TURN-SLOT > ZERO.

           IF WS-TURN-SLOT = ZERO
               PERFORM APPEND-TURN-ENTRY
           ELSE
               IF WS-TN-KEY(WS-TURN-SLOT) NOT = WS-SEARCH-KEY
                   PERFORM INSERT-TURN-ENTRY
               END-IF
           END-IF.

       LOCATE-TURN-SLOT.
           IF WS-TN-KEY(WS-TURN-IDX) NOT < WS-SEARCH-KEY
               MOVE WS-TURN-IDX TO WS-TURN-SLOT
           END-IF.

       APPEND-TURN-ENTRY.
           IF WS-TURN-COUNT >= WS-TURN-MAX
               DISPLAY 'EMPTURN: CELL TABLE FULL - ' WS-SEARCH-KEY
                       ' DROPPED'
           ELSE
               ADD 1 TO WS-TURN-COUNT
               MOVE WS-TURN-COUNT TO WS-TURN-SLOT
               PERFORM INIT-TURN-SLOT
           END-IF.

       INSERT-TURN-ENTRY.
           IF WS-TURN-COUNT >= WS-TURN-MAX
               DISPLAY 'EMPTURN: CELL TABLE FULL - ' WS-SEARCH-KEY
                       ' DROPPED'
               MOVE ZERO TO WS-TURN-SLOT
           ELSE
               ADD 1 TO WS-TURN-COUNT
               PERFORM SHIFT-TURN-ENTRY
                   VARYING WS-TURN-IDX FROM WS-TURN-COUNT BY -1
                   UNTIL WS-TURN-IDX NOT > WS-TURN-SLOT
               PERFORM INIT-TURN-SLOT
           END-IF.

       SHIFT-TURN-ENTRY.
           MOVE WS-TURN-ENTRY(WS-TURN-IDX - 1)
               TO WS-TURN-ENTRY(WS-TURN-IDX).

       INIT-TURN-SLOT.
           MOVE WS-SEARCH-KEY TO WS-TN-KEY(WS-TURN-SLOT).
           MOVE ZERO TO WS-TN-HIRES(WS-TURN-SLOT)
                        WS-TN-LEAVERS(WS-TURN-SLOT)
                        WS-TN-XFER-IN(WS-TURN-SLOT)
                        WS-TN-XFER-OUT(WS-TURN-SLOT)
                        WS-TN-TO-LEAVE(WS-TURN-SLOT)
                        WS-TN-TO-SUSP(WS-TURN-SLOT)
                        WS-TN-SNAP-SUM(WS-TURN-SLOT).

       WRITE-COVERAGE-NOTES.
           IF WS-PERIOD-INCOMPLETE
               MOVE SPACES TO WS-PRINT-LINE
               STRING '*** INCOMPLETE - PERIOD STARTS BEFORE THE '
                      'OLDEST LIVE HISTORY ROW (' DELIMITED BY SIZE
                      WS-OLDEST-LIVE-DATE DELIMITED BY SIZE
                      ') AND NO ARCHIVE WAS SUPPLIED' DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           IF WS-SNAP-DATE-COUNT = ZERO
               MOVE SPACES TO WS-PRINT-LINE
               STRING '*** NO HEADCOUNT SNAPSHOTS IN THE PERIOD - '
                      'AVERAGE HEADCOUNT AND RATES SHOW N/A'
                      DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

      *----------------------------------------------------------------
      * REPORT-ONE-TURN-ROW - THE TABLE IS IN BRANCH/DEPT ORDER, SO
      * A CHANGE OF BRANCH PRINTS THE PREVIOUS BRANCH'S SUBTOTAL.
      *----------------------------------------------------------------
       REPORT-ONE-TURN-ROW.
           IF WS-TN-BRANCH(WS-TURN-IDX) NOT = WS-PRIOR-BRANCH
               IF WS-PRIOR-BRANCH NOT = SPACES
                   PERFORM WRITE-BRANCH-SUBTOTAL
               END-IF
               MOVE WS-TN-BRANCH(WS-TURN-IDX) TO WS-PRIOR-BRANCH
               INITIALIZE WS-BRANCH-FIGURES
           END-IF.

           ADD 1 TO WS-ROWS-REPORTED.
           MOVE WS-TN-FIGURES(WS-TURN-IDX) TO WS-LINE-FIGURES.
           PERFORM ADD-LINE-TO-BRANCH.
           MOVE SPACES TO WS-TURN-LINE.
           MOVE WS-TN-BRANCH(WS-TURN-IDX) TO WS-TL-BRANCH.
           MOVE WS-TN-DEPT(WS-TURN-IDX)   TO WS-TL-DEPT.
           PERFORM FORMAT-TURN-FIGURES.
           MOVE WS-TURN-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.

       ADD-LINE-TO-BRANCH.
           ADD WS-LF-HIRES    TO WS-BF-HIRES.
           ADD WS-LF-LEAVERS  TO WS-BF-LEAVERS.
           ADD WS-LF-XFER-IN  TO WS-BF-XFER-IN.
           ADD WS-LF-XFER-OUT TO WS-BF-XFER-OUT.
           ADD WS-LF-TO-LEAVE TO WS-BF-TO-LEAVE.
           ADD WS-LF-TO-SUSP  TO WS-BF-TO-SUSP.
           ADD WS-LF-SNAP-SUM TO WS-BF-SNAP-SUM.

       WRITE-BRANCH-SUBTOTAL.
           ADD WS-BF-HIRES    TO WS-GF-HIRES.
           ADD WS-BF-LEAVERS  TO WS-GF-LEAVERS.
           ADD WS-BF-XFER-IN  TO WS-GF-XFER-IN.
           ADD WS-BF-XFER-OUT TO WS-GF-XFER-OUT.
           ADD WS-BF-TO-LEAVE TO WS-GF-TO-LEAVE.
           ADD WS-BF-TO-SUSP  TO WS-GF-TO-SUSP.
           ADD WS-BF-SNAP-SUM TO WS-GF-SNAP-SUM.

           MOVE WS-BRANCH-FIGURES TO WS-LINE-FIGURES.
           MOVE SPACES TO WS-TURN-LINE.
           MOVE WS-PRIOR-BRANCH TO WS-TL-BRANCH.
           MOVE 'TOTAL'         TO WS-TL-DEPT.
           PERFORM FORMAT-TURN-FIGURES.
           MOVE WS-TURN-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-GRAND-TOTAL.
           MOVE WS-GRAND-FIGURES TO WS-LINE-FIGURES.
           MOVE SPACES TO WS-TURN-LINE.
           MOVE 'ALL BRANCH' TO WS-TL-BRANCH.
           MOVE 'TOTAL'      TO WS-TL-DEPT.
           PERFORM FORMAT-TURN-FIGURES.
           MOVE WS-TURN-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.

      *----------------------------------------------------------------
      * FORMAT-TURN-FIGURES - EDITS WS-LINE-FIGURES INTO THE PRINT
      * LINE.  NET IS HIRES PLUS TRANSFERS IN LESS LEAVERS AND
      * TRANSFERS OUT.  A CELL WITH NO SNAPSHOT HEADCOUNT PRINTS
      * N/A FOR ITS AVERAGE AND RATE RATHER THAN A MISLEADING ZERO.
      *----------------------------------------------------------------
       FORMAT-TURN-FIGURES.
           MOVE WS-LF-HIRES    TO WS-TL-HIRES.
           MOVE WS-LF-LEAVERS  TO WS-TL-LEAVERS.
           MOVE WS-LF-XFER-IN  TO WS-TL-XFER-IN.
           MOVE WS-LF-XFER-OUT TO WS-TL-XFER-OUT.
           MOVE WS-LF-TO-LEAVE TO WS-TL-TO-LEAVE.
           MOVE WS-LF-TO-SUSP  TO WS-TL-TO-SUSP.
           COMPUTE WS-NET-CHANGE = WS-LF-HIRES + WS-LF-XFER-IN
                                 - WS-LF-LEAVERS - WS-LF-XFER-OUT.
           MOVE WS-NET-CHANGE  TO WS-TL-NET.

           IF WS-SNAP-DATE-COUNT = ZERO OR WS-LF-SNAP-SUM = ZERO
               MOVE '      N/A' TO WS-TL-AVG-HC
               MOVE '     N/A'  TO WS-TL-RATE
           ELSE
               COMPUTE WS-AVG-HC ROUNDED =
                   WS-LF-SNAP-SUM / WS-SNAP-DATE-COUNT
               MOVE WS-AVG-HC      TO WS-AVG-HC-EDIT
               MOVE WS-AVG-HC-EDIT TO WS-TL-AVG-HC
               COMPUTE WS-RATE-VALUE ROUNDED =
                   WS-LF-LEAVERS * 1200 * WS-SNAP-DATE-COUNT
                   / (WS-LF-SNAP-SUM * WS-PERIOD-MONTHS)
                   ON SIZE ERROR MOVE 99999.9 TO WS-RATE-VALUE
               END-COMPUTE
               MOVE WS-RATE-VALUE  TO WS-RATE-EDIT
               MOVE WS-RATE-EDIT   TO WS-TL-RATE
           END-IF.

      *----------------------------------------------------------------
      * PRINT-TENURE-SECTION - LEAVERS FOR THE WHOLE PERIOD BY
      * COMPLETED YEARS OF SERVICE, WITH EACH BAND'S SHARE.
      *----------------------------------------------------------------
       PRINT-TENURE-SECTION.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'LEAVERS BY TENURE AT EXIT' TO WS-SECTION-LINE.
           MOVE WS-SECTION-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-TENURE-HEADING TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM REPORT-ONE-TENURE-BAND
               VARYING WS-TENURE-IDX FROM 1 BY 1
               UNTIL WS-TENURE-IDX > 6.

       REPORT-ONE-TENURE-BAND.
           MOVE SPACES TO WS-TENURE-LINE.
           MOVE WS-TE-LABEL(WS-TENURE-IDX) TO WS-TEL-LABEL.
           MOVE WS-TE-COUNT(WS-TENURE-IDX) TO WS-TEL-COUNT.
           IF WS-GF-LEAVERS = ZERO
               MOVE ZERO TO WS-PCT-VALUE
           ELSE
               COMPUTE WS-PCT-VALUE ROUNDED =
                   WS-TE-COUNT(WS-TENURE-IDX) * 100 / WS-GF-LEAVERS
           END-IF.
           MOVE WS-PCT-VALUE TO WS-TEL-PCT.
           MOVE WS-TENURE-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-TURN-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.

           MOVE 'LIVE HISTORY ROWS READ   ' TO WS-TOT-LABEL.
           MOVE WS-HIST-READ-COUNT TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.

           MOVE 'ARCHIVED ROWS READ       ' TO WS-TOT-LABEL.
           MOVE WS-ARCH-READ-COUNT TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.

           MOVE 'HISTORY ROWS IN PERIOD   ' TO WS-TOT-LABEL.
           MOVE WS-IN-PERIOD-COUNT TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.

           MOVE 'SNAPSHOT DATES IN PERIOD ' TO WS-TOT-LABEL.
           MOVE WS-SNAP-DATE-COUNT TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.

           MOVE 'MONTHS IN PERIOD         ' TO WS-TOT-LABEL.
           MOVE WS-PERIOD-MONTHS TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.

           MOVE 'BRANCH/DEPT CELLS        ' TO WS-TOT-LABEL.
           MOVE WS-ROWS-REPORTED TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-PAGE-HEADERS
           END-IF.
           MOVE WS-PRINT-LINE TO TURN-RPT-RECORD.
           WRITE TURN-RPT-RECORD.
           ADD 1 TO WS-LINE-COUNT.

       WRITE-PAGE-HEADERS.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO TO WS-H1-PAGE-NO.
           MOVE WS-HEADING-1 TO TURN-RPT-RECORD.
           WRITE TURN-RPT-RECORD.
           MOVE SPACES       TO TURN-RPT-RECORD.
           WRITE TURN-RPT-RECORD.
           MOVE WS-HEADING-2 TO TURN-RPT-RECORD.
           WRITE TURN-RPT-RECORD.
           MOVE SPACES       TO TURN-RPT-RECORD.
           WRITE TURN-RPT-RECORD.
           MOVE 4 TO WS-LINE-COUNT.
