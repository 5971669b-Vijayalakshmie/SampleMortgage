       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETRORPT.

      *----------------------------------------------------------------
      * RETRORPT - RETRO-PAY SIGN-OFF REPORT FOR FINANCE.  READS THE
      * PAYROLL RETRO-PAY INTERFACE EMPMAINT HAS JUST WRITTEN, LISTS
      * EVERY BACK-DATED SALARY CHANGE ON IT (OLD AND NEW SALARY,
      * EFFECTIVE DATE, DAYS OWED AND AMOUNT), THEN SUMMARIZES THE
      * CHANGES AND THE AMOUNT BY DEPARTMENT WITH A SIGN-OFF BLOCK.
      *
      * THE DETAILS ARE RE-TOTALLED AGAINST THE FILE'S TRAILER
      * (COUNT, AMOUNT, NEW-SALARY HASH).  A MISSING TRAILER OR ANY
      * DIFFERENCE IS PRINTED AS OUT OF BALANCE AND GIVES RC=8 SO
      * THE FILE IS NOT RELEASED TO PAYROLL UNCHECKED.  A NIGHT WITH
      * NOTHING BACK-DATED PRINTS THE EMPTY REPORT AND ENDS RC=0.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETRO-FILE ASSIGN TO RETROPAY
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-FS1.

           SELECT RETRO-RPT-FILE ASSIGN TO RETRORPT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-FS2.

           SELECT RUN-JOURNAL ASSIGN TO RUNJRNL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-JRNL-FS.

       DATA DIVISION.
       FILE SECTION.
       FD RETRO-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD     IS RETRO-PAY-RECORD.

           COPY RETROREC.

       FD RETRO-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.

       01 RETRO-RPT-RECORD     PIC X(132).

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
          05 WS-RETRO-OPEN-SW    PIC X(01) VALUE 'N'.
             88 WS-RETRO-IS-OPEN           VALUE 'Y'.

       01 WS-JRNL-FS           PIC 9(02) VALUE ZERO.
       01 WS-JOURNAL-OPEN-SW   PIC X(01) VALUE 'N'.
          88 WS-JOURNAL-IS-OPEN          VALUE 'Y'.

       01 WS-RUN-DATE           PIC X(08).

      *----------------------------------------------------------------
      * TRAILER CONTROL - WHAT THE TRAILER SAYS, AGAINST WHAT THE
      * DETAILS ADD UP TO.
      *----------------------------------------------------------------
       01 WS-TRAILER-CONTROL.
          05 WS-TRAILER-SW      PIC X(01) VALUE 'N'.
             88 WS-TRAILER-FOUND          VALUE 'Y'.
          05 WS-BALANCE-SW      PIC X(01) VALUE 'Y'.
             88 WS-IN-BALANCE             VALUE 'Y'.
             88 WS-OUT-OF-BALANCE         VALUE 'N'.
          05 WS-T-COUNT         PIC 9(07) VALUE ZERO.
          05 WS-T-AMOUNT        PIC S9(13)V99 VALUE ZERO.
          05 WS-T-SAL-HASH      PIC 9(15) VALUE ZERO.
          05 WS-T-RUN-DATE      PIC X(08) VALUE SPACES.

       01 WS-RETRO-COUNTERS.
          05 WS-READ-COUNT      PIC 9(07) VALUE ZERO.
          05 WS-DETAIL-COUNT    PIC 9(07) VALUE ZERO.
          05 WS-RECOVERY-COUNT  PIC 9(07) VALUE ZERO.
          05 WS-DETAIL-AMOUNT   PIC S9(13)V99 VALUE ZERO.
          05 WS-DETAIL-SAL-HASH PIC 9(15) VALUE ZERO.
          05 WS-UNKNOWN-COUNT   PIC 9(07) VALUE ZERO.

      *----------------------------------------------------------------
      * WS-DEPT-TABLE - ONE ENTRY PER DEPARTMENT, IN THE ORDER FIRST
      * SEEN ON THE FILE.  A FULL TABLE STILL COUNTS THE DETAIL IN
      * THE GRAND TOTAL; ONLY THE DEPARTMENT LINE IS LOST.
      *----------------------------------------------------------------
       01 WS-DEPT-TABLE.
          05 WS-DEPT-MAX        PIC 9(03) VALUE 200.
          05 WS-DEPT-COUNT      PIC 9(03) VALUE ZERO.
          05 WS-DEPT-IDX        PIC 9(03) VALUE ZERO.
          05 WS-DEPT-SLOT       PIC 9(03) VALUE ZERO.
          05 WS-DEPT-ENTRY OCCURS 200 TIMES.
             10 WS-DT-DEPT      PIC X(05).
             10 WS-DT-COUNT     PIC 9(07).
             10 WS-DT-DAYS      PIC 9(09).
             10 WS-DT-AMOUNT    PIC S9(13)V99.

       01 WS-PAGE-CONTROL.
          05 WS-PAGE-NO         PIC 9(04) VALUE ZERO.
          05 WS-LINE-COUNT      PIC 9(02) VALUE 99.
          05 WS-LINES-PER-PAGE  PIC 9(02) VALUE 55.

       01 WS-HEADING-1.
          05 FILLER             PIC X(36) VALUE
             'RETRO-PAY FOR PAYROLL - POSTED     '.
          05 WS-H1-RUN-DATE     PIC X(08).
          05 FILLER             PIC X(06) VALUE SPACES.
          05 FILLER             PIC X(05) VALUE 'PAGE '.
          05 WS-H1-PAGE-NO      PIC ZZZ9.

       01 WS-HEADING-2.
          05 FILLER             PIC X(07) VALUE 'EMP-ID '.
          05 FILLER             PIC X(07) VALUE 'DEPT   '.
          05 FILLER             PIC X(12) VALUE 'BRANCH      '.
          05 FILLER             PIC X(10) VALUE 'EFFECTIVE '.
          05 FILLER             PIC X(10) VALUE 'OWED FROM '.
          05 FILLER             PIC X(12) VALUE '  OLD SALARY'.
          05 FILLER             PIC X(12) VALUE '  NEW SALARY'.
          05 FILLER             PIC X(07) VALUE '   DAYS'.
          05 FILLER             PIC X(20) VALUE
             '              AMOUNT'.

       01 WS-DETAIL-LINE.
          05 WS-DL-EMP-ID       PIC X(05).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-DEPT         PIC X(05).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-BRANCH       PIC X(10).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-EFF-DATE     PIC X(08).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-FROM-DATE    PIC X(08).
          05 FILLER             PIC X(04) VALUE SPACES.
          05 WS-DL-OLD-SALARY   PIC Z(09)9.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-NEW-SALARY   PIC Z(09)9.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-DAYS         PIC ZZZZ9.
          05 WS-DL-AMOUNT       PIC -,---,---,---,--9.99.
          05 FILLER             PIC X(01) VALUE SPACES.
          05 WS-DL-FLAG         PIC X(10).

       01 WS-SECTION-HEADING.
          05 FILLER             PIC X(07) VALUE 'DEPT   '.
          05 FILLER             PIC X(07) VALUE 'CHANGES'.
          05 FILLER             PIC X(13) VALUE '   TOTAL DAYS'.
          05 FILLER             PIC X(21) VALUE
             '               AMOUNT'.

       01 WS-DEPT-LINE.
          05 WS-DP-DEPT         PIC X(05).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DP-COUNT        PIC ZZZ,ZZ9.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DP-DAYS         PIC ZZZ,ZZZ,ZZ9.
          05 FILLER             PIC X(01) VALUE SPACES.
          05 WS-DP-AMOUNT       PIC -,---,---,---,--9.99.

       01 WS-TOTAL-LINE.
          05 WS-TL-LABEL        PIC X(25).
          05 WS-TL-COUNT        PIC ZZZ,ZZ9.

       01 WS-AMOUNT-LINE.
          05 WS-AL-LABEL        PIC X(25).
          05 WS-AL-AMOUNT       PIC -,---,---,---,--9.99.

       01 WS-HASH-LINE.
          05 WS-HL-LABEL        PIC X(25).
          05 WS-HL-HASH         PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM WRITE-JOURNAL-START.

           OPEN INPUT RETRO-FILE.
           OPEN OUTPUT RETRO-RPT-FILE.

           IF WS-FS1 = '00'
               SET WS-RETRO-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'RETRORPT: UNABLE TO OPEN RETROPAY - FILE '
                       'STATUS ' WS-FS1
           END-IF.

           IF WS-RETRO-IS-OPEN
               SET WS-NOT-EOF TO TRUE
               PERFORM UNTIL WS-EOF
                   READ RETRO-FILE
                       AT END SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           EVALUATE TRUE
                               WHEN RETRO-IS-DETAIL
                                   PERFORM LIST-RETRO-DETAIL
                               WHEN RETRO-IS-TRAILER
                                   PERFORM NOTE-RETRO-TRAILER
                               WHEN OTHER
                                   ADD 1 TO WS-UNKNOWN-COUNT
                           END-EVALUATE
                   END-READ
               END-PERFORM
           END-IF.

           PERFORM CHECK-TRAILER-BALANCE.
           PERFORM WRITE-DEPT-SUMMARY.
           PERFORM WRITE-RETRO-TOTALS.

           IF WS-RETRO-IS-OPEN
               CLOSE RETRO-FILE
           END-IF.
           CLOSE RETRO-RPT-FILE.

           DISPLAY 'RETRORPT: RECORDS READ      - ' WS-READ-COUNT.
           DISPLAY 'RETRORPT: RETRO DETAILS     - ' WS-DETAIL-COUNT.
           DISPLAY 'RETRORPT: RECOVERIES        - ' WS-RECOVERY-COUNT.
           DISPLAY 'RETRORPT: DEPARTMENTS       - ' WS-DEPT-COUNT.
           IF WS-UNKNOWN-COUNT > ZERO
               DISPLAY 'RETRORPT: UNKNOWN RECORDS   - '
                       WS-UNKNOWN-COUNT
           END-IF.
           IF WS-OUT-OF-BALANCE
               DISPLAY 'RETRORPT: RETROPAY IS OUT OF BALANCE WITH '
                       'ITS TRAILER - DO NOT RELEASE TO PAYROLL'
           END-IF.

           IF NOT WS-RETRO-IS-OPEN OR WS-OUT-OF-BALANCE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           PERFORM WRITE-JOURNAL-END.

           STOP RUN.

      *----------------------------------------------------------------
      * LIST-RETRO-DETAIL - ONE LINE PER BACK-DATED SALARY CHANGE,
      * ADDED INTO ITS DEPARTMENT AND THE RUNNING CHECK TOTALS.  A
      * NEGATIVE AMOUNT IS A BACK-DATED CUT TO BE RECOVERED AND IS
      * FLAGGED AS SUCH.
      *----------------------------------------------------------------
       LIST-RETRO-DETAIL.
           ADD 1                TO WS-DETAIL-COUNT.
           ADD RETRO-AMOUNT     TO WS-DETAIL-AMOUNT.
           IF RETRO-NEW-SALARY IS NUMERIC
               ADD RETRO-NEW-SALARY TO WS-DETAIL-SAL-HASH
           END-IF.

           PERFORM TALLY-DEPT-DETAIL.

           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-PAGE-HEADERS
           END-IF.

           MOVE SPACES            TO WS-DETAIL-LINE.
           MOVE RETRO-EMP-ID      TO WS-DL-EMP-ID.
           MOVE RETRO-DEPT-CODE   TO WS-DL-DEPT.
           MOVE RETRO-BRANCH      TO WS-DL-BRANCH.
           MOVE RETRO-EFF-DATE    TO WS-DL-EFF-DATE.
           MOVE RETRO-FROM-DATE   TO WS-DL-FROM-DATE.
           MOVE RETRO-OLD-SALARY  TO WS-DL-OLD-SALARY.
           MOVE RETRO-NEW-SALARY  TO WS-DL-NEW-SALARY.
           MOVE RETRO-DAYS        TO WS-DL-DAYS.
           MOVE RETRO-AMOUNT      TO WS-DL-AMOUNT.
           IF RETRO-AMOUNT < ZERO
               MOVE 'RECOVERY'    TO WS-DL-FLAG
               ADD 1 TO WS-RECOVERY-COUNT
           END-IF.

           MOVE WS-DETAIL-LINE    TO RETRO-RPT-RECORD.
           WRITE RETRO-RPT-RECORD.
           ADD 1 TO WS-LINE-COUNT.

       NOTE-RETRO-TRAILER.
           SET WS-TRAILER-FOUND   TO TRUE.
           MOVE RETRO-T-COUNT     TO WS-T-COUNT.
           MOVE RETRO-T-AMOUNT    TO WS-T-AMOUNT.
           MOVE RETRO-T-SAL-HASH  TO WS-T-SAL-HASH.
           MOVE RETRO-T-RUN-DATE  TO WS-T-RUN-DATE.

      *----------------------------------------------------------------
      * TALLY-DEPT-DETAIL - ADD THE DETAIL INTO ITS DEPARTMENT'S
      * ENTRY, APPENDING A NEW ENTRY ON FIRST SIGHT.
      *----------------------------------------------------------------
       TALLY-DEPT-DETAIL.
           MOVE ZERO TO WS-DEPT-SLOT.
           PERFORM SCAN-ONE-DEPT-ENTRY
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               OR WS-DEPT-SLOT > ZERO.

           IF WS-DEPT-SLOT = ZERO
               IF WS-DEPT-COUNT >= WS-DEPT-MAX
                   DISPLAY 'RETRORPT: DEPARTMENT TABLE FULL - '
                           RETRO-DEPT-CODE ' NOT SUMMARIZED'
               ELSE
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE WS-DEPT-COUNT   TO WS-DEPT-SLOT
                   MOVE RETRO-DEPT-CODE TO WS-DT-DEPT(WS-DEPT-SLOT)
                   MOVE ZERO TO WS-DT-COUNT(WS-DEPT-SLOT)
                   MOVE ZERO TO WS-DT-DAYS(WS-DEPT-SLOT)
                   MOVE ZERO TO WS-DT-AMOUNT(WS-DEPT-SLOT)
               END-IF
           END-IF.

           IF WS-DEPT-SLOT > ZERO
               ADD 1            TO WS-DT-COUNT(WS-DEPT-SLOT)
               ADD RETRO-DAYS   TO WS-DT-DAYS(WS-DEPT-SLOT)
               ADD RETRO-AMOUNT TO WS-DT-AMOUNT(WS-DEPT-SLOT)
           END-IF.

       SCAN-ONE-DEPT-ENTRY.
           IF WS-DT-DEPT(WS-DEPT-IDX) = RETRO-DEPT-CODE
               MOVE WS-DEPT-IDX TO WS-DEPT-SLOT
           END-IF.

      *----------------------------------------------------------------
      * CHECK-TRAILER-BALANCE - THE FILE IS ONLY IN BALANCE WHEN IT
      * HAS ITS TRAILER AND THE TRAILER'S COUNT, AMOUNT AND HASH ALL
      * AGREE WITH THE DETAILS READ.
      *----------------------------------------------------------------
       CHECK-TRAILER-BALANCE.
           IF NOT WS-RETRO-IS-OPEN
               CONTINUE
           ELSE
           IF NOT WS-TRAILER-FOUND
               SET WS-OUT-OF-BALANCE TO TRUE
           ELSE
           IF WS-T-COUNT NOT = WS-DETAIL-COUNT
                   OR WS-T-AMOUNT NOT = WS-DETAIL-AMOUNT
                   OR WS-T-SAL-HASH NOT = WS-DETAIL-SAL-HASH
               SET WS-OUT-OF-BALANCE TO TRUE
           END-IF
           END-IF
           END-IF.

       WRITE-DEPT-SUMMARY.
           IF WS-PAGE-NO = ZERO
               PERFORM WRITE-PAGE-HEADERS
           END-IF.
           MOVE SPACES TO RETRO-RPT-RECORD.
           WRITE RETRO-RPT-RECORD.
           MOVE 'SUMMARY BY DEPARTMENT' TO RETRO-RPT-RECORD.
           WRITE RETRO-RPT-RECORD.
           MOVE SPACES TO RETRO-RPT-RECORD.
           WRITE RETRO-RPT-RECORD.
           MOVE WS-SECTION-HEADING TO RETRO-RPT-RECORD.
           WRITE RETRO-RPT-RECORD.
           MOVE SPACES TO RETRO-RPT-RECORD.
           WRITE RETRO-RPT-RECORD.
           PERFORM WRITE-ONE-DEPT-LINE
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT.

       WRITE-ONE-DEPT-LINE.
           MOVE SPACES                   TO WS-DEPT-LINE.
           MOVE WS-DT-DEPT(WS-DEPT-IDX)   TO WS-DP-DEPT.
           MOVE WS-DT-COUNT(WS-DEPT-IDX)  TO WS-DP-COUNT.
           MOVE WS-DT-DAYS(WS-DEPT-IDX)   TO WS-DP-DAYS.
           MOVE WS-DT-AMOUNT(WS-DEPT-IDX) TO WS-DP-AMOUNT.
           MOVE WS-DEPT-LINE TO RETRO-RPT-RECORD.
           WRITE RETRO-RPT-RECORD.

       WRITE-PAGE-HEADERS.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO  TO WS-H1-PAGE-NO.
           MOVE WS-RUN-DATE TO WS-H1-RUN-DATE.
           MOVE WS-HEADING-1 TO RETRO-RPT-RECORD.
           WRITE RETRO-RPT-RECORD.
           MOVE SPACES       TO RETRO-RPT-RECORD.
           WRITE RETRO-RPT-RECORD.
           MOVE WS-HEADING-2 TO RETRO-RPT-RECORD.
           WRITE RETRO-RPT-RECORD.
           MOVE SPACES       TO RETRO-RPT-RECORD.
           WRITE RETRO-RPT-RECORD.
           MOVE ZERO TO WS-LINE-COUNT.

      *----------------------------------------------------------------
      * WRITE-RETRO-TOTALS - THE DETAIL TOTALS, THE TRAILER'S OWN
      * FIGURES UNDER THEM, THE BALANCE VERDICT AND THE FINANCE
      * SIGN-OFF LINES.
      *----------------------------------------------------------------
       WRITE-RETRO-TOTALS.
           MOVE SPACES TO RETRO-RPT-RECORD.
           WRITE RETRO-RPT-RECORD.

           MOVE 'BACK-DATED CHANGES       ' TO WS-TL-LABEL.
           MOVE WS-DETAIL-COUNT  TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE    TO RETRO-RPT-RECORD.
           WRITE RETRO-RPT-RECORD.

           MOVE '  OF WHICH RECOVERIES    ' TO WS-TL-LABEL.
           MOVE WS-RECOVERY-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE    TO RETRO-RPT-RECORD.
           WRITE RETRO-RPT-RECORD.

           MOVE 'RETRO PAY TOTAL          ' TO WS-AL-LABEL.
           MOVE WS-DETAIL-AMOUNT TO WS-AL-AMOUNT.
           MOVE WS-AMOUNT-LINE   TO RETRO-RPT-RECORD.
           WRITE RETRO-RPT-RECORD.

           MOVE 'NEW SALARY HASH          ' TO WS-HL-LABEL.
           MOVE WS-DETAIL-SAL-HASH TO WS-HL-HASH.
           MOVE WS-HASH-LINE     TO RETRO-RPT-RECORD.
           WRITE RETRO-RPT-RECORD.

           MOVE SPACES TO RETRO-RPT-RECORD.
           WRITE RETRO-RPT-RECORD.

           IF WS-TRAILER-FOUND
               MOVE 'TRAILER COUNT            ' TO WS-TL-LABEL
               MOVE WS-T-COUNT       TO WS-TL-COUNT
               MOVE WS-TOTAL-LINE    TO RETRO-RPT-RECORD
               WRITE RETRO-RPT-RECORD
               MOVE 'TRAILER AMOUNT           ' TO WS-AL-LABEL
               MOVE WS-T-AMOUNT      TO WS-AL-AMOUNT
               MOVE WS-AMOUNT-LINE   TO RETRO-RPT-RECORD
               WRITE RETRO-RPT-RECORD
               MOVE 'TRAILER SALARY HASH      ' TO WS-HL-LABEL
               MOVE WS-T-SAL-HASH    TO WS-HL-HASH
               MOVE WS-HASH-LINE     TO RETRO-RPT-RECORD
               WRITE RETRO-RPT-RECORD
           ELSE
               MOVE 'NO TRAILER ON RETROPAY' TO RETRO-RPT-RECORD
               WRITE RETRO-RPT-RECORD
           END-IF.

           MOVE SPACES TO RETRO-RPT-RECORD.
           WRITE RETRO-RPT-RECORD.
           IF WS-IN-BALANCE
               MOVE 'FILE IN BALANCE WITH ITS TRAILER'
                   TO RETRO-RPT-RECORD
           ELSE
               MOVE '*** OUT OF BALANCE - DO NOT RELEASE TO PAYROLL'
                   TO RETRO-RPT-RECORD
           END-IF.
           WRITE RETRO-RPT-RECORD.

           MOVE SPACES TO RETRO-RPT-RECORD.
           WRITE RETRO-RPT-RECORD.
           WRITE RETRO-RPT-RECORD.
           MOVE 'CHECKED BY (FINANCE) __________________  DATE ________'
               TO RETRO-RPT-RECORD.
           WRITE RETRO-RPT-RECORD.
           MOVE SPACES TO RETRO-RPT-RECORD.
           WRITE RETRO-RPT-RECORD.
           MOVE 'APPROVED FOR PAYROLL __________________  DATE ________'
               TO RETRO-RPT-RECORD.
           WRITE RETRO-RPT-RECORD.

       WRITE-JOURNAL-START.
           OPEN EXTEND RUN-JOURNAL.
           IF WS-JRNL-FS NOT = '00'
               OPEN OUTPUT RUN-JOURNAL
           END-IF.
           IF WS-JRNL-FS = '00'
               SET WS-JOURNAL-IS-OPEN TO TRUE
               MOVE SPACES     TO JRNL-RECORD
               MOVE 'S'        TO JRNL-REC-TYPE
               MOVE 'RETRORPT' TO JRNL-PROGRAM
               ACCEPT JRNL-DATE FROM DATE YYYYMMDD
               ACCEPT JRNL-TIME FROM TIME
               MOVE ZERO TO JRNL-RC
               MOVE ZERO TO JRNL-COUNT-VAL(1)
               MOVE ZERO TO JRNL-COUNT-VAL(2)
               MOVE ZERO TO JRNL-COUNT-VAL(3)
               WRITE JRNL-RECORD
           ELSE
               DISPLAY 'RETRORPT: RUN JOURNAL UNAVAILABLE - FILE '
                       'STATUS ' WS-JRNL-FS
           END-IF.

       WRITE-JOURNAL-END.
           IF WS-JOURNAL-IS-OPEN
               MOVE SPACES     TO JRNL-RECORD
               MOVE 'E'        TO JRNL-REC-TYPE
               MOVE 'RETRORPT' TO JRNL-PROGRAM
               ACCEPT JRNL-DATE FROM DATE YYYYMMDD
               ACCEPT JRNL-TIME FROM TIME
               MOVE RETURN-CODE       TO JRNL-RC
               MOVE 'READ'            TO JRNL-COUNT-LBL(1)
               MOVE WS-READ-COUNT     TO JRNL-COUNT-VAL(1)
               MOVE 'RETRO DETAIL'    TO JRNL-COUNT-LBL(2)
               MOVE WS-DETAIL-COUNT   TO JRNL-COUNT-VAL(2)
               MOVE 'DEPARTMENTS'     TO JRNL-COUNT-LBL(3)
               MOVE WS-DEPT-COUNT     TO JRNL-COUNT-VAL(3)
               WRITE JRNL-RECORD
               CLOSE RUN-JOURNAL
           END-IF.
