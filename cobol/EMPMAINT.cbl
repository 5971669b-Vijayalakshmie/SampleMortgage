           RECORD KEY   IS PEND-KEY
           FILE STATUS  IS WS-FS6.

      *----------------------------------------------------------------
      * APPRQUE IS READ SEQUENTIALLY BY THE APPROVED-ITEM RELEASE
      * PASS AND WRITTEN BY KEY WHEN A TRANSACTION IS HELD FOR
      * APPROVAL, HENCE DYNAMIC LIKE PENDTRAN.
      *----------------------------------------------------------------
           SELECT APPR-FILE ASSIGN TO APPRQUE
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS APPR-KEY
           FILE STATUS  IS WS-FS8.

      *----------------------------------------------------------------
      * SUSPENSE IS READ SEQUENTIALLY BY THE CORRECTED-ITEM RELEASE
      * PASS AND WRITTEN BY KEY WHEN A TRANSACTION IS REJECTED.
      *----------------------------------------------------------------
           SELECT SUSP-FILE ASSIGN TO SUSPENSE
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS SUSP-KEY
           FILE STATUS  IS WS-FS9.

      *----------------------------------------------------------------
      * RETROPAY IS THE PAYROLL RETRO-PAY INTERFACE - A NEW
      * GENERATION EVERY RUN, TRAILER AND ALL, EVEN WHEN NOTHING
      * TONIGHT WAS BACK-DATED.
      *----------------------------------------------------------------
           SELECT RETRO-FILE ASSIGN TO RETROPAY
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-FS10.

           SELECT MAINT-TRAN-FILE ASSIGN TO TRANIN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-FS2.

           COPY BUDREC.

       FD APPR-FILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD     IS APPROVAL-QUEUE-RECORD.

           COPY APPRREC.

       FD SUSP-FILE
           RECORD CONTAINS 300 CHARACTERS
           DATA RECORD     IS SUSPENSE-RECORD.

           COPY SUSPREC.

       FD RETRO-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD     IS RETRO-PAY-RECORD.

           COPY RETROREC.

      *----------------------------------------------------------------
      * MT-EFF-DATE - BLANK MEANS APPLY TONIGHT, THE WAY EVERY
      * TRANSACTION WORKED BEFORE EFFECTIVE DATING WENT IN.  A FUTURE
      * DATE PARKS THE TRANSACTION ON THE PENDING FILE UNTIL THE
      * NIGHTLY RELEASE PASS FINDS IT MATURED; A PAST OR CURRENT DATE
      * APPLIES TONIGHT - AND WHEN A PAST DATE MOVES THE SALARY, THE
      * EMPHIST ROW CARRIES THE TRUE EFFECTIVE DATE AND THE BACK PAY
      * GOES TO THE PAYROLL RETRO-PAY INTERFACE.
      *----------------------------------------------------------------
       FD MAINT-TRAN-FILE
           RECORD CONTAINS 73 CHARACTERS.
             88 WS-PEND-IS-OPEN            VALUE 'Y'.
          05 WS-BUDFILE-OPEN-SW  PIC X(01) VALUE 'N'.
             88 WS-BUDFILE-IS-OPEN         VALUE 'Y'.
          05 WS-APPR-OPEN-SW     PIC X(01) VALUE 'N'.
             88 WS-APPR-IS-OPEN            VALUE 'Y'.
          05 WS-APPR-EOF-SW      PIC X(01).
             88 WS-APPR-EOF                VALUE 'Y'.
             88 WS-APPR-NOT-EOF            VALUE 'N'.
          05 WS-SUSP-OPEN-SW     PIC X(01) VALUE 'N'.
             88 WS-SUSP-IS-OPEN            VALUE 'Y'.
          05 WS-SUSP-EOF-SW      PIC X(01).
             88 WS-SUSP-EOF                VALUE 'Y'.
             88 WS-SUSP-NOT-EOF            VALUE 'N'.
          05 WS-RETRO-OPEN-SW    PIC X(01) VALUE 'N'.
             88 WS-RETRO-IS-OPEN           VALUE 'Y'.

       01 WS-FS7                PIC 9(02) VALUE ZERO.
       01 WS-FS8                PIC 9(02) VALUE ZERO.
       01 WS-FS9                PIC 9(02) VALUE ZERO.
       01 WS-FS10               PIC 9(02) VALUE ZERO.

       01 WS-JRNL-FS           PIC 9(02) VALUE ZERO.
       01 WS-JOURNAL-OPEN-SW   PIC X(01) VALUE 'N'.
       01 WS-HISTORY-IMAGES.
          05 WS-BEFORE-IMAGE    PIC X(80).
          05 WS-BEFORE-BREAKOUT REDEFINES WS-BEFORE-IMAGE.
             10 FILLER          PIC X(30).
             10 WS-BI-SALARY    PIC 9(10).
             10 WS-BI-DEPT      PIC X(05).
             10 FILLER          PIC X(08).
             10 WS-BI-BRANCH    PIC X(10).
          05 WS-HIST-WRITTEN-SW PIC X(01) VALUE 'N'.
             88 WS-HIST-WRITTEN           VALUE 'Y'.
          05 WS-HIST-FAIL-COUNT PIC 9(07) VALUE ZERO.
          05 WS-HIST-EFF-DATE   PIC X(08) VALUE SPACES.

       01 WS-MAINT-COUNTERS.
          05 WS-READ-COUNT      PIC 9(07) VALUE ZERO.
          05 WS-HELD-COUNT      PIC 9(07) VALUE ZERO.
          05 WS-RELEASED-COUNT  PIC 9(07) VALUE ZERO.
          05 WS-OVERHEAD-COUNT  PIC 9(07) VALUE ZERO.
          05 WS-QUEUED-COUNT    PIC 9(07) VALUE ZERO.
          05 WS-APPROVED-COUNT  PIC 9(07) VALUE ZERO.
          05 WS-SUSPENDED-COUNT PIC 9(07) VALUE ZERO.
          05 WS-CORRECTED-COUNT PIC 9(07) VALUE ZERO.
          05 WS-RETRO-COUNT     PIC 9(07) VALUE ZERO.

      *----------------------------------------------------------------
      * WS-HCNT-TABLE - LIVE HEADCOUNT PER BRANCH/DEPT CELL, SEEDED
          88 WS-TRAN-OVER-HEADCOUNT       VALUE 'Y'.
          88 WS-TRAN-WITHIN-HEADCOUNT     VALUE 'N'.

      *----------------------------------------------------------------
      * MAKER/CHECKER APPROVAL.  WS-APPR-THRESHOLD IS THE SALARY
      * MOVEMENT PERCENTAGE (EITHER DIRECTION) ABOVE WHICH A CHANGE
      * IS HELD; IT COMES FROM THE REFFILE 'P' ROW APPRPCT AND
      * DEFAULTS TO TEN WHEN THERE IS NO ACTIVE ROW.  THE CHECK IS
      * SWITCHED OFF FOR PENDTRAN RELEASES (CHECKED WHEN THEY WERE
      * PARKED) AND FOR ITEMS A CHECKER HAS ALREADY APPROVED.
      *----------------------------------------------------------------
       01 WS-APPROVAL-CONTROL.
          05 WS-APPR-THRESHOLD  PIC 9(05) VALUE 10.
          05 WS-APPR-CHECK-SW   PIC X(01) VALUE 'Y'.
             88 WS-APPROVAL-CHECK-ON      VALUE 'Y'.
             88 WS-APPROVAL-CHECK-OFF     VALUE 'N'.
          05 WS-APPR-NEEDED-SW  PIC X(01) VALUE 'N'.
             88 WS-NEEDS-APPROVAL         VALUE 'Y'.
             88 WS-NO-APPROVAL-NEEDED     VALUE 'N'.
          05 WS-APPR-QUEUED-SW  PIC X(01) VALUE 'N'.
             88 WS-TRAN-QUEUED            VALUE 'Y'.
             88 WS-TRAN-NOT-QUEUED        VALUE 'N'.
          05 WS-APPR-APPLY-SW   PIC X(01) VALUE 'N'.
             88 WS-APPLYING-APPROVED      VALUE 'Y'.
             88 WS-APPLYING-UNAPPROVED    VALUE 'N'.
          05 WS-APPR-WRITTEN-SW PIC X(01) VALUE 'N'.
             88 WS-APPR-WRITTEN           VALUE 'Y'.
          05 WS-APPR-FAIL-COUNT PIC 9(07) VALUE ZERO.
          05 WS-HOLD-REASON     PIC X(01) VALUE SPACE.
          05 WS-OLD-SALARY      PIC 9(10) VALUE ZERO.
          05 WS-OLD-STATUS      PIC X(01) VALUE SPACE.
          05 WS-NEW-SALARY      PIC 9(10) VALUE ZERO.
          05 WS-SALARY-DIFF     PIC 9(10) VALUE ZERO.
          05 WS-DIFF-SCALED     PIC 9(13) VALUE ZERO.
          05 WS-LIMIT-SCALED    PIC 9(15) VALUE ZERO.

      *----------------------------------------------------------------
      * REJECT SUSPENSE.  WS-TRAN-SOURCE NAMES WHERE THE TRANSACTION
      * BEING APPLIED CAME FROM, SO A SUSPENDED ITEM SAYS WHETHER IT
      * WAS A TRANIN CARD, A PENDTRAN RELEASE OR AN APPROVED ITEM.
      * A CORRECTED ITEM RE-APPLIED FROM SUSPENSE UPDATES ITS OWN
      * SUSPENSE RECORD RATHER THAN STARTING A SECOND ONE.
      *----------------------------------------------------------------
       01 WS-SUSP-CONTROL.
          05 WS-TRAN-SOURCE     PIC X(08) VALUE 'TRANIN'.
          05 WS-SUSP-RESUBMIT-SW PIC X(01) VALUE 'N'.
             88 WS-RESUBMITTING-SUSPENSE  VALUE 'Y'.
             88 WS-NOT-RESUBMITTING       VALUE 'N'.
          05 WS-SUSP-WRITTEN-SW PIC X(01) VALUE 'N'.
             88 WS-SUSP-WRITTEN           VALUE 'Y'.
          05 WS-SUSP-FAIL-COUNT PIC 9(07) VALUE ZERO.

      *----------------------------------------------------------------
      * RETRO PAY.  EMP-SALARY IS ANNUAL, SO THE BACK PAY FOR A
      * BACK-DATED CHANGE IS THE SALARY DIFFERENCE TIMES THE DAYS
      * ELAPSED OVER 365, ROUNDED TO THE CENT.  THE DAYS RUN FROM
      * THE EFFECTIVE DATE, OR THE HIRE DATE WHEN THAT IS LATER, TO
      * THE RUN DATE - FROM TONIGHT ON THE NEW SALARY IS SIMPLY ON
      * EMPFILE.  THE TOTALS FEED THE INTERFACE TRAILER.
      *----------------------------------------------------------------
       01 WS-RETRO-CONTROL.
          05 WS-RETRO-SW        PIC X(01) VALUE 'N'.
             88 WS-TRAN-IS-RETRO          VALUE 'Y'.
             88 WS-TRAN-NOT-RETRO         VALUE 'N'.
          05 WS-RETRO-FROM-DATE PIC X(08) VALUE SPACES.
          05 WS-RETRO-DAYS      PIC 9(05) VALUE ZERO.
          05 WS-RETRO-DIFF      PIC S9(10) VALUE ZERO.
          05 WS-RETRO-AMOUNT    PIC S9(11)V99 VALUE ZERO.
          05 WS-RETRO-TOTAL     PIC S9(13)V99 VALUE ZERO.
          05 WS-RETRO-SAL-HASH  PIC 9(15) VALUE ZERO.
          05 WS-RETRO-FAIL-COUNT PIC 9(07) VALUE ZERO.

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

       01 WS-PEND-CONTROL.
          05 WS-PEND-WRITTEN-SW PIC X(01) VALUE 'N'.
             88 WS-PEND-WRITTEN           VALUE 'Y'.
          05 WS-TL-LABEL        PIC X(25).
          05 WS-TL-COUNT        PIC ZZZ,ZZ9.

       01 WS-AMOUNT-LINE.
          05 WS-AL-LABEL        PIC X(25).
          05 WS-AL-AMOUNT       PIC -,---,---,---,--9.99.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE TO WS-DN-DATE.
           PERFORM COMPUTE-DAY-NUMBER.
           MOVE WS-DN-DAYS  TO WS-RUN-DAY-NO.

           PERFORM WRITE-JOURNAL-START.

           OPEN INPUT REFFILE.
           OPEN INPUT MAINT-TRAN-FILE.
           OPEN OUTPUT MAINT-RPT-FILE.
           OPEN I-O APPR-FILE.
           OPEN I-O SUSP-FILE.
           OPEN OUTPUT RETRO-FILE.

           IF WS-FS1 = '00'
               SET WS-EMPFILE-IS-OPEN TO TRUE
                       'STATUS ' WS-FS6
           END-IF.

      *----------------------------------------------------------------
      * THE APPROVAL QUEUE IS ESSENTIAL TOO - WITHOUT IT A HELD RAISE
      * OR SUSPENSION COULD ONLY BE APPLIED UNCHECKED OR LOST - SO A
      * FAILED OPEN STOPS THE STEP.
      *----------------------------------------------------------------
           IF WS-FS8 = '00'
               SET WS-APPR-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'EMPMAINT: UNABLE TO OPEN APPRQUE - FILE '
                       'STATUS ' WS-FS8
           END-IF.

      *----------------------------------------------------------------
      * SO IS THE SUSPENSE FILE - A REJECT WITH NOWHERE TO GO IS A
      * TRANSACTION LOST - SO A FAILED OPEN STOPS THE STEP.
      *----------------------------------------------------------------
           IF WS-FS9 = '00'
               SET WS-SUSP-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'EMPMAINT: UNABLE TO OPEN SUSPENSE - FILE '
                       'STATUS ' WS-FS9
           END-IF.

      *----------------------------------------------------------------
      * AND THE RETRO-PAY INTERFACE - A BACK-DATED RAISE APPLIED WITH
      * NOWHERE TO SEND THE BACK PAY WOULD NEVER BE PAID - SO A
      * FAILED OPEN STOPS THE STEP.
      *----------------------------------------------------------------
           IF WS-FS10 = '00'
               SET WS-RETRO-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'EMPMAINT: UNABLE TO OPEN RETROPAY - FILE '
                       'STATUS ' WS-FS10
           END-IF.

      *----------------------------------------------------------------
      * THE BUDGET MASTER IS OPTIONAL - NO BUDFILE DD MEANS ADDS GO
      * UNFLAGGED, NOT THAT THE STEP FAILS - SO IT SITS OUTSIDE THE
                   AND WS-EMPHIST-IS-OPEN
                   AND WS-REFFILE-IS-OPEN
                   AND WS-PEND-IS-OPEN
                   AND WS-APPR-IS-OPEN
                   AND WS-SUSP-IS-OPEN
                   AND WS-RETRO-IS-OPEN
               IF WS-BUDFILE-IS-OPEN
                   PERFORM LOAD-HEADCOUNT-TABLE
               END-IF
               PERFORM LOAD-APPROVAL-THRESHOLD
               PERFORM RELEASE-MATURED-TRANSACTIONS
               PERFORM RELEASE-APPROVED-TRANSACTIONS
               PERFORM RELEASE-CORRECTED-TRANSACTIONS
               MOVE 'TRANIN' TO WS-TRAN-SOURCE
               SET WS-NOT-EOF TO TRUE
               PERFORM UNTIL WS-EOF
                   READ MAINT-TRAN-FILE
           IF WS-BUDFILE-IS-OPEN
               CLOSE BUDFILE
           END-IF.
           IF WS-APPR-IS-OPEN
               CLOSE APPR-FILE
           END-IF.
           IF WS-SUSP-IS-OPEN
               CLOSE SUSP-FILE
           END-IF.
           IF WS-RETRO-IS-OPEN
               PERFORM WRITE-RETRO-TRAILER
               CLOSE RETRO-FILE
           END-IF.
           IF WS-TRAN-IS-OPEN
               CLOSE MAINT-TRAN-FILE
           END-IF.
           DISPLAY 'EMPMAINT: HELD FUTURE-DATED - ' WS-HELD-COUNT.
           DISPLAY 'EMPMAINT: PENDING RELEASED  - ' WS-RELEASED-COUNT.
           DISPLAY 'EMPMAINT: ADDS OVER HEADCT  - ' WS-OVERHEAD-COUNT.
           DISPLAY 'EMPMAINT: QUEUED FOR APPROVAL - ' WS-QUEUED-COUNT.
           DISPLAY 'EMPMAINT: APPROVED RELEASED - ' WS-APPROVED-COUNT.
           DISPLAY 'EMPMAINT: SUSPENDED         - ' WS-SUSPENDED-COUNT.
           DISPLAY 'EMPMAINT: CORRECTIONS DONE  - ' WS-CORRECTED-COUNT.
           DISPLAY 'EMPMAINT: RETRO-PAY RECORDS - ' WS-RETRO-COUNT.
           IF WS-HIST-FAIL-COUNT > ZERO
               DISPLAY 'EMPMAINT: HISTORY WRITES FAILED - '
                       WS-HIST-FAIL-COUNT
               DISPLAY 'EMPMAINT: PENDING WRITES FAILED - '
                       WS-PEND-FAIL-COUNT
           END-IF.
           IF WS-APPR-FAIL-COUNT > ZERO
               DISPLAY 'EMPMAINT: APPROVAL QUEUE WRITES FAILED - '
                       WS-APPR-FAIL-COUNT
           END-IF.
           IF WS-SUSP-FAIL-COUNT > ZERO
               DISPLAY 'EMPMAINT: SUSPENSE WRITES FAILED - '
                       WS-SUSP-FAIL-COUNT
           END-IF.
           IF WS-RETRO-FAIL-COUNT > ZERO
               DISPLAY 'EMPMAINT: RETROPAY WRITES FAILED - '
                       WS-RETRO-FAIL-COUNT
           END-IF.

           IF NOT WS-EMPFILE-IS-OPEN OR NOT WS-TRAN-IS-OPEN
                   OR NOT WS-EMPHIST-IS-OPEN
                   OR NOT WS-REFFILE-IS-OPEN
                   OR NOT WS-PEND-IS-OPEN
                   OR NOT WS-APPR-IS-OPEN
                   OR NOT WS-SUSP-IS-OPEN
                   OR NOT WS-RETRO-IS-OPEN
                   OR WS-HIST-FAIL-COUNT > ZERO
                   OR WS-PEND-FAIL-COUNT > ZERO
                   OR WS-APPR-FAIL-COUNT > ZERO
                   OR WS-SUSP-FAIL-COUNT > ZERO
                   OR WS-RETRO-FAIL-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REJECT-COUNT > ZERO
      * STILL-FUTURE RECORD ENDS THE PASS.
      *----------------------------------------------------------------
       RELEASE-MATURED-TRANSACTIONS.
           MOVE 'PENDTRAN' TO WS-TRAN-SOURCE.
           MOVE LOW-VALUES TO PEND-KEY.
           START PEND-FILE KEY IS NOT LESS THAN PEND-KEY
               INVALID KEY SET WS-PEND-EOF TO TRUE

       RELEASE-ONE-TRANSACTION.
           MOVE PEND-TRAN-IMAGE TO MAINT-TRAN-RECORD.
           SET WS-APPROVAL-CHECK-OFF TO TRUE.
           PERFORM APPLY-ONE-TRANSACTION.
           SET WS-APPROVAL-CHECK-ON TO TRUE.
           ADD 1 TO WS-RELEASED-COUNT.
           DELETE PEND-FILE RECORD
               INVALID KEY
                           WS-FS6
           END-DELETE.

      *----------------------------------------------------------------
      * RELEASE-APPROVED-TRANSACTIONS - EVERY APPROVAL-QUEUE ITEM A
      * CHECKER HAS APPROVED ON EMPAPPR IS APPLIED THROUGH THE SAME
      * APPLY-ONE-TRANSACTION PATH ONCE ITS EFFECTIVE DATE HAS
      * ARRIVED, WITH THE APPROVAL CHECK OFF AND THE MAKER AND
      * CHECKER CARRIED ONTO EMPHIST.  A STILL-FUTURE ITEM STAYS
      * APPROVED ON THE QUEUE UNTIL ITS NIGHT.  THE ITEM IS MARKED
      * APPLIED, OR FAILED WHEN VALIDATION OR THE UPDATE REJECTED
      * IT (THE REASON IS ON THE MAINTENANCE REPORT), SO IT IS
      * NEVER RELEASED TWICE.
      *----------------------------------------------------------------
       RELEASE-APPROVED-TRANSACTIONS.
           MOVE 'APPRQUE' TO WS-TRAN-SOURCE.
           MOVE LOW-VALUES TO APPR-KEY.
           START APPR-FILE KEY IS NOT LESS THAN APPR-KEY
               INVALID KEY SET WS-APPR-EOF TO TRUE
               NOT INVALID KEY SET WS-APPR-NOT-EOF TO TRUE
           END-START.

           PERFORM UNTIL WS-APPR-EOF
               READ APPR-FILE NEXT RECORD
                   AT END SET WS-APPR-EOF TO TRUE
                   NOT AT END
                       IF APPR-IS-APPROVED
                           PERFORM RELEASE-ONE-APPROVAL
                       END-IF
               END-READ
           END-PERFORM.

       RELEASE-ONE-APPROVAL.
           MOVE APPR-TRAN-IMAGE TO MAINT-TRAN-RECORD.
           IF MT-EFF-DATE = SPACES OR MT-EFF-DATE NOT > WS-RUN-DATE
               SET WS-APPROVAL-CHECK-OFF TO TRUE
               SET WS-APPLYING-APPROVED TO TRUE
               PERFORM APPLY-ONE-TRANSACTION
               SET WS-APPROVAL-CHECK-ON TO TRUE
               SET WS-APPLYING-UNAPPROVED TO TRUE
               ADD 1 TO WS-APPROVED-COUNT
               IF WS-TRAN-REJECTED
                   SET APPR-IS-FAILED TO TRUE
               ELSE
                   SET APPR-IS-APPLIED TO TRUE
               END-IF
               MOVE WS-RUN-DATE TO APPR-APPLIED-DATE
               REWRITE APPROVAL-QUEUE-RECORD
                   INVALID KEY
                       ADD 1 TO WS-APPR-FAIL-COUNT
                       DISPLAY 'EMPMAINT: APPRQUE REWRITE FAILED FOR '
                               'EMP-ID ' APPR-EMP-ID
                               ' - FILE STATUS ' WS-FS8
               END-REWRITE
           END-IF.

      *----------------------------------------------------------------
      * RELEASE-CORRECTED-TRANSACTIONS - EVERY SUSPENDED TRANSACTION
      * AN OPERATOR HAS RELEASED THROUGH SUSPMNT IS APPLIED THROUGH
      * THE SAME APPLY-ONE-TRANSACTION PATH, CORRECTED IMAGE AND ALL,
      * WITH THE APPROVAL CHECK LEFT ON - A CORRECTION IS NEW INPUT.
      * ONE THAT GOES THROUGH (APPLIED, PARKED OR QUEUED) IS MARKED
      * RESOLVED; ONE THAT IS REJECTED AGAIN GOES BACK TO OPEN WITH
      * THE NEW REASON, ITS FIRST-REJECT DATE UNCHANGED SO ITS AGE
      * KEEPS COUNTING.
      *----------------------------------------------------------------
       RELEASE-CORRECTED-TRANSACTIONS.
           MOVE 'SUSPENSE' TO WS-TRAN-SOURCE.
           MOVE LOW-VALUES TO SUSP-KEY.
           START SUSP-FILE KEY IS NOT LESS THAN SUSP-KEY
               INVALID KEY SET WS-SUSP-EOF TO TRUE
               NOT INVALID KEY SET WS-SUSP-NOT-EOF TO TRUE
           END-START.

           PERFORM UNTIL WS-SUSP-EOF
               READ SUSP-FILE NEXT RECORD
                   AT END SET WS-SUSP-EOF TO TRUE
                   NOT AT END
                       IF SUSP-IS-RELEASED
                           PERFORM RELEASE-ONE-CORRECTION
                       END-IF
               END-READ
           END-PERFORM.

       RELEASE-ONE-CORRECTION.
           MOVE SUSP-RELEASE-IMAGE TO MAINT-TRAN-RECORD.
           SET WS-RESUBMITTING-SUSPENSE TO TRUE.
           PERFORM APPLY-ONE-TRANSACTION.
           SET WS-NOT-RESUBMITTING TO TRUE.
           IF WS-TRAN-REJECTED
               SET SUSP-IS-OPEN TO TRUE
               MOVE WS-REJECT-REASON TO SUSP-REJECT-REASON
               MOVE WS-RUN-DATE      TO SUSP-LAST-DATE
               IF SUSP-REJECT-COUNT < 999
                   ADD 1 TO SUSP-REJECT-COUNT
               END-IF
           ELSE
               ADD 1 TO WS-CORRECTED-COUNT
               SET SUSP-IS-RESOLVED TO TRUE
               MOVE WS-RUN-DATE TO SUSP-RESOLVED-DATE
           END-IF.
           REWRITE SUSPENSE-RECORD
               INVALID KEY
                   ADD 1 TO WS-SUSP-FAIL-COUNT
                   DISPLAY 'EMPMAINT: SUSPENSE REWRITE FAILED FOR '
                           'EMP-ID ' SUSP-EMP-ID
                           ' - FILE STATUS ' WS-FS9
           END-REWRITE.

      *----------------------------------------------------------------
      * LOAD-APPROVAL-THRESHOLD - THE SALARY MOVEMENT PERCENTAGE
      * COMES FROM THE REFFILE PARAMETER ROW SO HR CAN TIGHTEN OR
      * RELAX IT THROUGH REFMAINT; NO ACTIVE ROW KEEPS THE DEFAULT.
      *----------------------------------------------------------------
       LOAD-APPROVAL-THRESHOLD.
           MOVE 'P'       TO REF-TYPE.
           MOVE 'APPRPCT' TO REF-CODE.
           READ REFFILE
               INVALID KEY
                   DISPLAY 'EMPMAINT: NO APPRPCT PARAMETER - APPROVAL '
                           'THRESHOLD DEFAULTS TO ' WS-APPR-THRESHOLD
               NOT INVALID KEY
                   IF REF-IS-ACTIVE AND REF-PARM-VALUE IS NUMERIC
                       MOVE REF-PARM-VALUE TO WS-APPR-THRESHOLD
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * LOAD-HEADCOUNT-TABLE - ONE SEQUENTIAL PASS OVER EMPFILE TO
      * SEED THE PER-CELL HEADCOUNTS BEFORE ANY TRANSACTION APPLIES.
      * THE TRANSACTION'S FIELD VALUES (NOT-FOUND REJECTED), D =
      * DELETE AN EXISTING RECORD (NOT-FOUND REJECTED).  A VALID
      * TRANSACTION DATED BEYOND TONIGHT IS NEITHER - IT IS PARKED
      * ON THE PENDING FILE UNTIL ITS DATE ARRIVES.  A VALID
      * TRANSACTION THAT MOVES SALARY BEYOND THE APPROVAL THRESHOLD
      * OR SUSPENDS SOMEONE GOES TO THE APPROVAL QUEUE BEFORE
      * EITHER.  EVERY TRANSACTION, APPLIED, HELD, QUEUED OR
      * REJECTED, GETS A REPORT DETAIL LINE, AND A REJECTED ONE IS
      * KEPT ON THE SUSPENSE FILE FOR CORRECTION.
      *----------------------------------------------------------------
       APPLY-ONE-TRANSACTION.
           SET WS-TRAN-OK TO TRUE.
           SET WS-TRAN-NOT-HELD TO TRUE.
           SET WS-TRAN-NOT-QUEUED TO TRUE.
           SET WS-NO-APPROVAL-NEEDED TO TRUE.
           SET WS-TRAN-WITHIN-HEADCOUNT TO TRUE.
           SET WS-TRAN-NOT-RETRO TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE WS-RUN-DATE TO WS-HIST-EFF-DATE.

           PERFORM VALIDATE-TRANSACTION.

           IF WS-TRAN-OK AND WS-APPROVAL-CHECK-ON
               PERFORM CHECK-APPROVAL-REQUIRED
           END-IF.

           IF WS-TRAN-OK
               IF WS-NEEDS-APPROVAL
                   PERFORM QUEUE-FOR-APPROVAL
               ELSE
               IF MT-EFF-DATE NOT = SPACES
                       AND MT-EFF-DATE > WS-RUN-DATE
                   PERFORM HOLD-FUTURE-TRANSACTION
                           PERFORM DELETE-EMPLOYEE-RECORD
                   END-EVALUATE
               END-IF
               END-IF
           END-IF.

           IF WS-TRAN-REJECTED
               ADD 1 TO WS-REJECT-COUNT
               IF WS-NOT-RESUBMITTING
                   PERFORM SUSPEND-REJECTED-TRANSACTION
               END-IF
           END-IF.

           PERFORM WRITE-MAINT-DETAIL.

      *----------------------------------------------------------------
      * CHECK-APPROVAL-REQUIRED - A CHANGE IS HELD FOR A CHECKER WHEN
      * THE NEW SALARY DIFFERS FROM THE CURRENT ONE BY MORE THAN THE
      * THRESHOLD PERCENTAGE, OR WHEN IT MOVES SOMEONE NOT ALREADY
      * SUSPENDED TO STATUS 'S'.  AN ADD IS HELD ONLY WHEN IT ARRIVES
      * SUSPENDED.  THE COMPARISON IS CROSS-MULTIPLIED SO NO
      * FRACTION IS EVER TRUNCATED.  A CHANGE FOR AN EMP-ID NOT ON
      * EMPFILE IS LEFT FOR THE CHANGE PATH TO REJECT.
      *----------------------------------------------------------------
       CHECK-APPROVAL-REQUIRED.
           MOVE SPACE TO WS-HOLD-REASON.
           MOVE ZERO  TO WS-OLD-SALARY.
           MOVE SPACE TO WS-OLD-STATUS.

           IF MT-IS-CHANGE
               MOVE MT-EMP-ID TO EMP-ID
               READ EMPFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMP-SALARY TO WS-OLD-SALARY
                       MOVE EMP-STATUS TO WS-OLD-STATUS
                       PERFORM TEST-SALARY-MOVEMENT
                       IF MT-EMP-STATUS = 'S'
                               AND NOT EMP-IS-SUSPENDED
                           PERFORM NOTE-SUSPENSION-HOLD
                       END-IF
               END-READ
           END-IF.

           IF MT-IS-ADD AND MT-EMP-STATUS = 'S'
               PERFORM NOTE-SUSPENSION-HOLD
           END-IF.

           IF WS-HOLD-REASON NOT = SPACE
               SET WS-NEEDS-APPROVAL TO TRUE
           END-IF.

       TEST-SALARY-MOVEMENT.
           MOVE MT-EMP-SALARY TO WS-NEW-SALARY.
           IF WS-NEW-SALARY > WS-OLD-SALARY
               SUBTRACT WS-OLD-SALARY FROM WS-NEW-SALARY
                   GIVING WS-SALARY-DIFF
           ELSE
               SUBTRACT WS-NEW-SALARY FROM WS-OLD-SALARY
                   GIVING WS-SALARY-DIFF
           END-IF.
           COMPUTE WS-DIFF-SCALED  = WS-SALARY-DIFF * 100.
           COMPUTE WS-LIMIT-SCALED = WS-OLD-SALARY * WS-APPR-THRESHOLD.
           IF WS-DIFF-SCALED > WS-LIMIT-SCALED
               MOVE 'P' TO WS-HOLD-REASON
           END-IF.

       NOTE-SUSPENSION-HOLD.
           IF WS-HOLD-REASON = 'P'
               MOVE 'B' TO WS-HOLD-REASON
           ELSE
               MOVE 'S' TO WS-HOLD-REASON
           END-IF.

      *----------------------------------------------------------------
      * QUEUE-FOR-APPROVAL - PARKS THE VALIDATED TRANSACTION ON THE
      * APPROVAL QUEUE AS PENDING, WITH THE CURRENT SALARY AND
      * STATUS SO THE CHECKER SEES WHAT IS BEING CHANGED.  BATCH
      * TRANSACTIONS CARRY NO KEYING USERID, SO THE MAKER IS
      * RECORDED AS EMPMAINT.  SEQUENCE BUMPED ON A DUPLICATE KEY AS
      * FOR THE OTHER KEYED WRITES.
      *----------------------------------------------------------------
       QUEUE-FOR-APPROVAL.
           MOVE SPACES            TO APPROVAL-QUEUE-RECORD.
           MOVE MT-EMP-ID         TO APPR-EMP-ID.
           MOVE WS-RUN-DATE       TO APPR-KEYED-DATE.
           MOVE ZERO              TO APPR-SEQ.
           SET APPR-IS-PENDING    TO TRUE.
           MOVE WS-HOLD-REASON    TO APPR-HOLD-REASON.
           MOVE 'EMPMAINT'        TO APPR-SOURCE.
           MOVE 'EMPMAINT'        TO APPR-MAKER-ID.
           MOVE WS-RUN-TIME       TO APPR-KEYED-TIME.
           MOVE WS-OLD-SALARY     TO APPR-OLD-SALARY.
           MOVE WS-OLD-STATUS     TO APPR-OLD-STATUS.
           MOVE MAINT-TRAN-RECORD TO APPR-TRAN-IMAGE.

           MOVE 'N' TO WS-APPR-WRITTEN-SW.
           PERFORM UNTIL WS-APPR-WRITTEN OR APPR-SEQ > 998
               WRITE APPROVAL-QUEUE-RECORD
                   INVALID KEY
                       ADD 1 TO APPR-SEQ
                   NOT INVALID KEY
                       SET WS-APPR-WRITTEN TO TRUE
               END-WRITE
           END-PERFORM.

           IF WS-APPR-WRITTEN
               SET WS-TRAN-QUEUED TO TRUE
               ADD 1 TO WS-QUEUED-COUNT
           ELSE
               ADD 1 TO WS-APPR-FAIL-COUNT
               SET WS-TRAN-REJECTED TO TRUE
               MOVE 'APPROVAL QUEUE WRITE FAILED' TO WS-REJECT-REASON
               DISPLAY 'EMPMAINT: APPRQUE WRITE FAILED FOR EMP-ID '
                       MT-EMP-ID ' - FILE STATUS ' WS-FS8
           END-IF.

      *----------------------------------------------------------------
      * SUSPEND-REJECTED-TRANSACTION - KEEPS THE REJECTED
      * TRANSACTION ON THE SUSPENSE FILE, OPEN, WITH ITS REASON,
      * SOURCE AND ORIGINAL IMAGE.  THE RELEASE IMAGE STARTS AS A
      * COPY OF THE ORIGINAL, SO AN ITEM THAT ONLY NEEDED A
      * REFERENCE ROW FIXED CAN BE RELEASED UNCHANGED.  SEQUENCE
      * BUMPED ON A DUPLICATE KEY AS FOR THE OTHER KEYED WRITES.
      *----------------------------------------------------------------
       SUSPEND-REJECTED-TRANSACTION.
           MOVE SPACES            TO SUSPENSE-RECORD.
           MOVE MT-EMP-ID         TO SUSP-EMP-ID.
           MOVE WS-RUN-DATE       TO SUSP-FIRST-DATE.
           MOVE ZERO              TO SUSP-SEQ.
           SET SUSP-IS-OPEN       TO TRUE.
           MOVE WS-TRAN-SOURCE    TO SUSP-SOURCE.
           MOVE WS-REJECT-REASON  TO SUSP-REJECT-REASON.
           MOVE WS-RUN-DATE       TO SUSP-LAST-DATE.
           MOVE 1                 TO SUSP-REJECT-COUNT.
           MOVE MAINT-TRAN-RECORD TO SUSP-ORIG-IMAGE.
           MOVE MAINT-TRAN-RECORD TO SUSP-RELEASE-IMAGE.

           MOVE 'N' TO WS-SUSP-WRITTEN-SW.
           PERFORM UNTIL WS-SUSP-WRITTEN OR SUSP-SEQ > 998
               WRITE SUSPENSE-RECORD
                   INVALID KEY
                       ADD 1 TO SUSP-SEQ
                   NOT INVALID KEY
                       SET WS-SUSP-WRITTEN TO TRUE
               END-WRITE
           END-PERFORM.

           IF WS-SUSP-WRITTEN
               ADD 1 TO WS-SUSPENDED-COUNT
           ELSE
               ADD 1 TO WS-SUSP-FAIL-COUNT
               DISPLAY 'EMPMAINT: SUSPENSE WRITE FAILED FOR EMP-ID '
                       MT-EMP-ID ' - FILE STATUS ' WS-FS9
           END-IF.

      *----------------------------------------------------------------
      * HOLD-FUTURE-TRANSACTION - PARKS THE VALIDATED TRANSACTION ON
      * THE PENDING FILE UNDER ITS EFFECTIVE DATE.  THE SEQUENCE IS
                       NOT INVALID KEY
                           ADD 1 TO WS-CHANGED-COUNT
                           MOVE EMPFILE-RECORD TO WS-AFTER-IMAGE
                           PERFORM CHECK-BACK-DATED-SALARY
                           PERFORM WRITE-HISTORY-RECORD
                           IF WS-BUDFILE-IS-OPEN
                                   AND (WS-BI-DEPT NOT =
                   END-DELETE
           END-READ.

      *----------------------------------------------------------------
      * CHECK-BACK-DATED-SALARY - A CHANGE DATED BEFORE TONIGHT THAT
      * MOVES THE SALARY IS RECORDED ON EMPHIST UNDER ITS TRUE
      * EFFECTIVE DATE AND OWES (OR RECOVERS) BACK PAY FOR THE DAYS
      * SINCE THEN.  A BACK-DATED CHANGE THAT LEAVES THE SALARY
      * ALONE IS RECORDED UNDER THE RUN DATE AS BEFORE.
      *----------------------------------------------------------------
       CHECK-BACK-DATED-SALARY.
           IF MT-EFF-DATE NOT = SPACES
                   AND MT-EFF-DATE < WS-RUN-DATE
                   AND EMP-SALARY NOT = WS-BI-SALARY
               SET WS-TRAN-IS-RETRO TO TRUE
               MOVE MT-EFF-DATE TO WS-HIST-EFF-DATE
               PERFORM WRITE-RETRO-PAY-RECORD
           END-IF.

      *----------------------------------------------------------------
      * WRITE-RETRO-PAY-RECORD - ONE INTERFACE DETAIL PER BACK-DATED
      * SALARY CHANGE.  AN EMPLOYEE HIRED AFTER THE EFFECTIVE DATE IS
      * ONLY OWED FROM THE HIRE DATE.  THE AMOUNT KEEPS ITS SIGN, SO
      * A BACK-DATED CUT GOES TO PAYROLL AS A RECOVERY.
      *----------------------------------------------------------------
       WRITE-RETRO-PAY-RECORD.
           MOVE MT-EFF-DATE TO WS-RETRO-FROM-DATE.
           IF EMP-HIRE-DATE IS NUMERIC
                   AND EMP-HIRE-DATE > WS-RETRO-FROM-DATE
               MOVE EMP-HIRE-DATE TO WS-RETRO-FROM-DATE
           END-IF.

           MOVE WS-RETRO-FROM-DATE TO WS-DN-DATE.
           PERFORM COMPUTE-DAY-NUMBER.
           IF WS-DN-DAYS < WS-RUN-DAY-NO
               COMPUTE WS-RETRO-DAYS = WS-RUN-DAY-NO - WS-DN-DAYS
           ELSE
               MOVE ZERO TO WS-RETRO-DAYS
           END-IF.

           COMPUTE WS-RETRO-DIFF = EMP-SALARY - WS-BI-SALARY.
           COMPUTE WS-RETRO-AMOUNT ROUNDED =
               WS-RETRO-DIFF * WS-RETRO-DAYS / 365.

           MOVE SPACES             TO RETRO-PAY-RECORD.
           SET RETRO-IS-DETAIL     TO TRUE.
           MOVE EMP-ID             TO RETRO-EMP-ID.
           MOVE EMP-DEPT-CODE      TO RETRO-DEPT-CODE.
           MOVE EMP-BRANCH         TO RETRO-BRANCH.
           MOVE MT-EFF-DATE        TO RETRO-EFF-DATE.
           MOVE WS-RETRO-FROM-DATE TO RETRO-FROM-DATE.
           MOVE WS-RUN-DATE        TO RETRO-POSTED-DATE.
           MOVE WS-RUN-TIME        TO RETRO-POSTED-TIME.
           MOVE WS-BI-SALARY       TO RETRO-OLD-SALARY.
           MOVE EMP-SALARY         TO RETRO-NEW-SALARY.
           MOVE WS-RETRO-DAYS      TO RETRO-DAYS.
           MOVE WS-RETRO-AMOUNT    TO RETRO-AMOUNT.
           WRITE RETRO-PAY-RECORD.

           IF WS-FS10 = '00'
               ADD 1               TO WS-RETRO-COUNT
               ADD WS-RETRO-AMOUNT TO WS-RETRO-TOTAL
               ADD EMP-SALARY      TO WS-RETRO-SAL-HASH
           ELSE
               ADD 1 TO WS-RETRO-FAIL-COUNT
               DISPLAY 'EMPMAINT: RETROPAY WRITE FAILED FOR EMP-ID '
                       EMP-ID ' - FILE STATUS ' WS-FS10
           END-IF.

      *----------------------------------------------------------------
      * WRITE-RETRO-TRAILER - DETAIL COUNT, AMOUNT TOTAL AND NEW-
      * SALARY HASH, WRITTEN EVEN WHEN THERE ARE NO DETAILS SO
      * PAYROLL CAN TELL AN EMPTY NIGHT FROM A LOST FILE.
      *----------------------------------------------------------------
       WRITE-RETRO-TRAILER.
           MOVE SPACES            TO RETRO-PAY-RECORD.
           SET RETRO-IS-TRAILER   TO TRUE.
           MOVE WS-RETRO-COUNT    TO RETRO-T-COUNT.
           MOVE WS-RETRO-TOTAL    TO RETRO-T-AMOUNT.
           MOVE WS-RETRO-SAL-HASH TO RETRO-T-SAL-HASH.
           MOVE WS-RUN-DATE       TO RETRO-T-RUN-DATE.
           WRITE RETRO-PAY-RECORD.
           IF WS-FS10 NOT = '00'
               ADD 1 TO WS-RETRO-FAIL-COUNT
               DISPLAY 'EMPMAINT: RETROPAY TRAILER WRITE FAILED - '
                       'FILE STATUS ' WS-FS10
           END-IF.

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

      *----------------------------------------------------------------
      * WRITE-HISTORY-RECORD - RECORDS THE BEFORE AND AFTER IMAGES OF
      * THE MAINTAINED EMPFILE RECORD ON THE EMPHIST KSDS.  THE KEY IS
      * EMP-ID + EFFECTIVE DATE + A SEQUENCE NUMBER - THE RUN DATE,
      * OR A BACK-DATED SALARY CHANGE'S TRUE EFFECTIVE DATE; A
      * DUPLICATE KEY MEANS THE SAME EMPLOYEE ALREADY HAS A ROW FOR
      * THAT DATE, SO THE SEQUENCE IS BUMPED AND THE WRITE RETRIED.
      *----------------------------------------------------------------
       WRITE-HISTORY-RECORD.
           MOVE SPACES          TO EMPHIST-RECORD.
           MOVE MT-EMP-ID       TO EMPH-EMP-ID.
           MOVE WS-HIST-EFF-DATE TO EMPH-EFF-DATE.
           MOVE ZERO            TO EMPH-SEQ.
           MOVE MT-ACTION       TO EMPH-CHANGE-TYPE.
           MOVE WS-RUN-TIME     TO EMPH-CHANGE-TIME.
           MOVE 'EMPMAINT'      TO EMPH-CHANGED-BY.
           IF WS-APPLYING-APPROVED
               MOVE APPR-MAKER-ID   TO EMPH-CHANGED-BY
               MOVE APPR-CHECKER-ID TO EMPH-CHECKED-BY
           END-IF.
           MOVE WS-BEFORE-IMAGE TO EMPH-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE  TO EMPH-AFTER-IMAGE.

                   STRING 'EFFECTIVE ' DELIMITED BY SIZE
                          MT-EFF-DATE DELIMITED BY SIZE
                          INTO WS-DL-REASON
               WHEN WS-TRAN-QUEUED
                   MOVE 'QUEUED  ' TO WS-DL-RESULT
                   EVALUATE WS-HOLD-REASON
                       WHEN 'P'
                           MOVE 'AWAITING APPROVAL - SALARY'
                               TO WS-DL-REASON
                       WHEN 'S'
                           MOVE 'AWAITING APPROVAL - SUSPENSION'
                               TO WS-DL-REASON
                       WHEN OTHER
                           MOVE 'AWAITING APPROVAL - SAL+SUSPEND'
                               TO WS-DL-REASON
                   END-EVALUATE
               WHEN WS-TRAN-OVER-HEADCOUNT
                   MOVE 'APPLIED ' TO WS-DL-RESULT
                   MOVE '*OVER AUTHORIZED HEADCOUNT*'
                       TO WS-DL-REASON
               WHEN WS-TRAN-IS-RETRO
                   MOVE 'APPLIED ' TO WS-DL-RESULT
                   MOVE SPACES TO WS-DL-REASON
                   STRING 'RETRO PAY FROM ' DELIMITED BY SIZE
                          WS-RETRO-FROM-DATE DELIMITED BY SIZE
                          INTO WS-DL-REASON
               WHEN WS-APPLYING-APPROVED
                   MOVE 'APPLIED ' TO WS-DL-RESULT
                   MOVE SPACES TO WS-DL-REASON
                   STRING 'APPROVED BY ' DELIMITED BY SIZE
                          APPR-CHECKER-ID DELIMITED BY SPACE
                          INTO WS-DL-REASON
               WHEN WS-RESUBMITTING-SUSPENSE
                   MOVE 'APPLIED ' TO WS-DL-RESULT
                   MOVE 'CORRECTED FROM SUSPENSE' TO WS-DL-REASON
               WHEN OTHER
                   MOVE 'APPLIED ' TO WS-DL-RESULT
           END-EVALUATE.
           MOVE WS-OVERHEAD-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE    TO MAINT-RPT-RECORD.
           WRITE MAINT-RPT-RECORD.

           MOVE 'QUEUED FOR APPROVAL      ' TO WS-TL-LABEL.
           MOVE WS-QUEUED-COUNT  TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE    TO MAINT-RPT-RECORD.
           WRITE MAINT-RPT-RECORD.

           MOVE 'APPROVED ITEMS RELEASED  ' TO WS-TL-LABEL.
           MOVE WS-APPROVED-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE    TO MAINT-RPT-RECORD.
           WRITE MAINT-RPT-RECORD.

           MOVE 'REJECTS SUSPENDED        ' TO WS-TL-LABEL.
           MOVE WS-SUSPENDED-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE    TO MAINT-RPT-RECORD.
           WRITE MAINT-RPT-RECORD.

           MOVE 'CORRECTIONS RESOLVED     ' TO WS-TL-LABEL.
           MOVE WS-CORRECTED-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE    TO MAINT-RPT-RECORD.
           WRITE MAINT-RPT-RECORD.

           MOVE 'BACK-DATED SALARY CHANGES' TO WS-TL-LABEL.
           MOVE WS-RETRO-COUNT   TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE    TO MAINT-RPT-RECORD.
           WRITE MAINT-RPT-RECORD.

           MOVE 'RETRO PAY TOTAL          ' TO WS-AL-LABEL.
           MOVE WS-RETRO-TOTAL   TO WS-AL-AMOUNT.
           MOVE WS-AMOUNT-LINE   TO MAINT-RPT-RECORD.
           WRITE MAINT-RPT-RECORD.
