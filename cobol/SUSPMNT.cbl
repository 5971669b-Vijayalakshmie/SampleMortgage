       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPMNT.

      *----------------------------------------------------------------
      * SUSPMNT - OPERATOR CORRECTION OF THE EMPMAINT REJECT
      * SUSPENSE FILE.  EACH CARD NAMES ONE SUSPENDED ITEM BY ITS
      * KEY AND EITHER RELEASES IT INTO THE NEXT NIGHT'S EMPMAINT
      * RUN - AS IT STANDS, OR WITH A CORRECTED TRANSACTION IMAGE -
      * OR CANCELS IT WITH A REASON.  NOTHING IS APPLIED TO EMPFILE
      * HERE; EMPMAINT RE-VALIDATES A RELEASED ITEM LIKE ANY OTHER
      * TRANSACTION.  RUN IN THE DAY, OUTSIDE THE BATCH WINDOW.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSP-FILE ASSIGN TO SUSPENSE
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS SUSP-KEY
           FILE STATUS  IS WS-FS1.

           SELECT SUSP-TRAN-FILE ASSIGN TO SUSPTRAN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-FS2.

       DATA DIVISION.
       FILE SECTION.
       FD SUSP-FILE
           RECORD CONTAINS 300 CHARACTERS
           DATA RECORD     IS SUSPENSE-RECORD.

           COPY SUSPREC.

      *----------------------------------------------------------------
      * SUSP-TRAN-RECORD - ONE ACTION PER LINE: R(ELEASE) OR
      * C(ANCEL), THE SUSPENSE KEY (EMP-ID, DATE FIRST REJECTED,
      * SEQUENCE) AS PRINTED ON THE SUSPENSE AGING REPORT, AND THE
      * OPERATOR'S USERID.  FOR A RELEASE THE LAST 73 COLUMNS ARE
      * THE CORRECTED TRANSACTION IN EMPMAINT'S TRANIN LAYOUT, OR
      * BLANK TO RELEASE THE ITEM UNCHANGED.  FOR A CANCEL THEY
      * START WITH THE REASON.
      *----------------------------------------------------------------
       FD SUSP-TRAN-FILE
           RECORD CONTAINS 98 CHARACTERS.

       01 SUSP-TRAN-RECORD.
          05 ST-ACTION          PIC X(01).
             88 ST-IS-RELEASE             VALUE 'R'.
             88 ST-IS-CANCEL              VALUE 'C'.
          05 ST-KEY.
             10 ST-EMP-ID       PIC X(05).
             10 ST-FIRST-DATE   PIC X(08).
             10 ST-SEQ          PIC 9(03).
          05 ST-OPERATOR        PIC X(08).
          05 ST-DETAIL          PIC X(73).
          05 ST-CORRECTED-TRAN REDEFINES ST-DETAIL.
             10 ST-CT-ACTION    PIC X(01).
             10 ST-CT-EMP-ID    PIC X(05).
             10 FILLER          PIC X(67).
          05 ST-CANCEL-AREA REDEFINES ST-DETAIL.
             10 ST-CANCEL-REASON PIC X(30).
             10 FILLER          PIC X(43).

       WORKING-STORAGE SECTION.
       01 WS-VAR.
          05 WS-FS1        PIC 9(02).
          05 WS-FS2        PIC 9(02).
          05 WS-EOF-SW     PIC X(01).
             88 WS-EOF               VALUE 'Y'.
             88 WS-NOT-EOF           VALUE 'N'.
          05 WS-SUSP-OPEN-SW     PIC X(01) VALUE 'N'.
             88 WS-SUSP-IS-OPEN            VALUE 'Y'.
          05 WS-TRAN-OPEN-SW     PIC X(01) VALUE 'N'.
             88 WS-TRAN-IS-OPEN            VALUE 'Y'.

       01 WS-RUN-DATE           PIC X(08).

       01 WS-MAINT-COUNTERS.
          05 WS-READ-COUNT      PIC 9(07) VALUE ZERO.
          05 WS-RELEASED-COUNT  PIC 9(07) VALUE ZERO.
          05 WS-CANCELLED-COUNT PIC 9(07) VALUE ZERO.
          05 WS-REJECT-COUNT    PIC 9(07) VALUE ZERO.

       01 WS-REJECT-SW          PIC X(01) VALUE 'N'.
          88 WS-TRAN-REJECTED             VALUE 'Y'.
          88 WS-TRAN-OK                   VALUE 'N'.

       01 WS-REJECT-REASON      PIC X(30).

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN I-O SUSP-FILE.
           OPEN INPUT SUSP-TRAN-FILE.

           IF WS-FS1 = '00'
               SET WS-SUSP-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'SUSPMNT: UNABLE TO OPEN SUSPENSE - FILE '
                       'STATUS ' WS-FS1
           END-IF.
           IF WS-FS2 = '00'
               SET WS-TRAN-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'SUSPMNT: UNABLE TO OPEN SUSPTRAN - FILE '
                       'STATUS ' WS-FS2
           END-IF.

           IF WS-SUSP-IS-OPEN AND WS-TRAN-IS-OPEN
               SET WS-NOT-EOF TO TRUE
               PERFORM UNTIL WS-EOF
                   READ SUSP-TRAN-FILE
                       AT END SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM APPLY-ONE-SUSP-TRAN
                   END-READ
               END-PERFORM
           END-IF.

           IF WS-SUSP-IS-OPEN
               CLOSE SUSP-FILE
           END-IF.
           IF WS-TRAN-IS-OPEN
               CLOSE SUSP-TRAN-FILE
           END-IF.

           DISPLAY 'SUSPMNT: TRANSACTIONS READ - ' WS-READ-COUNT.
           DISPLAY 'SUSPMNT: RELEASED          - ' WS-RELEASED-COUNT.
           DISPLAY 'SUSPMNT: CANCELLED         - '
                   WS-CANCELLED-COUNT.
           DISPLAY 'SUSPMNT: REJECTED          - ' WS-REJECT-COUNT.

           IF NOT WS-SUSP-IS-OPEN OR NOT WS-TRAN-IS-OPEN
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REJECT-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

           STOP RUN.

      *----------------------------------------------------------------
      * APPLY-ONE-SUSP-TRAN - THE ITEM MUST EXIST AND STILL BE
      * UNRESOLVED (OPEN, OR RELEASED BUT NOT YET RE-RUN - A SECOND
      * RELEASE SIMPLY REPLACES THE FIRST CORRECTION).  A CORRECTED
      * IMAGE MUST STILL BE FOR THE SAME EMPLOYEE; A CHANGE OF
      * EMP-ID IS A NEW TRANSACTION AND BELONGS ON TRANIN, WITH THIS
      * ITEM CANCELLED.
      *----------------------------------------------------------------
       APPLY-ONE-SUSP-TRAN.
           SET WS-TRAN-OK TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.

           IF NOT ST-IS-RELEASE AND NOT ST-IS-CANCEL
               SET WS-TRAN-REJECTED TO TRUE
               MOVE 'ACTION MUST BE R OR C' TO WS-REJECT-REASON
           END-IF.

           IF WS-TRAN-OK
               IF ST-OPERATOR = SPACES
                   SET WS-TRAN-REJECTED TO TRUE
                   MOVE 'OPERATOR USERID REQUIRED' TO WS-REJECT-REASON
               END-IF
           END-IF.

           IF WS-TRAN-OK AND ST-IS-CANCEL
               IF ST-CANCEL-REASON = SPACES
                   SET WS-TRAN-REJECTED TO TRUE
                   MOVE 'CANCEL REASON REQUIRED' TO WS-REJECT-REASON
               END-IF
           END-IF.

           IF WS-TRAN-OK AND ST-IS-RELEASE AND ST-DETAIL NOT = SPACES
               IF ST-CT-ACTION NOT = 'A' AND ST-CT-ACTION NOT = 'C'
                       AND ST-CT-ACTION NOT = 'D'
                   SET WS-TRAN-REJECTED TO TRUE
                   MOVE 'CORRECTED ACTION MUST BE A C D'
                       TO WS-REJECT-REASON
               ELSE
                   IF ST-CT-EMP-ID NOT = ST-EMP-ID
                       SET WS-TRAN-REJECTED TO TRUE
                       MOVE 'CORRECTED EMP-ID DIFFERS'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

           IF WS-TRAN-OK
               MOVE ST-KEY TO SUSP-KEY
               READ SUSP-FILE
                   INVALID KEY
                       SET WS-TRAN-REJECTED TO TRUE
                       MOVE 'SUSPENSE ITEM NOT FOUND'
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       IF SUSP-IS-UNRESOLVED
                           PERFORM ACTION-SUSPENSE-ITEM
                       ELSE
                           SET WS-TRAN-REJECTED TO TRUE
                           MOVE 'ITEM ALREADY RESOLVED'
                               TO WS-REJECT-REASON
                       END-IF
               END-READ
           END-IF.

           IF WS-TRAN-REJECTED
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'SUSPMNT: REJECTED ' ST-ACTION ' ' ST-EMP-ID
                       ' ' ST-FIRST-DATE ' ' ST-SEQ ' - '
                       WS-REJECT-REASON
           END-IF.

       ACTION-SUSPENSE-ITEM.
           MOVE ST-OPERATOR TO SUSP-ACTIONED-BY.
           MOVE WS-RUN-DATE TO SUSP-ACTIONED-DATE.
           IF ST-IS-RELEASE
               SET SUSP-IS-RELEASED TO TRUE
               IF ST-DETAIL NOT = SPACES
                   MOVE ST-DETAIL TO SUSP-RELEASE-IMAGE
               END-IF
           ELSE
               SET SUSP-IS-CANCELLED TO TRUE
               MOVE ST-CANCEL-REASON TO SUSP-CANCEL-REASON
               MOVE WS-RUN-DATE      TO SUSP-RESOLVED-DATE
           END-IF.

           REWRITE SUSPENSE-RECORD
               INVALID KEY
                   SET WS-TRAN-REJECTED TO TRUE
                   MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF ST-IS-RELEASE
                       ADD 1 TO WS-RELEASED-COUNT
                   ELSE
                       ADD 1 TO WS-CANCELLED-COUNT
                   END-IF
           END-REWRITE.
