       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLRMAINT.

      *----------------------------------------------------------------
      * CLRMAINT - LOADS AND MAINTAINS THE SALARY CLEARANCE TABLE
      * (SALCLR), REFMAINT-STYLE: ONE A/C/D ACTION PER TRANSACTION
      * CARD AGAINST THE USERID+BRANCH KEY.  THE BRANCH AND EVERY
      * LISTED DEPARTMENT MUST BE ON THE REFERENCE MASTER ('*ALL'
      * EXCEPTED), SO A CLEARANCE CAN NEVER NAME A CELL THAT DOES
      * NOT EXIST.  A 'C' REPLACES THE WHOLE DEPARTMENT LIST;
      * WITHDRAWING A USERID'S CLEARANCE AT A BRANCH IS A 'D'.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALCLR-FILE ASSIGN TO SALCLR
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CLR-KEY
           FILE STATUS  IS WS-FS1.

           SELECT CLR-TRAN-FILE ASSIGN TO CLRTRAN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-FS2.

           SELECT REFFILE ASSIGN TO REFFILE
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS REF-KEY
           FILE STATUS  IS WS-FS3.

       DATA DIVISION.
       FILE SECTION.
       FD SALCLR-FILE
           RECORD CONTAINS 80  CHARACTERS
           DATA RECORD     IS CLR-RECORD.

           COPY CLRREC.

      *----------------------------------------------------------------
      * CLR-TRAN-RECORD - ONE MAINTENANCE ACTION PER LINE: A(DD),
      * C(HANGE) OR D(ELETE), THE USERID+BRANCH KEY, THEN UP TO TEN
      * 5-CHARACTER DEPARTMENT CODES PACKED LEFT TO RIGHT.  '*ALL'
      * AS THE BRANCH OR AS A DEPARTMENT COVERS EVERY ONE.
      *----------------------------------------------------------------
       FD CLR-TRAN-FILE
           RECORD CONTAINS 69 CHARACTERS.

       01 CLR-TRAN-RECORD.
          05 CT-ACTION          PIC X(01).
             88 CT-IS-ADD                 VALUE 'A'.
             88 CT-IS-CHANGE              VALUE 'C'.
             88 CT-IS-DELETE              VALUE 'D'.
          05 CT-USERID          PIC X(08).
          05 CT-BRANCH          PIC X(10).
          05 CT-DEPT-LIST.
             10 CT-DEPT         OCCURS 10 TIMES
                                PIC X(05).

       FD REFFILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD     IS REFFILE-RECORD.

           COPY REFREC.

       WORKING-STORAGE SECTION.
       01 WS-VAR.
          05 WS-FS1        PIC 9(02).
          05 WS-FS2        PIC 9(02).
          05 WS-FS3        PIC 9(02).
          05 WS-EOF-SW     PIC X(01).
             88 WS-EOF               VALUE 'Y'.
             88 WS-NOT-EOF           VALUE 'N'.
          05 WS-SALCLR-OPEN-SW   PIC X(01) VALUE 'N'.
             88 WS-SALCLR-IS-OPEN          VALUE 'Y'.
          05 WS-TRAN-OPEN-SW     PIC X(01) VALUE 'N'.
             88 WS-TRAN-IS-OPEN            VALUE 'Y'.
          05 WS-REFFILE-OPEN-SW  PIC X(01) VALUE 'N'.
             88 WS-REFFILE-IS-OPEN         VALUE 'Y'.

       01 WS-MAINT-COUNTERS.
          05 WS-READ-COUNT      PIC 9(07) VALUE ZERO.
          05 WS-APPLIED-COUNT   PIC 9(07) VALUE ZERO.
          05 WS-REJECT-COUNT    PIC 9(07) VALUE ZERO.

       01 WS-REJECT-SW          PIC X(01) VALUE 'N'.
          88 WS-TRAN-REJECTED             VALUE 'Y'.
          88 WS-TRAN-OK                   VALUE 'N'.

       01 WS-REJECT-REASON      PIC X(30).

       01 WS-DEPT-IDX           PIC 9(02) VALUE ZERO.
       01 WS-DEPT-COUNT         PIC 9(02) VALUE ZERO.

       01 WS-RUN-DATE           PIC X(08) VALUE SPACES.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN I-O SALCLR-FILE.
           OPEN INPUT CLR-TRAN-FILE.
           OPEN INPUT REFFILE.

           IF WS-FS1 = '00'
               SET WS-SALCLR-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'CLRMAINT: UNABLE TO OPEN SALCLR - FILE '
                       'STATUS ' WS-FS1
           END-IF.
           IF WS-FS2 = '00'
               SET WS-TRAN-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'CLRMAINT: UNABLE TO OPEN CLRTRAN - FILE '
                       'STATUS ' WS-FS2
           END-IF.
           IF WS-FS3 = '00'
               SET WS-REFFILE-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'CLRMAINT: UNABLE TO OPEN REFFILE - FILE '
                       'STATUS ' WS-FS3
           END-IF.

           IF WS-SALCLR-IS-OPEN AND WS-TRAN-IS-OPEN
                   AND WS-REFFILE-IS-OPEN
               SET WS-NOT-EOF TO TRUE
               PERFORM UNTIL WS-EOF
                   READ CLR-TRAN-FILE
                       AT END SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM APPLY-ONE-CLR-TRAN
                   END-READ
               END-PERFORM
           END-IF.

           IF WS-SALCLR-IS-OPEN
               CLOSE SALCLR-FILE
           END-IF.
           IF WS-TRAN-IS-OPEN
               CLOSE CLR-TRAN-FILE
           END-IF.
           IF WS-REFFILE-IS-OPEN
               CLOSE REFFILE
           END-IF.

           DISPLAY 'CLRMAINT: TRANSACTIONS READ - ' WS-READ-COUNT.
           DISPLAY 'CLRMAINT: APPLIED           - ' WS-APPLIED-COUNT.
           DISPLAY 'CLRMAINT: REJECTED          - ' WS-REJECT-COUNT.

           IF NOT WS-SALCLR-IS-OPEN OR NOT WS-TRAN-IS-OPEN
                   OR NOT WS-REFFILE-IS-OPEN
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REJECT-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

           STOP RUN.

       APPLY-ONE-CLR-TRAN.
           SET WS-TRAN-OK TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.

           IF NOT CT-IS-ADD AND NOT CT-IS-CHANGE AND NOT CT-IS-DELETE
               SET WS-TRAN-REJECTED TO TRUE
               MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
           END-IF.

           IF WS-TRAN-OK
               IF CT-USERID = SPACES OR CT-BRANCH = SPACES
                   SET WS-TRAN-REJECTED TO TRUE
                   MOVE 'BLANK USERID OR BRANCH' TO WS-REJECT-REASON
               END-IF
           END-IF.

           IF WS-TRAN-OK AND (CT-IS-ADD OR CT-IS-CHANGE)
               PERFORM VALIDATE-CLR-REFERENCES
           END-IF.

           IF WS-TRAN-OK
               EVALUATE TRUE
                   WHEN CT-IS-ADD
                       PERFORM ADD-CLEARANCE-ROW
                   WHEN CT-IS-CHANGE
                       PERFORM CHANGE-CLEARANCE-ROW
                   WHEN CT-IS-DELETE
                       PERFORM DELETE-CLEARANCE-ROW
               END-EVALUATE
           END-IF.

           IF WS-TRAN-REJECTED
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'CLRMAINT: REJECTED ' CT-ACTION ' ' CT-USERID
                       ' ' CT-BRANCH ' - ' WS-REJECT-REASON
           ELSE
               DISPLAY 'CLRMAINT: APPLIED  ' CT-ACTION ' ' CT-USERID
                       ' ' CT-BRANCH ' ' CT-DEPT-LIST
           END-IF.

      *----------------------------------------------------------------
      * VALIDATE-CLR-REFERENCES - AT LEAST ONE DEPARTMENT, EVERY
      * LISTED DEPARTMENT A TYPE 'D' ROW AND THE BRANCH A TYPE 'B'
      * ROW ON THE REFERENCE MASTER.  INACTIVE CODES ARE ALLOWED, SO
      * HR CAN STILL BE CLEARED FOR THE HISTORY OF A RETIRED CELL.
      *----------------------------------------------------------------
       VALIDATE-CLR-REFERENCES.
           MOVE ZERO TO WS-DEPT-COUNT.
           PERFORM CHECK-ONE-CLEARED-DEPT
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > 10 OR WS-TRAN-REJECTED.

           IF WS-TRAN-OK AND WS-DEPT-COUNT = ZERO
               SET WS-TRAN-REJECTED TO TRUE
               MOVE 'NO DEPARTMENTS LISTED' TO WS-REJECT-REASON
           END-IF.

           IF WS-TRAN-OK AND CT-BRANCH NOT = '*ALL'
               MOVE 'B'       TO REF-TYPE
               MOVE CT-BRANCH TO REF-CODE
               READ REFFILE
                   INVALID KEY
                       SET WS-TRAN-REJECTED TO TRUE
                       MOVE 'UNKNOWN BRANCH' TO WS-REJECT-REASON
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           END-IF.

       CHECK-ONE-CLEARED-DEPT.
           IF CT-DEPT(WS-DEPT-IDX) = SPACES
               CONTINUE
           ELSE
               ADD 1 TO WS-DEPT-COUNT
               IF CT-DEPT(WS-DEPT-IDX) NOT = '*ALL'
                   MOVE 'D' TO REF-TYPE
                   MOVE CT-DEPT(WS-DEPT-IDX) TO REF-CODE
                   READ REFFILE
                       INVALID KEY
                           SET WS-TRAN-REJECTED TO TRUE
                           MOVE 'LISTED DEPT NOT A TYPE D ROW'
                               TO WS-REJECT-REASON
                       NOT INVALID KEY
                           CONTINUE
                   END-READ
               END-IF
           END-IF.

       ADD-CLEARANCE-ROW.
           PERFORM BUILD-CLEARANCE-ROW.
           WRITE CLR-RECORD
               INVALID KEY
                   SET WS-TRAN-REJECTED TO TRUE
                   MOVE 'DUPLICATE USERID/BRANCH' TO WS-REJECT-REASON
               NOT INVALID KEY
                   ADD 1 TO WS-APPLIED-COUNT
           END-WRITE.

       CHANGE-CLEARANCE-ROW.
           MOVE CT-USERID TO CLR-USERID.
           MOVE CT-BRANCH TO CLR-BRANCH.
           READ SALCLR-FILE
               INVALID KEY
                   SET WS-TRAN-REJECTED TO TRUE
                   MOVE 'USERID/BRANCH NOT ON SALCLR'
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   PERFORM BUILD-CLEARANCE-ROW
                   REWRITE CLR-RECORD
                       INVALID KEY
                           SET WS-TRAN-REJECTED TO TRUE
                           MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
                       NOT INVALID KEY
                           ADD 1 TO WS-APPLIED-COUNT
                   END-REWRITE
           END-READ.

       DELETE-CLEARANCE-ROW.
           MOVE CT-USERID TO CLR-USERID.
           MOVE CT-BRANCH TO CLR-BRANCH.
           READ SALCLR-FILE
               INVALID KEY
                   SET WS-TRAN-REJECTED TO TRUE
                   MOVE 'USERID/BRANCH NOT ON SALCLR'
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   DELETE SALCLR-FILE RECORD
                       INVALID KEY
                           SET WS-TRAN-REJECTED TO TRUE
                           MOVE 'DELETE FAILED' TO WS-REJECT-REASON
                       NOT INVALID KEY
                           ADD 1 TO WS-APPLIED-COUNT
                   END-DELETE
           END-READ.

       BUILD-CLEARANCE-ROW.
           MOVE SPACES       TO CLR-RECORD.
           MOVE CT-USERID    TO CLR-USERID.
           MOVE CT-BRANCH    TO CLR-BRANCH.
           MOVE CT-DEPT-LIST TO CLR-DEPT-LIST.
           MOVE WS-RUN-DATE  TO CLR-GRANT-DATE.
