           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-FS2.

           SELECT EMPFILE ASSIGN TO INPUT01
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS EMP-ID
           FILE STATUS  IS WS-FS3.

           SELECT TSS-FEED-FILE ASSIGN TO 'INPUT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-FS4.

       DATA DIVISION.
       FILE SECTION.
       FD REFFILE
      * THE DESCRIPTION COLUMNS CARRY UP TO SIX 5-CHARACTER
      * DEPARTMENT CODES, PACKED LEFT TO RIGHT; EACH LISTED
      * DEPARTMENT MUST EXIST AS A TYPE 'D' ROW.
      *
      * FOR A TYPE 'P' (PARAMETER) ROW THE CODE IS THE PARAMETER
      * NAME AND THE FIRST FIVE DESCRIPTION COLUMNS ITS NUMERIC
      * VALUE, ZERO-FILLED (E.G. APPRPCT 00010 FOR TEN PERCENT).
      *----------------------------------------------------------------
       FD REF-TRAN-FILE
           RECORD CONTAINS 43 CHARACTERS.
          05 RT-OWNED-DEPTS REDEFINES RT-DESC.
             10 RT-OWNED-DEPT   OCCURS 6 TIMES
                                PIC X(05).
          05 RT-PARM-AREA REDEFINES RT-DESC.
             10 RT-PARM-VALUE   PIC X(05).
             10 FILLER          PIC X(25).
          05 RT-ACTIVE-FLAG     PIC X(01).

       FD EMPFILE
           RECORD CONTAINS 80  CHARACTERS
           DATA RECORD     IS EMPFILE-RECORD.

           COPY EMPREC.

      *----------------------------------------------------------------
      * TSS-FEED-RECORD - TSS2RACF'S INPUT.TXT.  EVERY DEPARTMENT
      * OPENED OR RETIRED HERE APPENDS A CREATEGRP OR DELETEGRP LINE
      * SO THE RACF GROUP FOLLOWS THE REFERENCE MASTER.
      *----------------------------------------------------------------
       FD TSS-FEED-FILE
           RECORD CONTAINS 300 CHARACTERS.

       01 TSS-FEED-RECORD  PIC X(300).

       WORKING-STORAGE SECTION.
       01 WS-VAR.
          05 WS-FS1        PIC 9(02).
             88 WS-REFFILE-IS-OPEN         VALUE 'Y'.
          05 WS-TRAN-OPEN-SW     PIC X(01) VALUE 'N'.
             88 WS-TRAN-IS-OPEN            VALUE 'Y'.
          05 WS-FS3        PIC 9(02) VALUE ZERO.
          05 WS-FS4        PIC 9(02) VALUE ZERO.
          05 WS-EMPFILE-OPEN-SW  PIC X(01) VALUE 'N'.
             88 WS-EMPFILE-IS-OPEN         VALUE 'Y'.
          05 WS-TSSFEED-OPEN-SW  PIC X(01) VALUE 'N'.
             88 WS-TSSFEED-IS-OPEN         VALUE 'Y'.
          05 WS-EMP-EOF-SW       PIC X(01) VALUE 'N'.
             88 WS-EMP-EOF                 VALUE 'Y'.
             88 WS-EMP-NOT-EOF             VALUE 'N'.

       01 WS-MAINT-COUNTERS.
          05 WS-READ-COUNT      PIC 9(07) VALUE ZERO.
          05 WS-APPLIED-COUNT   PIC 9(07) VALUE ZERO.
          05 WS-REJECT-COUNT    PIC 9(07) VALUE ZERO.
          05 WS-GROUP-COUNT     PIC 9(07) VALUE ZERO.

       01 WS-REJECT-SW          PIC X(01) VALUE 'N'.
          88 WS-TRAN-REJECTED             VALUE 'Y'.
       01 WS-OWN-IDX            PIC 9(01) VALUE ZERO.
       01 WS-OWN-DEPT-COUNT     PIC 9(01) VALUE ZERO.

      *----------------------------------------------------------------
      * RACF GROUP LIFECYCLE - A TYPE 'D' ROW THAT BECOMES ACTIVE
      * (ADDED WITH 'Y' OR FLIPPED BACK TO 'Y') CREATES THE GROUP;
      * ONE THAT STOPS BEING ACTIVE (FLIPPED TO 'N' OR DELETED)
      * DELETES IT, BUT ONLY ONCE NO EMPLOYEE ON EMPFILE STILL
      * CARRIES THE DEPARTMENT.
      *----------------------------------------------------------------
       01 WS-GROUP-ACTION       PIC X(01) VALUE SPACE.
          88 WS-GROUP-NO-ACTION           VALUE SPACE.
          88 WS-GROUP-IS-CREATE           VALUE 'C'.
          88 WS-GROUP-IS-DELETE           VALUE 'D'.

       01 WS-OLD-ACTIVE-FLAG    PIC X(01) VALUE SPACE.

       01 WS-DEPT-STAFFED-SW    PIC X(01) VALUE 'N'.
          88 WS-DEPT-IS-STAFFED           VALUE 'Y'.
          88 WS-DEPT-NOT-STAFFED          VALUE 'N'.

       01 WS-STAFFED-EMP-ID     PIC X(05) VALUE SPACES.

       PROCEDURE DIVISION.
           OPEN I-O REFFILE.
           OPEN INPUT REF-TRAN-FILE.
           OPEN INPUT EMPFILE.
           OPEN EXTEND TSS-FEED-FILE.
           IF WS-FS4 NOT = '00'
               OPEN OUTPUT TSS-FEED-FILE
           END-IF.

           IF WS-FS1 = '00'
               SET WS-REFFILE-IS-OPEN TO TRUE
               DISPLAY 'REFMAINT: UNABLE TO OPEN REFTRAN - FILE '
                       'STATUS ' WS-FS2
           END-IF.
           IF WS-FS3 = '00'
               SET WS-EMPFILE-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'REFMAINT: UNABLE TO OPEN EMPFILE - FILE '
                       'STATUS ' WS-FS3
                       ' - DEPT RETIREMENTS WILL BE REJECTED'
           END-IF.
           IF WS-FS4 = '00'
               SET WS-TSSFEED-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'REFMAINT: UNABLE TO OPEN INPUT.TXT - FILE '
                       'STATUS ' WS-FS4
                       ' - DEPT OPENINGS AND RETIREMENTS WILL BE '
                       'REJECTED'
           END-IF.

           IF WS-REFFILE-IS-OPEN AND WS-TRAN-IS-OPEN
               SET WS-NOT-EOF TO TRUE
           IF WS-TRAN-IS-OPEN
               CLOSE REF-TRAN-FILE
           END-IF.
           IF WS-EMPFILE-IS-OPEN
               CLOSE EMPFILE
           END-IF.
           IF WS-TSSFEED-IS-OPEN
               CLOSE TSS-FEED-FILE
           END-IF.

           DISPLAY 'REFMAINT: TRANSACTIONS READ - ' WS-READ-COUNT.
           DISPLAY 'REFMAINT: APPLIED           - ' WS-APPLIED-COUNT.
           DISPLAY 'REFMAINT: REJECTED          - ' WS-REJECT-COUNT.
           DISPLAY 'REFMAINT: RACF GROUP LINES  - ' WS-GROUP-COUNT.

           IF NOT WS-REFFILE-IS-OPEN OR NOT WS-TRAN-IS-OPEN
               MOVE 8 TO RETURN-CODE

           IF WS-TRAN-OK
               IF RT-TYPE NOT = 'D' AND RT-TYPE NOT = 'B'
                       AND RT-TYPE NOT = 'O' AND RT-TYPE NOT = 'P'
                   SET WS-TRAN-REJECTED TO TRUE
                   MOVE 'TYPE MUST BE D, B, O OR P' TO WS-REJECT-REASON
               END-IF
           END-IF.

               PERFORM VALIDATE-OWNED-DEPT-LIST
           END-IF.

           IF WS-TRAN-OK AND RT-TYPE = 'P'
                   AND (RT-IS-ADD OR RT-IS-CHANGE)
               IF RT-PARM-VALUE IS NOT NUMERIC
                   SET WS-TRAN-REJECTED TO TRUE
                   MOVE 'PARAMETER VALUE NOT NUMERIC'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

           MOVE SPACE TO WS-GROUP-ACTION.
           IF WS-TRAN-OK AND RT-TYPE = 'D'
               PERFORM CHECK-DEPT-GROUP-CHANGE
           END-IF.

           IF WS-TRAN-OK
               EVALUATE TRUE
                   WHEN RT-IS-ADD
               END-EVALUATE
           END-IF.

           IF WS-TRAN-OK AND NOT WS-GROUP-NO-ACTION
               PERFORM WRITE-GROUP-LINE
           END-IF.

           IF WS-TRAN-REJECTED
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'REFMAINT: REJECTED ' RT-ACTION ' ' RT-TYPE
               END-READ
           END-IF.

      *----------------------------------------------------------------
      * CHECK-DEPT-GROUP-CHANGE - COMPARE THE ROW AS IT STANDS WITH
      * THE CARD TO DECIDE WHETHER THE RACF GROUP IS TO BE CREATED
      * OR DELETED.  A RETIREMENT IS REFUSED WHILE ANY EMPLOYEE IS
      * STILL CARRIED ON THE DEPARTMENT - MOVE THEM FIRST - AND ANY
      * GROUP CHANGE IS REFUSED IF INPUT.TXT IS NOT AVAILABLE, SO
      * THE REFERENCE MASTER NEVER GETS AHEAD OF RACF.
      *----------------------------------------------------------------
       CHECK-DEPT-GROUP-CHANGE.
           MOVE 'D'     TO REF-TYPE.
           MOVE RT-CODE TO REF-CODE.
           READ REFFILE
               INVALID KEY
                   MOVE 'N' TO WS-OLD-ACTIVE-FLAG
               NOT INVALID KEY
                   MOVE REF-ACTIVE-FLAG TO WS-OLD-ACTIVE-FLAG
           END-READ.

           EVALUATE TRUE
               WHEN RT-IS-DELETE
                   IF WS-OLD-ACTIVE-FLAG = 'Y'
                       SET WS-GROUP-IS-DELETE TO TRUE
                   END-IF
               WHEN RT-ACTIVE-FLAG = 'Y'
                   IF WS-OLD-ACTIVE-FLAG NOT = 'Y'
                       SET WS-GROUP-IS-CREATE TO TRUE
                   END-IF
               WHEN OTHER
                   IF WS-OLD-ACTIVE-FLAG = 'Y'
                       SET WS-GROUP-IS-DELETE TO TRUE
                   END-IF
           END-EVALUATE.

           IF NOT WS-GROUP-NO-ACTION AND NOT WS-TSSFEED-IS-OPEN
               SET WS-TRAN-REJECTED TO TRUE
               MOVE 'INPUT.TXT UNAVAILABLE' TO WS-REJECT-REASON
           END-IF.

           IF WS-TRAN-OK AND WS-GROUP-IS-DELETE
               IF WS-EMPFILE-IS-OPEN
                   PERFORM CHECK-DEPT-STILL-STAFFED
                   IF WS-DEPT-IS-STAFFED
                       SET WS-TRAN-REJECTED TO TRUE
                       MOVE 'DEPT STILL CARRIED ON EMPFILE'
                           TO WS-REJECT-REASON
                       DISPLAY 'REFMAINT: DEPT ' RT-CODE
                               ' STILL CARRIED BY EMP-ID '
                               WS-STAFFED-EMP-ID
                   END-IF
               ELSE
                   SET WS-TRAN-REJECTED TO TRUE
                   MOVE 'EMPFILE UNAVAILABLE FOR CHECK'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * CHECK-DEPT-STILL-STAFFED - SCAN EMPFILE FROM THE TOP FOR THE
      * FIRST EMPLOYEE CARRYING THE DEPARTMENT.  LEAVERS COME OFF
      * EMPFILE THROUGH EMPMAINT, SO ANY ROW STILL HERE COUNTS.
      *----------------------------------------------------------------
       CHECK-DEPT-STILL-STAFFED.
           SET WS-DEPT-NOT-STAFFED TO TRUE.
           MOVE SPACES TO WS-STAFFED-EMP-ID.
           SET WS-EMP-NOT-EOF TO TRUE.
           MOVE LOW-VALUES TO EMP-ID.
           START EMPFILE KEY IS NOT LESS THAN EMP-ID
               INVALID KEY SET WS-EMP-EOF TO TRUE
           END-START.

           PERFORM UNTIL WS-EMP-EOF OR WS-DEPT-IS-STAFFED
               READ EMPFILE NEXT RECORD
                   AT END SET WS-EMP-EOF TO TRUE
                   NOT AT END
                       IF EMP-DEPT-CODE = RT-CODE
                           SET WS-DEPT-IS-STAFFED TO TRUE
                           MOVE EMP-ID TO WS-STAFFED-EMP-ID
                       END-IF
               END-READ
           END-PERFORM.

      *----------------------------------------------------------------
      * WRITE-GROUP-LINE - APPEND THE TSS GROUP COMMAND FOR THE
      * DEPARTMENT JUST OPENED OR RETIRED.  TSS2RACF TURNS CREATEGRP
      * INTO AN ADDGROUP UNDER THE OWNING BRANCH'S GROUP AND
      * DELETEGRP INTO A DELGROUP.
      *----------------------------------------------------------------
       WRITE-GROUP-LINE.
           MOVE SPACES TO TSS-FEED-RECORD.
           IF WS-GROUP-IS-CREATE
               IF RT-DESC = SPACES
                   STRING 'CREATEGRP '   DELIMITED BY SIZE
                          RT-CODE        DELIMITED BY SPACE
                       INTO TSS-FEED-RECORD
                   END-STRING
               ELSE
                   STRING 'CREATEGRP '   DELIMITED BY SIZE
                          RT-CODE        DELIMITED BY SPACE
                          ' "'           DELIMITED BY SIZE
                          RT-DESC        DELIMITED BY '  '
                          '"'            DELIMITED BY SIZE
                       INTO TSS-FEED-RECORD
                   END-STRING
               END-IF
           ELSE
               STRING 'DELETEGRP '   DELIMITED BY SIZE
                      RT-CODE        DELIMITED BY SPACE
                   INTO TSS-FEED-RECORD
               END-STRING
           END-IF.
           WRITE TSS-FEED-RECORD.
           ADD 1 TO WS-GROUP-COUNT.

       ADD-REFERENCE-ROW.
           PERFORM BUILD-REFERENCE-ROW.
           WRITE REFFILE-RECORD
