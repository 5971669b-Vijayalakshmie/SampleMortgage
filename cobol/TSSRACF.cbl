               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-CARRYFWD-FS.

           SELECT REFFILE ASSIGN TO REFFILE
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS REF-KEY
           FILE STATUS  IS WS-REFFILE-FS.

           SELECT RUN-JOURNAL ASSIGN TO RUNJRNL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-JRNL-FS.
       FD CONTROL-RPT-FILE.
       01 CONTROL-RPT-RECORD PIC X(80).

      *----------------------------------------------------------------
      * REFFILE - THE DEPARTMENT/BRANCH REFERENCE MASTER.  ONLY THE
      * TYPE 'O' OWNERSHIP ROWS ARE READ, TO FIND THE BRANCH WHOSE
      * RACF GROUP IS THE SUPERIOR OF A NEW DEPARTMENT GROUP.
      *----------------------------------------------------------------
       FD REFFILE
           RECORD CONTAINS 80  CHARACTERS
           DATA RECORD     IS REFFILE-RECORD.

           COPY REFREC.

       FD RUN-JOURNAL
           RECORD CONTAINS 100 CHARACTERS.
       01 WS-JOURNAL-OPEN-SW   PIC X(01) VALUE 'N'.
          88 WS-JOURNAL-IS-OPEN          VALUE 'Y'.

       01 WS-REFFILE-FS        PIC X(02) VALUE '00'.
       01 WS-REFFILE-OPEN-SW   PIC X(01) VALUE 'N'.
          88 WS-REFFILE-IS-OPEN          VALUE 'Y'.
       01 WS-REF-EOF-SW        PIC X(01) VALUE 'N'.
          88 WS-REF-EOF                  VALUE 'Y'.
          88 WS-REF-NOT-EOF              VALUE 'N'.

       01 WS-SUPGROUP          PIC X(10) VALUE SPACES.
       01 WS-OWN-IDX           PIC 9(01) VALUE ZERO.

       01 WS-CONSUME-COUNTERS.
          05 WS-ARCHIVED-COUNT    PIC 9(07) VALUE ZERO.
          05 WS-CARRYFWD-COUNT    PIC 9(07) VALUE ZERO.
          05 WS-RESUME-COUNT      PIC 9(07) VALUE ZERO.
          05 WS-PROTECT-COUNT     PIC 9(07) VALUE ZERO.
          05 WS-PERMIT-COUNT      PIC 9(07) VALUE ZERO.
          05 WS-ADDGROUP-COUNT    PIC 9(07) VALUE ZERO.
          05 WS-DELGROUP-COUNT    PIC 9(07) VALUE ZERO.

       01 WS-PARSING-FIELDS.
           05 WS-CMD-TYPE          PIC X(10).
                                                   'RESUME'.
              88 WS-CMD-IS-RESOURCE-CMD     VALUES 'PROTECT'
                                                   'PERMIT'.
              88 WS-CMD-IS-CREATEGRP        VALUE 'CREATEGRP'.
              88 WS-CMD-IS-DELETEGRP        VALUE 'DELETEGRP'.
              88 WS-CMD-IS-GROUP-CMD        VALUES 'CREATEGRP'
                                                   'DELETEGRP'.
           05 WS-USERID              PIC X(10).
           05 WS-NAME              PIC X(30).
           05 WS-DEPT              PIC X(30).
               OPEN OUTPUT ARCHIVE-FILE
           END-IF.
           OPEN OUTPUT CARRYFWD-FILE.
           OPEN INPUT REFFILE.
           IF WS-REFFILE-FS = '00'
               SET WS-REFFILE-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'TSS2RACF: UNABLE TO OPEN REFFILE - FILE '
                       'STATUS ' WS-REFFILE-FS
                       ' - CREATEGRP LINES WILL BE CARRIED FORWARD'
           END-IF.

           IF WS-INPUT-FS NOT = '00'
               DISPLAY 'TSS2RACF: UNABLE TO OPEN INPUT.TXT - FILE '
           CLOSE AUDIT-FILE.
           CLOSE ARCHIVE-FILE.
           CLOSE CARRYFWD-FILE.
           IF WS-REFFILE-IS-OPEN
               CLOSE REFFILE
           END-IF.
           IF WS-INPUT-FILE-OPENED
               CLOSE INPUT-FILE
               PERFORM REWRITE-INPUT-FROM-CARRYFWD
               IF WS-CMD-IS-RESOURCE-CMD
                   PERFORM VALIDATE-RESOURCE-COMMAND
               ELSE
                   IF WS-CMD-IS-GROUP-CMD
                       PERFORM VALIDATE-GROUP-COMMAND
                   ELSE
                       PERFORM VALIDATE-USERID
                       IF WS-RECORD-ACCEPTED
                           PERFORM VALIDATE-OWNER
                       END-IF
                   END-IF
               END-IF
           END-IF.
                   END-IF
               WHEN WS-CMD-IS-RESOURCE-CMD
                   PERFORM PARSE-RESOURCE-COMMAND
               WHEN WS-CMD-IS-GROUP-CMD
                   IF WS-USERID = SPACES
                       SET WS-RECORD-REJECTED TO TRUE
                       SET WS-REJECT-IS-SKIP TO TRUE
                       MOVE 'MISSING GROUP NAME' TO WS-REJECT-REASON
                   ELSE
                       SET WS-RECORD-ACCEPTED TO TRUE
                   END-IF
               WHEN OTHER
                   SET WS-RECORD-REJECTED TO TRUE
                   SET WS-REJECT-IS-SKIP TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * VALIDATE-GROUP-COMMAND - A CREATEGRP/DELETEGRP LINE FROM
      * REFMAINT CARRIES THE DEPARTMENT CODE IN THE USERID SLOT AND
      * THE DESCRIPTION IN THE NAME SLOT.  THE GROUP NAME TAKES THE
      * SAME FORMAT CHECK AS A USERID.  A NEW GROUP ALSO NEEDS ITS
      * SUPERIOR GROUP - THE BRANCH WHOSE 'O' ROW LISTS THE
      * DEPARTMENT; UNTIL ONE DOES, THE LINE IS SKIPPED AND CARRIED
      * FORWARD RATHER THAN CREATED UNDER THE WRONG SUPERIOR.
      *----------------------------------------------------------------
       VALIDATE-GROUP-COMMAND.
           MOVE WS-USERID TO WS-VALIDATE-FIELD.
           PERFORM VALIDATE-FORMATTED-FIELD.
           IF WS-USERID-IS-INVALID
               SET WS-RECORD-REJECTED TO TRUE
               SET WS-REJECT-IS-ERROR TO TRUE
               MOVE 'INVALID RACF GROUP FORMAT' TO WS-REJECT-REASON
           END-IF.

           IF WS-RECORD-ACCEPTED AND WS-CMD-IS-CREATEGRP
               PERFORM FIND-SUPERIOR-GROUP
               IF WS-SUPGROUP = SPACES
                   SET WS-RECORD-REJECTED TO TRUE
                   SET WS-REJECT-IS-SKIP TO TRUE
                   IF WS-REFFILE-IS-OPEN
                       MOVE 'NO OWNING BRANCH ON REFFILE O ROW'
                           TO WS-REJECT-REASON
                   ELSE
                       MOVE 'REFFILE UNAVAILABLE - NO SUPGROUP'
                           TO WS-REJECT-REASON
                   END-IF
               ELSE
                   MOVE WS-SUPGROUP TO WS-VALIDATE-FIELD
                   PERFORM VALIDATE-FORMATTED-FIELD
                   IF WS-USERID-IS-INVALID
                       SET WS-RECORD-REJECTED TO TRUE
                       SET WS-REJECT-IS-ERROR TO TRUE
                       MOVE 'INVALID SUPERIOR GROUP FORMAT'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * FIND-SUPERIOR-GROUP - BROWSE THE ACTIVE TYPE 'O' ROWS FOR THE
      * FIRST BRANCH LISTING THE DEPARTMENT.  WS-SUPGROUP IS LEFT
      * BLANK WHEN NONE DOES OR REFFILE COULD NOT BE OPENED.
      *----------------------------------------------------------------
       FIND-SUPERIOR-GROUP.
           MOVE SPACES TO WS-SUPGROUP.
           IF WS-REFFILE-IS-OPEN
               SET WS-REF-NOT-EOF TO TRUE
               MOVE 'O'        TO REF-TYPE
               MOVE LOW-VALUES TO REF-CODE
               START REFFILE KEY IS NOT LESS THAN REF-KEY
                   INVALID KEY SET WS-REF-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-REF-EOF OR WS-SUPGROUP NOT = SPACES
                   READ REFFILE NEXT RECORD
                       AT END SET WS-REF-EOF TO TRUE
                       NOT AT END
                           IF NOT REF-IS-OWNERSHIP
                               SET WS-REF-EOF TO TRUE
                           ELSE
                               IF REF-IS-ACTIVE
                                   PERFORM CHECK-ONE-OWNED-DEPT
                                       VARYING WS-OWN-IDX FROM 1 BY 1
                                       UNTIL WS-OWN-IDX > 6
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       CHECK-ONE-OWNED-DEPT.
           IF REF-OWNED-DEPT(WS-OWN-IDX) = WS-USERID
                   AND WS-SUPGROUP = SPACES
               MOVE REF-CODE TO WS-SUPGROUP
           END-IF.

      *----------------------------------------------------------------
      * VALIDATE-FORMATTED-FIELD - SHARED 1-8 CHARACTER/ALPHABETIC-
      * FIRST-CHARACTER/ALPHANUMERIC-OR-@#$ CHECK USED BY BOTH
               WHEN WS-CMD-IS-PERMIT
                   PERFORM BUILD-PERMIT-COMMAND
                   ADD 1 TO WS-PERMIT-COUNT
               WHEN WS-CMD-IS-CREATEGRP
                   PERFORM BUILD-ADDGROUP-COMMAND
                   ADD 1 TO WS-ADDGROUP-COUNT
               WHEN WS-CMD-IS-DELETEGRP
                   PERFORM BUILD-DELGROUP-COMMAND
                   ADD 1 TO WS-DELGROUP-COUNT
           END-EVALUATE.

       BUILD-ADDUSER-COMMAND.
           STRING WS-RACF-ADDUSER DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-RACF-USERID OF WS-RACF-COMMAND DELIMITED BY SPACE
                  ' NAME(' DELIMITED BY SIZE
                  WS-NAME(1:WS-NAME-LEN) DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
                  ' DFLTGRP(' DELIMITED BY SIZE
                  WS-DEPT(1:WS-DEPT-LEN) DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  'PASSWORD(' WS-PASSWORD ')' DELIMITED BY SPACE
                  ' PASSWORD-INTERVAL(7)' DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RACF-EXPIRED DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  'OWNER(' WS-OWNER ')' DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  'TSO(ACCTNUM(' WS-ACCTNUM ')' DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  'PROC(' WS-PROC ')' DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  'SIZE(' WS-SIZE ')' DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  'MAXSIZE(' WS-MAXSIZE ')' DELIMITED BY SPACE
                  ' UNIT(' DELIMITED BY SIZE
                  WS-UNIT DELIMITED BY SPACE
                  '))' DELIMITED BY SIZE
                  INTO OUTPUT-RECORD.

      *----------------------------------------------------------------
      *----------------------------------------------------------------
       BUILD-ALTUSER-COMMAND.
           STRING WS-RACF-ALTUSER DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-RACF-USERID OF WS-RACF-COMMAND DELIMITED BY SPACE
                  ' NAME(' DELIMITED BY SIZE
                  WS-NAME(1:WS-NAME-LEN) DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
                  ' DFLTGRP(' DELIMITED BY SIZE
                  WS-DEPT(1:WS-DEPT-LEN) DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
                  INTO OUTPUT-RECORD.

       BUILD-DELUSER-COMMAND.
           STRING WS-RACF-DELUSER DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-RACF-USERID OF WS-RACF-COMMAND DELIMITED BY SIZE
                  INTO OUTPUT-RECORD.

      *----------------------------------------------------------------
       BUILD-REVOKE-COMMAND.
           STRING WS-RACF-ALTUSER DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-RACF-USERID OF WS-RACF-COMMAND DELIMITED BY SPACE
                  ' REVOKE' DELIMITED BY SIZE
                  INTO OUTPUT-RECORD.

       BUILD-RESUME-COMMAND.
           STRING WS-RACF-ALTUSER DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-RACF-USERID OF WS-RACF-COMMAND DELIMITED BY SPACE
                  ' RESUME' DELIMITED BY SIZE
                  INTO OUTPUT-RECORD.

       BUILD-CONNECT-COMMAND.
           STRING WS-RACF-CONNECT DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-RACF-USERID OF WS-RACF-COMMAND DELIMITED BY SPACE
                  ' GROUP(' DELIMITED BY SIZE
                  WS-DEPT(1:WS-DEPT-LEN) DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
                  INTO OUTPUT-RECORD.
           MOVE OUTPUT-RECORD TO WS-TSS-WORK.
           MOVE SPACES TO OUTPUT-RECORD.
           STRING WS-TSS-WORK DELIMITED BY '   '
                  ' OWNER(' DELIMITED BY SIZE
                  WS-OWNER DELIMITED BY SPACE
                  ')' DELIMITED BY SIZE
                  INTO OUTPUT-RECORD.
                  ')' DELIMITED BY SIZE
                  INTO OUTPUT-RECORD.

      *----------------------------------------------------------------
      * BUILD-ADDGROUP-COMMAND / BUILD-DELGROUP-COMMAND - A NEW
      * DEPARTMENT GROUP IS DEFINED UNDER, AND OWNED BY, ITS BRANCH
      * GROUP, WITH THE REFERENCE DESCRIPTION AS INSTALLATION DATA
      * WHEN THE LINE CARRIED ONE.  A RETIRED DEPARTMENT'S GROUP IS
      * DELETED OUTRIGHT.
      *----------------------------------------------------------------
       BUILD-ADDGROUP-COMMAND.
           STRING 'ADDGROUP ' DELIMITED BY SIZE
                  WS-USERID DELIMITED BY SPACE
                  ' SUPGROUP(' DELIMITED BY SIZE
                  WS-SUPGROUP DELIMITED BY SPACE
                  ') OWNER(' DELIMITED BY SIZE
                  WS-SUPGROUP DELIMITED BY SPACE
                  ')' DELIMITED BY SIZE
                  INTO OUTPUT-RECORD.
           IF WS-NAME NOT = SPACES
               MOVE OUTPUT-RECORD TO WS-TSS-WORK
               MOVE SPACES TO OUTPUT-RECORD
               STRING WS-TSS-WORK DELIMITED BY '   '
                      ' DATA(''' DELIMITED BY SIZE
                      WS-NAME(1:WS-NAME-LEN) DELIMITED BY SIZE
                      ''')' DELIMITED BY SIZE
                      INTO OUTPUT-RECORD
           END-IF.

       BUILD-DELGROUP-COMMAND.
           STRING 'DELGROUP ' DELIMITED BY SIZE
                  WS-USERID DELIMITED BY SPACE
                  INTO OUTPUT-RECORD.

      *----------------------------------------------------------------
      * WRITE-AUDIT-RECORD - PAIRS THE ORIGINAL TSS LINE WITH THE
      * RACF COMMAND GENERATED FROM IT SO A CONVERSION RUN CAN BE
                  WS-PERMIT-COUNT DELIMITED BY SIZE
               INTO CONTROL-RPT-RECORD.
           WRITE CONTROL-RPT-RECORD.

           MOVE SPACES TO CONTROL-RPT-RECORD.
           STRING '  ADDGROUP CONVERTED: ' DELIMITED BY SIZE
                  WS-ADDGROUP-COUNT DELIMITED BY SIZE
               INTO CONTROL-RPT-RECORD.
           WRITE CONTROL-RPT-RECORD.

           MOVE SPACES TO CONTROL-RPT-RECORD.
           STRING '  DELGROUP CONVERTED: ' DELIMITED BY SIZE
                  WS-DELGROUP-COUNT DELIMITED BY SIZE
               INTO CONTROL-RPT-RECORD.
           WRITE CONTROL-RPT-RECORD.
           CLOSE CONTROL-RPT-FILE.

      *----------------------------------------------------------------
