      * 'PENDTRAN', THE SAME KSDS EMPMAINT RELEASES EACH NIGHT)
      * INSTEAD OF TOUCHING EMPFILE, SO HR CAN KEY A RAISE OR
      * TRANSFER THE DAY THE PAPERWORK ARRIVES.  A BLANK OR
      * CURRENT/PAST DATE APPLIES IMMEDIATELY AS BEFORE - EXCEPT A
      * PF5 THAT MOVES SALARY UNDER A PAST DATE, WHICH IS PARKED ON
      * PENDTRAN UNDER THAT DATE SO TONIGHT'S EMPMAINT APPLIES IT,
      * RECORDS IT ON EMPHIST UNDER ITS TRUE DATE AND SENDS THE BACK
      * PAY TO PAYROLL.
      *
      * A PF5/PF6 THAT MOVES SALARY BY MORE THAN THE REFFILE APPRPCT
      * PERCENTAGE, OR PUTS SOMEONE ON STATUS 'S', IS NEITHER APPLIED
      * NOR HELD: IT GOES TO THE APPROVAL QUEUE (CICS FILE 'APPRQUE')
      * UNDER THE SIGNED-ON USERID, FOR A SECOND USER TO APPROVE OR
      * REJECT ON EMPAPPR (TRANSACTION EMPA).
      *
      * UPDATES AND ADDS APPLY THE SAME FIELD CHECKS SEQREAD'S
      * VALIDATE-EMPFILE-RECORD APPLIES IN BATCH (EMP-ID PRESENT,
      * AUTHORITY IS LEFT TO CICS EXTERNAL SECURITY: A USER WITHOUT
      * UPDATE ACCESS TO THE FILE GETS A NOTAUTH RESPONSE, REPORTED
      * ON THE MESSAGE LINE.
      *
      * SALARY SHOWS AS ASTERISKS UNLESS THE SIGNED-ON USERID IS
      * CLEARED ON THE SALARY CLEARANCE TABLE (CICS FILE 'SALCLR')
      * FOR THE EMPLOYEE'S BRANCH AND DEPARTMENT.  EVERY SALARY SHOWN
      * IS LOGGED TO TRANSIENT DATA QUEUE 'SDLG' FOR THE WEEKLY
      * DISCLOSURE REPORT; IF THE LOG WRITE FAILS THE SALARY STAYS
      * MASKED.  A PF5 FROM AN UNCLEARED USER WITH THE SALARY FIELD
      * LEFT EMPTY KEEPS THE SALARY ON FILE, SO THE USER CAN STILL
      * MAINTAIN THE OTHER FIELDS.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.

           COPY PENDREC.

           COPY APPRREC.

           COPY CLRREC.

           COPY DISCREC.

           COPY DFHAID.

       01 WS-VAR.
       01 WS-PEND-WRITTEN-SW    PIC X(01) VALUE 'N'.
          88 WS-PEND-WRITTEN             VALUE 'Y'.

      *----------------------------------------------------------------
      * MAKER/CHECKER APPROVAL - SAME RULE AND THE SAME REFFILE
      * THRESHOLD ROW EMPMAINT USES, DEFAULTING TO TEN PERCENT.
      *----------------------------------------------------------------
       01 WS-APPROVAL-CONTROL.
          05 WS-APPR-THRESHOLD  PIC 9(05) VALUE 10.
          05 WS-APPR-NEEDED-SW  PIC X(01) VALUE 'N'.
             88 WS-NEEDS-APPROVAL         VALUE 'Y'.
             88 WS-NO-APPROVAL-NEEDED     VALUE 'N'.
          05 WS-APPR-WRITTEN-SW PIC X(01) VALUE 'N'.
             88 WS-APPR-WRITTEN           VALUE 'Y'.
          05 WS-HOLD-REASON     PIC X(01) VALUE SPACE.
          05 WS-OLD-SALARY      PIC 9(10) VALUE ZERO.
          05 WS-OLD-STATUS      PIC X(01) VALUE SPACE.
          05 WS-NEW-SALARY      PIC 9(10) VALUE ZERO.
          05 WS-SALARY-DIFF     PIC 9(10) VALUE ZERO.
          05 WS-DIFF-SCALED     PIC 9(13) VALUE ZERO.
          05 WS-LIMIT-SCALED    PIC 9(15) VALUE ZERO.

      *----------------------------------------------------------------
      * WS-PEND-TRAN-IMAGE - MIRRORS EMPMAINT'S MAINT-TRAN-RECORD
      * FIELD FOR FIELD, SINCE THAT IS THE IMAGE THE RELEASE PASS
       01 WS-FUTURE-SW          PIC X(01) VALUE 'N'.
          88 WS-CHANGE-IS-FUTURE         VALUE 'Y'.
          88 WS-CHANGE-IS-NOW            VALUE 'N'.
          88 WS-CHANGE-IS-BACK-DATED     VALUE 'B'.

      *----------------------------------------------------------------
      * SALARY CLEARANCE - THE SAME SALCLR TEST EMPLKUP AND EMPHRPT
      * APPLY IN BATCH, AGAINST THE SIGNED-ON USERID.
      *----------------------------------------------------------------
       01 WS-CLEARANCE.
          05 WS-CLR-IDX         PIC 9(02) VALUE ZERO.
          05 WS-SALARY-CLEARED-SW PIC X(01) VALUE 'N'.
             88 WS-SALARY-CLEARED          VALUE 'Y'.
             88 WS-SALARY-MASKED           VALUE 'N'.
          05 WS-KEPT-SALARY-SW  PIC X(01) VALUE 'N'.
             88 WS-SALARY-WAS-KEPT         VALUE 'Y'.
          05 WS-MASKED-SALARY   PIC X(10) VALUE ALL '*'.

       01 WS-OWN-IDX            PIC 9(01) VALUE ZERO.
       01 WS-LINKED-SW          PIC X(01) VALUE 'N'.
               WHEN DFHPF7
                   PERFORM BROWSE-BACKWARD
               WHEN DFHPF5
                   PERFORM KEEP-MASKED-SALARY
                   PERFORM UPDATE-EMPLOYEE
                   IF WS-SALARY-WAS-KEPT
                       MOVE WS-MASKED-SALARY TO SALARYO
                   END-IF
               WHEN DFHPF6
                   PERFORM ADD-EMPLOYEE
               WHEN OTHER
      *----------------------------------------------------------------
       UPDATE-EMPLOYEE.
           PERFORM VALIDATE-SCREEN-FIELDS.
           MOVE 'C' TO WS-PT-ACTION.
           IF WS-FIELDS-VALID
               PERFORM CHECK-APPROVAL-REQUIRED
               PERFORM CHECK-BACK-DATED-SALARY
           END-IF.
           IF WS-FIELDS-VALID AND WS-NEEDS-APPROVAL
               PERFORM QUEUE-FOR-APPROVAL
           ELSE
           IF WS-FIELDS-VALID AND (WS-CHANGE-IS-FUTURE
                                   OR WS-CHANGE-IS-BACK-DATED)
               PERFORM HOLD-FUTURE-CHANGE
           ELSE
           IF WS-FIELDS-VALID
                       PERFORM REPORT-FILE-ERROR
               END-EVALUATE
           END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------
      * KEEP-MASKED-SALARY - THE SALARY FIELD IS NOT FSET, SO THE
      * ASTERISKS OF A MASKED SALARY ARE NOT SENT BACK: LEFT ALONE,
      * THE FIELD COMES IN EMPTY.  ON A PF5 FOR AN EMPLOYEE WHOSE
      * SALARY THE USER IS NOT CLEARED TO SEE, AN EMPTY SALARY FIELD
      * CARRIES THE SALARY ON FILE INTO THE UPDATE UNCHANGED; THE
      * FIELD IS STARRED OUT AGAIN BEFORE THE SCREEN GOES BACK.  A
      * CLEARED USER STILL KEYS THE SALARY LIKE EVERY OTHER FIELD.
      *----------------------------------------------------------------
       KEEP-MASKED-SALARY.
           MOVE 'N' TO WS-KEPT-SALARY-SW.
           IF SALARYL = 0
                   OR SALARYI = LOW-VALUES
                   OR SALARYI = SPACES
               MOVE EMPIDI TO EMP-ID
               EXEC CICS READ FILE('EMPFILE')
                   INTO(EMPFILE-RECORD)
                   RIDFLD(EMP-ID)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   PERFORM GET-CURRENT-STAMP
                   PERFORM TEST-SALARY-CLEARANCE
                   IF WS-SALARY-MASKED
                       MOVE EMP-SALARY TO SALARYI
                       SET WS-SALARY-WAS-KEPT TO TRUE
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *----------------------------------------------------------------
       ADD-EMPLOYEE.
           PERFORM VALIDATE-SCREEN-FIELDS.
           MOVE 'A' TO WS-PT-ACTION.
           IF WS-FIELDS-VALID
               PERFORM CHECK-APPROVAL-REQUIRED
           END-IF.
           IF WS-FIELDS-VALID AND WS-NEEDS-APPROVAL
               PERFORM QUEUE-FOR-APPROVAL
           ELSE
           IF WS-FIELDS-VALID AND WS-CHANGE-IS-FUTURE
               PERFORM HOLD-FUTURE-CHANGE
           ELSE
           IF WS-FIELDS-VALID
                       PERFORM REPORT-FILE-ERROR
               END-EVALUATE
           END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------
      * ACTIVE ON THE REFERENCE MASTER (CICS FILE 'REFFILE').  THE
      * EFFECTIVE DATE IS OPTIONAL: BLANK MEANS APPLY NOW, A
      * NUMERIC DATE BEYOND TODAY MARKS THE CHANGE FOR THE HOLD
      * PATH, ONE BEFORE TODAY MARKS IT BACK-DATED, ANYTHING ELSE IS
      * AN ERROR.
      *----------------------------------------------------------------
       VALIDATE-SCREEN-FIELDS.
           SET WS-FIELDS-INVALID TO TRUE.
               IF EFFDTI > WS-RUN-DATE
                   SET WS-CHANGE-IS-FUTURE TO TRUE
               END-IF
               IF EFFDTI < WS-RUN-DATE
                   SET WS-CHANGE-IS-BACK-DATED TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * CHECK-BACK-DATED-SALARY - A BACK-DATED PF5 ONLY NEEDS THE
      * NIGHTLY PATH WHEN IT MOVES THE SALARY OF SOMEONE ON FILE
      * (CHECK-APPROVAL-REQUIRED HAS JUST READ THE CURRENT SALARY);
      * ANYTHING ELSE BACK-DATED APPLIES NOW AS IT ALWAYS HAS.
      *----------------------------------------------------------------
       CHECK-BACK-DATED-SALARY.
           IF WS-CHANGE-IS-BACK-DATED
               MOVE SALARYI TO WS-NEW-SALARY
               IF WS-OLD-SALARY = ZERO
                       OR WS-NEW-SALARY = WS-OLD-SALARY
                   SET WS-CHANGE-IS-NOW TO TRUE
               END-IF
           END-IF.

       VALIDATE-REFERENCE-FIELDS.
           MOVE ZERO            TO EMPH-SEQ.
           MOVE WS-RUN-TIME     TO EMPH-CHANGE-TIME.
           MOVE WS-USERID       TO EMPH-CHANGED-BY.
           MOVE SPACES          TO EMPH-CHECKED-BY.
           MOVE WS-BEFORE-IMAGE TO EMPH-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE  TO EMPH-AFTER-IMAGE.

      * AND BATCH HOLDS THROUGH ONE PATH.  THE SIGNED-ON USERID GOES
      * IN PEND-SOURCE SO A PARKED CHANGE CAN BE TRACED BACK TO WHO
      * KEYED IT.  EMPFILE IS NOT TOUCHED; EMPHIST CAPTURE HAPPENS
      * WHEN THE CHANGE ACTUALLY APPLIES.  A BACK-DATED SALARY
      * CHANGE COMES THIS WAY TOO: ITS DATE HAS ALREADY ARRIVED, SO
      * TONIGHT'S RELEASE PASS PICKS IT UP.
      *----------------------------------------------------------------
       HOLD-FUTURE-CHANGE.
           PERFORM BUILD-TRAN-IMAGE-FROM-MAP.

           MOVE SPACES             TO PENDING-TRAN-RECORD.
           MOVE EFFDTI             TO PEND-EFF-DATE.
           IF WS-PEND-WRITTEN
               MOVE EMPIDI TO CA-LAST-KEY
               MOVE SPACES TO WS-MESSAGE
               IF WS-CHANGE-IS-BACK-DATED
                   STRING 'PAY CHANGE BACK-DATED TO ' DELIMITED BY SIZE
                          EFFDTI DELIMITED BY SIZE
                          ' - RETRO PAY TONIGHT' DELIMITED BY SIZE
                          INTO WS-MESSAGE
               ELSE
                   STRING 'CHANGE HELD FOR EFFECTIVE DATE '
                              DELIMITED BY SIZE
                          EFFDTI DELIMITED BY SIZE
                          INTO WS-MESSAGE
               END-IF
           ELSE
               IF WS-RESP = DFHRESP(NOTAUTH)
                   MOVE 'NOT AUTHORIZED TO HOLD ON PENDTRAN'
               END-IF
           END-IF.

       BUILD-TRAN-IMAGE-FROM-MAP.
           MOVE EMPIDI  TO WS-PT-EMP-ID.
           MOVE NAMEI   TO WS-PT-EMP-NAME.
           MOVE DESGI   TO WS-PT-EMP-DESG.
           MOVE SALARYI TO WS-PT-EMP-SALARY.
           MOVE DEPTI   TO WS-PT-EMP-DEPT-CODE.
           MOVE HIREI   TO WS-PT-EMP-HIRE-DATE.
           MOVE BRANCHI TO WS-PT-EMP-BRANCH.
           MOVE EFFDTI  TO WS-PT-EFF-DATE.
           MOVE STATI   TO WS-PT-EMP-STATUS.

      *----------------------------------------------------------------
      * CHECK-APPROVAL-REQUIRED - THE SAME RULE EMPMAINT APPLIES: A
      * SALARY MOVEMENT (EITHER DIRECTION) OF MORE THAN THE APPRPCT
      * PERCENTAGE OF THE CURRENT SALARY, OR A MOVE TO STATUS 'S'
      * FOR SOMEONE NOT ALREADY SUSPENDED, NEEDS A CHECKER.  AN ADD
      * ONLY NEEDS ONE WHEN IT IS KEYED SUSPENDED.  A CHANGE FOR AN
      * EMP-ID NOT ON FILE IS LEFT FOR THE UPDATE PATH TO REPORT.
      *----------------------------------------------------------------
       CHECK-APPROVAL-REQUIRED.
           SET WS-NO-APPROVAL-NEEDED TO TRUE.
           MOVE SPACE TO WS-HOLD-REASON.
           MOVE ZERO  TO WS-OLD-SALARY.
           MOVE SPACE TO WS-OLD-STATUS.

           PERFORM LOAD-APPROVAL-THRESHOLD.

           IF WS-PT-ACTION = 'C'
               MOVE EMPIDI TO EMP-ID
               EXEC CICS READ FILE('EMPFILE')
                   INTO(EMPFILE-RECORD)
                   RIDFLD(EMP-ID)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE EMP-SALARY TO WS-OLD-SALARY
                   MOVE EMP-STATUS TO WS-OLD-STATUS
                   PERFORM TEST-SALARY-MOVEMENT
                   IF STATI = 'S' AND NOT EMP-IS-SUSPENDED
                       PERFORM NOTE-SUSPENSION-HOLD
                   END-IF
               END-IF
           END-IF.

           IF WS-PT-ACTION = 'A' AND STATI = 'S'
               PERFORM NOTE-SUSPENSION-HOLD
           END-IF.

           IF WS-HOLD-REASON NOT = SPACE
               SET WS-NEEDS-APPROVAL TO TRUE
           END-IF.

       LOAD-APPROVAL-THRESHOLD.
           MOVE 'P'       TO REF-TYPE.
           MOVE 'APPRPCT' TO REF-CODE.
           EXEC CICS READ FILE('REFFILE')
               INTO(REFFILE-RECORD)
               RIDFLD(REF-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) AND REF-IS-ACTIVE
                   AND REF-PARM-VALUE IS NUMERIC
               MOVE REF-PARM-VALUE TO WS-APPR-THRESHOLD
           END-IF.

       TEST-SALARY-MOVEMENT.
           MOVE SALARYI TO WS-NEW-SALARY.
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
      * QUEUE-FOR-APPROVAL - PARKS THE SCREEN CHANGE ON THE APPROVAL
      * QUEUE AS PENDING, IN THE TRANSACTION IMAGE EMPMAINT APPLIES
      * ONCE A CHECKER HAS APPROVED IT, WITH THE SIGNED-ON USERID AS
      * MAKER AND THE CURRENT SALARY/STATUS FOR THE CHECKER TO SEE.
      * FIELDS THE TERMINAL SENT BACK AS NULLS ARE BLANKED SO THE
      * IMAGE VALIDATES THE SAME AS A KEYED CARD.  EMPFILE AND
      * PENDTRAN ARE NOT TOUCHED.
      *----------------------------------------------------------------
       QUEUE-FOR-APPROVAL.
           PERFORM BUILD-TRAN-IMAGE-FROM-MAP.
           INSPECT WS-PEND-TRAN-IMAGE REPLACING ALL LOW-VALUE BY SPACE.
           PERFORM GET-CURRENT-STAMP.

           MOVE SPACES             TO APPROVAL-QUEUE-RECORD.
           MOVE EMPIDI             TO APPR-EMP-ID.
           MOVE WS-RUN-DATE        TO APPR-KEYED-DATE.
           MOVE ZERO               TO APPR-SEQ.
           SET APPR-IS-PENDING     TO TRUE.
           MOVE WS-HOLD-REASON     TO APPR-HOLD-REASON.
           MOVE 'EMPINQ'           TO APPR-SOURCE.
           MOVE WS-USERID          TO APPR-MAKER-ID.
           MOVE WS-RUN-TIME        TO APPR-KEYED-TIME.
           MOVE WS-OLD-SALARY      TO APPR-OLD-SALARY.
           MOVE WS-OLD-STATUS      TO APPR-OLD-STATUS.
           MOVE WS-PEND-TRAN-IMAGE TO APPR-TRAN-IMAGE.

           MOVE 'N' TO WS-APPR-WRITTEN-SW.
           PERFORM WRITE-ONE-APPROVAL-TRY
               UNTIL WS-APPR-WRITTEN OR APPR-SEQ > 998.

           IF WS-APPR-WRITTEN
               MOVE EMPIDI TO CA-LAST-KEY
               MOVE 'CHANGE QUEUED - A SECOND USER MUST APPROVE ON EMPA'
                   TO WS-MESSAGE
           ELSE
               IF WS-RESP = DFHRESP(NOTAUTH)
                   MOVE 'NOT AUTHORIZED TO QUEUE ON APPRQUE'
                       TO WS-MESSAGE
               ELSE
                   MOVE 'APPROVAL QUEUE WRITE FAILED - NOT QUEUED'
                       TO WS-MESSAGE
               END-IF
           END-IF.

       WRITE-ONE-APPROVAL-TRY.
           EXEC CICS WRITE FILE('APPRQUE')
               FROM(APPROVAL-QUEUE-RECORD)
               RIDFLD(APPR-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               SET WS-APPR-WRITTEN TO TRUE
           ELSE
               IF WS-RESP = DFHRESP(DUPREC)
                   ADD 1 TO APPR-SEQ
               ELSE
                   MOVE 999 TO APPR-SEQ
               END-IF
           END-IF.

       FORMAT-RECORD-TO-MAP.
           MOVE EMP-ID        TO EMPIDO.
           MOVE EMP-NAME      TO NAMEO.
           MOVE EMP-DESG      TO DESGO.
           PERFORM CHECK-SALARY-CLEARANCE.
           IF WS-SALARY-CLEARED
               MOVE EMP-SALARY       TO SALARYO
           ELSE
               MOVE WS-MASKED-SALARY TO SALARYO
           END-IF.
           MOVE EMP-DEPT-CODE TO DEPTO.
           MOVE EMP-HIRE-DATE TO HIREO.
           MOVE EMP-BRANCH    TO BRANCHO.
           MOVE BRANCHI TO EMP-BRANCH.
           MOVE STATI   TO EMP-STATUS.

      *----------------------------------------------------------------
      * CHECK-SALARY-CLEARANCE - FOR THE EMPFILE RECORD IN HAND,
      * LOOKS FOR THE SIGNED-ON USERID'S SALCLR ROW FOR THE
      * EMPLOYEE'S BRANCH, THEN FOR ITS '*ALL' ROW, AND CLEARS THE
      * SALARY WHEN EITHER LISTS THE EMPLOYEE'S DEPARTMENT OR '*ALL'.
      * A CLEARED SALARY IS SHOWN ONLY ONCE ITS DISCLOSURE RECORD IS
      * ON THE 'SDLG' QUEUE.
      *----------------------------------------------------------------
       CHECK-SALARY-CLEARANCE.
           PERFORM GET-CURRENT-STAMP.
           PERFORM TEST-SALARY-CLEARANCE.
           IF WS-SALARY-CLEARED
               PERFORM WRITE-DISCLOSURE-RECORD
           END-IF.

      *----------------------------------------------------------------
      * TEST-SALARY-CLEARANCE - THE SALCLR LOOKUP ALONE, WITH NOTHING
      * LOGGED, FOR WHEN NO SALARY IS GOING TO THE SCREEN.
      *----------------------------------------------------------------
       TEST-SALARY-CLEARANCE.
           SET WS-SALARY-MASKED TO TRUE.
           MOVE WS-USERID  TO CLR-USERID.
           MOVE EMP-BRANCH TO CLR-BRANCH.
           PERFORM TEST-ONE-CLEARANCE-ROW.
           IF WS-SALARY-MASKED
               MOVE WS-USERID TO CLR-USERID
               MOVE '*ALL'    TO CLR-BRANCH
               PERFORM TEST-ONE-CLEARANCE-ROW
           END-IF.

       TEST-ONE-CLEARANCE-ROW.
           EXEC CICS READ FILE('SALCLR')
               INTO(CLR-RECORD)
               RIDFLD(CLR-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM SCAN-ONE-CLEARED-DEPT
                   VARYING WS-CLR-IDX FROM 1 BY 1
                   UNTIL WS-CLR-IDX > 10 OR WS-SALARY-CLEARED
           END-IF.

       SCAN-ONE-CLEARED-DEPT.
           IF CLR-DEPT(WS-CLR-IDX) NOT = SPACES
               IF CLR-DEPT(WS-CLR-IDX) = EMP-DEPT-CODE
                       OR CLR-DEPT(WS-CLR-IDX) = '*ALL'
                   SET WS-SALARY-CLEARED TO TRUE
               END-IF
           END-IF.

       WRITE-DISCLOSURE-RECORD.
           MOVE SPACES         TO DISC-RECORD.
           MOVE WS-RUN-DATE    TO DISC-DATE.
           MOVE WS-RUN-TIME    TO DISC-TIME.
           MOVE 'EMPINQ'       TO DISC-PROGRAM.
           MOVE 'EMPQ'         TO DISC-OUTPUT.
           SET DISC-IS-VIEW    TO TRUE.
           MOVE WS-USERID      TO DISC-USERID.
           MOVE EMP-ID         TO DISC-EMP-ID.
           MOVE EMP-DEPT-CODE  TO DISC-DEPT.
           MOVE EMP-BRANCH     TO DISC-BRANCH.
           EXEC CICS WRITEQ TD QUEUE('SDLG')
               FROM(DISC-RECORD)
               LENGTH(LENGTH OF DISC-RECORD)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-SALARY-MASKED TO TRUE
           END-IF.

       REPORT-FILE-ERROR.
           MOVE 'FILE ERROR - CONTACT OPERATIONS' TO WS-MESSAGE.

