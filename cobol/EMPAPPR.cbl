       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPAPPR.

      *----------------------------------------------------------------
      * EMPAPPR - CICS TRANSACTION EMPA: THE CHECKER'S SIDE OF THE
      * MAKER/CHECKER CONTROL OVER SALARY AND SUSPENSION CHANGES.
      * EMPINQ AND EMPMAINT PARK ANY CHANGE THAT MOVES SALARY BY
      * MORE THAN THE REFFILE APPRPCT PERCENTAGE, OR PUTS SOMEONE ON
      * STATUS 'S', ON THE APPROVAL QUEUE (CICS FILE 'APPRQUE');
      * THIS SCREEN SHOWS EACH PENDING ITEM AND RECORDS THE DECISION.
      *
      *     ENTER  DISPLAY THE FIRST PENDING ITEM FOR THE KEYED EMP-ID
      *     PF8    NEXT PENDING ITEM AFTER THE DISPLAYED ONE
      *     PF7    PRIOR PENDING ITEM BEFORE THE DISPLAYED ONE
      *     PF5    APPROVE THE DISPLAYED ITEM
      *     PF6    REJECT THE DISPLAYED ITEM (REJECT REASON REQUIRED)
      *     PF3    EXIT
      *
      * THE USERID THAT KEYED A CHANGE MAY NOT DECIDE IT.  AN
      * APPROVED ITEM IS APPLIED BY EMPMAINT AT THE FRONT OF THE
      * NEXT NIGHT (OR OF ITS EFFECTIVE DATE'S NIGHT, IF LATER),
      * THROUGH THE SAME VALIDATION AS ANY OTHER TRANSACTION, WITH
      * BOTH USERIDS CARRIED ONTO EMPHIST.  A REJECTED ITEM IS
      * NEVER APPLIED.  EITHER WAY THE ITEM STAYS ON THE QUEUE AS
      * THE RECORD OF THE DECISION.  AUTHORITY TO DECIDE IS LEFT TO
      * CICS EXTERNAL SECURITY ON THE TRANSACTION AND THE FILE, AS
      * FOR EMPINQ.
      *
      * THE OLD AND NEW SALARY SHOW AS ASTERISKS UNLESS THE SIGNED-ON
      * USERID IS CLEARED ON SALCLR FOR THE EMPLOYEE'S BRANCH AND
      * DEPARTMENT, EXACTLY AS ON EMPINQ, AND AN ITEM WHOSE SALARIES
      * ARE SHOWN IS LOGGED ONCE TO TD QUEUE 'SDLG'.  AN UNCLEARED
      * CHECKER CAN STILL DECIDE A SUSPENSION, OR PASS A SALARY ITEM
      * TO SOMEONE WHO IS CLEARED.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

           COPY APPRMAPD.

           COPY APPRREC.

           COPY CLRREC.

           COPY DISCREC.

           COPY DFHAID.

       01 WS-VAR.
          05 WS-RESP            PIC S9(08) COMP.
          05 WS-RESP2           PIC S9(08) COMP.

       01 WS-COMMAREA.
          05 CA-LAST-KEY        PIC X(16).

       01 WS-RUN-STAMP.
          05 WS-RUN-DATE        PIC X(08).
          05 WS-RUN-TIME        PIC X(08).
          05 WS-ABS-TIME        PIC S9(15) COMP-3.

       01 WS-USERID             PIC X(08).

      *----------------------------------------------------------------
      * WS-APPR-TRAN-IMAGE - EMPMAINT'S MAINT-TRAN-RECORD, FIELD FOR
      * FIELD, AS CARRIED IN APPR-TRAN-IMAGE.
      *----------------------------------------------------------------
       01 WS-APPR-TRAN-IMAGE.
          05 WS-AT-ACTION        PIC X(01).
          05 WS-AT-EMP-ID        PIC X(05).
          05 WS-AT-EMP-NAME      PIC X(15).
          05 WS-AT-EMP-DESG      PIC X(10).
          05 WS-AT-EMP-SALARY    PIC X(10).
          05 WS-AT-EMP-DEPT-CODE PIC X(05).
          05 WS-AT-EMP-HIRE-DATE PIC X(08).
          05 WS-AT-EMP-BRANCH    PIC X(10).
          05 WS-AT-EFF-DATE      PIC X(08).
          05 WS-AT-EMP-STATUS    PIC X(01).

       01 WS-BROWSE-KEY         PIC X(16).
       01 WS-SEARCH-EMP-ID      PIC X(05).

       01 WS-FOUND-SW           PIC X(01) VALUE 'N'.
          88 WS-ITEM-FOUND               VALUE 'Y'.
          88 WS-ITEM-NOT-FOUND           VALUE 'N'.

       01 WS-BROWSE-END-SW      PIC X(01) VALUE 'N'.
          88 WS-BROWSE-ENDED             VALUE 'Y'.
          88 WS-BROWSE-GOING             VALUE 'N'.

      *----------------------------------------------------------------
      * SALARY CLEARANCE - THE SAME SALCLR TEST EMPINQ APPLIES, FOR
      * THE BRANCH AND DEPARTMENT ON THE QUEUED TRANSACTION IMAGE.
      * WS-DISCLOSED-KEY IS THE ITEM ALREADY LOGGED IN THIS TASK, SO
      * A DECISION THAT REDISPLAYS THE ITEM IS NOT LOGGED TWICE.
      *----------------------------------------------------------------
       01 WS-CLEARANCE.
          05 WS-CLR-IDX         PIC 9(02) VALUE ZERO.
          05 WS-SALARY-CLEARED-SW PIC X(01) VALUE 'N'.
             88 WS-SALARY-CLEARED          VALUE 'Y'.
             88 WS-SALARY-MASKED           VALUE 'N'.
          05 WS-MASKED-SALARY   PIC X(10) VALUE ALL '*'.
          05 WS-DISCLOSED-KEY   PIC X(16) VALUE SPACES.

       01 WS-MESSAGE            PIC X(60) VALUE SPACES.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
          05 LK-LAST-KEY        PIC X(16).

       PROCEDURE DIVISION.

           MOVE LOW-VALUES TO EMPAPRMI.
           MOVE SPACES TO WS-MESSAGE.

           IF EIBCALEN = 0
               MOVE SPACES TO CA-LAST-KEY
               MOVE 'ENTER AN EMP-ID, OR PF8 TO BROWSE PENDING ITEMS'
                   TO WS-MESSAGE
               PERFORM SEND-FULL-MAP
           ELSE
               MOVE LK-LAST-KEY TO CA-LAST-KEY
               PERFORM HANDLE-USER-ACTION
           END-IF.

           EXEC CICS RETURN
               TRANSID('EMPA')
               COMMAREA(WS-COMMAREA)
               LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

      *----------------------------------------------------------------
      * HANDLE-USER-ACTION - RECEIVES THE SCREEN AND DISPATCHES ON
      * THE ATTENTION KEY.  PF3/CLEAR END THE SESSION.
      *----------------------------------------------------------------
       HANDLE-USER-ACTION.
           IF EIBAID = DFHPF3 OR EIBAID = DFHCLEAR
               EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC
               EXEC CICS RETURN END-EXEC
           END-IF.

           EXEC CICS RECEIVE MAP('EMPAPRM') MAPSET('APPRMAP')
               INTO(EMPAPRMI)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(MAPFAIL)
               MOVE 'ENTER AN EMP-ID, OR PF8 TO BROWSE PENDING ITEMS'
                   TO WS-MESSAGE
               PERFORM SEND-FULL-MAP
               EXEC CICS RETURN
                   TRANSID('EMPA')
                   COMMAREA(WS-COMMAREA)
                   LENGTH(LENGTH OF WS-COMMAREA)
               END-EXEC
           END-IF.

           EVALUATE EIBAID
               WHEN DFHENTER
                   PERFORM FIND-PENDING-FOR-EMPLOYEE
               WHEN DFHPF8
                   PERFORM BROWSE-FORWARD
               WHEN DFHPF7
                   PERFORM BROWSE-BACKWARD
               WHEN DFHPF5
                   PERFORM APPROVE-ITEM
               WHEN DFHPF6
                   PERFORM REJECT-ITEM
               WHEN OTHER
                   MOVE 'UNASSIGNED KEY - USE ENTER PF7 PF8 PF5 PF6'
                       TO WS-MESSAGE
           END-EVALUATE.

           PERFORM SEND-FULL-MAP.

      *----------------------------------------------------------------
      * FIND-PENDING-FOR-EMPLOYEE - BROWSE FROM THE FRONT OF THE
      * KEYED EMP-ID'S ITEMS (THE QUEUE IS KEYED EMP-ID FIRST) TO
      * THE FIRST ONE STILL PENDING.  A DECIDED ITEM IS STILL SHOWN
      * WHEN THE EMPLOYEE HAS NOTHING PENDING, SO THE KEYER CAN SEE
      * WHAT BECAME OF THE LAST CHANGE.
      *----------------------------------------------------------------
       FIND-PENDING-FOR-EMPLOYEE.
           IF EMPIDI = SPACES OR EMPIDI = LOW-VALUES
               MOVE 'EMP-ID IS REQUIRED' TO WS-MESSAGE
           ELSE
               MOVE EMPIDI     TO WS-SEARCH-EMP-ID
               MOVE LOW-VALUES TO WS-BROWSE-KEY
               MOVE EMPIDI     TO WS-BROWSE-KEY(1:5)
               SET WS-ITEM-NOT-FOUND TO TRUE
               SET WS-BROWSE-GOING TO TRUE
               MOVE SPACES TO CA-LAST-KEY
               EXEC CICS STARTBR FILE('APPRQUE')
                   RIDFLD(WS-BROWSE-KEY)
                   GTEQ
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   PERFORM READ-NEXT-FOR-EMPLOYEE
                       UNTIL WS-ITEM-FOUND OR WS-BROWSE-ENDED
                   EXEC CICS ENDBR FILE('APPRQUE') END-EXEC
               END-IF
               IF WS-ITEM-FOUND
                   MOVE 'PENDING ITEM - PF5 TO APPROVE, PF6 TO REJECT'
                       TO WS-MESSAGE
               ELSE
                   IF CA-LAST-KEY NOT = SPACES
                       PERFORM READ-LAST-KEY-TO-MAP
                       MOVE 'NOTHING PENDING - LAST DECIDED ITEM SHOWN'
                           TO WS-MESSAGE
                   ELSE
                       MOVE 'NO APPROVAL ITEMS FOR THIS EMP-ID'
                           TO WS-MESSAGE
                   END-IF
               END-IF
           END-IF.

       READ-NEXT-FOR-EMPLOYEE.
           EXEC CICS READNEXT FILE('APPRQUE')
               INTO(APPROVAL-QUEUE-RECORD)
               RIDFLD(WS-BROWSE-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
                   OR APPR-EMP-ID NOT = WS-SEARCH-EMP-ID
               SET WS-BROWSE-ENDED TO TRUE
           ELSE
               MOVE APPR-KEY TO CA-LAST-KEY
               IF APPR-IS-PENDING
                   SET WS-ITEM-FOUND TO TRUE
                   PERFORM FORMAT-ITEM-TO-MAP
               END-IF
           END-IF.

       READ-LAST-KEY-TO-MAP.
           MOVE CA-LAST-KEY TO APPR-KEY.
           EXEC CICS READ FILE('APPRQUE')
               INTO(APPROVAL-QUEUE-RECORD)
               RIDFLD(APPR-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM FORMAT-ITEM-TO-MAP
           END-IF.

      *----------------------------------------------------------------
      * BROWSE-FORWARD / BROWSE-BACKWARD - PSEUDO-CONVERSATIONAL
      * BROWSE OF PENDING ITEMS ONLY: POSITION ON THE LAST DISPLAYED
      * KEY, STEP PAST IT AND PAST ANY DECIDED ITEMS, AND END THE
      * BROWSE AGAIN.  FROM A FRESH SCREEN PF8 STARTS AT THE FRONT
      * OF THE QUEUE.
      *----------------------------------------------------------------
       BROWSE-FORWARD.
           IF CA-LAST-KEY = SPACES
               MOVE LOW-VALUES TO WS-BROWSE-KEY
           ELSE
               MOVE CA-LAST-KEY TO WS-BROWSE-KEY
           END-IF.
           SET WS-ITEM-NOT-FOUND TO TRUE.
           SET WS-BROWSE-GOING TO TRUE.
           EXEC CICS STARTBR FILE('APPRQUE')
               RIDFLD(WS-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM READ-NEXT-PENDING
                   UNTIL WS-ITEM-FOUND OR WS-BROWSE-ENDED
               EXEC CICS ENDBR FILE('APPRQUE') END-EXEC
           END-IF.
           IF WS-ITEM-FOUND
               MOVE 'NEXT PENDING ITEM DISPLAYED' TO WS-MESSAGE
           ELSE
               MOVE 'END OF QUEUE - NO PENDING ITEM FORWARD'
                   TO WS-MESSAGE
           END-IF.

       READ-NEXT-PENDING.
           EXEC CICS READNEXT FILE('APPRQUE')
               INTO(APPROVAL-QUEUE-RECORD)
               RIDFLD(WS-BROWSE-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-BROWSE-ENDED TO TRUE
           ELSE
               IF APPR-IS-PENDING AND APPR-KEY NOT = CA-LAST-KEY
                   SET WS-ITEM-FOUND TO TRUE
                   MOVE APPR-KEY TO CA-LAST-KEY
                   PERFORM FORMAT-ITEM-TO-MAP
               END-IF
           END-IF.

       BROWSE-BACKWARD.
           IF CA-LAST-KEY = SPACES
               MOVE 'TOP OF QUEUE - NO PENDING ITEM BACKWARD'
                   TO WS-MESSAGE
           ELSE
               MOVE CA-LAST-KEY TO WS-BROWSE-KEY
               SET WS-ITEM-NOT-FOUND TO TRUE
               SET WS-BROWSE-GOING TO TRUE
               EXEC CICS STARTBR FILE('APPRQUE')
                   RIDFLD(WS-BROWSE-KEY)
                   GTEQ
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   PERFORM READ-PRIOR-PENDING
                       UNTIL WS-ITEM-FOUND OR WS-BROWSE-ENDED
                   EXEC CICS ENDBR FILE('APPRQUE') END-EXEC
               END-IF
               IF WS-ITEM-FOUND
                   MOVE 'PRIOR PENDING ITEM DISPLAYED' TO WS-MESSAGE
               ELSE
                   MOVE 'TOP OF QUEUE - NO PENDING ITEM BACKWARD'
                       TO WS-MESSAGE
               END-IF
           END-IF.

       READ-PRIOR-PENDING.
           EXEC CICS READPREV FILE('APPRQUE')
               INTO(APPROVAL-QUEUE-RECORD)
               RIDFLD(WS-BROWSE-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-BROWSE-ENDED TO TRUE
           ELSE
               IF APPR-IS-PENDING AND APPR-KEY NOT = CA-LAST-KEY
                   SET WS-ITEM-FOUND TO TRUE
                   MOVE APPR-KEY TO CA-LAST-KEY
                   PERFORM FORMAT-ITEM-TO-MAP
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * APPROVE-ITEM / REJECT-ITEM - READ THE DISPLAYED ITEM FOR
      * UPDATE, CONFIRM IT IS STILL PENDING AND THAT THE SIGNED-ON
      * USER IS NOT ITS MAKER, THEN RECORD THE DECISION.  A REJECT
      * MUST CARRY A REASON.  NOTAUTH FROM CICS SECURITY IS
      * REPORTED, NOT ABENDED.
      *----------------------------------------------------------------
       APPROVE-ITEM.
           IF CA-LAST-KEY = SPACES
               MOVE 'DISPLAY AN ITEM FIRST (ENTER OR PF8)' TO WS-MESSAGE
           ELSE
               PERFORM READ-ITEM-FOR-DECISION
               IF WS-ITEM-FOUND
                   SET APPR-IS-APPROVED TO TRUE
                   MOVE SPACES TO APPR-REJECT-REASON
                   PERFORM REWRITE-DECIDED-ITEM
                   IF WS-ITEM-FOUND
                       MOVE APPR-TRAN-IMAGE TO WS-APPR-TRAN-IMAGE
                       IF WS-AT-EFF-DATE NOT = SPACES
                               AND WS-AT-EFF-DATE > WS-RUN-DATE
                           MOVE SPACES TO WS-MESSAGE
                           STRING 'APPROVED - APPLIES ON '
                                      DELIMITED BY SIZE
                                  WS-AT-EFF-DATE DELIMITED BY SIZE
                                  INTO WS-MESSAGE
                       ELSE
                           MOVE 'APPROVED - APPLIES IN TONIGHT''S RUN'
                               TO WS-MESSAGE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       REJECT-ITEM.
           IF CA-LAST-KEY = SPACES
               MOVE 'DISPLAY AN ITEM FIRST (ENTER OR PF8)' TO WS-MESSAGE
           ELSE
           IF REJRSNI = SPACES OR REJRSNI = LOW-VALUES
               PERFORM READ-LAST-KEY-TO-MAP
               MOVE 'KEY A REJECT REASON, THEN PF6' TO WS-MESSAGE
           ELSE
               PERFORM READ-ITEM-FOR-DECISION
               IF WS-ITEM-FOUND
                   SET APPR-IS-REJECTED TO TRUE
                   MOVE REJRSNI TO APPR-REJECT-REASON
                   PERFORM REWRITE-DECIDED-ITEM
                   IF WS-ITEM-FOUND
                       MOVE 'REJECTED - THE CHANGE WILL NOT BE APPLIED'
                           TO WS-MESSAGE
                   END-IF
               END-IF
           END-IF
           END-IF.

       READ-ITEM-FOR-DECISION.
           SET WS-ITEM-NOT-FOUND TO TRUE.
           PERFORM GET-CURRENT-STAMP.
           MOVE CA-LAST-KEY TO APPR-KEY.
           EXEC CICS READ FILE('APPRQUE')
               INTO(APPROVAL-QUEUE-RECORD)
               RIDFLD(APPR-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   PERFORM FORMAT-ITEM-TO-MAP
                   IF NOT APPR-IS-PENDING
                       EXEC CICS UNLOCK FILE('APPRQUE') END-EXEC
                       MOVE 'ITEM ALREADY DECIDED - NOT PENDING'
                           TO WS-MESSAGE
                   ELSE
                   IF APPR-MAKER-ID = WS-USERID
                       EXEC CICS UNLOCK FILE('APPRQUE') END-EXEC
                       MOVE 'MAKER MAY NOT DECIDE - ANOTHER USER MUST'
                           TO WS-MESSAGE
                   ELSE
                       SET WS-ITEM-FOUND TO TRUE
                   END-IF
                   END-IF
               WHEN DFHRESP(NOTFND)
                   MOVE 'ITEM NO LONGER ON THE QUEUE' TO WS-MESSAGE
               WHEN DFHRESP(NOTAUTH)
                   MOVE 'NOT AUTHORIZED TO DECIDE APPROVAL ITEMS'
                       TO WS-MESSAGE
               WHEN OTHER
                   PERFORM REPORT-FILE-ERROR
           END-EVALUATE.

       REWRITE-DECIDED-ITEM.
           MOVE WS-USERID   TO APPR-CHECKER-ID.
           MOVE WS-RUN-DATE TO APPR-DECIDED-DATE.
           MOVE WS-RUN-TIME TO APPR-DECIDED-TIME.
           EXEC CICS REWRITE FILE('APPRQUE')
               FROM(APPROVAL-QUEUE-RECORD)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM FORMAT-ITEM-TO-MAP
           ELSE
               SET WS-ITEM-NOT-FOUND TO TRUE
               PERFORM REPORT-FILE-ERROR
           END-IF.

       GET-CURRENT-STAMP.
           EXEC CICS ASKTIME ABSTIME(WS-ABS-TIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABS-TIME)
               YYYYMMDD(WS-RUN-DATE)
               TIME(WS-RUN-TIME)
           END-EXEC.
           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.

      *----------------------------------------------------------------
      * FORMAT-ITEM-TO-MAP - THE QUEUED CHANGE AGAINST WHAT IT
      * REPLACES: CURRENT SALARY/STATUS AS CAPTURED WHEN THE CHANGE
      * WAS KEYED, NEW SALARY/STATUS FROM THE TRANSACTION IMAGE.
      * BOTH SALARIES ARE MASKED UNLESS THE CHECKER IS CLEARED.
      *----------------------------------------------------------------
       FORMAT-ITEM-TO-MAP.
           MOVE APPR-TRAN-IMAGE TO WS-APPR-TRAN-IMAGE.
           MOVE APPR-EMP-ID         TO EMPIDO.
           MOVE APPR-KEYED-DATE     TO KEYDTO.
           MOVE APPR-MAKER-ID       TO MAKERO.
           MOVE APPR-SOURCE         TO SOURCEO.
           EVALUATE TRUE
               WHEN APPR-FOR-SALARY
                   MOVE 'SALARY CHANGE OVER THRESHOLD' TO RSNO
               WHEN APPR-FOR-SUSPENSION
                   MOVE 'MOVE TO SUSPENDED STATUS' TO RSNO
               WHEN APPR-FOR-BOTH
                   MOVE 'SALARY CHANGE AND SUSPENSION' TO RSNO
               WHEN OTHER
                   MOVE SPACES TO RSNO
           END-EVALUATE.
           MOVE WS-AT-ACTION        TO ACTNO.
           MOVE WS-AT-EFF-DATE      TO EFFDTO.
           MOVE WS-AT-EMP-NAME      TO NAMEO.
           MOVE WS-AT-EMP-DEPT-CODE TO DEPTO.
           MOVE WS-AT-EMP-BRANCH    TO BRANCHO.
           PERFORM CHECK-SALARY-CLEARANCE.
           IF WS-SALARY-CLEARED
               MOVE APPR-OLD-SALARY  TO OLDSALO
               MOVE WS-AT-EMP-SALARY TO NEWSALO
           ELSE
               MOVE WS-MASKED-SALARY TO OLDSALO
               MOVE WS-MASKED-SALARY TO NEWSALO
           END-IF.
           MOVE APPR-OLD-STATUS     TO OLDSTO.
           MOVE WS-AT-EMP-STATUS    TO NEWSTO.
           EVALUATE TRUE
               WHEN APPR-IS-PENDING
                   MOVE 'PENDING'   TO STATEO
               WHEN APPR-IS-APPROVED
                   MOVE 'APPROVED'  TO STATEO
               WHEN APPR-IS-REJECTED
                   MOVE 'REJECTED'  TO STATEO
               WHEN APPR-IS-APPLIED
                   MOVE 'APPLIED'   TO STATEO
               WHEN APPR-IS-FAILED
                   MOVE 'FAILED'    TO STATEO
               WHEN OTHER
                   MOVE SPACES      TO STATEO
           END-EVALUATE.
           MOVE APPR-CHECKER-ID     TO CHKRO.
           MOVE APPR-DECIDED-DATE   TO DECDTO.
           MOVE APPR-REJECT-REASON  TO REJRSNO.

      *----------------------------------------------------------------
      * CHECK-SALARY-CLEARANCE - FOR THE ITEM IN HAND, LOOKS FOR THE
      * SIGNED-ON USERID'S SALCLR ROW FOR THE EMPLOYEE'S BRANCH, THEN
      * FOR ITS '*ALL' ROW, AND CLEARS THE SALARIES WHEN EITHER LISTS
      * THE EMPLOYEE'S DEPARTMENT OR '*ALL'.  CLEARED SALARIES ARE
      * SHOWN ONLY ONCE THEIR DISCLOSURE RECORD IS ON 'SDLG'.
      *----------------------------------------------------------------
       CHECK-SALARY-CLEARANCE.
           IF APPR-KEY = WS-DISCLOSED-KEY
               SET WS-SALARY-CLEARED TO TRUE
           ELSE
               SET WS-SALARY-MASKED TO TRUE
               PERFORM GET-CURRENT-STAMP
               MOVE WS-USERID        TO CLR-USERID
               MOVE WS-AT-EMP-BRANCH TO CLR-BRANCH
               PERFORM TEST-ONE-CLEARANCE-ROW
               IF WS-SALARY-MASKED
                   MOVE WS-USERID TO CLR-USERID
                   MOVE '*ALL'    TO CLR-BRANCH
                   PERFORM TEST-ONE-CLEARANCE-ROW
               END-IF
               IF WS-SALARY-CLEARED
                   PERFORM WRITE-DISCLOSURE-RECORD
               END-IF
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
               IF CLR-DEPT(WS-CLR-IDX) = WS-AT-EMP-DEPT-CODE
                       OR CLR-DEPT(WS-CLR-IDX) = '*ALL'
                   SET WS-SALARY-CLEARED TO TRUE
               END-IF
           END-IF.

       WRITE-DISCLOSURE-RECORD.
           MOVE SPACES              TO DISC-RECORD.
           MOVE WS-RUN-DATE         TO DISC-DATE.
           MOVE WS-RUN-TIME         TO DISC-TIME.
           MOVE 'EMPAPPR'           TO DISC-PROGRAM.
           MOVE 'EMPA'              TO DISC-OUTPUT.
           SET DISC-IS-VIEW         TO TRUE.
           MOVE WS-USERID           TO DISC-USERID.
           MOVE APPR-EMP-ID         TO DISC-EMP-ID.
           MOVE WS-AT-EMP-DEPT-CODE TO DISC-DEPT.
           MOVE WS-AT-EMP-BRANCH    TO DISC-BRANCH.
           EXEC CICS WRITEQ TD QUEUE('SDLG')
               FROM(DISC-RECORD)
               LENGTH(LENGTH OF DISC-RECORD)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE APPR-KEY TO WS-DISCLOSED-KEY
           ELSE
               SET WS-SALARY-MASKED TO TRUE
           END-IF.

       REPORT-FILE-ERROR.
           MOVE 'FILE ERROR - CONTACT OPERATIONS' TO WS-MESSAGE.

       SEND-FULL-MAP.
           MOVE WS-MESSAGE TO MSGO.
           EXEC CICS SEND MAP('EMPAPRM') MAPSET('APPRMAP')
               FROM(EMPAPRMO)
               ERASE
           END-EXEC.
