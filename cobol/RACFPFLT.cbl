       IDENTIFICATION DIVISION.
       PROGRAM-ID. RACFPFLT.

      *----------------------------------------------------------------
      * RACFPFLT - PRE-FLIGHT CHECK OF THE GENERATED RACF COMMANDS.
      * TSS2RACF WRITES OUTPUT.TXT; BEFORE IT GOES TO THE SECURITY
      * TEAM THIS PROGRAM CHECKS EVERY COMMAND AGAINST THE SORTED
      * RACF DATABASE EXTRACT (PROD.RACF.EXTRACT, THE SAME UNLOAD
      * EMPRECON READS) AND SORTS THEM THREE WAYS:
      *     HELD       CERTAIN TO FAIL - AN ADDUSER OR ADDGROUP FOR
      *                A NAME ALREADY DEFINED, AN ALTUSER, DELUSER,
      *                CONNECT OR DELGROUP FOR ONE THAT IS NOT, A
      *                GROUP, OWNER OR PERMIT ID THAT DOES NOT
      *                EXIST, A DELGROUP FOR A GROUP STILL HOLDING
      *                USERS OR SUBGROUPS.  PULLED OUT OF OUTPUT.TXT
      *                INTO THE CUMULATIVE HELD.TXT WITH THE REASON
      *                AND THE ORIGINAL TSS LINE.
      *     REDUNDANT  WILL RUN BUT CHANGES NOTHING - A REVOKE OF A
      *                REVOKED USERID, A RESUME OF ONE NOT REVOKED,
      *                AN ALTUSER TO THE NAME AND GROUP IT ALREADY
      *                HAS, A CONNECT TO THE USER'S DEFAULT GROUP.
      *                FLAGGED ON THE REPORT, STILL SUBMITTED.
      *     SUBMIT     EVERYTHING ELSE.
      * OUTPUT.TXT AND AUDIT.TXT ARE REWRITTEN TOGETHER WITH ONLY
      * THE SUBMITTED COMMANDS, SO THE LOCK-STEP PAIRING RACFVRFY
      * RELIES ON STILL HOLDS, AND PREFLIGHT.RPT LISTS WHAT WILL
      * AND WILL NOT BE SUBMITTED.
      *
      * MATCHING RULE: EVERY USERID OR GROUP NAME A COMMAND NAMES
      * (ITS OBJECT, AND ANY DFLTGRP/GROUP/SUPGROUP, OWNER OR ID
      * OPERAND) BECOMES A PROBE IN A TABLE KEPT IN NAME ORDER,
      * COMMAND ORDER WITHIN A NAME.  THE EXTRACT IS THEN READ ONCE
      * ALONGSIDE IT, SO ONLY TONIGHT'S COMMANDS ARE HELD IN
      * STORAGE, NEVER THE DATABASE.  WITHIN ONE NAME THE PROBES
      * ARE REPLAYED IN COMMAND ORDER AGAINST THE EXTRACT ROW, EACH
      * COMMAND'S EFFECT CARRIED FORWARD - SO AN ADDUSER FOLLOWED
      * LATER IN THE SAME FILE BY A CONNECT FOR THE NEW USERID IS
      * JUDGED AS RACF WILL SEE IT, NOT AS THE EXTRACT DOES.
      *
      * A HELD COMMAND WILL NOT RUN, SO IT CARRIES NO EFFECT FORWARD.
      * A COMMAND CAN BE HELD ON A NAME THAT SORTS AFTER ONE IT HAS
      * ALREADY BEEN REPLAYED ON (AN ADDUSER HELD FOR ITS DFLTGRP),
      * SO THE MATCH IS REPEATED UNTIL A PASS HOLDS NOTHING NEW; BY
      * THEN A COMMAND THAT NEEDED A HELD ONE (A CONNECT FOR THAT
      * USERID, A SUBGROUP OF A HELD ADDGROUP) IS HELD TOO.
      *
      * THE FILES ARE LEFT UNTOUCHED AND THE RUN ABANDONED (RC=8)
      * IF OUTPUT.TXT AND AUDIT.TXT DO NOT PAIR UP, THE EXTRACT IS
      * OUT OF SEQUENCE, OR A FILE CANNOT BE OPENED.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMMAND-FILE ASSIGN TO 'OUTPUT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-FS1.
           SELECT AUDIT-FILE ASSIGN TO 'AUDIT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-FS2.
           SELECT HELD-FILE ASSIGN TO 'HELD.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-FS4.
           SELECT PREFLIGHT-RPT-FILE ASSIGN TO 'PREFLIGHT.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-FS5.

           SELECT RACF-EXTRACT-FILE ASSIGN TO RACFEXT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-FS3.

           SELECT RUN-JOURNAL ASSIGN TO RUNJRNL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-JRNL-FS.

       DATA DIVISION.
       FILE SECTION.
       FD COMMAND-FILE.
       01 COMMAND-RECORD   PIC X(300).

       FD AUDIT-FILE.
       01 AUDIT-RECORD     PIC X(630).

      *----------------------------------------------------------------
      * HELD-RECORD - ONE PER COMMAND PULLED FROM THE SUBMISSION,
      * APPENDED NIGHT AFTER NIGHT.  ONCE THE CAUSE IS PUT RIGHT THE
      * TSS LINE CAN BE PUT BACK INTO INPUT.TXT FOR RECONVERSION.
      *----------------------------------------------------------------
       FD HELD-FILE.
       01 HELD-RECORD.
          05 HELD-DATE            PIC X(08).
          05 FILLER               PIC X(01).
          05 HELD-REASON          PIC X(40).
          05 FILLER               PIC X(01).
          05 HELD-COMMAND         PIC X(300).
          05 FILLER               PIC X(01).
          05 HELD-TSS-LINE        PIC X(300).

       FD PREFLIGHT-RPT-FILE.
       01 PREFLIGHT-RPT-RECORD PIC X(132).

       FD RACF-EXTRACT-FILE
           RECORD CONTAINS 80 CHARACTERS.

           COPY RACFXREC.

       FD RUN-JOURNAL
           RECORD CONTAINS 100 CHARACTERS.

           COPY RUNJRNL.

       WORKING-STORAGE SECTION.
       01 WS-VAR.
          05 WS-FS1        PIC X(02) VALUE '00'.
          05 WS-FS2        PIC X(02) VALUE '00'.
          05 WS-FS3        PIC X(02) VALUE '00'.
          05 WS-FS4        PIC X(02) VALUE '00'.
          05 WS-FS5        PIC X(02) VALUE '00'.
          05 WS-EOF-SW     PIC X(01).
             88 WS-EOF               VALUE 'Y'.
             88 WS-NOT-EOF           VALUE 'N'.
          05 WS-ABANDON-SW PIC X(01) VALUE 'N'.
             88 WS-RUN-ABANDONED     VALUE 'Y'.
          05 WS-RACFEXT-OPEN-SW  PIC X(01) VALUE 'N'.
             88 WS-RACFEXT-IS-OPEN         VALUE 'Y'.

       01 WS-JRNL-FS           PIC X(02) VALUE '00'.
       01 WS-JOURNAL-OPEN-SW   PIC X(01) VALUE 'N'.
          88 WS-JOURNAL-IS-OPEN          VALUE 'Y'.

       01 WS-RUN-DATE          PIC X(08) VALUE SPACES.

      *----------------------------------------------------------------
      * WS-CMD-TABLE - EVERY GENERATED COMMAND WITH ITS AUDIT
      * PAIRING, THE OPERANDS THE CHECKS NEED, AND ITS VERDICT.
      *     VERDICT 'S' - SUBMIT
      *     VERDICT 'R' - SUBMIT, FLAGGED REDUNDANT
      *     VERDICT 'H' - HELD, CERTAIN TO FAIL
      *----------------------------------------------------------------
       01 WS-CMD-TABLE.
          05 WS-CMD-MAX         PIC 9(05) VALUE 2000.
          05 WS-CMD-COUNT       PIC 9(05) VALUE ZERO.
          05 WS-CMD-IDX         PIC 9(05) VALUE ZERO.
          05 WS-CMD-ENTRY OCCURS 2000 TIMES.
             10 WS-CT-COMMAND   PIC X(300).
             10 WS-CT-AUDIT     PIC X(630).
             10 WS-CT-VERB      PIC X(10).
                88 WS-CT-IS-ADDUSER      VALUE 'ADDUSER'.
                88 WS-CT-IS-ALTUSER      VALUE 'ALTUSER'.
                88 WS-CT-IS-REVOKE       VALUE 'REVOKE'.
                88 WS-CT-IS-RESUME       VALUE 'RESUME'.
                88 WS-CT-IS-DELUSER      VALUE 'DELUSER'.
                88 WS-CT-IS-CONNECT      VALUE 'CONNECT'.
                88 WS-CT-IS-ADDGROUP     VALUE 'ADDGROUP'.
                88 WS-CT-IS-DELGROUP     VALUE 'DELGROUP'.
                88 WS-CT-IS-PERMIT       VALUE 'PERMIT'.
                88 WS-CT-HAS-OBJECT      VALUES 'ADDUSER'
                                                'ALTUSER'
                                                'REVOKE'
                                                'RESUME'
                                                'DELUSER'
                                                'CONNECT'
                                                'ADDGROUP'
                                                'DELGROUP'.
             10 WS-CT-OBJECT    PIC X(08).
             10 WS-CT-NAME      PIC X(30).
             10 WS-CT-GROUP-REF PIC X(08).
             10 WS-CT-ID-REF    PIC X(08).
             10 WS-CT-VERDICT   PIC X(01).
                88 WS-CT-SUBMIT          VALUE 'S'.
                88 WS-CT-REDUNDANT       VALUE 'R'.
                88 WS-CT-HELD            VALUE 'H'.
             10 WS-CT-REASON    PIC X(40).

       01 WS-AUDIT-COUNT        PIC 9(05) VALUE ZERO.

      *----------------------------------------------------------------
      * WS-PROBE-TABLE - ONE ENTRY PER NAME A COMMAND REFERS TO, IN
      * NAME ORDER (COMMAND ORDER WITHIN A NAME).  ROLE:
      *     'P' - THE COMMAND'S OWN OBJECT (USERID OR GROUP)
      *     'G' - A GROUP OPERAND - DFLTGRP, GROUP OR SUPGROUP
      *     'O' - AN OWNER OR PERMIT ID - USERID OR GROUP
      *----------------------------------------------------------------
       01 WS-PROBE-TABLE.
          05 WS-PROBE-MAX       PIC 9(05) VALUE 6000.
          05 WS-PROBE-COUNT     PIC 9(05) VALUE ZERO.
          05 WS-PROBE-IDX       PIC 9(05) VALUE ZERO.
          05 WS-PROBE-SLOT      PIC 9(05) VALUE ZERO.
          05 WS-PROBE-ENTRY OCCURS 6000 TIMES.
             10 WS-PB-KEY       PIC X(08).
             10 WS-PB-CMD       PIC 9(05).
             10 WS-PB-ROLE      PIC X(01).
                88 WS-PB-IS-OBJECT       VALUE 'P'.
                88 WS-PB-IS-GROUP-REF    VALUE 'G'.
                88 WS-PB-IS-ID-REF       VALUE 'O'.

       01 WS-NEW-PROBE.
          05 WS-NP-KEY          PIC X(08).
          05 WS-NP-CMD          PIC 9(05).
          05 WS-NP-ROLE         PIC X(01).

       01 WS-SHIFT-SW           PIC X(01) VALUE 'N'.
          88 WS-SHIFT-DONE                VALUE 'Y'.
          88 WS-SHIFT-NOT-DONE            VALUE 'N'.

      *----------------------------------------------------------------
      * COMMAND PARSE AREA.  KEYWORD OPERANDS ARE FOUND BY SPLITTING
      * THE COMMAND ON THE KEYWORD TEXT (LEADING BLANK INCLUDED, SO
      * ' GROUP(' DOES NOT MATCH INSIDE SUPGROUP) AND TAKING THE
      * VALUE UP TO THE CLOSING PARENTHESIS.
      *----------------------------------------------------------------
       01 WS-PARSE-FIELDS.
          05 WS-PC-VERB         PIC X(10).
          05 WS-PC-OBJECT       PIC X(10).
          05 WS-PC-THIRD        PIC X(10).
          05 WS-KW-TEXT         PIC X(10).
          05 WS-KW-LEN          PIC 9(02) VALUE ZERO.
          05 WS-KW-BEFORE       PIC X(300).
          05 WS-KW-DELIM        PIC X(10).
          05 WS-KW-AFTER        PIC X(300).
          05 WS-KW-VALUE        PIC X(30).

      *----------------------------------------------------------------
      * MATCH STATE - THE NAME BEING JUDGED AS RACF WILL SEE IT
      * WHEN EACH OF ITS COMMANDS RUNS: STARTED FROM THE EXTRACT ROW
      * (OR NOT DEFINED) AND UPDATED BY EVERY COMMAND THAT PASSES.
      *----------------------------------------------------------------
       01 WS-MATCH-KEYS.
          05 WS-RUN-KEY         PIC X(08) VALUE SPACES.
          05 WS-RACF-KEY        PIC X(08) VALUE SPACES.
          05 WS-RACF-PRIOR-KEY  PIC X(08) VALUE SPACES.

       01 WS-MATCH-PASS.
          05 WS-PASS-COUNT      PIC 9(03) VALUE ZERO.
          05 WS-NEW-HOLD-SW     PIC X(01) VALUE 'Y'.
             88 WS-NEW-HOLDS              VALUE 'Y'.
             88 WS-NO-NEW-HOLDS           VALUE 'N'.

       01 WS-RUN-END-SW         PIC X(01) VALUE 'N'.
          88 WS-RUN-ENDED                 VALUE 'Y'.
          88 WS-RUN-NOT-ENDED             VALUE 'N'.

       01 WS-MATCH-STATE.
          05 WS-ST-TYPE         PIC X(01).
             88 WS-ST-NOT-DEFINED         VALUE 'N'.
             88 WS-ST-IS-USER             VALUE 'U'.
             88 WS-ST-IS-GROUP            VALUE 'G'.
          05 WS-ST-REVOKED      PIC X(01).
             88 WS-ST-IS-REVOKED          VALUE 'Y'.
          05 WS-ST-NAME         PIC X(30).
          05 WS-ST-DFLTGRP      PIC X(08).
          05 WS-ST-DEPENDENTS   PIC 9(05).

       01 WS-HOLD-REASON        PIC X(40).

       01 WS-PREFLIGHT-COUNTERS.
          05 WS-EXTRACT-READ-COUNT PIC 9(07) VALUE ZERO.
          05 WS-SUBMIT-COUNT    PIC 9(07) VALUE ZERO.
          05 WS-REDUNDANT-COUNT PIC 9(07) VALUE ZERO.
          05 WS-HELD-COUNT      PIC 9(07) VALUE ZERO.
          05 WS-UNCHECKED-COUNT PIC 9(07) VALUE ZERO.

       01 WS-RPT-LINE           PIC X(132).

       01 WS-DETAIL-LINE.
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-VERDICT      PIC X(10).
          05 WS-DL-REASON       PIC X(40).
          05 FILLER             PIC X(02) VALUE SPACES.
          05 WS-DL-COMMAND      PIC X(78).

       PROCEDURE DIVISION.
           PERFORM WRITE-JOURNAL-START.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM LOAD-COMMAND-TABLE.
           IF NOT WS-RUN-ABANDONED
               PERFORM LOAD-AUDIT-PAIRINGS
           END-IF.
           IF NOT WS-RUN-ABANDONED
               PERFORM BUILD-PROBE-TABLE
           END-IF.
           IF NOT WS-RUN-ABANDONED
               PERFORM MATCH-PROBES-TO-EXTRACT
           END-IF.
           IF NOT WS-RUN-ABANDONED
               PERFORM WRITE-HELD-COMMANDS
           END-IF.
           IF NOT WS-RUN-ABANDONED
               PERFORM REWRITE-SUBMISSION
           END-IF.
           PERFORM WRITE-PREFLIGHT-REPORT.

           DISPLAY 'RACFPFLT: COMMANDS CHECKED  - ' WS-CMD-COUNT.
           DISPLAY 'RACFPFLT: EXTRACT ROWS READ - '
                   WS-EXTRACT-READ-COUNT.
           DISPLAY 'RACFPFLT: TO SUBMIT         - ' WS-SUBMIT-COUNT.
           DISPLAY 'RACFPFLT:   OF WHICH REDUNDANT '
                   WS-REDUNDANT-COUNT.
           DISPLAY 'RACFPFLT: HELD              - ' WS-HELD-COUNT.

           IF WS-RUN-ABANDONED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-HELD-COUNT > ZERO OR WS-REDUNDANT-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM WRITE-JOURNAL-END.

           STOP RUN.

       LOAD-COMMAND-TABLE.
           OPEN INPUT COMMAND-FILE.
           IF WS-FS1 NOT = '00'
               SET WS-RUN-ABANDONED TO TRUE
               DISPLAY 'RACFPFLT: UNABLE TO OPEN OUTPUT.TXT - FILE '
                       'STATUS ' WS-FS1
           ELSE
               SET WS-NOT-EOF TO TRUE
               PERFORM UNTIL WS-EOF OR WS-RUN-ABANDONED
                   READ COMMAND-FILE
                       AT END SET WS-EOF TO TRUE
                       NOT AT END PERFORM LOAD-ONE-COMMAND
                   END-READ
               END-PERFORM
               CLOSE COMMAND-FILE
           END-IF.

       LOAD-ONE-COMMAND.
           IF COMMAND-RECORD = SPACES
               CONTINUE
           ELSE
               IF WS-CMD-COUNT >= WS-CMD-MAX
                   SET WS-RUN-ABANDONED TO TRUE
                   DISPLAY 'RACFPFLT: MORE THAN ' WS-CMD-MAX
                           ' COMMANDS - RUN ABANDONED'
               ELSE
                   ADD 1 TO WS-CMD-COUNT
                   MOVE COMMAND-RECORD
                       TO WS-CT-COMMAND(WS-CMD-COUNT)
                   MOVE SPACES TO WS-CT-AUDIT(WS-CMD-COUNT)
                   MOVE 'S'    TO WS-CT-VERDICT(WS-CMD-COUNT)
                   MOVE SPACES TO WS-CT-REASON(WS-CMD-COUNT)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * LOAD-AUDIT-PAIRINGS - AUDIT LINE N BELONGS TO COMMAND N, THE
      * SAME LOCK-STEP RACFVRFY CHECKS.  THE WHOLE AUDIT LINE IS
      * KEPT SO AUDIT.TXT CAN BE WRITTEN BACK FOR THE COMMANDS THAT
      * GO FORWARD.
      *----------------------------------------------------------------
       LOAD-AUDIT-PAIRINGS.
           OPEN INPUT AUDIT-FILE.
           IF WS-FS2 NOT = '00'
               SET WS-RUN-ABANDONED TO TRUE
               DISPLAY 'RACFPFLT: UNABLE TO OPEN AUDIT.TXT - FILE '
                       'STATUS ' WS-FS2
           ELSE
               SET WS-NOT-EOF TO TRUE
               PERFORM UNTIL WS-EOF
                   READ AUDIT-FILE
                       AT END SET WS-EOF TO TRUE
                       NOT AT END PERFORM LOAD-ONE-AUDIT-PAIRING
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE

               IF WS-AUDIT-COUNT NOT = WS-CMD-COUNT
                   SET WS-RUN-ABANDONED TO TRUE
                   DISPLAY 'RACFPFLT: ' WS-CMD-COUNT ' COMMANDS BUT '
                           WS-AUDIT-COUNT ' AUDIT PAIRINGS - NOT '
                           'THE SAME CONVERSION RUN - ABANDONED'
               END-IF
           END-IF.

       LOAD-ONE-AUDIT-PAIRING.
           IF AUDIT-RECORD = SPACES
               CONTINUE
           ELSE
               ADD 1 TO WS-AUDIT-COUNT
               IF WS-AUDIT-COUNT <= WS-CMD-COUNT
                   MOVE AUDIT-RECORD TO WS-CT-AUDIT(WS-AUDIT-COUNT)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * BUILD-PROBE-TABLE - PARSE EACH COMMAND AND FILE A PROBE FOR
      * EVERY NAME IT REFERS TO.  A COMMAND WITH NOTHING TO CHECK
      * (A PROTECT OF A DATASET WITH NO OWNER, SAY) GOES THROUGH AS
      * SUBMITTED.
      *----------------------------------------------------------------
       BUILD-PROBE-TABLE.
           PERFORM PARSE-ONE-COMMAND
               VARYING WS-CMD-IDX FROM 1 BY 1
               UNTIL WS-CMD-IDX > WS-CMD-COUNT
               OR WS-RUN-ABANDONED.

       PARSE-ONE-COMMAND.
           MOVE SPACES TO WS-PC-VERB WS-PC-OBJECT WS-PC-THIRD.
           UNSTRING WS-CT-COMMAND(WS-CMD-IDX) DELIMITED BY ALL ' '
               INTO WS-PC-VERB WS-PC-OBJECT WS-PC-THIRD.

           MOVE WS-PC-VERB TO WS-CT-VERB(WS-CMD-IDX).
           IF WS-CT-IS-ALTUSER(WS-CMD-IDX)
               IF WS-PC-THIRD = 'REVOKE'
                   MOVE 'REVOKE' TO WS-CT-VERB(WS-CMD-IDX)
               END-IF
               IF WS-PC-THIRD = 'RESUME'
                   MOVE 'RESUME' TO WS-CT-VERB(WS-CMD-IDX)
               END-IF
           END-IF.

           MOVE SPACES TO WS-CT-OBJECT(WS-CMD-IDX)
                          WS-CT-NAME(WS-CMD-IDX)
                          WS-CT-GROUP-REF(WS-CMD-IDX)
                          WS-CT-ID-REF(WS-CMD-IDX).

           IF WS-CT-HAS-OBJECT(WS-CMD-IDX)
               MOVE WS-PC-OBJECT TO WS-CT-OBJECT(WS-CMD-IDX)
           END-IF.

           IF WS-CT-IS-ADDUSER(WS-CMD-IDX)
                   OR WS-CT-IS-ALTUSER(WS-CMD-IDX)
               MOVE ' NAME('    TO WS-KW-TEXT
               MOVE 6           TO WS-KW-LEN
               PERFORM FIND-KEYWORD-VALUE
               MOVE WS-KW-VALUE TO WS-CT-NAME(WS-CMD-IDX)
               MOVE ' DFLTGRP(' TO WS-KW-TEXT
               MOVE 9           TO WS-KW-LEN
               PERFORM FIND-KEYWORD-VALUE
               MOVE WS-KW-VALUE TO WS-CT-GROUP-REF(WS-CMD-IDX)
           END-IF.
           IF WS-CT-IS-CONNECT(WS-CMD-IDX)
               MOVE ' GROUP('   TO WS-KW-TEXT
               MOVE 7           TO WS-KW-LEN
               PERFORM FIND-KEYWORD-VALUE
               MOVE WS-KW-VALUE TO WS-CT-GROUP-REF(WS-CMD-IDX)
           END-IF.
           IF WS-CT-IS-ADDGROUP(WS-CMD-IDX)
               MOVE ' SUPGROUP(' TO WS-KW-TEXT
               MOVE 10           TO WS-KW-LEN
               PERFORM FIND-KEYWORD-VALUE
               MOVE WS-KW-VALUE  TO WS-CT-GROUP-REF(WS-CMD-IDX)
           END-IF.
           IF WS-CT-IS-PERMIT(WS-CMD-IDX)
               MOVE ' ID('      TO WS-KW-TEXT
               MOVE 4           TO WS-KW-LEN
           ELSE
               MOVE ' OWNER('   TO WS-KW-TEXT
               MOVE 7           TO WS-KW-LEN
           END-IF.
           PERFORM FIND-KEYWORD-VALUE.
           MOVE WS-KW-VALUE TO WS-CT-ID-REF(WS-CMD-IDX).

           IF WS-CT-OBJECT(WS-CMD-IDX) NOT = SPACES
               MOVE WS-CT-OBJECT(WS-CMD-IDX) TO WS-NP-KEY
               MOVE 'P' TO WS-NP-ROLE
               PERFORM FILE-ONE-PROBE
           END-IF.
           IF WS-CT-GROUP-REF(WS-CMD-IDX) NOT = SPACES
               MOVE WS-CT-GROUP-REF(WS-CMD-IDX) TO WS-NP-KEY
               MOVE 'G' TO WS-NP-ROLE
               PERFORM FILE-ONE-PROBE
           END-IF.
           IF WS-CT-ID-REF(WS-CMD-IDX) NOT = SPACES
               MOVE WS-CT-ID-REF(WS-CMD-IDX) TO WS-NP-KEY
               MOVE 'O' TO WS-NP-ROLE
               PERFORM FILE-ONE-PROBE
           END-IF.

           IF WS-CT-OBJECT(WS-CMD-IDX) = SPACES
                   AND WS-CT-GROUP-REF(WS-CMD-IDX) = SPACES
                   AND WS-CT-ID-REF(WS-CMD-IDX) = SPACES
               ADD 1 TO WS-UNCHECKED-COUNT
           END-IF.

      *----------------------------------------------------------------
      * FIND-KEYWORD-VALUE - WS-KW-VALUE IS THE TEXT BETWEEN THE
      * KEYWORD IN WS-KW-TEXT(1:WS-KW-LEN) AND THE NEXT ')', OR
      * SPACES WHEN THE COMMAND DOES NOT CARRY THE KEYWORD.
      *----------------------------------------------------------------
       FIND-KEYWORD-VALUE.
           MOVE SPACES TO WS-KW-BEFORE WS-KW-DELIM WS-KW-AFTER
                          WS-KW-VALUE.
           UNSTRING WS-CT-COMMAND(WS-CMD-IDX)
               DELIMITED BY WS-KW-TEXT(1:WS-KW-LEN)
               INTO WS-KW-BEFORE DELIMITER IN WS-KW-DELIM
                    WS-KW-AFTER.
           IF WS-KW-DELIM NOT = SPACES
               UNSTRING WS-KW-AFTER DELIMITED BY ')'
                   INTO WS-KW-VALUE
           END-IF.

      *----------------------------------------------------------------
      * FILE-ONE-PROBE - INSERT KEEPING NAME ORDER.  ENTRIES WITH A
      * HIGHER NAME MOVE UP ONE SLOT; AN EQUAL NAME STAYS BELOW THE
      * NEW ENTRY, SO COMMAND ORDER IS KEPT WITHIN A NAME.
      *----------------------------------------------------------------
       FILE-ONE-PROBE.
           IF WS-PROBE-COUNT >= WS-PROBE-MAX
               SET WS-RUN-ABANDONED TO TRUE
               DISPLAY 'RACFPFLT: MORE THAN ' WS-PROBE-MAX
                       ' NAMES TO CHECK - RUN ABANDONED'
           ELSE
               MOVE WS-CMD-IDX     TO WS-NP-CMD
               MOVE WS-PROBE-COUNT TO WS-PROBE-SLOT
               SET WS-SHIFT-NOT-DONE TO TRUE
               IF WS-PROBE-SLOT = ZERO
                   SET WS-SHIFT-DONE TO TRUE
               END-IF
               PERFORM SHIFT-ONE-PROBE-UP UNTIL WS-SHIFT-DONE
               ADD 1 TO WS-PROBE-SLOT
               MOVE WS-NP-KEY  TO WS-PB-KEY(WS-PROBE-SLOT)
               MOVE WS-NP-CMD  TO WS-PB-CMD(WS-PROBE-SLOT)
               MOVE WS-NP-ROLE TO WS-PB-ROLE(WS-PROBE-SLOT)
               ADD 1 TO WS-PROBE-COUNT
           END-IF.

       SHIFT-ONE-PROBE-UP.
           IF WS-PB-KEY(WS-PROBE-SLOT) > WS-NP-KEY
               MOVE WS-PROBE-ENTRY(WS-PROBE-SLOT)
                   TO WS-PROBE-ENTRY(WS-PROBE-SLOT + 1)
               SUBTRACT 1 FROM WS-PROBE-SLOT
               IF WS-PROBE-SLOT = ZERO
                   SET WS-SHIFT-DONE TO TRUE
               END-IF
           ELSE
               SET WS-SHIFT-DONE TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * MATCH-PROBES-TO-EXTRACT - PASSES OF THE EXTRACT AGAINST THE
      * PROBE TABLE UNTIL ONE HOLDS NOTHING NEW.  HOLDS ONLY EVER
      * GROW, SO THIS ENDS BY THE TIME EVERY COMMAND IS HELD.
      *----------------------------------------------------------------
       MATCH-PROBES-TO-EXTRACT.
           SET WS-NEW-HOLDS TO TRUE.
           PERFORM MATCH-ONE-PASS
               UNTIL WS-NO-NEW-HOLDS
               OR WS-RUN-ABANDONED.

      *----------------------------------------------------------------
      * MATCH-ONE-PASS - ONE READ OF THE EXTRACT, A NAME AT A TIME.
      * REDUNDANT FLAGS ARE WORKED OUT AFRESH EACH PASS, AS THEY
      * DEPEND ON WHAT RAN BEFORE; HOLDS ARE KEPT.
      *----------------------------------------------------------------
       MATCH-ONE-PASS.
           ADD 1 TO WS-PASS-COUNT.
           SET WS-NO-NEW-HOLDS TO TRUE.
           PERFORM CLEAR-REDUNDANT-FLAG
               VARYING WS-CMD-IDX FROM 1 BY 1
               UNTIL WS-CMD-IDX > WS-CMD-COUNT.

           OPEN INPUT RACF-EXTRACT-FILE.
           IF WS-FS3 NOT = '00'
               SET WS-RUN-ABANDONED TO TRUE
               DISPLAY 'RACFPFLT: UNABLE TO OPEN RACFEXT - FILE '
                       'STATUS ' WS-FS3
           ELSE
               SET WS-RACFEXT-IS-OPEN TO TRUE
               MOVE SPACES TO WS-RACF-KEY
               PERFORM READ-RACF-EXTRACT
               MOVE 1 TO WS-PROBE-IDX
               PERFORM JUDGE-ONE-NAME
                   UNTIL WS-PROBE-IDX > WS-PROBE-COUNT
                   OR WS-RUN-ABANDONED
               CLOSE RACF-EXTRACT-FILE
           END-IF.

       CLEAR-REDUNDANT-FLAG.
           IF WS-CT-REDUNDANT(WS-CMD-IDX)
               MOVE 'S'    TO WS-CT-VERDICT(WS-CMD-IDX)
               MOVE SPACES TO WS-CT-REASON(WS-CMD-IDX)
           END-IF.

       READ-RACF-EXTRACT.
           MOVE WS-RACF-KEY TO WS-RACF-PRIOR-KEY.
           READ RACF-EXTRACT-FILE
               AT END MOVE HIGH-VALUES TO WS-RACF-KEY
               NOT AT END
                   IF WS-PASS-COUNT = 1
                       ADD 1 TO WS-EXTRACT-READ-COUNT
                   END-IF
                   MOVE REX-USERID TO WS-RACF-KEY
                   IF WS-RACF-PRIOR-KEY NOT = SPACES
                           AND WS-RACF-KEY < WS-RACF-PRIOR-KEY
                       SET WS-RUN-ABANDONED TO TRUE
                       DISPLAY 'RACFPFLT: EXTRACT NOT IN NAME '
                               'SEQUENCE AT ' REX-USERID
                               ' - RUN ABANDONED'
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * JUDGE-ONE-NAME - BRING THE EXTRACT UP TO THE NAME, START THE
      * STATE FROM ITS ROW (OR NOT DEFINED), THEN REPLAY EVERY PROBE
      * FOR THE NAME IN COMMAND ORDER.
      *----------------------------------------------------------------
       JUDGE-ONE-NAME.
           MOVE WS-PB-KEY(WS-PROBE-IDX) TO WS-RUN-KEY.
           PERFORM READ-RACF-EXTRACT
               UNTIL WS-RACF-KEY NOT < WS-RUN-KEY
               OR WS-RUN-ABANDONED.

           MOVE SPACES TO WS-MATCH-STATE.
           MOVE ZERO   TO WS-ST-DEPENDENTS.
           IF WS-RACF-KEY = WS-RUN-KEY
               IF REX-IS-GROUP
                   SET WS-ST-IS-GROUP TO TRUE
                   IF REX-DEPENDENTS IS NUMERIC
                       MOVE REX-DEPENDENTS TO WS-ST-DEPENDENTS
                   END-IF
               ELSE
                   SET WS-ST-IS-USER TO TRUE
                   MOVE REX-REVOKE-FLAG TO WS-ST-REVOKED
                   MOVE REX-NAME        TO WS-ST-NAME
                   MOVE REX-DFLTGRP     TO WS-ST-DFLTGRP
               END-IF
           ELSE
               SET WS-ST-NOT-DEFINED TO TRUE
           END-IF.

           SET WS-RUN-NOT-ENDED TO TRUE.
           PERFORM JUDGE-ONE-PROBE UNTIL WS-RUN-ENDED.

       JUDGE-ONE-PROBE.
           MOVE WS-PB-CMD(WS-PROBE-IDX) TO WS-CMD-IDX.
           EVALUATE TRUE
               WHEN WS-CT-HELD(WS-CMD-IDX)
                   CONTINUE
               WHEN WS-PB-IS-OBJECT(WS-PROBE-IDX)
                   PERFORM JUDGE-OBJECT-PROBE
               WHEN WS-PB-IS-GROUP-REF(WS-PROBE-IDX)
                   PERFORM JUDGE-GROUP-PROBE
               WHEN OTHER
                   PERFORM JUDGE-ID-PROBE
           END-EVALUATE.

           ADD 1 TO WS-PROBE-IDX.
           IF WS-PROBE-IDX > WS-PROBE-COUNT
               SET WS-RUN-ENDED TO TRUE
           ELSE
               IF WS-PB-KEY(WS-PROBE-IDX) NOT = WS-RUN-KEY
                   SET WS-RUN-ENDED TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * JUDGE-OBJECT-PROBE - THE COMMAND'S OWN USERID OR GROUP.  A
      * COMMAND THAT WILL RUN LEAVES THE NAME AS RACF WILL HAVE IT
      * FOR THE NEXT COMMAND ON THE SAME NAME.  A COMMAND ALREADY
      * HELD NEVER GETS HERE (JUDGE-ONE-PROBE PASSES OVER IT).
      *----------------------------------------------------------------
       JUDGE-OBJECT-PROBE.
           EVALUATE TRUE
               WHEN WS-CT-IS-ADDUSER(WS-CMD-IDX)
                   EVALUATE TRUE
                       WHEN WS-ST-IS-USER
                           MOVE 'USERID ALREADY DEFINED'
                               TO WS-HOLD-REASON
                           PERFORM HOLD-COMMAND
                       WHEN WS-ST-IS-GROUP
                           MOVE 'USERID ALREADY DEFINED AS A GROUP'
                               TO WS-HOLD-REASON
                           PERFORM HOLD-COMMAND
                       WHEN OTHER
                           SET WS-ST-IS-USER TO TRUE
                           MOVE 'N' TO WS-ST-REVOKED
                           MOVE WS-CT-NAME(WS-CMD-IDX)
                               TO WS-ST-NAME
                           MOVE WS-CT-GROUP-REF(WS-CMD-IDX)
                               TO WS-ST-DFLTGRP
                   END-EVALUATE
               WHEN WS-CT-IS-ADDGROUP(WS-CMD-IDX)
                   EVALUATE TRUE
                       WHEN WS-ST-IS-GROUP
                           MOVE 'GROUP ALREADY DEFINED'
                               TO WS-HOLD-REASON
                           PERFORM HOLD-COMMAND
                       WHEN WS-ST-IS-USER
                           MOVE 'GROUP ALREADY DEFINED AS A USERID'
                               TO WS-HOLD-REASON
                           PERFORM HOLD-COMMAND
                       WHEN OTHER
                           SET WS-ST-IS-GROUP TO TRUE
                           MOVE ZERO TO WS-ST-DEPENDENTS
                   END-EVALUATE
               WHEN WS-CT-IS-DELGROUP(WS-CMD-IDX)
                   IF NOT WS-ST-IS-GROUP
                       MOVE 'GROUP NOT DEFINED' TO WS-HOLD-REASON
                       PERFORM HOLD-COMMAND
                   ELSE
                       IF WS-ST-DEPENDENTS > ZERO
                           MOVE 'GROUP STILL HAS USERS OR SUBGROUPS'
                               TO WS-HOLD-REASON
                           PERFORM HOLD-COMMAND
                       ELSE
                           SET WS-ST-NOT-DEFINED TO TRUE
                       END-IF
                   END-IF
               WHEN NOT WS-ST-IS-USER
                   MOVE 'USERID NOT DEFINED' TO WS-HOLD-REASON
                   PERFORM HOLD-COMMAND
               WHEN WS-CT-IS-DELUSER(WS-CMD-IDX)
                   SET WS-ST-NOT-DEFINED TO TRUE
               WHEN WS-CT-IS-REVOKE(WS-CMD-IDX)
                   IF WS-ST-IS-REVOKED
                       MOVE 'USERID ALREADY REVOKED'
                           TO WS-HOLD-REASON
                       PERFORM FLAG-COMMAND-REDUNDANT
                   END-IF
                   MOVE 'Y' TO WS-ST-REVOKED
               WHEN WS-CT-IS-RESUME(WS-CMD-IDX)
                   IF NOT WS-ST-IS-REVOKED
                       MOVE 'USERID IS NOT REVOKED' TO WS-HOLD-REASON
                       PERFORM FLAG-COMMAND-REDUNDANT
                   END-IF
                   MOVE 'N' TO WS-ST-REVOKED
               WHEN WS-CT-IS-ALTUSER(WS-CMD-IDX)
                   IF WS-CT-NAME(WS-CMD-IDX) = WS-ST-NAME
                           AND WS-CT-GROUP-REF(WS-CMD-IDX)
                               = WS-ST-DFLTGRP
                       MOVE 'NAME AND DEFAULT GROUP ALREADY SET'
                           TO WS-HOLD-REASON
                       PERFORM FLAG-COMMAND-REDUNDANT
                   END-IF
                   MOVE WS-CT-NAME(WS-CMD-IDX)      TO WS-ST-NAME
                   MOVE WS-CT-GROUP-REF(WS-CMD-IDX) TO WS-ST-DFLTGRP
               WHEN WS-CT-IS-CONNECT(WS-CMD-IDX)
                   IF WS-CT-GROUP-REF(WS-CMD-IDX) = WS-ST-DFLTGRP
                       MOVE 'ALREADY CONNECTED - DEFAULT GROUP'
                           TO WS-HOLD-REASON
                       PERFORM FLAG-COMMAND-REDUNDANT
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------
      * JUDGE-GROUP-PROBE - A DFLTGRP, GROUP OR SUPGROUP OPERAND MUST
      * NAME A GROUP.  A USER CONNECTED OR A SUBGROUP ADDED UNDER IT
      * COUNTS AGAINST ANY LATER DELGROUP OF THE SAME GROUP.
      *----------------------------------------------------------------
       JUDGE-GROUP-PROBE.
           IF NOT WS-ST-IS-GROUP
               MOVE SPACES TO WS-HOLD-REASON
               EVALUATE TRUE
                   WHEN WS-CT-IS-CONNECT(WS-CMD-IDX)
                       STRING 'CONNECT GROUP ' DELIMITED BY SIZE
                              WS-RUN-KEY DELIMITED BY SPACE
                              ' NOT DEFINED' DELIMITED BY SIZE
                              INTO WS-HOLD-REASON
                   WHEN WS-CT-IS-ADDGROUP(WS-CMD-IDX)
                       STRING 'SUPERIOR GROUP ' DELIMITED BY SIZE
                              WS-RUN-KEY DELIMITED BY SPACE
                              ' NOT DEFINED' DELIMITED BY SIZE
                              INTO WS-HOLD-REASON
                   WHEN OTHER
                       STRING 'DEFAULT GROUP ' DELIMITED BY SIZE
                              WS-RUN-KEY DELIMITED BY SPACE
                              ' NOT DEFINED' DELIMITED BY SIZE
                              INTO WS-HOLD-REASON
               END-EVALUATE
               PERFORM HOLD-COMMAND
           ELSE
               IF NOT WS-CT-IS-ALTUSER(WS-CMD-IDX)
                   ADD 1 TO WS-ST-DEPENDENTS
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * JUDGE-ID-PROBE - AN OWNER OR PERMIT ID MAY BE A USERID OR A
      * GROUP, BUT IT HAS TO EXIST.
      *----------------------------------------------------------------
       JUDGE-ID-PROBE.
           IF WS-ST-NOT-DEFINED
               MOVE SPACES TO WS-HOLD-REASON
               IF WS-CT-IS-PERMIT(WS-CMD-IDX)
                   STRING 'PERMIT ID ' DELIMITED BY SIZE
                          WS-RUN-KEY DELIMITED BY SPACE
                          ' NOT DEFINED' DELIMITED BY SIZE
                          INTO WS-HOLD-REASON
               ELSE
                   STRING 'OWNER ' DELIMITED BY SIZE
                          WS-RUN-KEY DELIMITED BY SPACE
                          ' NOT DEFINED' DELIMITED BY SIZE
                          INTO WS-HOLD-REASON
               END-IF
               PERFORM HOLD-COMMAND
           END-IF.

      *----------------------------------------------------------------
      * HOLD-COMMAND / FLAG-COMMAND-REDUNDANT - A HOLD OUTRANKS A
      * REDUNDANT FLAG, AND THE FIRST HOLD REASON FOUND IS KEPT.
      *----------------------------------------------------------------
       HOLD-COMMAND.
           IF NOT WS-CT-HELD(WS-CMD-IDX)
               MOVE 'H'            TO WS-CT-VERDICT(WS-CMD-IDX)
               MOVE WS-HOLD-REASON TO WS-CT-REASON(WS-CMD-IDX)
               SET WS-NEW-HOLDS    TO TRUE
           END-IF.

       FLAG-COMMAND-REDUNDANT.
           IF WS-CT-SUBMIT(WS-CMD-IDX)
               MOVE 'R'            TO WS-CT-VERDICT(WS-CMD-IDX)
               MOVE WS-HOLD-REASON TO WS-CT-REASON(WS-CMD-IDX)
           END-IF.

      *----------------------------------------------------------------
      * WRITE-HELD-COMMANDS - APPEND TONIGHT'S HELD COMMANDS, DATED,
      * WITH THEIR ORIGINAL TSS LINE (THE AUDIT TEXT AHEAD OF THE
      * FIRST '==>').  IF HELD.TXT CANNOT BE OPENED THE RUN IS
      * ABANDONED BEFORE OUTPUT.TXT IS TOUCHED, SO NO COMMAND IS
      * LOST.
      *----------------------------------------------------------------
       WRITE-HELD-COMMANDS.
           OPEN EXTEND HELD-FILE.
           IF WS-FS4 NOT = '00'
               OPEN OUTPUT HELD-FILE
           END-IF.
           IF WS-FS4 NOT = '00'
               SET WS-RUN-ABANDONED TO TRUE
               DISPLAY 'RACFPFLT: UNABLE TO OPEN HELD.TXT - FILE '
                       'STATUS ' WS-FS4
           ELSE
               PERFORM WRITE-ONE-HELD-COMMAND
                   VARYING WS-CMD-IDX FROM 1 BY 1
                   UNTIL WS-CMD-IDX > WS-CMD-COUNT
               CLOSE HELD-FILE
           END-IF.

       WRITE-ONE-HELD-COMMAND.
           IF WS-CT-HELD(WS-CMD-IDX)
               MOVE SPACES TO HELD-RECORD
               MOVE WS-RUN-DATE TO HELD-DATE
               MOVE WS-CT-REASON(WS-CMD-IDX)  TO HELD-REASON
               MOVE WS-CT-COMMAND(WS-CMD-IDX) TO HELD-COMMAND
               UNSTRING WS-CT-AUDIT(WS-CMD-IDX) DELIMITED BY ' ==> '
                   INTO HELD-TSS-LINE
               WRITE HELD-RECORD
           END-IF.

      *----------------------------------------------------------------
      * REWRITE-SUBMISSION - OUTPUT.TXT AND AUDIT.TXT GET BACK THE
      * SUBMITTED AND REDUNDANT COMMANDS ONLY, IN THEIR ORIGINAL
      * ORDER AND STILL ONE AUDIT LINE PER COMMAND.
      *----------------------------------------------------------------
       REWRITE-SUBMISSION.
           OPEN OUTPUT COMMAND-FILE.
           OPEN OUTPUT AUDIT-FILE.
           IF WS-FS1 NOT = '00' OR WS-FS2 NOT = '00'
               SET WS-RUN-ABANDONED TO TRUE
               DISPLAY 'RACFPFLT: UNABLE TO REWRITE OUTPUT.TXT/'
                       'AUDIT.TXT - FILE STATUS ' WS-FS1 ' ' WS-FS2
           ELSE
               PERFORM REWRITE-ONE-COMMAND
                   VARYING WS-CMD-IDX FROM 1 BY 1
                   UNTIL WS-CMD-IDX > WS-CMD-COUNT
           END-IF.
           IF WS-FS1 = '00'
               CLOSE COMMAND-FILE
           END-IF.
           IF WS-FS2 = '00'
               CLOSE AUDIT-FILE
           END-IF.

       REWRITE-ONE-COMMAND.
           EVALUATE TRUE
               WHEN WS-CT-HELD(WS-CMD-IDX)
                   ADD 1 TO WS-HELD-COUNT
               WHEN OTHER
                   IF WS-CT-REDUNDANT(WS-CMD-IDX)
                       ADD 1 TO WS-REDUNDANT-COUNT
                   END-IF
                   ADD 1 TO WS-SUBMIT-COUNT
                   MOVE WS-CT-COMMAND(WS-CMD-IDX) TO COMMAND-RECORD
                   WRITE COMMAND-RECORD
                   MOVE WS-CT-AUDIT(WS-CMD-IDX)   TO AUDIT-RECORD
                   WRITE AUDIT-RECORD
           END-EVALUATE.

      *----------------------------------------------------------------
      * WRITE-PREFLIGHT-REPORT - WHAT WILL NOT BE SUBMITTED (HELD),
      * WHAT WILL BE SUBMITTED BUT CHANGES NOTHING (REDUNDANT), AND
      * WHAT WILL BE SUBMITTED, THEN THE COUNTS.  AN ABANDONED RUN
      * SAYS SO AND LISTS NOTHING - OUTPUT.TXT GOES AS TSS2RACF
      * LEFT IT ONLY IF THE SECURITY TEAM CHOOSES TO SEND IT.
      *----------------------------------------------------------------
       WRITE-PREFLIGHT-REPORT.
           OPEN OUTPUT PREFLIGHT-RPT-FILE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING 'RACFPFLT RACF COMMAND PRE-FLIGHT REPORT - RUN '
                      DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO WS-RPT-LINE.
           MOVE WS-RPT-LINE TO PREFLIGHT-RPT-RECORD.
           WRITE PREFLIGHT-RPT-RECORD.
           MOVE SPACES TO PREFLIGHT-RPT-RECORD.
           WRITE PREFLIGHT-RPT-RECORD.

           IF WS-RUN-ABANDONED
               MOVE 'PRE-FLIGHT ABANDONED (SEE STDOUT) - OUTPUT.TXT '
                   TO WS-RPT-LINE
               MOVE WS-RPT-LINE TO PREFLIGHT-RPT-RECORD
               WRITE PREFLIGHT-RPT-RECORD
               MOVE 'AND AUDIT.TXT LEFT UNCHECKED AND UNCHANGED'
                   TO PREFLIGHT-RPT-RECORD
               WRITE PREFLIGHT-RPT-RECORD
           ELSE
               MOVE 'WILL NOT BE SUBMITTED - HELD IN HELD.TXT:'
                   TO PREFLIGHT-RPT-RECORD
               WRITE PREFLIGHT-RPT-RECORD
               PERFORM REPORT-ONE-HELD-COMMAND
                   VARYING WS-CMD-IDX FROM 1 BY 1
                   UNTIL WS-CMD-IDX > WS-CMD-COUNT
               MOVE SPACES TO PREFLIGHT-RPT-RECORD
               WRITE PREFLIGHT-RPT-RECORD

               MOVE 'WILL BE SUBMITTED - REDUNDANT, CHANGES NOTHING:'
                   TO PREFLIGHT-RPT-RECORD
               WRITE PREFLIGHT-RPT-RECORD
               PERFORM REPORT-ONE-REDUNDANT-COMMAND
                   VARYING WS-CMD-IDX FROM 1 BY 1
                   UNTIL WS-CMD-IDX > WS-CMD-COUNT
               MOVE SPACES TO PREFLIGHT-RPT-RECORD
               WRITE PREFLIGHT-RPT-RECORD

               MOVE 'WILL BE SUBMITTED:' TO PREFLIGHT-RPT-RECORD
               WRITE PREFLIGHT-RPT-RECORD
               PERFORM REPORT-ONE-SUBMIT-COMMAND
                   VARYING WS-CMD-IDX FROM 1 BY 1
                   UNTIL WS-CMD-IDX > WS-CMD-COUNT
               MOVE SPACES TO PREFLIGHT-RPT-RECORD
               WRITE PREFLIGHT-RPT-RECORD
           END-IF.

           MOVE SPACES TO WS-RPT-LINE.
           STRING 'COMMANDS CHECKED  : ' DELIMITED BY SIZE
                  WS-CMD-COUNT DELIMITED BY SIZE
                  INTO WS-RPT-LINE.
           MOVE WS-RPT-LINE TO PREFLIGHT-RPT-RECORD.
           WRITE PREFLIGHT-RPT-RECORD.

           MOVE SPACES TO WS-RPT-LINE.
           STRING 'NOTHING TO CHECK  : ' DELIMITED BY SIZE
                  WS-UNCHECKED-COUNT DELIMITED BY SIZE
                  INTO WS-RPT-LINE.
           MOVE WS-RPT-LINE TO PREFLIGHT-RPT-RECORD.
           WRITE PREFLIGHT-RPT-RECORD.

           MOVE SPACES TO WS-RPT-LINE.
           STRING 'TO BE SUBMITTED   : ' DELIMITED BY SIZE
                  WS-SUBMIT-COUNT DELIMITED BY SIZE
                  INTO WS-RPT-LINE.
           MOVE WS-RPT-LINE TO PREFLIGHT-RPT-RECORD.
           WRITE PREFLIGHT-RPT-RECORD.

           MOVE SPACES TO WS-RPT-LINE.
           STRING '  OF WHICH REDUNDANT: ' DELIMITED BY SIZE
                  WS-REDUNDANT-COUNT DELIMITED BY SIZE
                  INTO WS-RPT-LINE.
           MOVE WS-RPT-LINE TO PREFLIGHT-RPT-RECORD.
           WRITE PREFLIGHT-RPT-RECORD.

           MOVE SPACES TO WS-RPT-LINE.
           STRING 'HELD              : ' DELIMITED BY SIZE
                  WS-HELD-COUNT DELIMITED BY SIZE
                  INTO WS-RPT-LINE.
           MOVE WS-RPT-LINE TO PREFLIGHT-RPT-RECORD.
           WRITE PREFLIGHT-RPT-RECORD.

           CLOSE PREFLIGHT-RPT-FILE.

       REPORT-ONE-HELD-COMMAND.
           IF WS-CT-HELD(WS-CMD-IDX)
               MOVE 'HELD'      TO WS-DL-VERDICT
               PERFORM WRITE-DETAIL-LINE
           END-IF.

       REPORT-ONE-REDUNDANT-COMMAND.
           IF WS-CT-REDUNDANT(WS-CMD-IDX)
               MOVE 'REDUNDANT' TO WS-DL-VERDICT
               PERFORM WRITE-DETAIL-LINE
           END-IF.

       REPORT-ONE-SUBMIT-COMMAND.
           IF WS-CT-SUBMIT(WS-CMD-IDX)
               MOVE 'SUBMIT'    TO WS-DL-VERDICT
               PERFORM WRITE-DETAIL-LINE
           END-IF.

       WRITE-DETAIL-LINE.
           MOVE WS-CT-REASON(WS-CMD-IDX)        TO WS-DL-REASON.
           MOVE WS-CT-COMMAND(WS-CMD-IDX)(1:78) TO WS-DL-COMMAND.
           MOVE WS-DETAIL-LINE TO PREFLIGHT-RPT-RECORD.
           WRITE PREFLIGHT-RPT-RECORD.

      *----------------------------------------------------------------
      * WRITE-JOURNAL-START / WRITE-JOURNAL-END - BATCH-WINDOW RUN
      * JOURNAL BOOKKEEPING.  JOURNALING IS BEST-EFFORT: A STEP THAT
      * CANNOT REACH THE JOURNAL STILL RUNS, IT JUST GOES MISSING
      * FROM THE END-OF-WINDOW SUMMARY.
      *----------------------------------------------------------------
       WRITE-JOURNAL-START.
           OPEN EXTEND RUN-JOURNAL.
           IF WS-JRNL-FS NOT = '00'
               OPEN OUTPUT RUN-JOURNAL
           END-IF.
           IF WS-JRNL-FS = '00'
               SET WS-JOURNAL-IS-OPEN TO TRUE
               MOVE SPACES     TO JRNL-RECORD
               MOVE 'S'        TO JRNL-REC-TYPE
               MOVE 'RACFPFLT' TO JRNL-PROGRAM
               ACCEPT JRNL-DATE FROM DATE YYYYMMDD
               ACCEPT JRNL-TIME FROM TIME
               MOVE ZERO TO JRNL-RC
               MOVE ZERO TO JRNL-COUNT-VAL(1)
               MOVE ZERO TO JRNL-COUNT-VAL(2)
               MOVE ZERO TO JRNL-COUNT-VAL(3)
               WRITE JRNL-RECORD
           ELSE
               DISPLAY 'RACFPFLT: RUN JOURNAL UNAVAILABLE - FILE '
                       'STATUS ' WS-JRNL-FS
           END-IF.

       WRITE-JOURNAL-END.
           IF WS-JOURNAL-IS-OPEN
               MOVE SPACES     TO JRNL-RECORD
               MOVE 'E'        TO JRNL-REC-TYPE
               MOVE 'RACFPFLT' TO JRNL-PROGRAM
               ACCEPT JRNL-DATE FROM DATE YYYYMMDD
               ACCEPT JRNL-TIME FROM TIME
               MOVE RETURN-CODE TO JRNL-RC
               MOVE 'CHECKED' TO JRNL-COUNT-LBL(1)
               MOVE WS-CMD-COUNT TO JRNL-COUNT-VAL(1)
               MOVE 'SUBMITTED' TO JRNL-COUNT-LBL(2)
               MOVE WS-SUBMIT-COUNT TO JRNL-COUNT-VAL(2)
               MOVE 'HELD' TO JRNL-COUNT-LBL(3)
               MOVE WS-HELD-COUNT TO JRNL-COUNT-VAL(3)
               WRITE JRNL-RECORD
               CLOSE RUN-JOURNAL
           END-IF.
