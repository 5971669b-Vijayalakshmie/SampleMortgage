      * DISC-RECORD - SALARY DISCLOSURE LOG RECORD.  ONE RECORD FOR
      * EVERY EMP-SALARY SHOWN OR EXTRACTED UNMASKED: WHEN, BY WHICH
      * PROGRAM AND ON WHICH OUTPUT, TO WHICH USERID (THE REQUESTER,
      * OR THE NAMED RECIPIENT OF AN EXTRACT), AND WHOSE SALARY.
      * THE BATCH PROGRAMS APPEND TO THE DISCLOG DATASET; EMPINQ AND
      * EMPAPPR WRITE THE SAME RECORD TO TRANSIENT DATA QUEUE 'SDLG'.
      * DISCRPT REPORTS A WEEK OF BOTH TO HR.
       01 DISC-RECORD.
          05 DISC-DATE          PIC X(08).
          05 DISC-TIME          PIC X(08).
          05 DISC-PROGRAM       PIC X(08).
          05 DISC-OUTPUT        PIC X(08).
          05 DISC-TYPE          PIC X(01).
             88 DISC-IS-VIEW             VALUE 'V'.
             88 DISC-IS-EXTRACT          VALUE 'X'.
          05 DISC-USERID        PIC X(08).
          05 DISC-EMP-ID        PIC X(05).
          05 DISC-DEPT          PIC X(05).
          05 DISC-BRANCH        PIC X(10).
          05 FILLER             PIC X(39).
