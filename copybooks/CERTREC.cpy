      * CERT-RECORD - ONE LINE OF A QUARTERLY ACCESS RECERTIFICATION
      * CAMPAIGN, ONE PER RACF USERID, IN USERID ORDER.  WRITTEN BY
      * RACFCERT WHEN THE CAMPAIGN IS OPENED AND CARRIED FORWARD A
      * GENERATION AT A TIME (PROD.RACF.CERT.CAMPAIGN) BY EACH
      * STATUS RUN AS THE DEPARTMENT HEADS' DECISIONS COME BACK.
      *
      * CERT-UNIT IS THE UNIT THAT ATTESTS THE LINE - BRANCH AND
      * DEPT, OR THE BRANCH ALONE (DEPT BLANK) FOR A CAMPAIGN OPENED
      * BY BRANCH.  AN ORPHAN (A RACF USERID NO EMPLOYEE HOLDS) IS
      * TIED TO THE DEPARTMENT NAMED AS ITS DEFAULT GROUP AND TO THE
      * BRANCH WHOSE REFFILE 'O' ROW LISTS THAT DEPARTMENT.
      *
      * CERT-DECISION STARTS BLANK (PENDING).  'K' KEEP AND 'R'
      * REMOVE COME FROM THE RETURN CARDS; 'O' MARKS A LINE STILL
      * PENDING WHEN THE DEADLINE PASSED.  REMOVE AND OVERDUE LINES
      * GET AN ALTUSER REVOKE QUEUED TO INPUT.TXT ONCE, ON THE DATE
      * IN CERT-REVOKE-DATE - A USERID RACF ALREADY HAD REVOKED
      * WHEN THE CAMPAIGN OPENED IS NOT REVOKED AGAIN.
       01 CERT-RECORD.
          05 CERT-USERID        PIC X(08).
          05 CERT-UNIT.
             10 CERT-BRANCH     PIC X(10).
             10 CERT-DEPT       PIC X(05).
          05 CERT-CAMPAIGN      PIC X(06).
          05 CERT-DEADLINE      PIC X(08).
          05 CERT-SOURCE        PIC X(01).
             88 CERT-IS-EMPLOYEE         VALUE 'E'.
             88 CERT-IS-ORPHAN           VALUE 'O'.
          05 CERT-EMP-ID        PIC X(05).
          05 CERT-NAME          PIC X(30).
          05 CERT-DESG          PIC X(10).
          05 CERT-EMP-STATUS    PIC X(01).
          05 CERT-DFLTGRP       PIC X(08).
          05 CERT-LAST-CHANGE   PIC X(08).
          05 CERT-RACF-REVOKED  PIC X(01).
             88 CERT-WAS-REVOKED         VALUE 'Y'.
          05 CERT-DECISION      PIC X(01).
             88 CERT-IS-PENDING          VALUE SPACE.
             88 CERT-IS-KEEP             VALUE 'K'.
             88 CERT-IS-REMOVE           VALUE 'R'.
             88 CERT-IS-OVERDUE          VALUE 'O'.
          05 CERT-DECIDED-BY    PIC X(08).
          05 CERT-DECIDED-DATE  PIC X(08).
          05 CERT-REVOKE-DATE   PIC X(08).
          05 FILLER             PIC X(04).
