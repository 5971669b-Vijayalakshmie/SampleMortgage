      * RACF-EXTRACT-RECORD - ONE LINE PER RACF USERID OR GROUP FROM
      * THE FLATTENED DATABASE UNLOAD THE SECURITY TEAM STAGES AS
      * PROD.RACF.EXTRACT, IN NAME ORDER (USERIDS AND GROUPS SHARE
      * ONE NAMESPACE IN RACF, SO THEY SORT TOGETHER).  BLANK-
      * SEPARATED IN FIXED COLUMNS.
      *     USER ROWS  - USERID, NAME FIELD, DEFAULT GROUP, AND 'Y'
      *                  IN THE REVOKE FLAG WHEN THE USERID IS
      *                  REVOKED.  ROWS FROM THE OLDER UNLOAD WITH
      *                  A BLANK RECORD TYPE ARE USER ROWS.
      *     GROUP ROWS - GROUP NAME, INSTALLATION DATA, SUPERIOR
      *                  GROUP IN THE DEFAULT-GROUP COLUMNS, AND THE
      *                  NUMBER OF USERS CONNECTED PLUS SUBGROUPS
      *                  DEFINED UNDER IT (RACF WILL NOT DELETE A
      *                  GROUP WHILE THIS IS NONZERO).
      * READ BY EMPRECON AND RACFCERT (USER ROWS ONLY) AND RACFPFLT.
       01 RACF-EXTRACT-RECORD.
          05 REX-USERID          PIC X(08).
          05 FILLER              PIC X(01).
          05 REX-NAME            PIC X(30).
          05 FILLER              PIC X(01).
          05 REX-DFLTGRP         PIC X(10).
          05 FILLER              PIC X(01).
          05 REX-REC-TYPE        PIC X(01).
             88 REX-IS-USER               VALUES 'U' SPACE.
             88 REX-IS-GROUP              VALUE 'G'.
          05 FILLER              PIC X(01).
          05 REX-REVOKE-FLAG     PIC X(01).
             88 REX-IS-REVOKED            VALUE 'Y'.
          05 FILLER              PIC X(01).
          05 REX-DEPENDENTS      PIC 9(05).
          05 FILLER              PIC X(20).
