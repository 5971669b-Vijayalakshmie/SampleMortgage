      * BRANCH'S LIST IS REJECTED BY SEQREAD, EMPMAINT AND EMPINQ;
      * A BRANCH WITH NO 'O' ROW AT ALL IS UNRESTRICTED, SO THE
      * LINK CHECK CAN BE ROLLED OUT BRANCH BY BRANCH.
      *
      * TYPE 'P' ROWS CARRY SITE PARAMETERS: REF-CODE NAMES THE
      * PARAMETER AND THE FIRST FIVE DESCRIPTION COLUMNS, REDEFINED
      * AS REF-PARM-VALUE, HOLD ITS NUMERIC VALUE.  A MISSING OR
      * INACTIVE ROW LEAVES THE READING PROGRAM ON ITS DEFAULT.
      *     APPRPCT   SALARY CHANGE PERCENTAGE ABOVE WHICH EMPINQ
      *               AND EMPMAINT HOLD THE CHANGE FOR APPROVAL
       01 REFFILE-RECORD.
          05 REF-KEY.
             10 REF-TYPE        PIC X(01).
                88 REF-IS-DEPT           VALUE 'D'.
                88 REF-IS-BRANCH         VALUE 'B'.
                88 REF-IS-OWNERSHIP      VALUE 'O'.
                88 REF-IS-PARAMETER      VALUE 'P'.
             10 REF-CODE        PIC X(10).
          05 REF-DESC           PIC X(30).
          05 REF-OWNED-DEPTS REDEFINES REF-DESC.
             10 REF-OWNED-DEPT  OCCURS 6 TIMES
                                PIC X(05).
          05 REF-PARM-AREA REDEFINES REF-DESC.
             10 REF-PARM-VALUE  PIC 9(05).
             10 FILLER          PIC X(25).
          05 REF-ACTIVE-FLAG    PIC X(01).
             88 REF-IS-ACTIVE            VALUE 'Y'.
             88 REF-IS-INACTIVE          VALUE 'N'.
