      * CLR-RECORD - SALARY CLEARANCE TABLE, KEYED ON USERID +
      * BRANCH (VSAM KSDS).  A ROW CLEARS THE USERID TO SEE
      * EMP-SALARY FOR EMPLOYEES OF THE LISTED DEPARTMENTS AT THAT
      * BRANCH; '*ALL' AS THE BRANCH COVERS EVERY BRANCH, AND '*ALL'
      * IN THE DEPARTMENT LIST EVERY DEPARTMENT.  A USERID WITH NO
      * ROW FOR THE EMPLOYEE'S BRANCH (OR '*ALL') SEES THE SALARY
      * MASKED.  LOADED BY CLRMAINT, READ BY EMPLKUP, EMPHRPT,
      * EMPXTRCT, APPRLIST, EMPINQ AND EMPAPPR (CICS FILE 'SALCLR').
       01 CLR-RECORD.
          05 CLR-KEY.
             10 CLR-USERID      PIC X(08).
             10 CLR-BRANCH      PIC X(10).
                88 CLR-ALL-BRANCHES      VALUE '*ALL'.
          05 CLR-DEPT-LIST.
             10 CLR-DEPT        OCCURS 10 TIMES
                                PIC X(05).
          05 CLR-GRANT-DATE     PIC X(08).
          05 FILLER             PIC X(04).
