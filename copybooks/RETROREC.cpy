      * RETRO-PAY-RECORD - PAYROLL RETRO-PAY INTERFACE RECORD, ONE
      * NEW GENERATION PER EMPMAINT RUN.  EVERY SALARY CHANGE APPLIED
      * WITH AN EFFECTIVE DATE BEFORE THE RUN DATE WRITES A 'D'
      * DETAIL: THE OLD AND NEW ANNUAL SALARY, THE DAYS ELAPSED FROM
      * THE EFFECTIVE DATE (OR THE HIRE DATE, IF LATER) TO THE RUN
      * DATE, AND THE AMOUNT OWED FOR THEM - NEGATIVE WHEN A
      * BACK-DATED CUT IS TO BE RECOVERED.  THE FILE ALWAYS ENDS
      * WITH ONE 'T' TRAILER CARRYING THE DETAIL COUNT, THE AMOUNT
      * TOTAL AND A HASH OF THE NEW SALARIES, SO PAYROLL AND
      * RETRORPT CAN PROVE THEY HAVE THE WHOLE FILE.  THE POSTED
      * DATE AND TIME ARE THOSE STAMPED ON THE MATCHING EMPHIST ROW
      * (EMPH-CHANGE-TIME), SO EMPBAL CAN TELL WHEN A CHANGE FILED
      * UNDER A PAST EFFECTIVE DATE WAS ACTUALLY POSTED.
       01 RETRO-PAY-RECORD.
          05 RETRO-REC-TYPE       PIC X(01).
             88 RETRO-IS-DETAIL            VALUE 'D'.
             88 RETRO-IS-TRAILER           VALUE 'T'.
          05 RETRO-DETAIL.
             10 RETRO-EMP-ID      PIC X(05).
             10 RETRO-DEPT-CODE   PIC X(05).
             10 RETRO-BRANCH      PIC X(10).
             10 RETRO-EFF-DATE    PIC X(08).
             10 RETRO-FROM-DATE   PIC X(08).
             10 RETRO-POSTED-DATE PIC X(08).
             10 RETRO-OLD-SALARY  PIC 9(10).
             10 RETRO-NEW-SALARY  PIC 9(10).
             10 RETRO-DAYS        PIC 9(05).
             10 RETRO-AMOUNT      PIC S9(11)V99
                                  SIGN LEADING SEPARATE.
             10 RETRO-POSTED-TIME PIC X(08).
             10 FILLER            PIC X(08).
          05 RETRO-TRAILER REDEFINES RETRO-DETAIL.
             10 RETRO-T-COUNT     PIC 9(07).
             10 RETRO-T-AMOUNT    PIC S9(13)V99
                                  SIGN LEADING SEPARATE.
             10 RETRO-T-SAL-HASH  PIC 9(15).
             10 RETRO-T-RUN-DATE  PIC X(08).
             10 FILLER            PIC X(53).
