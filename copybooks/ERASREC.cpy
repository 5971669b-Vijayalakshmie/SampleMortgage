      * ERAS-RECORD - ERASURE LIST WRITTEN BY EMPANON'S SELECT RUN,
      * ONE GENERATION PER YEARLY RUN.  THE FIRST RECORD IS THE RUN
      * CONTROL ('C'): RUN DATE, RETENTION IN YEARS, THE DELETE-DATE
      * CUTOFF IT GIVES, THE SALARY BAND WIDTH AND HOW MANY ARCHIVE
      * FILES HAVE BEEN PASSED SO FAR.  THEN, IN EMP-ID ORDER, ONE
      * 'E' RECORD PER LEAVER PAST RETENTION, WITH THE EMPHIST AND
      * ARCHIVE ROWS ANONYMIZED THIS RUN AND ANY USERID RELEASED,
      * AND ONE 'H' RECORD PER LEAVER LEFT UNTOUCHED UNDER A LEGAL
      * HOLD, WITH THE HOLD'S CASE REFERENCE.  EACH ARCHIVE STEP
      * ADDS ITS ROW COUNTS; THE CERTIFY STEP PRINTS THE
      * CERTIFICATE OF ERASURE FROM THE FINISHED LIST.  NO NAME OR
      * SALARY IS EVER CARRIED ON IT.
       01 ERAS-RECORD.
          05 ERAS-REC-TYPE      PIC X(01).
             88 ERAS-IS-CONTROL          VALUE 'C'.
             88 ERAS-IS-ERASED           VALUE 'E'.
             88 ERAS-IS-HELD             VALUE 'H'.
          05 ERAS-EMP-ID        PIC X(05).
          05 ERAS-DETAIL.
             10 ERAS-DELETE-DATE PIC X(08).
             10 ERAS-DEPT       PIC X(05).
             10 ERAS-BRANCH     PIC X(10).
             10 ERAS-USERID     PIC X(08).
             10 ERAS-HIST-ROWS  PIC 9(05).
             10 ERAS-ARCH-ROWS  PIC 9(07).
             10 ERAS-HOLD-REF   PIC X(20).
             10 FILLER          PIC X(11).
          05 ERAS-CONTROL REDEFINES ERAS-DETAIL.
             10 ERAS-RUN-DATE   PIC X(08).
             10 ERAS-RETAIN-YEARS PIC 9(02).
             10 ERAS-CUTOFF-DATE PIC X(08).
             10 ERAS-BAND-WIDTH PIC 9(07).
             10 ERAS-ARCH-FILES PIC 9(03).
             10 FILLER          PIC X(46).
