      * EMPFILE RECORD SO A CHANGE CAN BE TRACED TO WHAT THE
      * RECORD LOOKED LIKE, WHO CHANGED IT AND WHEN.  WRITTEN BY
      * EMPMAINT, READ BY EMPHRPT AND EMPLKUP.
      *
      * EMPH-CHECKED-BY IS FILLED ONLY WHEN THE CHANGE WENT THROUGH
      * THE MAKER/CHECKER APPROVAL QUEUE: EMPH-CHANGED-BY IS THEN
      * THE USERID THAT KEYED IT AND EMPH-CHECKED-BY THE USERID THAT
      * APPROVED IT (EMPLOYEE USERIDS ARE AT MOST SEVEN CHARACTERS).
      * THE FULL DECISION STAYS ON THE APPROVAL QUEUE (APPRREC).
       01 EMPHIST-RECORD.
          05 EMPH-KEY.
             10 EMPH-EMP-ID     PIC X(05).
          05 EMPH-CHANGED-BY    PIC X(08).
          05 EMPH-BEFORE-IMAGE  PIC X(80).
          05 EMPH-AFTER-IMAGE   PIC X(80).
          05 EMPH-CHECKED-BY    PIC X(07).
