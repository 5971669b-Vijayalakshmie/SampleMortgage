      * APPROVAL-QUEUE-RECORD - MAKER/CHECKER APPROVAL QUEUE, KEYED
      * ON EMP-ID + DATE KEYED + SEQUENCE (VSAM KSDS).  A SALARY
      * CHANGE BEYOND THE REFFILE APPRPCT PERCENTAGE, OR ANY MOVE
      * TO STATUS 'S', IS PARKED HERE INSTEAD OF REACHING EMPFILE OR
      * PENDTRAN, IN THE SAME TRANSACTION IMAGE EMPMAINT APPLIES.
      * A SECOND USER APPROVES OR REJECTS IT ON EMPAPPR (EMPA); THE
      * APPROVER MAY NOT BE THE USER WHO KEYED IT.  EMPMAINT APPLIES
      * APPROVED ITEMS AT THE FRONT OF THE NIGHT ONCE THEIR
      * EFFECTIVE DATE HAS ARRIVED AND MARKS THEM APPLIED (OR
      * FAILED, WITH THE MAINTENANCE REPORT GIVING THE REASON).
      * DECIDED ITEMS STAY ON THE FILE AS THE RECORD OF WHO KEYED,
      * WHO DECIDED AND WHAT WAS DECIDED.  WRITTEN BY EMPINQ AND
      * EMPMAINT, DECIDED BY EMPAPPR, LISTED BY APPRLIST.
       01 APPROVAL-QUEUE-RECORD.
          05 APPR-KEY.
             10 APPR-EMP-ID     PIC X(05).
             10 APPR-KEYED-DATE PIC X(08).
             10 APPR-SEQ        PIC 9(03).
          05 APPR-STATUS        PIC X(01).
             88 APPR-IS-PENDING          VALUE 'P'.
             88 APPR-IS-APPROVED         VALUE 'A'.
             88 APPR-IS-REJECTED         VALUE 'R'.
             88 APPR-IS-APPLIED          VALUE 'X'.
             88 APPR-IS-FAILED           VALUE 'F'.
          05 APPR-HOLD-REASON   PIC X(01).
             88 APPR-FOR-SALARY          VALUE 'P'.
             88 APPR-FOR-SUSPENSION      VALUE 'S'.
             88 APPR-FOR-BOTH            VALUE 'B'.
          05 APPR-SOURCE        PIC X(08).
          05 APPR-MAKER-ID      PIC X(08).
          05 APPR-KEYED-TIME    PIC X(08).
          05 APPR-OLD-SALARY    PIC 9(10).
          05 APPR-OLD-STATUS    PIC X(01).
          05 APPR-TRAN-IMAGE    PIC X(73).
          05 APPR-CHECKER-ID    PIC X(08).
          05 APPR-DECIDED-DATE  PIC X(08).
          05 APPR-DECIDED-TIME  PIC X(08).
          05 APPR-REJECT-REASON PIC X(30).
          05 APPR-APPLIED-DATE  PIC X(08).
          05 FILLER             PIC X(12).
