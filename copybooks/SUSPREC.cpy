      * SUSPENSE-RECORD - EMPMAINT REJECT SUSPENSE FILE, KEYED ON
      * EMP-ID + DATE FIRST REJECTED + SEQUENCE (VSAM KSDS).  EVERY
      * TRANSACTION EMPMAINT REJECTS IS KEPT HERE WITH ITS REASON AND
      * ORIGINAL IMAGE INSTEAD OF SURVIVING ONLY AS A MNTRPT LINE.
      * AN OPERATOR CORRECTS AND RELEASES IT (SUSP-RELEASE-IMAGE,
      * STATUS 'R') OR CANCELS IT WITH A REASON THROUGH SUSPMNT;
      * THE NEXT NIGHT'S EMPMAINT RE-APPLIES RELEASED ITEMS AT THE
      * FRONT OF THE RUN AND EITHER RESOLVES THEM OR PUTS THEM BACK
      * OPEN WITH THE NEW REASON, KEEPING THE FIRST-REJECT DATE.
      * SUSPAGE AGES EVERYTHING STILL OPEN OR RELEASED.
       01 SUSPENSE-RECORD.
          05 SUSP-KEY.
             10 SUSP-EMP-ID       PIC X(05).
             10 SUSP-FIRST-DATE   PIC X(08).
             10 SUSP-SEQ          PIC 9(03).
          05 SUSP-STATUS          PIC X(01).
             88 SUSP-IS-OPEN               VALUE 'O'.
             88 SUSP-IS-RELEASED           VALUE 'R'.
             88 SUSP-IS-RESOLVED           VALUE 'X'.
             88 SUSP-IS-CANCELLED          VALUE 'C'.
             88 SUSP-IS-UNRESOLVED         VALUES 'O' 'R'.
          05 SUSP-SOURCE          PIC X(08).
          05 SUSP-REJECT-REASON   PIC X(30).
          05 SUSP-LAST-DATE       PIC X(08).
          05 SUSP-REJECT-COUNT    PIC 9(03).
          05 SUSP-ORIG-IMAGE      PIC X(73).
          05 SUSP-RELEASE-IMAGE   PIC X(73).
          05 SUSP-ACTIONED-BY     PIC X(08).
          05 SUSP-ACTIONED-DATE   PIC X(08).
          05 SUSP-CANCEL-REASON   PIC X(30).
          05 SUSP-RESOLVED-DATE   PIC X(08).
          05 FILLER               PIC X(34).
