
           COPY EMPREC.

       FD RACF-EXTRACT-FILE
           RECORD CONTAINS 80 CHARACTERS.

           COPY RACFXREC.

       FD RECON-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
               NOT AT END MOVE SORT-USERID TO WS-EMP-KEY
           END-RETURN.

      *----------------------------------------------------------------
      * READ-RACF-EXTRACT - NEXT USER ROW.  GROUP ROWS SHARE THE
      * EXTRACT (AND ITS SEQUENCE CHECK) BUT ARE NOT EMPLOYEES, SO
      * THEY ARE PASSED OVER HERE.
      *----------------------------------------------------------------
       READ-RACF-EXTRACT.
           PERFORM READ-RACF-EXTRACT-ROW.
           PERFORM READ-RACF-EXTRACT-ROW
               UNTIL WS-RACF-KEY = HIGH-VALUES
               OR WS-EXTRACT-OUT-OF-SEQ
               OR NOT REX-IS-GROUP.
           IF WS-RACF-KEY NOT = HIGH-VALUES
               ADD 1 TO WS-RACF-READ-COUNT
           END-IF.

       READ-RACF-EXTRACT-ROW.
           MOVE WS-RACF-KEY TO WS-RACF-PRIOR-KEY.
           READ RACF-EXTRACT-FILE
               AT END MOVE HIGH-VALUES TO WS-RACF-KEY
               NOT AT END
                   MOVE REX-USERID TO WS-RACF-KEY
                   IF WS-RACF-PRIOR-KEY NOT = SPACES
                           AND WS-RACF-PRIOR-KEY NOT = HIGH-VALUES
