          05 WS-B-STUDGRP              PIC X(10).                       00038000
          05 WS-B-CURRSEM              PIC S9(9) USAGE COMP-5.          00039000
          05 WS-B-YEARPASS             PIC S9(9) USAGE COMP-5.          00040000
          05 WS-B-STANDING             PIC X(01).                       00040500
          05 WS-A-STUDNAME             PIC X(30).                       00041000
          05 WS-A-DEGREE               PIC X(5).                        00042000
          05 WS-A-STUDGRP              PIC X(10).                       00043000
          05 WS-A-CURRSEM              PIC S9(9) USAGE COMP-5.          00044000
          05 WS-A-YEARPASS             PIC S9(9) USAGE COMP-5.          00045000
          05 WS-A-STANDING             PIC X(01).                       00045500
      *                                                                 00046000
       01 WS-RPT-FS                    PIC X(02) VALUE '00'.            00047000
      *                                                                 00048000
          05 WS-IL-CURRSEM             PIC ZZZZZZZZ9.                   00105000
          05 FILLER                    PIC X(02) VALUE SPACES.          00106000
          05 WS-IL-YEARPASS            PIC ZZZZZZZZ9.                   00107000
          05 FILLER                    PIC X(02) VALUE SPACES.          00107333
          05 WS-IL-STANDING            PIC X(01).                       00107666
      *                                                                 00108000
       01 WS-TOTAL-LINE.                                                00109000
          05 FILLER PIC X(25)                                           00110000
               SELECT STUDID, CHGDATE, CHGSEQ, CHGTYPE, CHGTIME,        00124000
                      CHGPGM,                                           00125000
                      BEF_STUDNAME, BEF_DEGREE, BEF_STUDGRP,            00126000
                      BEF_CURRSEM, BEF_YEARPASS, BEF_STANDING,          00127000
                      AFT_STUDNAME, AFT_DEGREE, AFT_STUDGRP,            00128000
                      AFT_CURRSEM, AFT_YEARPASS, AFT_STANDING           00129000
               FROM STUDHIST                                            00130000
               WHERE STUDID = :WS-SELECT-STUDID                         00131000
               ORDER BY CHGDATE, CHGSEQ                                 00132000
               SELECT STUDID, CHGDATE, CHGSEQ, CHGTYPE, CHGTIME,        00137000
                      CHGPGM,                                           00138000
                      BEF_STUDNAME, BEF_DEGREE, BEF_STUDGRP,            00139000
                      BEF_CURRSEM, BEF_YEARPASS, BEF_STANDING,          00140000
                      AFT_STUDNAME, AFT_DEGREE, AFT_STUDGRP,            00141000
                      AFT_CURRSEM, AFT_YEARPASS, AFT_STANDING           00142000
               FROM STUDHIST                                            00143000
               WHERE CHGDATE >= :WS-FROM-DATE                           00144000
                 AND CHGDATE <= :WS-TO-DATE                             00145000
                 :WS-H-STUDID, :WS-H-CHGDATE, :WS-H-CHGSEQ,             00232000
                 :WS-H-CHGTYPE, :WS-H-CHGTIME, :WS-H-CHGPGM,            00233000
                 :WS-B-STUDNAME, :WS-B-DEGREE, :WS-B-STUDGRP,           00234000
                 :WS-B-CURRSEM, :WS-B-YEARPASS, :WS-B-STANDING,         00235000
                 :WS-A-STUDNAME, :WS-A-DEGREE, :WS-A-STUDGRP,           00236000
                 :WS-A-CURRSEM, :WS-A-YEARPASS, :WS-A-STANDING          00237000
              END-EXEC                                                  00238000
              EVALUATE TRUE                                             00239000
                  WHEN SQLCODE = 0                                      00240000
                 :WS-H-STUDID, :WS-H-CHGDATE, :WS-H-CHGSEQ,             00270000
                 :WS-H-CHGTYPE, :WS-H-CHGTIME, :WS-H-CHGPGM,            00271000
                 :WS-B-STUDNAME, :WS-B-DEGREE, :WS-B-STUDGRP,           00272000
                 :WS-B-CURRSEM, :WS-B-YEARPASS, :WS-B-STANDING,         00273000
                 :WS-A-STUDNAME, :WS-A-DEGREE, :WS-A-STUDGRP,           00274000
                 :WS-A-CURRSEM, :WS-A-YEARPASS, :WS-A-STANDING          00275000
              END-EXEC                                                  00276000
              EVALUATE TRUE                                             00277000
                  WHEN SQLCODE = 0                                      00278000
               MOVE WS-B-STUDGRP  TO WS-IL-STUDGRP                      00321000
               MOVE WS-B-CURRSEM  TO WS-IL-CURRSEM                      00322000
               MOVE WS-B-YEARPASS TO WS-IL-YEARPASS                     00323000
               MOVE WS-B-STANDING TO WS-IL-STANDING                     00323500
           END-IF.                                                      00324000
           MOVE WS-IMAGE-LINE TO HIST-RPT-RECORD.                       00325000
           WRITE HIST-RPT-RECORD.                                       00326000
               MOVE WS-A-STUDGRP  TO WS-IL-STUDGRP                      00335000
               MOVE WS-A-CURRSEM  TO WS-IL-CURRSEM                      00336000
               MOVE WS-A-YEARPASS TO WS-IL-YEARPASS                     00337000
               MOVE WS-A-STANDING TO WS-IL-STANDING                     00337500
           END-IF.                                                      00338000
           MOVE WS-IMAGE-LINE TO HIST-RPT-RECORD.                       00339000
           WRITE HIST-RPT-RECORD.                                       00340000
