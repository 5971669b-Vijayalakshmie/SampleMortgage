          05 WS-STUDGRP                PIC X(10).                       00049000
          05 WS-CURR-SEM               PIC S9(9) USAGE COMP-5.          00050000
          05 WS-YEAR-PASS              PIC S9(9) USAGE COMP-5.          00051000
          05 WS-STANDING               PIC X(01).                       00051333
             88 WS-IS-SUSPENDED                  VALUE 'S'.             00051666
      *                                                                 00052000
       01 WS-PASS-YEAR                 PIC S9(9) USAGE COMP-5.          00053000
       01 WS-NEW-SEM                   PIC S9(9) USAGE COMP-5.          00054000
          05 WS-ADVANCED-COUNT         PIC 9(7) VALUE ZERO.             00059000
          05 WS-COMPLETED-COUNT        PIC 9(7) VALUE ZERO.             00060000
          05 WS-NODEGREE-COUNT         PIC 9(7) VALUE ZERO.             00061000
          05 WS-HELD-COUNT             PIC 9(7) VALUE ZERO.             00061500
          05 WS-ERROR-COUNT            PIC 9(7) VALUE ZERO.             00062000
          05 WS-UNCOMMITTED-COUNT      PIC 9(7) VALUE ZERO.             00063000
      *                                                                 00064000
          88 WS-ADV-EOF                          VALUE 'Y'.             00083000
          88 WS-ADV-NOT-EOF                      VALUE 'N'.             00084000
      *                                                                 00085000
       01 WS-HELD-HEADED-SW            PIC X(01) VALUE 'N'.             00085250
          88 WS-HELD-HEADED                      VALUE 'Y'.             00085500
      *                                                                 00085750
       01 WS-SQL-OPERATION             PIC X(10) VALUE SPACES.          00086000
      *                                                                 00086010
      *-----------------------------------------------------------------00086020
          05 WS-B-STUDGRP              PIC X(10).                       00086160
          05 WS-B-CURRSEM              PIC S9(9) USAGE COMP-5.          00086170
          05 WS-B-YEARPASS             PIC S9(9) USAGE COMP-5.          00086180
          05 WS-B-STANDING             PIC X(01).                       00086185
          05 WS-A-STUDNAME             PIC X(30).                       00086190
          05 WS-A-DEGREE               PIC X(5).                        00086200
          05 WS-A-STUDGRP              PIC X(10).                       00086210
          05 WS-A-CURRSEM              PIC S9(9) USAGE COMP-5.          00086220
          05 WS-A-YEARPASS             PIC S9(9) USAGE COMP-5.          00086230
          05 WS-A-STANDING             PIC X(01).                       00086235
      *                                                                 00086240
       01 WS-HIST-WRITE-COUNT          PIC 9(7)  VALUE ZERO.            00086250
       01 WS-RUN-DATE                  PIC X(08) VALUE SPACES.          00086260
          05 FILLER                    PIC X(12) VALUE '  COMPLETED '.  00130000
          05 WS-RD-COMPLETED           PIC ZZZ,ZZ9.                     00131000
      *                                                                 00132000
      *-----------------------------------------------------------------00132062
      * WS-HELD-LINE - ONE LINE PER SUSPENDED STUDENT HELD BACK, SO     00132124
      * THE REGISTRY CAN SEE WHO DID NOT MOVE ON AND WHY.               00132186
      *-----------------------------------------------------------------00132248
       01 WS-HELD-LINE.                                                 00132310
          05 WS-HL-STUDID              PIC 9(09).                       00132372
          05 FILLER                    PIC X(02) VALUE SPACES.          00132434
          05 WS-HL-NAME                PIC X(30).                       00132496
          05 FILLER                    PIC X(01) VALUE SPACE.           00132558
          05 WS-HL-DEGREE              PIC X(05).                       00132620
          05 FILLER                    PIC X(02) VALUE SPACES.          00132682
          05 WS-HL-STUDGRP             PIC X(10).                       00132744
          05 FILLER                    PIC X(06) VALUE '  SEM '.        00132806
          05 WS-HL-CURRSEM             PIC Z9.                          00132868
      *                                                                 00132930
       01 WS-RPT-TOTAL-LINE.                                            00133000
          05 WS-RT-LABEL               PIC X(22).                       00134000
          05 WS-RT-COUNT               PIC ZZZ,ZZ9.                     00135000
           EXEC SQL                                                     00156000
             DECLARE ADV_CURSOR CURSOR WITH HOLD FOR                    00157000
               SELECT STUDID, STUDNAME, DEGREE, STUDGRP,                00158000
                      CURRSEM, YEARPASS, STANDING                       00159000
               FROM STUDTAB                                             00160000
               WHERE YEARPASS = 0                                       00161000
               FOR UPDATE OF CURRSEM, YEARPASS                          00162000
           PERFORM UNTIL WS-ADV-EOF                                     00210000
              EXEC SQL                                                  00211000
                 FETCH ADV_CURSOR INTO :WS-STUDID, :WS-STUDNAME,        00212000
                 :WS-DEGREE,:WS-STUDGRP, :WS-CURR-SEM, :WS-YEAR-PASS,   00212666
                 :WS-STANDING                                           00213332
              END-EXEC                                                  00214000
              EVALUATE TRUE                                             00215000
                  WHEN SQLCODE = 0                                      00216000
                   WS-COMPLETED-COUNT.                                  00245000
           DISPLAY 'STUDADV: UNLISTED DEGREES   - '                     00246000
                   WS-NODEGREE-COUNT.                                   00247000
           DISPLAY 'STUDADV: HELD BACK          - ' WS-HELD-COUNT.      00247500
           DISPLAY 'STUDADV: SQL ERRORS         - ' WS-ERROR-COUNT.     00248000
           DISPLAY 'STUDADV: HISTORY ROWS       - '                     00248010
                   WS-HIST-WRITE-COUNT.                                 00248020
      * SEMESTER MOVES UP ONE; A STUDENT AT (OR SOMEHOW PAST) IT        00316000
      * COMPLETES AND GETS YEARPASS SET, READY FOR STUDGRAD'S SWEEP     00317000
      * THE FOLLOWING NIGHT.  A DEGREE WITH NO CARD IS SKIPPED AND      00318000
      * COUNTED RATHER THAN GUESSED AT.  A STUDENT STUDGRD HAS LEFT     00318500
      * SUSPENDED IS HELD BACK - NEITHER ADVANCED NOR COMPLETED -       00319000
      * AND LISTED; GOOD STANDING AND PROBATION MOVE ON AS USUAL.       00319500
      *-----------------------------------------------------------------00320000
       ADVANCE-ONE-STUDENT.                                             00321000
           IF WS-IS-SUSPENDED                                           00321125
               PERFORM HOLD-BACK-STUDENT                                00321250
           ELSE                                                         00321375
               PERFORM ADVANCE-ACTIVE-STUDENT                           00321500
           END-IF.                                                      00321625
      *                                                                 00321750
       ADVANCE-ACTIVE-STUDENT.                                          00321875
           MOVE ZERO TO WS-DEG-SLOT.                                    00322000
           PERFORM LOCATE-DEGREE-CARD                                   00323000
               VARYING WS-DEG-IDX FROM 1 BY 1                           00324000
                   PERFORM COMPLETE-STUDENT                             00336000
               END-IF                                                   00337000
           END-IF.                                                      00338000
      *                                                                 00338055
       HOLD-BACK-STUDENT.                                               00338110
           ADD 1 TO WS-HELD-COUNT.                                      00338165
           IF NOT WS-HELD-HEADED                                        00338220
               SET WS-HELD-HEADED TO TRUE                               00338275
               MOVE 'STUDENTS HELD BACK (SUSPENDED)' TO ADV-RPT-RECORD  00338330
               WRITE ADV-RPT-RECORD                                     00338385
               MOVE SPACES TO ADV-RPT-RECORD                            00338440
               WRITE ADV-RPT-RECORD                                     00338495
           END-IF.                                                      00338550
           MOVE WS-STUDID   TO WS-HL-STUDID.                            00338605
           MOVE WS-STUDNAME TO WS-HL-NAME.                              00338660
           MOVE WS-DEGREE   TO WS-HL-DEGREE.                            00338715
           MOVE WS-STUDGRP  TO WS-HL-STUDGRP.                           00338770
           MOVE WS-CURR-SEM TO WS-HL-CURRSEM.                           00338825
           MOVE WS-HELD-LINE TO ADV-RPT-RECORD.                         00338880
           WRITE ADV-RPT-RECORD.                                        00338935
      *                                                                 00339000
       LOCATE-DEGREE-CARD.                                              00340000
           IF WS-DG-DEGREE(WS-DEG-IDX) = WS-DEGREE                      00341000
           MOVE WS-STUDGRP   TO WS-B-STUDGRP.                           00377110
           MOVE WS-CURR-SEM  TO WS-B-CURRSEM.                           00377120
           MOVE WS-YEAR-PASS TO WS-B-YEARPASS.                          00377130
           MOVE WS-STANDING  TO WS-B-STANDING.                          00377135
           MOVE WS-STUDNAME  TO WS-A-STUDNAME.                          00377140
           MOVE WS-DEGREE    TO WS-A-DEGREE.                            00377150
           MOVE WS-STUDGRP   TO WS-A-STUDGRP.                           00377160
           MOVE WS-CURR-SEM  TO WS-A-CURRSEM.                           00377170
           MOVE WS-YEAR-PASS TO WS-A-YEARPASS.                          00377180
           MOVE WS-STANDING  TO WS-A-STANDING.                          00377185
           MOVE 'U'          TO WS-H-CHGTYPE.                           00377190
           MOVE 'STUDADV'    TO WS-H-CHGPGM.                            00377200
      *                                                                 00377210
                      (STUDID, CHGDATE, CHGSEQ, CHGTYPE, CHGTIME,       00377390
                       CHGPGM,                                          00377400
                       BEF_STUDNAME, BEF_DEGREE, BEF_STUDGRP,           00377410
                       BEF_CURRSEM, BEF_YEARPASS, BEF_STANDING,         00377420
                       AFT_STUDNAME, AFT_DEGREE, AFT_STUDGRP,           00377430
                       AFT_CURRSEM, AFT_YEARPASS, AFT_STANDING)         00377440
                  VALUES                                                00377450
                      (:WS-STUDID, :WS-H-CHGDATE, :WS-H-CHGSEQ,         00377460
                       :WS-H-CHGTYPE, :WS-H-CHGTIME, :WS-H-CHGPGM,      00377470
                       :WS-B-STUDNAME, :WS-B-DEGREE, :WS-B-STUDGRP,     00377480
                       :WS-B-CURRSEM, :WS-B-YEARPASS, :WS-B-STANDING,   00377490
                       :WS-A-STUDNAME, :WS-A-DEGREE, :WS-A-STUDGRP,     00377500
                       :WS-A-CURRSEM, :WS-A-YEARPASS, :WS-A-STANDING)   00377510
              END-EXEC                                                  00377520
              IF SQLCODE = 0                                            00377530
                  ADD 1 TO WS-HIST-WRITE-COUNT                          00377540
           MOVE ZERO TO WS-GR-COMPLETED(WS-GRP-SLOT).                   00451000
      *                                                                 00452000
       WRITE-ADVANCE-REPORT.                                            00453000
           IF WS-HELD-HEADED                                            00453166
               MOVE SPACES TO ADV-RPT-RECORD                            00453332
               WRITE ADV-RPT-RECORD                                     00453498
           END-IF.                                                      00453664
      *                                                                 00453830
           PERFORM WRITE-ONE-GROUP-LINE                                 00454000
               VARYING WS-GRP-IDX FROM 1 BY 1                           00455000
               UNTIL WS-GRP-IDX > WS-GRP-COUNT.                         00456000
      *                                                                 00470000
           MOVE 'UNLISTED DEGREES      ' TO WS-RT-LABEL.                00471000
           MOVE WS-NODEGREE-COUNT TO WS-RT-COUNT.                       00472000
           MOVE WS-RPT-TOTAL-LINE TO ADV-RPT-RECORD.                    00472166
           WRITE ADV-RPT-RECORD.                                        00472332
      *                                                                 00472498
           MOVE 'HELD BACK (SUSPENDED) ' TO WS-RT-LABEL.                00472664
           MOVE WS-HELD-COUNT TO WS-RT-COUNT.                           00472830
           MOVE WS-RPT-TOTAL-LINE TO ADV-RPT-RECORD.                    00473000
           WRITE ADV-RPT-RECORD.                                        00474000
      *                                                                 00475000
