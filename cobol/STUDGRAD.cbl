       01 WS-COUNTERS.                                                  00062000
          05 WS-ARCHIVED-COUNT         PIC 9(7) VALUE ZERO.             00063000
          05 WS-DELETED-COUNT          PIC 9(7) VALUE ZERO.             00064000
          05 WS-HELD-COUNT             PIC 9(7) VALUE ZERO.             00064500
          05 WS-ERROR-COUNT            PIC 9(7) VALUE ZERO.             00065000
          05 WS-UNCOMMITTED-COUNT      PIC 9(7) VALUE ZERO.             00066000
      *                                                                 00067000
       01 WS-SQL-OPERATION             PIC X(10) VALUE SPACES.          00084000
      *                                                                 00084010
      *-----------------------------------------------------------------00084020
      * A GRADUATE WHO STILL OWES ON THE STUDACCT LEDGER IS NOT         00084030
      * SWEPT: THE ROW STAYS ON STUDTAB, NOTHING GOES TO GRADARCH (SO   00084040
      * STUDFEED RAISES NO DELUSER FOR THEM), AND THEY ARE LISTED       00084050
      * UNDER THEIR OWN HEADING ON GRADRPT UNTIL THE BALANCE IS PAID.   00084060
      *-----------------------------------------------------------------00084070
       01 WS-BALANCE                   PIC S9(7)V99 USAGE COMP-3.       00084080
      *                                                                 00084090
       01 WS-HELD-EOF-SW               PIC X(01) VALUE 'N'.             00084100
          88 WS-HELD-EOF                         VALUE 'Y'.             00084110
          88 WS-HELD-NOT-EOF                     VALUE 'N'.             00084120
      *                                                                 00084130
       01 WS-HELD-HEADED-SW            PIC X(01) VALUE 'N'.             00084140
          88 WS-HELD-HEADED                      VALUE 'Y'.             00084150
      *                                                                 00084160
      *-----------------------------------------------------------------00084170
      * STUDHIST HOST VARIABLES - A SWEPT STUDENT'S LAST STUDTAB        00084180
      * IMAGE GOES TO THE CHANGE HISTORY AS A 'D' ROW (BLANK AFTER      00084190
      * IMAGE), THE SAME TRAIL STUDTEST WRITES FOR ITS UPDATES AND      00084200
      * INSERTS, SO A GRADUATE'S FINAL RECORDED CURRSEM/YEARPASS        00084210
      * CAN STILL BE PROVED AFTER THE ROW LEAVES THE LIVE TABLE.        00084220
      *-----------------------------------------------------------------00084230
       01 WS-HIST.                                                      00084240
          05 WS-H-CHGDATE              PIC X(08).                       00084250
          05 WS-H-CHGSEQ               PIC S9(9) USAGE COMP-5.          00084260
          05 WS-H-CHGTYPE              PIC X(01).                       00084270
          05 WS-H-CHGTIME              PIC X(08).                       00084280
          05 WS-H-CHGPGM               PIC X(08).                       00084290
          05 WS-B-STUDNAME             PIC X(30).                       00084300
          05 WS-B-DEGREE               PIC X(5).                        00084310
          05 WS-B-STUDGRP              PIC X(10).                       00084320
          05 WS-B-CURRSEM              PIC S9(9) USAGE COMP-5.          00084330
          05 WS-B-YEARPASS             PIC S9(9) USAGE COMP-5.          00084340
          05 WS-A-STUDNAME             PIC X(30).                       00084350
          05 WS-A-DEGREE               PIC X(5).                        00084360
          05 WS-A-STUDGRP              PIC X(10).                       00084370
          05 WS-A-CURRSEM              PIC S9(9) USAGE COMP-5.          00084380
          05 WS-A-YEARPASS             PIC S9(9) USAGE COMP-5.          00084390
      *                                                                 00084400
       01 WS-HIST-WRITE-COUNT          PIC 9(7)  VALUE ZERO.            00084410
       01 WS-RUN-TIME                  PIC X(08) VALUE SPACES.          00084420
      *                                                                 00084430
       01 WS-JRNL-FS                   PIC X(02) VALUE '00'.            00084440
       01 WS-JOURNAL-OPEN-SW           PIC X(01) VALUE 'N'.             00084450
          88 WS-JOURNAL-IS-OPEN                  VALUE 'Y'.             00084460
      *                                                                 00085000
       01 WS-RPT-DETAIL.                                                00086000
          05 WS-RP-STUDID              PIC 9(09).                       00087000
          05 FILLER                    PIC X(01) VALUE SPACE.           00094000
          05 WS-RP-YEARPASS            PIC 9(04).                       00095000
      *                                                                 00096000
       01 WS-HELD-DETAIL.                                               00096071
          05 WS-HD-STUDID              PIC 9(09).                       00096142
          05 FILLER                    PIC X(02) VALUE SPACES.          00096213
          05 WS-HD-STUDNAME            PIC X(30).                       00096284
          05 FILLER                    PIC X(01) VALUE SPACE.           00096355
          05 WS-HD-DEGREE              PIC X(05).                       00096426
          05 FILLER                    PIC X(02) VALUE SPACES.          00096497
          05 WS-HD-STUDGRP             PIC X(10).                       00096568
          05 FILLER                    PIC X(01) VALUE SPACE.           00096639
          05 WS-HD-YEARPASS            PIC 9(04).                       00096710
          05 FILLER                    PIC X(02) VALUE SPACES.          00096781
          05 WS-HD-BALANCE             PIC ZZZ,ZZ9.99.                  00096852
      *                                                                 00096923
       01 WS-RPT-TOTAL-LINE.                                            00097000
          05 WS-RT-LABEL               PIC X(22).                       00098000
          05 WS-RT-COUNT               PIC ZZZ,ZZ9.                     00099000
               INCLUDE STUDHIST                                         00107030
           END-EXEC.                                                    00107040
      *                                                                 00108000
           EXEC SQL                                                     00108200
               INCLUDE STUDACCT                                         00108400
           END-EXEC.                                                    00108600
      *                                                                 00108800
      *-----------------------------------------------------------------00109000
      * GRAD_CURSOR - EVERY STUDENT WHOSE YEARPASS IS AT OR BEFORE      00110000
      * THE CUTOFF YEAR.  YEARPASS ZERO MEANS NOT YET GRADUATED, SO     00111000
               WHERE YEARPASS > 0                                       00120000
                 AND YEARPASS <= :WS-CUTOFF-YEAR                        00121000
               FOR UPDATE OF STUDID                                     00123000
           END-EXEC.                                                    00123041
      *                                                                 00123082
      *-----------------------------------------------------------------00123123
      * HELD_CURSOR - THE GRADUATES THE SWEEP LEFT ON STUDTAB FOR AN    00123164
      * UNPAID BALANCE (CHARGES LESS PAYMENTS), FOR THE GRADRPT LIST.   00123205
      *-----------------------------------------------------------------00123246
           EXEC SQL                                                     00123287
             DECLARE HELD_CURSOR CURSOR FOR                             00123328
               SELECT S.STUDID, S.STUDNAME, S.DEGREE, S.STUDGRP,        00123369
                      S.YEARPASS,                                       00123410
                      SUM(CASE WHEN A.TXNTYPE = 'C'                     00123451
                               THEN A.AMOUNT                            00123492
                               ELSE 0 - A.AMOUNT END)                   00123533
               FROM STUDTAB S, STUDACCT A                               00123574
               WHERE A.STUDID    = S.STUDID                             00123615
                 AND S.YEARPASS  > 0                                    00123656
                 AND S.YEARPASS <= :WS-CUTOFF-YEAR                      00123697
               GROUP BY S.STUDID, S.STUDNAME, S.DEGREE, S.STUDGRP,      00123738
                        S.YEARPASS                                      00123779
               HAVING SUM(CASE WHEN A.TXNTYPE = 'C'                     00123820
                               THEN A.AMOUNT                            00123861
                               ELSE 0 - A.AMOUNT END) > 0               00123902
               ORDER BY S.STUDID                                        00123943
           END-EXEC.                                                    00124000
      *                                                                 00125000
       PROCEDURE DIVISION.                                              00126000
              END-EXEC                                                  00196000
           END-IF.                                                      00197000
      *                                                                 00198000
           IF WS-ERROR-COUNT = 0 AND WS-HELD-COUNT > 0                  00198200
               PERFORM LIST-HELD-GRADUATES                              00198400
           END-IF.                                                      00198600
      *                                                                 00198800
           PERFORM WRITE-SWEEP-TOTALS.                                  00199000
           CLOSE GRAD-RPT-FILE.                                         00200000
           CLOSE GRAD-ARCH-FILE.                                        00201000
      *                                                                 00202000
           DISPLAY 'STUDGRAD: STUDENTS ARCHIVED - ' WS-ARCHIVED-COUNT.  00203000
           DISPLAY 'STUDGRAD: ROWS DELETED      - ' WS-DELETED-COUNT.   00204000
           DISPLAY 'STUDGRAD: HELD - UNPAID     - ' WS-HELD-COUNT.      00204500
           DISPLAY 'STUDGRAD: SQL ERRORS        - ' WS-ERROR-COUNT.     00205000
           DISPLAY 'STUDGRAD: HISTORY ROWS      - '                     00205010
                   WS-HIST-WRITE-COUNT.                                 00205020
      * ARCHIVE-ONE-STUDENT - WRITES THE ARCHIVE IMAGE, DELETES THE     00220000
      * ROW UNDER THE CURSOR, REPORTS IT, AND COMMITS ON THE            00221000
      * INTERVAL.  A DELETE ERROR STOPS THE SWEEP AND ROLLS BACK TO     00222000
      * THE LAST COMMIT SO TABLE AND ARCHIVE STAY RECONCILABLE.  A      00222666
      * GRADUATE WITH AN UNPAID BALANCE IS COUNTED AND LEFT ALONE.      00223332
      *-----------------------------------------------------------------00224000
       ARCHIVE-ONE-STUDENT.                                             00225000
              EXEC SQL                                                  00225045
                  SELECT COALESCE(SUM(CASE WHEN TXNTYPE = 'C'           00225090
                                           THEN AMOUNT                  00225135
                                           ELSE 0 - AMOUNT END), 0)     00225180
                    INTO :WS-BALANCE                                    00225225
                    FROM STUDACCT                                       00225270
                   WHERE STUDID = :WS-STUDID                            00225315
              END-EXEC.                                                 00225360
           IF SQLCODE NOT = 0                                           00225405
               MOVE 'SELECT' TO WS-SQL-OPERATION                        00225450
               PERFORM HANDLE-SQL-ERROR                                 00225495
               SET WS-GRAD-EOF TO TRUE                                  00225540
           ELSE                                                         00225585
           IF WS-BALANCE > ZERO                                         00225630
               ADD 1 TO WS-HELD-COUNT                                   00225675
           ELSE                                                         00225720
               PERFORM SWEEP-ONE-STUDENT                                00225765
           END-IF                                                       00225810
           END-IF.                                                      00225855
      *                                                                 00225900
       SWEEP-ONE-STUDENT.                                               00225945
           MOVE WS-STUDID    TO GA-STUDID.                              00226000
           MOVE WS-STUDNAME  TO GA-STUDNAME.                            00227000
           MOVE WS-DEGREE    TO GA-DEGREE.                              00228000
              END-IF                                                    00265600
           END-IF.                                                      00265610
      *                                                                 00266000
      *-----------------------------------------------------------------00266016
      * LIST-HELD-GRADUATES - THE GRADUATES KEPT BACK FOR AN UNPAID     00266032
      * BALANCE, UNDER THEIR OWN HEADING AFTER THE ARCHIVED LIST.       00266048
      *-----------------------------------------------------------------00266064
       LIST-HELD-GRADUATES.                                             00266080
              EXEC SQL                                                  00266096
                  OPEN HELD_CURSOR                                      00266112
              END-EXEC.                                                 00266128
           IF SQLCODE NOT = 0                                           00266144
               MOVE 'OPEN' TO WS-SQL-OPERATION                          00266160
               PERFORM HANDLE-SQL-ERROR                                 00266176
               SET WS-HELD-EOF TO TRUE                                  00266192
           ELSE                                                         00266208
               SET WS-HELD-NOT-EOF TO TRUE                              00266224
           END-IF.                                                      00266240
      *                                                                 00266256
           PERFORM UNTIL WS-HELD-EOF                                    00266272
              EXEC SQL                                                  00266288
                 FETCH HELD_CURSOR INTO :WS-STUDID, :WS-STUDNAME,       00266304
                 :WS-DEGREE, :WS-STUDGRP, :WS-YEAR-PASS, :WS-BALANCE    00266320
              END-EXEC                                                  00266336
              EVALUATE TRUE                                             00266352
                  WHEN SQLCODE = 0                                      00266368
                      PERFORM WRITE-HELD-DETAIL                         00266384
                  WHEN SQLCODE = 100                                    00266400
                      SET WS-HELD-EOF TO TRUE                           00266416
                  WHEN OTHER                                            00266432
                      MOVE 'FETCH' TO WS-SQL-OPERATION                  00266448
                      PERFORM HANDLE-SQL-ERROR                          00266464
                      SET WS-HELD-EOF TO TRUE                           00266480
              END-EVALUATE                                              00266496
           END-PERFORM.                                                 00266512
      *                                                                 00266528
              EXEC SQL                                                  00266544
                 CLOSE HELD_CURSOR                                      00266560
              END-EXEC.                                                 00266576
      *                                                                 00266592
       WRITE-HELD-DETAIL.                                               00266608
           IF NOT WS-HELD-HEADED                                        00266624
               MOVE SPACES TO GRAD-RPT-RECORD                           00266640
               WRITE GRAD-RPT-RECORD                                    00266656
               MOVE 'GRADUATES HELD ON STUDTAB - UNPAID BALANCE'        00266672
                   TO GRAD-RPT-RECORD                                   00266688
               WRITE GRAD-RPT-RECORD                                    00266704
               MOVE SPACES TO GRAD-RPT-RECORD                           00266720
               WRITE GRAD-RPT-RECORD                                    00266736
               SET WS-HELD-HEADED TO TRUE                               00266752
           END-IF.                                                      00266768
           MOVE SPACES       TO WS-HELD-DETAIL.                         00266784
           MOVE WS-STUDID    TO WS-HD-STUDID.                           00266800
           MOVE WS-STUDNAME  TO WS-HD-STUDNAME.                         00266816
           MOVE WS-DEGREE    TO WS-HD-DEGREE.                           00266832
           MOVE WS-STUDGRP   TO WS-HD-STUDGRP.                          00266848
           MOVE WS-YEAR-PASS TO WS-HD-YEARPASS.                         00266864
           MOVE WS-BALANCE   TO WS-HD-BALANCE.                          00266880
           MOVE WS-HELD-DETAIL TO GRAD-RPT-RECORD.                      00266896
           WRITE GRAD-RPT-RECORD.                                       00266912
      *                                                                 00266928
       WRITE-SWEEP-TOTALS.                                              00267000
           MOVE SPACES TO GRAD-RPT-RECORD.                              00268000
           WRITE GRAD-RPT-RECORD.                                       00269000
           WRITE GRAD-RPT-RECORD.                                       00273000
           MOVE 'ROWS DELETED          ' TO WS-RT-LABEL.                00274000
           MOVE WS-DELETED-COUNT  TO WS-RT-COUNT.                       00275000
           MOVE WS-RPT-TOTAL-LINE TO GRAD-RPT-RECORD.                   00275200
           WRITE GRAD-RPT-RECORD.                                       00275400
           MOVE 'HELD - UNPAID BALANCE ' TO WS-RT-LABEL.                00275600
           MOVE WS-HELD-COUNT     TO WS-RT-COUNT.                       00275800
           MOVE WS-RPT-TOTAL-LINE TO GRAD-RPT-RECORD.                   00276000
           WRITE GRAD-RPT-RECORD.                                       00277000
      *                                                                 00278000
