       IDENTIFICATION DIVISION.                                         00001000
       PROGRAM-ID. STUDBILL.                                            00002000
       ENVIRONMENT DIVISION.                                            00003000
       INPUT-OUTPUT SECTION.                                            00004000
       FILE-CONTROL.                                                    00005000
           SELECT FEE-CARD-FILE ASSIGN TO FEECRD                        00006000
               ORGANIZATION IS LINE SEQUENTIAL                          00007000
               FILE STATUS  IS WS-FEECRD-FS.                            00008000
      *                                                                 00009000
           SELECT BILL-RPT-FILE ASSIGN TO BILLRPT                       00010000
               ORGANIZATION IS LINE SEQUENTIAL                          00011000
               FILE STATUS  IS WS-RPT-FS.                               00012000
      *                                                                 00013000
           SELECT RUN-JOURNAL ASSIGN TO RUNJRNL                         00014000
               ORGANIZATION IS LINE SEQUENTIAL                          00015000
               FILE STATUS  IS WS-JRNL-FS.                              00016000
      *                                                                 00017000
       DATA DIVISION.                                                   00018000
       FILE SECTION.                                                    00019000
      *                                                                 00020000
      *-----------------------------------------------------------------00021000
      * FEE-CARD-RECORD - THE FEE SCHEDULE, ONE CARD PER DEGREE AND     00022000
      * SEMESTER: THE TUITION FOR A TERM SPENT IN THAT SEMESTER, IN     00023000
      * CENTS WITH NO POINT (000450000 = 4,500.00).                     00024000
      *-----------------------------------------------------------------00025000
       FD  FEE-CARD-FILE                                                00026000
           RECORD CONTAINS 16 CHARACTERS.                               00027000
      *                                                                 00028000
       01  FEE-CARD-RECORD.                                             00029000
           05 FC-DEGREE               PIC X(05).                        00030000
           05 FC-SEMNO                PIC X(02).                        00031000
           05 FC-FEE                  PIC X(09).                        00032000
           05 FC-FEE-N REDEFINES FC-FEE                                 00033000
                                      PIC 9(07)V99.                     00034000
      *                                                                 00035000
       FD  BILL-RPT-FILE                                                00036000
           RECORD CONTAINS 80 CHARACTERS.                               00037000
      *                                                                 00038000
       01  BILL-RPT-RECORD            PIC X(80).                        00039000
      *                                                                 00040000
       FD  RUN-JOURNAL                                                  00041000
           RECORD CONTAINS 100 CHARACTERS.                              00042000
      *                                                                 00043000
           COPY RUNJRNL.                                                00044000
      *                                                                 00045000
       WORKING-STORAGE SECTION.                                         00046000
      *                                                                 00047000
      *-----------------------------------------------------------------00048000
      * STUDBILL - TERM TUITION BILLING.  CHARGES EVERY ACTIVE          00049000
      * STUDTAB STUDENT (YEARPASS ZERO) THE FEE ON FEECRD FOR THEIR     00050000
      * DEGREE AND CURRENT SEMESTER, AS ONE 'C' ROW ON THE STUDACCT     00051000
      * LEDGER FOR THE PARMS TERM.  RUN AFTER STUDADV HAS MOVED         00052000
      * EVERYONE INTO THE NEW TERM'S SEMESTER.  A STUDENT ALREADY       00053000
      * CHARGED FOR THE TERM IS SKIPPED, SO THE RUN IS SAFE TO          00054000
      * REPEAT.  STUDPAY POSTS THE PAYMENTS AGAINST THE SAME LEDGER     00055000
      * AND STUDAGE AGES WHAT IS LEFT.                                  00056000
      *-----------------------------------------------------------------00057000
       01 WS-STUDENT.                                                   00058000
          05 WS-STUDID                 PIC S9(9) USAGE COMP-5.          00059000
          05 WS-STUDNAME               PIC X(30).                       00060000
          05 WS-DEGREE                 PIC X(5).                        00061000
          05 WS-STUDGRP                PIC X(10).                       00062000
          05 WS-CURR-SEM               PIC S9(9) USAGE COMP-5.          00063000
          05 WS-YEAR-PASS              PIC S9(9) USAGE COMP-5.          00064000
      *                                                                 00065000
      *-----------------------------------------------------------------00066000
      * STUDACCT HOST VARIABLES - THE STUDENT ACCOUNT LEDGER, ONE ROW   00067000
      * PER CHARGE OR PAYMENT KEYED STUDID + TXNDATE + TXNSEQ.          00068000
      * AMOUNTS ARE ALWAYS POSITIVE; TXNTYPE SAYS WHICH WAY THEY        00069000
      * COUNT.  THE BALANCE IS CHARGES LESS PAYMENTS.                   00070000
      *-----------------------------------------------------------------00071000
       01 WS-ACCOUNT.                                                   00072000
          05 WS-TXNDATE                PIC X(08).                       00073000
          05 WS-TXNSEQ                 PIC S9(9) USAGE COMP-5.          00074000
          05 WS-TXNTYPE                PIC X(01).                       00075000
          05 WS-TERM                   PIC X(05).                       00076000
          05 WS-AMOUNT                 PIC S9(7)V99 USAGE COMP-3.       00077000
          05 WS-TXNREF                 PIC X(12).                       00078000
          05 WS-TXNPGM                 PIC X(08).                       00079000
      *                                                                 00080000
       01 WS-CHARGE-COUNT              PIC S9(9) USAGE COMP-5.          00081000
      *                                                                 00082000
       01 WS-PARM-REQUEST              PIC X(20) VALUE SPACES.          00083000
       01 WS-TERM-CHECK.                                                00084000
          05 WS-TC-YEAR                PIC X(04).                       00085000
          05 WS-TC-HALF                PIC X(01).                       00086000
             88 WS-TC-HALF-VALID                 VALUES '1' '2'.        00087000
          05 WS-TC-REST                PIC X(15).                       00088000
      *                                                                 00089000
      *-----------------------------------------------------------------00090000
      * WS-FEE-TABLE - THE FEE CARDS, LOOKED UP BY DEGREE AND           00091000
      * SEMESTER FOR EVERY STUDENT FETCHED.                             00092000
      *-----------------------------------------------------------------00093000
       01 WS-FEE-TABLE.                                                 00094000
          05 WS-FEE-MAX                PIC 9(03) VALUE 200.             00095000
          05 WS-FEE-COUNT              PIC 9(03) VALUE ZERO.            00096000
          05 WS-FEE-IDX                PIC 9(03) VALUE ZERO.            00097000
          05 WS-FEE-SLOT               PIC 9(03) VALUE ZERO.            00098000
          05 WS-FEE-ENTRY OCCURS 200 TIMES.                             00099000
             10 WS-FE-DEGREE           PIC X(05).                       00100000
             10 WS-FE-SEMNO            PIC 9(02).                       00101000
             10 WS-FE-FEE              PIC 9(07)V99.                    00102000
      *                                                                 00103000
       01 WS-COUNTERS.                                                  00104000
          05 WS-FETCH-COUNT            PIC 9(7) VALUE ZERO.             00105000
          05 WS-BILLED-COUNT           PIC 9(7) VALUE ZERO.             00106000
          05 WS-ALREADY-COUNT          PIC 9(7) VALUE ZERO.             00107000
          05 WS-NOFEE-COUNT            PIC 9(7) VALUE ZERO.             00108000
          05 WS-ERROR-COUNT            PIC 9(7) VALUE ZERO.             00109000
          05 WS-UNCOMMITTED-COUNT      PIC 9(7) VALUE ZERO.             00110000
      *                                                                 00111000
       01 WS-BILLED-AMOUNT             PIC 9(9)V99 VALUE ZERO.          00112000
      *                                                                 00113000
      *-----------------------------------------------------------------00114000
      * COMMIT EVERY 100 CHARGES.  A RERUN AFTER A FAILURE SKIPS THE    00115000
      * STUDENTS WHOSE CHARGE WAS COMMITTED AND BILLS THE REST.         00116000
      *-----------------------------------------------------------------00117000
       01 WS-COMMIT-INTERVAL           PIC 9(5) VALUE 100.              00118000
      *                                                                 00119000
       01 WS-FEECRD-FS                 PIC X(02) VALUE '00'.            00120000
       01 WS-RPT-FS                    PIC X(02) VALUE '00'.            00121000
      *                                                                 00122000
       01 WS-FEECRD-EOF-SW             PIC X(01) VALUE 'N'.             00123000
          88 WS-FEECRD-EOF                       VALUE 'Y'.             00124000
          88 WS-FEECRD-NOT-EOF                   VALUE 'N'.             00125000
      *                                                                 00126000
       01 WS-BAD-CARD-SW               PIC X(01) VALUE 'N'.             00127000
          88 WS-BAD-FEE-CARD                     VALUE 'Y'.             00128000
      *                                                                 00129000
       01 WS-BILL-EOF-SW               PIC X(01) VALUE 'N'.             00130000
          88 WS-BILL-EOF                         VALUE 'Y'.             00131000
          88 WS-BILL-NOT-EOF                     VALUE 'N'.             00132000
      *                                                                 00133000
       01 WS-NOFEE-HEADED-SW           PIC X(01) VALUE 'N'.             00134000
          88 WS-NOFEE-HEADED                     VALUE 'Y'.             00135000
      *                                                                 00136000
       01 WS-SQL-OPERATION             PIC X(10) VALUE SPACES.          00137000
       01 WS-RUN-DATE                  PIC X(08) VALUE SPACES.          00138000
      *                                                                 00139000
       01 WS-NOFEE-LINE.                                                00140000
          05 WS-NL-STUDID              PIC 9(09).                       00141000
          05 FILLER                    PIC X(02) VALUE SPACES.          00142000
          05 WS-NL-NAME                PIC X(30).                       00143000
          05 FILLER                    PIC X(01) VALUE SPACE.           00144000
          05 WS-NL-DEGREE              PIC X(05).                       00145000
          05 FILLER                    PIC X(02) VALUE SPACES.          00146000
          05 WS-NL-STUDGRP             PIC X(10).                       00147000
          05 FILLER                    PIC X(06) VALUE '  SEM '.        00148000
          05 WS-NL-CURRSEM             PIC Z9.                          00149000
      *                                                                 00150000
       01 WS-RPT-TOTAL-LINE.                                            00151000
          05 WS-RT-LABEL               PIC X(22).                       00152000
          05 WS-RT-COUNT               PIC ZZZ,ZZ9.                     00153000
      *                                                                 00154000
       01 WS-RPT-AMOUNT-LINE.                                           00155000
          05 WS-RA-LABEL               PIC X(22).                       00156000
          05 WS-RA-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.              00157000
      *                                                                 00158000
       01 WS-JRNL-FS                   PIC X(02) VALUE '00'.            00159000
       01 WS-JOURNAL-OPEN-SW           PIC X(01) VALUE 'N'.             00160000
          88 WS-JOURNAL-IS-OPEN                  VALUE 'Y'.             00161000
      *                                                                 00162000
           EXEC SQL                                                     00163000
               INCLUDE SQLCA                                            00164000
           END-EXEC.                                                    00165000
      *                                                                 00166000
           EXEC SQL                                                     00167000
               INCLUDE STUDTAB                                          00168000
           END-EXEC.                                                    00169000
      *                                                                 00170000
           EXEC SQL                                                     00171000
               INCLUDE STUDACCT                                         00172000
           END-EXEC.                                                    00173000
      *                                                                 00174000
      *-----------------------------------------------------------------00175000
      * BILL_CURSOR - EVERY STUDENT STILL ACTIVE (YEARPASS ZERO).       00176000
      * READ-ONLY - THE CHARGES GO TO STUDACCT, NOT STUDTAB - AND       00177000
      * DECLARED WITH HOLD SO THE INTERVAL COMMITS DO NOT CLOSE IT.     00178000
      *-----------------------------------------------------------------00179000
           EXEC SQL                                                     00180000
             DECLARE BILL_CURSOR CURSOR WITH HOLD FOR                   00181000
               SELECT STUDID, STUDNAME, DEGREE, STUDGRP,                00182000
                      CURRSEM, YEARPASS                                 00183000
               FROM STUDTAB                                             00184000
               WHERE YEARPASS = 0                                       00185000
               ORDER BY STUDID                                          00186000
           END-EXEC.                                                    00187000
      *                                                                 00188000
       PROCEDURE DIVISION.                                              00189000
           DISPLAY 'STUDBILL - TERM TUITION BILLING'.                   00190000
      *                                                                 00191000
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00192000
      *                                                                 00193000
           PERFORM WRITE-JOURNAL-START.                                 00194000
      *                                                                 00195000
           ACCEPT WS-PARM-REQUEST FROM COMMAND-LINE.                    00196000
           MOVE WS-PARM-REQUEST TO WS-TERM-CHECK.                       00197000
           IF WS-TC-YEAR IS NOT NUMERIC                                 00198000
                   OR NOT WS-TC-HALF-VALID                              00199000
                   OR WS-TC-REST NOT = SPACES                           00200000
               DISPLAY 'STUDBILL: TERM PARM MISSING OR INVALID - '      00201000
                       'SUPPLY YYYYT (T = 1 OR 2)'                      00202000
               MOVE 8 TO RETURN-CODE                                    00203000
               PERFORM WRITE-JOURNAL-END                                00204000
               STOP RUN                                                 00205000
           END-IF.                                                      00206000
           MOVE WS-PARM-REQUEST(1:5) TO WS-TERM.                        00207000
      *                                                                 00208000
           PERFORM LOAD-FEE-CARDS.                                      00209000
           IF WS-BAD-FEE-CARD                                           00210000
               MOVE 8 TO RETURN-CODE                                    00211000
               PERFORM WRITE-JOURNAL-END                                00212000
               STOP RUN                                                 00213000
           END-IF.                                                      00214000
      *                                                                 00215000
           OPEN OUTPUT BILL-RPT-FILE.                                   00216000
      *                                                                 00217000
           MOVE SPACES TO BILL-RPT-RECORD.                              00218000
           STRING 'TUITION BILLING FOR TERM ' DELIMITED BY SIZE         00219000
                  WS-TERM DELIMITED BY SIZE                             00220000
                  INTO BILL-RPT-RECORD.                                 00221000
           WRITE BILL-RPT-RECORD.                                       00222000
           MOVE SPACES TO BILL-RPT-RECORD.                              00223000
           WRITE BILL-RPT-RECORD.                                       00224000
      *                                                                 00225000
              EXEC SQL                                                  00226000
                  OPEN BILL_CURSOR                                      00227000
              END-EXEC.                                                 00228000
           IF SQLCODE NOT = 0                                           00229000
               MOVE 'OPEN' TO WS-SQL-OPERATION                          00230000
               PERFORM HANDLE-SQL-ERROR                                 00231000
               SET WS-BILL-EOF TO TRUE                                  00232000
           ELSE                                                         00233000
               SET WS-BILL-NOT-EOF TO TRUE                              00234000
           END-IF.                                                      00235000
      *                                                                 00236000
           PERFORM UNTIL WS-BILL-EOF                                    00237000
              EXEC SQL                                                  00238000
                 FETCH BILL_CURSOR INTO :WS-STUDID, :WS-STUDNAME,       00239000
                 :WS-DEGREE,:WS-STUDGRP, :WS-CURR-SEM, :WS-YEAR-PASS    00240000
              END-EXEC                                                  00241000
              EVALUATE TRUE                                             00242000
                  WHEN SQLCODE = 0                                      00243000
                      ADD 1 TO WS-FETCH-COUNT                           00244000
                      PERFORM BILL-ONE-STUDENT                          00245000
                  WHEN SQLCODE = 100                                    00246000
                      SET WS-BILL-EOF TO TRUE                           00247000
                  WHEN OTHER                                            00248000
                      MOVE 'FETCH' TO WS-SQL-OPERATION                  00249000
                      PERFORM HANDLE-SQL-ERROR                          00250000
                      SET WS-BILL-EOF TO TRUE                           00251000
              END-EVALUATE                                              00252000
           END-PERFORM.                                                 00253000
      *                                                                 00254000
              EXEC SQL                                                  00255000
                 CLOSE BILL_CURSOR                                      00256000
              END-EXEC.                                                 00257000
      *                                                                 00258000
           IF WS-ERROR-COUNT = 0                                        00259000
              EXEC SQL                                                  00260000
                  COMMIT                                                00261000
              END-EXEC                                                  00262000
           END-IF.                                                      00263000
      *                                                                 00264000
           PERFORM WRITE-BILLING-TOTALS.                                00265000
           CLOSE BILL-RPT-FILE.                                         00266000
      *                                                                 00267000
           DISPLAY 'STUDBILL: STUDENTS FETCHED  - ' WS-FETCH-COUNT.     00268000
           DISPLAY 'STUDBILL: STUDENTS BILLED   - ' WS-BILLED-COUNT.    00269000
           DISPLAY 'STUDBILL: ALREADY BILLED    - ' WS-ALREADY-COUNT.   00270000
           DISPLAY 'STUDBILL: NO FEE SCHEDULED  - ' WS-NOFEE-COUNT.     00271000
           DISPLAY 'STUDBILL: SQL ERRORS        - ' WS-ERROR-COUNT.     00272000
      *                                                                 00273000
           IF WS-ERROR-COUNT > 0                                        00274000
               MOVE 8 TO RETURN-CODE                                    00275000
           ELSE                                                         00276000
               IF WS-NOFEE-COUNT > 0 OR WS-BILLED-COUNT = 0             00277000
                   MOVE 4 TO RETURN-CODE                                00278000
               ELSE                                                     00279000
                   MOVE 0 TO RETURN-CODE                                00280000
               END-IF                                                   00281000
           END-IF.                                                      00282000
      *                                                                 00283000
           PERFORM WRITE-JOURNAL-END.                                   00284000
           STOP RUN.                                                    00285000
      *                                                                 00286000
      *-----------------------------------------------------------------00287000
      * LOAD-FEE-CARDS - NO CARDS MEANS NO RUN, AS FOR STUDADV'S        00288000
      * DEGREE CARDS: A TERM BILLED FROM A PARTIAL SCHEDULE IS          00289000
      * WORSE THAN ONE NOT YET BILLED.                                  00290000
      *-----------------------------------------------------------------00291000
       LOAD-FEE-CARDS.                                                  00292000
           OPEN INPUT FEE-CARD-FILE.                                    00293000
           IF WS-FEECRD-FS NOT = '00'                                   00294000
               SET WS-BAD-FEE-CARD TO TRUE                              00295000
               DISPLAY 'STUDBILL: UNABLE TO OPEN FEECRD - FILE '        00296000
                       'STATUS ' WS-FEECRD-FS                           00297000
           ELSE                                                         00298000
               SET WS-FEECRD-NOT-EOF TO TRUE                            00299000
               PERFORM UNTIL WS-FEECRD-EOF OR WS-BAD-FEE-CARD           00300000
                   READ FEE-CARD-FILE                                   00301000
                       AT END SET WS-FEECRD-EOF TO TRUE                 00302000
                       NOT AT END PERFORM LOAD-ONE-FEE-CARD             00303000
                   END-READ                                             00304000
               END-PERFORM                                              00305000
               CLOSE FEE-CARD-FILE                                      00306000
               IF WS-FEE-COUNT = 0 AND NOT WS-BAD-FEE-CARD              00307000
                   SET WS-BAD-FEE-CARD TO TRUE                          00308000
                   DISPLAY 'STUDBILL: NO FEE CARDS SUPPLIED - '         00309000
                           'RUN ABANDONED'                              00310000
               END-IF                                                   00311000
           END-IF.                                                      00312000
      *                                                                 00313000
       LOAD-ONE-FEE-CARD.                                               00314000
           IF FEE-CARD-RECORD = SPACES                                  00315000
               CONTINUE                                                 00316000
           ELSE                                                         00317000
               IF FC-DEGREE = SPACES                                    00318000
                       OR FC-SEMNO IS NOT NUMERIC                       00319000
                       OR FC-SEMNO = '00'                               00320000
                       OR FC-FEE IS NOT NUMERIC                         00321000
                   SET WS-BAD-FEE-CARD TO TRUE                          00322000
                   DISPLAY 'STUDBILL: BAD FEE CARD - '                  00323000
                           FEE-CARD-RECORD                              00324000
               ELSE                                                     00325000
                   IF WS-FEE-COUNT >= WS-FEE-MAX                        00326000
                       SET WS-BAD-FEE-CARD TO TRUE                      00327000
                       DISPLAY 'STUDBILL: MORE THAN ' WS-FEE-MAX        00328000
                               ' FEE CARDS'                             00329000
                   ELSE                                                 00330000
                       ADD 1 TO WS-FEE-COUNT                            00331000
                       MOVE FC-DEGREE TO WS-FE-DEGREE(WS-FEE-COUNT)     00332000
                       MOVE FC-SEMNO  TO WS-FE-SEMNO(WS-FEE-COUNT)      00333000
                       MOVE FC-FEE-N  TO WS-FE-FEE(WS-FEE-COUNT)        00334000
                   END-IF                                               00335000
               END-IF                                                   00336000
           END-IF.                                                      00337000
      *                                                                 00338000
      *-----------------------------------------------------------------00339000
      * BILL-ONE-STUDENT - A STUDENT WITH NO FEE CARD FOR THEIR         00340000
      * DEGREE AND SEMESTER IS LISTED AND LEFT UNBILLED RATHER THAN     00341000
      * GUESSED AT; ONE ALREADY CHARGED FOR THE TERM IS SKIPPED.        00342000
      *-----------------------------------------------------------------00343000
       BILL-ONE-STUDENT.                                                00344000
           MOVE ZERO TO WS-FEE-SLOT.                                    00345000
           PERFORM LOCATE-FEE-CARD                                      00346000
               VARYING WS-FEE-IDX FROM 1 BY 1                           00347000
               UNTIL WS-FEE-IDX > WS-FEE-COUNT                          00348000
               OR WS-FEE-SLOT > ZERO.                                   00349000
      *                                                                 00350000
           IF WS-FEE-SLOT = ZERO                                        00351000
               PERFORM LIST-NO-FEE-STUDENT                              00352000
           ELSE                                                         00353000
               PERFORM COUNT-TERM-CHARGES                               00354000
               IF WS-ERROR-COUNT > 0                                    00355000
                   SET WS-BILL-EOF TO TRUE                              00356000
               ELSE                                                     00357000
                   IF WS-CHARGE-COUNT > ZERO                            00358000
                       ADD 1 TO WS-ALREADY-COUNT                        00359000
                   ELSE                                                 00360000
                       PERFORM POST-TERM-CHARGE                         00361000
                   END-IF                                               00362000
               END-IF                                                   00363000
           END-IF.                                                      00364000
      *                                                                 00365000
       LOCATE-FEE-CARD.                                                 00366000
           IF WS-FE-DEGREE(WS-FEE-IDX) = WS-DEGREE                      00367000
                   AND WS-FE-SEMNO(WS-FEE-IDX) = WS-CURR-SEM            00368000
               MOVE WS-FEE-IDX TO WS-FEE-SLOT                           00369000
           END-IF.                                                      00370000
      *                                                                 00371000
       LIST-NO-FEE-STUDENT.                                             00372000
           ADD 1 TO WS-NOFEE-COUNT.                                     00373000
           IF NOT WS-NOFEE-HEADED                                       00374000
               SET WS-NOFEE-HEADED TO TRUE                              00375000
               MOVE 'NOT BILLED - NO FEE SCHEDULED FOR DEGREE/SEMESTER' 00376000
                   TO BILL-RPT-RECORD                                   00377000
               WRITE BILL-RPT-RECORD                                    00378000
               MOVE SPACES TO BILL-RPT-RECORD                           00379000
               WRITE BILL-RPT-RECORD                                    00380000
           END-IF.                                                      00381000
           MOVE WS-STUDID   TO WS-NL-STUDID.                            00382000
           MOVE WS-STUDNAME TO WS-NL-NAME.                              00383000
           MOVE WS-DEGREE   TO WS-NL-DEGREE.                            00384000
           MOVE WS-STUDGRP  TO WS-NL-STUDGRP.                           00385000
           MOVE WS-CURR-SEM TO WS-NL-CURRSEM.                           00386000
           MOVE WS-NOFEE-LINE TO BILL-RPT-RECORD.                       00387000
           WRITE BILL-RPT-RECORD.                                       00388000
      *                                                                 00389000
       COUNT-TERM-CHARGES.                                              00390000
              EXEC SQL                                                  00391000
                  SELECT COUNT(*)                                       00392000
                    INTO :WS-CHARGE-COUNT                               00393000
                    FROM STUDACCT                                       00394000
                   WHERE STUDID  = :WS-STUDID                           00395000
                     AND TXNTYPE = 'C'                                  00396000
                     AND TERM    = :WS-TERM                             00397000
              END-EXEC.                                                 00398000
           IF SQLCODE NOT = 0                                           00399000
               MOVE 'SELECT' TO WS-SQL-OPERATION                        00400000
               PERFORM HANDLE-SQL-ERROR                                 00401000
           END-IF.                                                      00402000
      *                                                                 00403000
      *-----------------------------------------------------------------00404000
      * POST-TERM-CHARGE - SEQUENCE IS MAX+1 PER STUDID AND DAY, THE    00405000
      * WAY STUDHIST ROWS ARE NUMBERED.                                 00406000
      *-----------------------------------------------------------------00407000
       POST-TERM-CHARGE.                                                00408000
           MOVE WS-RUN-DATE            TO WS-TXNDATE.                   00409000
           MOVE 'C'                    TO WS-TXNTYPE.                   00410000
           MOVE WS-FE-FEE(WS-FEE-SLOT) TO WS-AMOUNT.                    00411000
           MOVE SPACES                 TO WS-TXNREF.                    00412000
           STRING 'TUIT ' DELIMITED BY SIZE                             00413000
                  WS-TERM DELIMITED BY SIZE                             00414000
                  INTO WS-TXNREF.                                       00415000
           MOVE 'STUDBILL'             TO WS-TXNPGM.                    00416000
      *                                                                 00417000
              EXEC SQL                                                  00418000
                  SELECT COALESCE(MAX(TXNSEQ), 0) + 1                   00419000
                    INTO :WS-TXNSEQ                                     00420000
                    FROM STUDACCT                                       00421000
                   WHERE STUDID  = :WS-STUDID                           00422000
                     AND TXNDATE = :WS-TXNDATE                          00423000
              END-EXEC.                                                 00424000
           IF SQLCODE NOT = 0                                           00425000
               MOVE 'SELECT' TO WS-SQL-OPERATION                        00426000
               PERFORM HANDLE-SQL-ERROR                                 00427000
               SET WS-BILL-EOF TO TRUE                                  00428000
           ELSE                                                         00429000
              EXEC SQL                                                  00430000
                  INSERT INTO STUDACCT                                  00431000
                      (STUDID, TXNDATE, TXNSEQ, TXNTYPE, TERM,          00432000
                       AMOUNT, TXNREF, TXNPGM)                          00433000
                  VALUES                                                00434000
                      (:WS-STUDID, :WS-TXNDATE, :WS-TXNSEQ,             00435000
                       :WS-TXNTYPE, :WS-TERM, :WS-AMOUNT,               00436000
                       :WS-TXNREF, :WS-TXNPGM)                          00437000
              END-EXEC                                                  00438000
              IF SQLCODE = 0                                            00439000
                  ADD 1 TO WS-BILLED-COUNT                              00440000
                  ADD WS-AMOUNT TO WS-BILLED-AMOUNT                     00441000
                  PERFORM COMMIT-ON-INTERVAL                            00442000
              ELSE                                                      00443000
                  MOVE 'INSERT' TO WS-SQL-OPERATION                     00444000
                  PERFORM HANDLE-SQL-ERROR                              00445000
                  SET WS-BILL-EOF TO TRUE                               00446000
              END-IF                                                    00447000
           END-IF.                                                      00448000
      *                                                                 00449000
       COMMIT-ON-INTERVAL.                                              00450000
           ADD 1 TO WS-UNCOMMITTED-COUNT.                               00451000
           IF WS-UNCOMMITTED-COUNT >= WS-COMMIT-INTERVAL                00452000
              EXEC SQL                                                  00453000
                  COMMIT                                                00454000
              END-EXEC                                                  00455000
              MOVE ZERO TO WS-UNCOMMITTED-COUNT                         00456000
           END-IF.                                                      00457000
      *                                                                 00458000
       WRITE-BILLING-TOTALS.                                            00459000
           IF WS-NOFEE-HEADED                                           00460000
               MOVE SPACES TO BILL-RPT-RECORD                           00461000
               WRITE BILL-RPT-RECORD                                    00462000
           END-IF.                                                      00463000
      *                                                                 00464000
           MOVE 'STUDENTS BILLED       ' TO WS-RT-LABEL.                00465000
           MOVE WS-BILLED-COUNT TO WS-RT-COUNT.                         00466000
           MOVE WS-RPT-TOTAL-LINE TO BILL-RPT-RECORD.                   00467000
           WRITE BILL-RPT-RECORD.                                       00468000
      *                                                                 00469000
           MOVE 'ALREADY BILLED        ' TO WS-RT-LABEL.                00470000
           MOVE WS-ALREADY-COUNT TO WS-RT-COUNT.                        00471000
           MOVE WS-RPT-TOTAL-LINE TO BILL-RPT-RECORD.                   00472000
           WRITE BILL-RPT-RECORD.                                       00473000
      *                                                                 00474000
           MOVE 'NO FEE SCHEDULED      ' TO WS-RT-LABEL.                00475000
           MOVE WS-NOFEE-COUNT TO WS-RT-COUNT.                          00476000
           MOVE WS-RPT-TOTAL-LINE TO BILL-RPT-RECORD.                   00477000
           WRITE BILL-RPT-RECORD.                                       00478000
      *                                                                 00479000
           MOVE 'AMOUNT BILLED         ' TO WS-RA-LABEL.                00480000
           MOVE WS-BILLED-AMOUNT TO WS-RA-AMOUNT.                       00481000
           MOVE WS-RPT-AMOUNT-LINE TO BILL-RPT-RECORD.                  00482000
           WRITE BILL-RPT-RECORD.                                       00483000
      *                                                                 00484000
      *-----------------------------------------------------------------00485000
      * HANDLE-SQL-ERROR - ROLLS BACK TO THE LAST COMMIT AND REPORTS    00486000
      * THE FAILING OPERATION, FOLLOWING THE CONVENTION STUDTEST'S      00487000
      * ERROR HANDLER ESTABLISHED FOR THIS STREAM.                      00488000
      *-----------------------------------------------------------------00489000
       HANDLE-SQL-ERROR.                                                00490000
           ADD 1 TO WS-ERROR-COUNT.                                     00491000
           DISPLAY 'STUDBILL: SQL ERROR ON ' WS-SQL-OPERATION           00492000
                   ' FOR STUDID ' WS-STUDID ' SQLCODE=' SQLCODE         00493000
                   ' SQLSTATE=' SQLSTATE.                               00494000
              EXEC SQL                                                  00495000
                  ROLLBACK                                              00496000
              END-EXEC.                                                 00497000
      *                                                                 00498000
      *-----------------------------------------------------------------00499000
      * WRITE-JOURNAL-START / WRITE-JOURNAL-END - BATCH-WINDOW RUN      00500000
      * JOURNAL BOOKKEEPING.  JOURNALING IS BEST-EFFORT: A STEP THAT    00501000
      * CANNOT REACH THE JOURNAL STILL RUNS, IT JUST GOES MISSING       00502000
      * FROM THE END-OF-WINDOW SUMMARY.                                 00503000
      *-----------------------------------------------------------------00504000
       WRITE-JOURNAL-START.                                             00505000
           OPEN EXTEND RUN-JOURNAL.                                     00506000
           IF WS-JRNL-FS NOT = '00'                                     00507000
               OPEN OUTPUT RUN-JOURNAL                                  00508000
           END-IF.                                                      00509000
           IF WS-JRNL-FS = '00'                                         00510000
               SET WS-JOURNAL-IS-OPEN TO TRUE                           00511000
               MOVE SPACES     TO JRNL-RECORD                           00512000
               MOVE 'S'        TO JRNL-REC-TYPE                         00513000
               MOVE 'STUDBILL' TO JRNL-PROGRAM                          00514000
               ACCEPT JRNL-DATE FROM DATE YYYYMMDD                      00515000
               ACCEPT JRNL-TIME FROM TIME                               00516000
               MOVE ZERO TO JRNL-RC                                     00517000
               MOVE ZERO TO JRNL-COUNT-VAL(1)                           00518000
               MOVE ZERO TO JRNL-COUNT-VAL(2)                           00519000
               MOVE ZERO TO JRNL-COUNT-VAL(3)                           00520000
               WRITE JRNL-RECORD                                        00521000
           ELSE                                                         00522000
               DISPLAY 'STUDBILL: RUN JOURNAL UNAVAILABLE - FILE '      00523000
                       'STATUS ' WS-JRNL-FS                             00524000
           END-IF.                                                      00525000
      *                                                                 00526000
       WRITE-JOURNAL-END.                                               00527000
           IF WS-JOURNAL-IS-OPEN                                        00528000
               MOVE SPACES     TO JRNL-RECORD                           00529000
               MOVE 'E'        TO JRNL-REC-TYPE                         00530000
               MOVE 'STUDBILL' TO JRNL-PROGRAM                          00531000
               ACCEPT JRNL-DATE FROM DATE YYYYMMDD                      00532000
               ACCEPT JRNL-TIME FROM TIME                               00533000
               MOVE RETURN-CODE       TO JRNL-RC                        00534000
               MOVE 'BILLED'          TO JRNL-COUNT-LBL(1)              00535000
               MOVE WS-BILLED-COUNT   TO JRNL-COUNT-VAL(1)              00536000
               MOVE 'NOFEE'           TO JRNL-COUNT-LBL(2)              00537000
               MOVE WS-NOFEE-COUNT    TO JRNL-COUNT-VAL(2)              00538000
               MOVE 'SQLERRORS'       TO JRNL-COUNT-LBL(3)              00539000
               MOVE WS-ERROR-COUNT    TO JRNL-COUNT-VAL(3)              00540000
               WRITE JRNL-RECORD                                        00541000
               CLOSE RUN-JOURNAL                                        00542000
           END-IF.                                                      00543000
