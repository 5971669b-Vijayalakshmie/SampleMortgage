       IDENTIFICATION DIVISION.                                         00001000
       PROGRAM-ID. STUDPAY.                                             00002000
       ENVIRONMENT DIVISION.                                            00003000
       INPUT-OUTPUT SECTION.                                            00004000
       FILE-CONTROL.                                                    00005000
           SELECT BURSAR-FILE ASSIGN TO BURSAR                          00006000
               ORGANIZATION IS LINE SEQUENTIAL                          00007000
               FILE STATUS  IS WS-BURSAR-FS.                            00008000
      *                                                                 00009000
           SELECT PAY-EXCP-FILE ASSIGN TO PAYEXC                        00010000
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
      * BURSAR-RECORD - ONE RECEIPT PER LINE FROM THE BURSAR'S          00022000
      * OFFICE: THE STUDID PAID FOR, THE DATE RECEIVED, THE AMOUNT      00023000
      * IN CENTS WITH NO POINT, AND THE BURSAR'S RECEIPT NUMBER.        00024000
      *-----------------------------------------------------------------00025000
       FD  BURSAR-FILE                                                  00026000
           RECORD CONTAINS 38 CHARACTERS.                               00027000
      *                                                                 00028000
       01  BURSAR-RECORD.                                               00029000
           05 BR-STUDID               PIC X(09).                        00030000
           05 BR-RECEIPT-DATE         PIC X(08).                        00031000
           05 BR-AMOUNT               PIC X(09).                        00032000
           05 BR-AMOUNT-N REDEFINES BR-AMOUNT                           00033000
                                      PIC 9(07)V99.                     00034000
           05 BR-RECEIPT-REF          PIC X(12).                        00035000
      *                                                                 00036000
       FD  PAY-EXCP-FILE                                                00037000
           RECORD CONTAINS 80 CHARACTERS.                               00038000
      *                                                                 00039000
       01  PAY-EXCP-RECORD            PIC X(80).                        00040000
      *                                                                 00041000
       FD  RUN-JOURNAL                                                  00042000
           RECORD CONTAINS 100 CHARACTERS.                              00043000
      *                                                                 00044000
           COPY RUNJRNL.                                                00045000
      *                                                                 00046000
       WORKING-STORAGE SECTION.                                         00047000
      *                                                                 00048000
      *-----------------------------------------------------------------00049000
      * STUDPAY - POSTS THE BURSAR'S RECEIPTS TO THE STUDACCT LEDGER    00050000
      * AS 'P' ROWS AGAINST THE CHARGES STUDBILL RAISES.  A RECEIPT     00051000
      * FOR A STUDID NOT ON STUDTAB, OR ONE THAT DOES NOT VALIDATE,     00052000
      * GOES TO THE PAYEXC EXCEPTION LIST FOR THE BURSAR TO CHASE       00053000
      * INSTEAD.  A RECEIPT NUMBER ALREADY POSTED FOR THE STUDENT IS    00054000
      * ALSO AN EXCEPTION, SO A FILE RERUN NEVER DOUBLE-POSTS.          00055000
      *-----------------------------------------------------------------00056000
       01 WS-STUDENT.                                                   00057000
          05 WS-STUDID                 PIC S9(9) USAGE COMP-5.          00058000
          05 WS-STUDNAME               PIC X(30).                       00059000
      *                                                                 00060000
       01 WS-ACCOUNT.                                                   00061000
          05 WS-TXNDATE                PIC X(08).                       00062000
          05 WS-TXNSEQ                 PIC S9(9) USAGE COMP-5.          00063000
          05 WS-TXNTYPE                PIC X(01).                       00064000
          05 WS-TERM                   PIC X(05).                       00065000
          05 WS-AMOUNT                 PIC S9(7)V99 USAGE COMP-3.       00066000
          05 WS-TXNREF                 PIC X(12).                       00067000
          05 WS-TXNPGM                 PIC X(08).                       00068000
      *                                                                 00069000
       01 WS-RECEIPT-COUNT             PIC S9(9) USAGE COMP-5.          00070000
      *                                                                 00071000
       01 WS-COUNTERS.                                                  00072000
          05 WS-READ-COUNT             PIC 9(7) VALUE ZERO.             00073000
          05 WS-POSTED-COUNT           PIC 9(7) VALUE ZERO.             00074000
          05 WS-REJECT-COUNT           PIC 9(7) VALUE ZERO.             00075000
          05 WS-ERROR-COUNT            PIC 9(7) VALUE ZERO.             00076000
          05 WS-UNCOMMITTED-COUNT      PIC 9(7) VALUE ZERO.             00077000
      *                                                                 00078000
       01 WS-POSTED-AMOUNT             PIC 9(9)V99 VALUE ZERO.          00079000
       01 WS-REJECT-AMOUNT             PIC 9(9)V99 VALUE ZERO.          00080000
      *                                                                 00081000
      *-----------------------------------------------------------------00082000
      * COMMIT EVERY 100 RECEIPTS.  A RERUN OF THE SAME FILE AFTER A    00083000
      * FAILURE REJECTS THE COMMITTED RECEIPTS AS ALREADY POSTED AND    00084000
      * POSTS THE REST.                                                 00085000
      *-----------------------------------------------------------------00086000
       01 WS-COMMIT-INTERVAL           PIC 9(5) VALUE 100.              00087000
      *                                                                 00088000
       01 WS-BURSAR-FS                 PIC X(02) VALUE '00'.            00089000
       01 WS-RPT-FS                    PIC X(02) VALUE '00'.            00090000
      *                                                                 00091000
       01 WS-BURSAR-EOF-SW             PIC X(01) VALUE 'N'.             00092000
          88 WS-BURSAR-EOF                       VALUE 'Y'.             00093000
          88 WS-BURSAR-NOT-EOF                   VALUE 'N'.             00094000
      *                                                                 00095000
       01 WS-STUDENT-FOUND-SW          PIC X(01) VALUE 'N'.             00096000
          88 WS-STUDENT-FOUND                    VALUE 'Y'.             00097000
      *                                                                 00098000
       01 WS-SQL-OPERATION             PIC X(10) VALUE SPACES.          00099000
       01 WS-REJECT-REASON             PIC X(26) VALUE SPACES.          00100000
      *                                                                 00101000
       01 WS-EXCP-HEADING.                                              00102000
          05 FILLER PIC X(11) VALUE 'STUDID     '.                      00103000
          05 FILLER PIC X(10) VALUE 'RECEIVED  '.                       00104000
          05 FILLER PIC X(13) VALUE '       AMOUNT'.                    00105000
          05 FILLER PIC X(04) VALUE SPACES.                             00106000
          05 FILLER PIC X(14) VALUE 'RECEIPT'.                          00107000
          05 FILLER PIC X(26) VALUE 'REASON'.                           00108000
      *                                                                 00109000
       01 WS-EXCP-LINE.                                                 00110000
          05 WS-EX-STUDID              PIC X(09).                       00111000
          05 FILLER                    PIC X(02) VALUE SPACES.          00112000
          05 WS-EX-DATE                PIC X(08).                       00113000
          05 FILLER                    PIC X(02) VALUE SPACES.          00114000
          05 WS-EX-AMOUNT              PIC ZZ,ZZZ,ZZ9.99.               00115000
          05 WS-EX-AMOUNT-X REDEFINES WS-EX-AMOUNT                      00116000
                                       PIC X(13).                       00117000
          05 FILLER                    PIC X(04) VALUE SPACES.          00118000
          05 WS-EX-REF                 PIC X(12).                       00119000
          05 FILLER                    PIC X(02) VALUE SPACES.          00120000
          05 WS-EX-REASON              PIC X(26).                       00121000
      *                                                                 00122000
       01 WS-RPT-TOTAL-LINE.                                            00123000
          05 WS-RT-LABEL               PIC X(22).                       00124000
          05 WS-RT-COUNT               PIC ZZZ,ZZ9.                     00125000
      *                                                                 00126000
       01 WS-RPT-AMOUNT-LINE.                                           00127000
          05 WS-RA-LABEL               PIC X(22).                       00128000
          05 WS-RA-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.              00129000
      *                                                                 00130000
       01 WS-JRNL-FS                   PIC X(02) VALUE '00'.            00131000
       01 WS-JOURNAL-OPEN-SW           PIC X(01) VALUE 'N'.             00132000
          88 WS-JOURNAL-IS-OPEN                  VALUE 'Y'.             00133000
      *                                                                 00134000
           EXEC SQL                                                     00135000
               INCLUDE SQLCA                                            00136000
           END-EXEC.                                                    00137000
      *                                                                 00138000
           EXEC SQL                                                     00139000
               INCLUDE STUDTAB                                          00140000
           END-EXEC.                                                    00141000
      *                                                                 00142000
           EXEC SQL                                                     00143000
               INCLUDE STUDACCT                                         00144000
           END-EXEC.                                                    00145000
      *                                                                 00146000
       PROCEDURE DIVISION.                                              00147000
           DISPLAY 'STUDPAY - BURSAR PAYMENT POSTING'.                  00148000
      *                                                                 00149000
           PERFORM WRITE-JOURNAL-START.                                 00150000
      *                                                                 00151000
           OPEN INPUT BURSAR-FILE.                                      00152000
           IF WS-BURSAR-FS NOT = '00'                                   00153000
               DISPLAY 'STUDPAY: UNABLE TO OPEN BURSAR - FILE '         00154000
                       'STATUS ' WS-BURSAR-FS                           00155000
               MOVE 8 TO RETURN-CODE                                    00156000
               PERFORM WRITE-JOURNAL-END                                00157000
               STOP RUN                                                 00158000
           END-IF.                                                      00159000
      *                                                                 00160000
           OPEN OUTPUT PAY-EXCP-FILE.                                   00161000
           IF WS-RPT-FS NOT = '00'                                      00162000
               DISPLAY 'STUDPAY: UNABLE TO OPEN PAYEXC - FILE '         00163000
                       'STATUS ' WS-RPT-FS                              00164000
               CLOSE BURSAR-FILE                                        00165000
               MOVE 8 TO RETURN-CODE                                    00166000
               PERFORM WRITE-JOURNAL-END                                00167000
               STOP RUN                                                 00168000
           END-IF.                                                      00169000
           MOVE 'BURSAR RECEIPTS NOT POSTED' TO PAY-EXCP-RECORD.        00170000
           WRITE PAY-EXCP-RECORD.                                       00171000
           MOVE SPACES TO PAY-EXCP-RECORD.                              00172000
           WRITE PAY-EXCP-RECORD.                                       00173000
           MOVE WS-EXCP-HEADING TO PAY-EXCP-RECORD.                     00174000
           WRITE PAY-EXCP-RECORD.                                       00175000
           MOVE SPACES TO PAY-EXCP-RECORD.                              00176000
           WRITE PAY-EXCP-RECORD.                                       00177000
      *                                                                 00178000
           SET WS-BURSAR-NOT-EOF TO TRUE.                               00179000
           PERFORM UNTIL WS-BURSAR-EOF OR WS-ERROR-COUNT > 0            00180000
               READ BURSAR-FILE                                         00181000
                   AT END SET WS-BURSAR-EOF TO TRUE                     00182000
                   NOT AT END PERFORM APPLY-RECEIPT                     00183000
               END-READ                                                 00184000
           END-PERFORM.                                                 00185000
           CLOSE BURSAR-FILE.                                           00186000
      *                                                                 00187000
           IF WS-ERROR-COUNT = 0                                        00188000
              EXEC SQL                                                  00189000
                  COMMIT                                                00190000
              END-EXEC                                                  00191000
           END-IF.                                                      00192000
      *                                                                 00193000
           PERFORM WRITE-POSTING-TOTALS.                                00194000
           CLOSE PAY-EXCP-FILE.                                         00195000
      *                                                                 00196000
           DISPLAY 'STUDPAY: RECEIPTS READ      - ' WS-READ-COUNT.      00197000
           DISPLAY 'STUDPAY: RECEIPTS POSTED    - ' WS-POSTED-COUNT.    00198000
           DISPLAY 'STUDPAY: RECEIPTS REJECTED  - ' WS-REJECT-COUNT.    00199000
           DISPLAY 'STUDPAY: SQL ERRORS         - ' WS-ERROR-COUNT.     00200000
      *                                                                 00201000
           IF WS-ERROR-COUNT > 0                                        00202000
               MOVE 8 TO RETURN-CODE                                    00203000
           ELSE                                                         00204000
               IF WS-REJECT-COUNT > 0 OR WS-POSTED-COUNT = 0            00205000
                   MOVE 4 TO RETURN-CODE                                00206000
               ELSE                                                     00207000
                   MOVE 0 TO RETURN-CODE                                00208000
               END-IF                                                   00209000
           END-IF.                                                      00210000
      *                                                                 00211000
           PERFORM WRITE-JOURNAL-END.                                   00212000
           STOP RUN.                                                    00213000
      *                                                                 00214000
      *-----------------------------------------------------------------00215000
      * APPLY-RECEIPT - VALIDATES THE LINE, MATCHES THE STUDID TO       00216000
      * STUDTAB (A GRADUATE OWING FEES IS STILL THERE - STUDGRAD        00217000
      * HOLDS THEM), REFUSES A RECEIPT NUMBER ALREADY ON THE LEDGER,    00218000
      * AND POSTS THE REST.                                             00219000
      *-----------------------------------------------------------------00220000
       APPLY-RECEIPT.                                                   00221000
           ADD 1 TO WS-READ-COUNT.                                      00222000
           IF BR-STUDID IS NOT NUMERIC                                  00223000
               MOVE 'STUDID NOT NUMERIC' TO WS-REJECT-REASON            00224000
               PERFORM REJECT-RECEIPT                                   00225000
           ELSE                                                         00226000
           IF BR-RECEIPT-DATE IS NOT NUMERIC                            00227000
               MOVE 'RECEIPT DATE INVALID' TO WS-REJECT-REASON          00228000
               PERFORM REJECT-RECEIPT                                   00229000
           ELSE                                                         00230000
           IF BR-AMOUNT IS NOT NUMERIC OR BR-AMOUNT-N = ZERO            00231000
               MOVE 'AMOUNT MISSING OR INVALID' TO WS-REJECT-REASON     00232000
               PERFORM REJECT-RECEIPT                                   00233000
           ELSE                                                         00234000
           IF BR-RECEIPT-REF = SPACES                                   00235000
               MOVE 'NO RECEIPT NUMBER' TO WS-REJECT-REASON             00236000
               PERFORM REJECT-RECEIPT                                   00237000
           ELSE                                                         00238000
               MOVE BR-STUDID TO WS-STUDID                              00239000
               PERFORM MATCH-RECEIPT                                    00240000
           END-IF                                                       00241000
           END-IF                                                       00242000
           END-IF                                                       00243000
           END-IF.                                                      00244000
      *                                                                 00245000
       MATCH-RECEIPT.                                                   00246000
           PERFORM FETCH-PAY-STUDENT.                                   00247000
           IF WS-ERROR-COUNT = 0 AND NOT WS-STUDENT-FOUND               00248000
               MOVE 'STUDID NOT ON STUDTAB' TO WS-REJECT-REASON         00249000
               PERFORM REJECT-RECEIPT                                   00250000
           END-IF.                                                      00251000
           IF WS-ERROR-COUNT = 0 AND WS-STUDENT-FOUND                   00252000
               PERFORM COUNT-RECEIPT-POSTINGS                           00253000
               IF WS-ERROR-COUNT = 0 AND WS-RECEIPT-COUNT > ZERO        00254000
                   MOVE 'RECEIPT ALREADY POSTED' TO WS-REJECT-REASON    00255000
                   PERFORM REJECT-RECEIPT                               00256000
               END-IF                                                   00257000
               IF WS-ERROR-COUNT = 0 AND WS-RECEIPT-COUNT = ZERO        00258000
                   PERFORM POST-PAYMENT                                 00259000
               END-IF                                                   00260000
           END-IF.                                                      00261000
      *                                                                 00262000
       FETCH-PAY-STUDENT.                                               00263000
           MOVE 'N' TO WS-STUDENT-FOUND-SW.                             00264000
              EXEC SQL                                                  00265000
                  SELECT STUDNAME                                       00266000
                    INTO :WS-STUDNAME                                   00267000
                    FROM STUDTAB                                        00268000
                   WHERE STUDID = :WS-STUDID                            00269000
              END-EXEC.                                                 00270000
           IF SQLCODE = 0                                               00271000
               SET WS-STUDENT-FOUND TO TRUE                             00272000
           ELSE                                                         00273000
               IF SQLCODE NOT = 100                                     00274000
                   MOVE 'SELECT' TO WS-SQL-OPERATION                    00275000
                   PERFORM HANDLE-SQL-ERROR                             00276000
               END-IF                                                   00277000
           END-IF.                                                      00278000
      *                                                                 00279000
       COUNT-RECEIPT-POSTINGS.                                          00280000
           MOVE BR-RECEIPT-REF TO WS-TXNREF.                            00281000
              EXEC SQL                                                  00282000
                  SELECT COUNT(*)                                       00283000
                    INTO :WS-RECEIPT-COUNT                              00284000
                    FROM STUDACCT                                       00285000
                   WHERE STUDID  = :WS-STUDID                           00286000
                     AND TXNTYPE = 'P'                                  00287000
                     AND TXNREF  = :WS-TXNREF                           00288000
              END-EXEC.                                                 00289000
           IF SQLCODE NOT = 0                                           00290000
               MOVE 'SELECT' TO WS-SQL-OPERATION                        00291000
               PERFORM HANDLE-SQL-ERROR                                 00292000
           END-IF.                                                      00293000
      *                                                                 00294000
      *-----------------------------------------------------------------00295000
      * POST-PAYMENT - THE LEDGER ROW CARRIES THE DATE THE BURSAR       00296000
      * RECEIVED THE MONEY, NOT THE POSTING DATE.  SEQUENCE IS MAX+1    00297000
      * PER STUDID AND DAY, AS FOR STUDBILL'S CHARGES.                  00298000
      *-----------------------------------------------------------------00299000
       POST-PAYMENT.                                                    00300000
           MOVE BR-RECEIPT-DATE TO WS-TXNDATE.                          00301000
           MOVE 'P'             TO WS-TXNTYPE.                          00302000
           MOVE SPACES          TO WS-TERM.                             00303000
           MOVE BR-AMOUNT-N     TO WS-AMOUNT.                           00304000
           MOVE BR-RECEIPT-REF  TO WS-TXNREF.                           00305000
           MOVE 'STUDPAY '      TO WS-TXNPGM.                           00306000
      *                                                                 00307000
              EXEC SQL                                                  00308000
                  SELECT COALESCE(MAX(TXNSEQ), 0) + 1                   00309000
                    INTO :WS-TXNSEQ                                     00310000
                    FROM STUDACCT                                       00311000
                   WHERE STUDID  = :WS-STUDID                           00312000
                     AND TXNDATE = :WS-TXNDATE                          00313000
              END-EXEC.                                                 00314000
           IF SQLCODE NOT = 0                                           00315000
               MOVE 'SELECT' TO WS-SQL-OPERATION                        00316000
               PERFORM HANDLE-SQL-ERROR                                 00317000
           ELSE                                                         00318000
              EXEC SQL                                                  00319000
                  INSERT INTO STUDACCT                                  00320000
                      (STUDID, TXNDATE, TXNSEQ, TXNTYPE, TERM,          00321000
                       AMOUNT, TXNREF, TXNPGM)                          00322000
                  VALUES                                                00323000
                      (:WS-STUDID, :WS-TXNDATE, :WS-TXNSEQ,             00324000
                       :WS-TXNTYPE, :WS-TERM, :WS-AMOUNT,               00325000
                       :WS-TXNREF, :WS-TXNPGM)                          00326000
              END-EXEC                                                  00327000
              IF SQLCODE = 0                                            00328000
                  ADD 1 TO WS-POSTED-COUNT                              00329000
                  ADD WS-AMOUNT TO WS-POSTED-AMOUNT                     00330000
                  PERFORM COMMIT-ON-INTERVAL                            00331000
              ELSE                                                      00332000
                  MOVE 'INSERT' TO WS-SQL-OPERATION                     00333000
                  PERFORM HANDLE-SQL-ERROR                              00334000
              END-IF                                                    00335000
           END-IF.                                                      00336000
      *                                                                 00337000
       REJECT-RECEIPT.                                                  00338000
           ADD 1 TO WS-REJECT-COUNT.                                    00339000
           MOVE SPACES           TO WS-EXCP-LINE.                       00340000
           MOVE BR-STUDID        TO WS-EX-STUDID.                       00341000
           MOVE BR-RECEIPT-DATE  TO WS-EX-DATE.                         00342000
           IF BR-AMOUNT IS NUMERIC                                      00343000
               MOVE BR-AMOUNT-N  TO WS-EX-AMOUNT                        00344000
               ADD BR-AMOUNT-N   TO WS-REJECT-AMOUNT                    00345000
           ELSE                                                         00346000
               MOVE BR-AMOUNT    TO WS-EX-AMOUNT-X                      00347000
           END-IF.                                                      00348000
           MOVE BR-RECEIPT-REF   TO WS-EX-REF.                          00349000
           MOVE WS-REJECT-REASON TO WS-EX-REASON.                       00350000
           MOVE WS-EXCP-LINE     TO PAY-EXCP-RECORD.                    00351000
           WRITE PAY-EXCP-RECORD.                                       00352000
      *                                                                 00353000
       COMMIT-ON-INTERVAL.                                              00354000
           ADD 1 TO WS-UNCOMMITTED-COUNT.                               00355000
           IF WS-UNCOMMITTED-COUNT >= WS-COMMIT-INTERVAL                00356000
              EXEC SQL                                                  00357000
                  COMMIT                                                00358000
              END-EXEC                                                  00359000
              MOVE ZERO TO WS-UNCOMMITTED-COUNT                         00360000
           END-IF.                                                      00361000
      *                                                                 00362000
       WRITE-POSTING-TOTALS.                                            00363000
           MOVE SPACES TO PAY-EXCP-RECORD.                              00364000
           WRITE PAY-EXCP-RECORD.                                       00365000
      *                                                                 00366000
           MOVE 'RECEIPTS READ         ' TO WS-RT-LABEL.                00367000
           MOVE WS-READ-COUNT TO WS-RT-COUNT.                           00368000
           MOVE WS-RPT-TOTAL-LINE TO PAY-EXCP-RECORD.                   00369000
           WRITE PAY-EXCP-RECORD.                                       00370000
      *                                                                 00371000
           MOVE 'RECEIPTS POSTED       ' TO WS-RT-LABEL.                00372000
           MOVE WS-POSTED-COUNT TO WS-RT-COUNT.                         00373000
           MOVE WS-RPT-TOTAL-LINE TO PAY-EXCP-RECORD.                   00374000
           WRITE PAY-EXCP-RECORD.                                       00375000
      *                                                                 00376000
           MOVE 'RECEIPTS REJECTED     ' TO WS-RT-LABEL.                00377000
           MOVE WS-REJECT-COUNT TO WS-RT-COUNT.                         00378000
           MOVE WS-RPT-TOTAL-LINE TO PAY-EXCP-RECORD.                   00379000
           WRITE PAY-EXCP-RECORD.                                       00380000
      *                                                                 00381000
           MOVE 'AMOUNT POSTED         ' TO WS-RA-LABEL.                00382000
           MOVE WS-POSTED-AMOUNT TO WS-RA-AMOUNT.                       00383000
           MOVE WS-RPT-AMOUNT-LINE TO PAY-EXCP-RECORD.                  00384000
           WRITE PAY-EXCP-RECORD.                                       00385000
      *                                                                 00386000
           MOVE 'AMOUNT REJECTED       ' TO WS-RA-LABEL.                00387000
           MOVE WS-REJECT-AMOUNT TO WS-RA-AMOUNT.                       00388000
           MOVE WS-RPT-AMOUNT-LINE TO PAY-EXCP-RECORD.                  00389000
           WRITE PAY-EXCP-RECORD.                                       00390000
      *                                                                 00391000
      *-----------------------------------------------------------------00392000
      * HANDLE-SQL-ERROR - ROLLS BACK TO THE LAST COMMIT AND REPORTS    00393000
      * THE FAILING OPERATION, FOLLOWING THE CONVENTION STUDTEST'S      00394000
      * ERROR HANDLER ESTABLISHED FOR THIS STREAM.                      00395000
      *-----------------------------------------------------------------00396000
       HANDLE-SQL-ERROR.                                                00397000
           ADD 1 TO WS-ERROR-COUNT.                                     00398000
           DISPLAY 'STUDPAY: SQL ERROR ON ' WS-SQL-OPERATION            00399000
                   ' FOR STUDID ' WS-STUDID ' SQLCODE=' SQLCODE         00400000
                   ' SQLSTATE=' SQLSTATE.                               00401000
              EXEC SQL                                                  00402000
                  ROLLBACK                                              00403000
              END-EXEC.                                                 00404000
      *                                                                 00405000
      *-----------------------------------------------------------------00406000
      * WRITE-JOURNAL-START / WRITE-JOURNAL-END - BATCH-WINDOW RUN      00407000
      * JOURNAL BOOKKEEPING.  JOURNALING IS BEST-EFFORT: A STEP THAT    00408000
      * CANNOT REACH THE JOURNAL STILL RUNS, IT JUST GOES MISSING       00409000
      * FROM THE END-OF-WINDOW SUMMARY.                                 00410000
      *-----------------------------------------------------------------00411000
       WRITE-JOURNAL-START.                                             00412000
           OPEN EXTEND RUN-JOURNAL.                                     00413000
           IF WS-JRNL-FS NOT = '00'                                     00414000
               OPEN OUTPUT RUN-JOURNAL                                  00415000
           END-IF.                                                      00416000
           IF WS-JRNL-FS = '00'                                         00417000
               SET WS-JOURNAL-IS-OPEN TO TRUE                           00418000
               MOVE SPACES     TO JRNL-RECORD                           00419000
               MOVE 'S'        TO JRNL-REC-TYPE                         00420000
               MOVE 'STUDPAY ' TO JRNL-PROGRAM                          00421000
               ACCEPT JRNL-DATE FROM DATE YYYYMMDD                      00422000
               ACCEPT JRNL-TIME FROM TIME                               00423000
               MOVE ZERO TO JRNL-RC                                     00424000
               MOVE ZERO TO JRNL-COUNT-VAL(1)                           00425000
               MOVE ZERO TO JRNL-COUNT-VAL(2)                           00426000
               MOVE ZERO TO JRNL-COUNT-VAL(3)                           00427000
               WRITE JRNL-RECORD                                        00428000
           ELSE                                                         00429000
               DISPLAY 'STUDPAY : RUN JOURNAL UNAVAILABLE - FILE '      00430000
                       'STATUS ' WS-JRNL-FS                             00431000
           END-IF.                                                      00432000
      *                                                                 00433000
       WRITE-JOURNAL-END.                                               00434000
           IF WS-JOURNAL-IS-OPEN                                        00435000
               MOVE SPACES     TO JRNL-RECORD                           00436000
               MOVE 'E'        TO JRNL-REC-TYPE                         00437000
               MOVE 'STUDPAY ' TO JRNL-PROGRAM                          00438000
               ACCEPT JRNL-DATE FROM DATE YYYYMMDD                      00439000
               ACCEPT JRNL-TIME FROM TIME                               00440000
               MOVE RETURN-CODE       TO JRNL-RC                        00441000
               MOVE 'POSTED'          TO JRNL-COUNT-LBL(1)              00442000
               MOVE WS-POSTED-COUNT   TO JRNL-COUNT-VAL(1)              00443000
               MOVE 'REJECTED'        TO JRNL-COUNT-LBL(2)              00444000
               MOVE WS-REJECT-COUNT   TO JRNL-COUNT-VAL(2)              00445000
               MOVE 'SQLERRORS'       TO JRNL-COUNT-LBL(3)              00446000
               MOVE WS-ERROR-COUNT    TO JRNL-COUNT-VAL(3)              00447000
               WRITE JRNL-RECORD                                        00448000
               CLOSE RUN-JOURNAL                                        00449000
           END-IF.                                                      00450000
