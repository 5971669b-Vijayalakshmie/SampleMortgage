       IDENTIFICATION DIVISION.                                         00001000
       PROGRAM-ID. STUDAGE.                                             00002000
       ENVIRONMENT DIVISION.                                            00003000
       INPUT-OUTPUT SECTION.                                            00004000
       FILE-CONTROL.                                                    00005000
           SELECT AGE-RPT-FILE ASSIGN TO AGERPT                         00006000
               ORGANIZATION IS LINE SEQUENTIAL                          00007000
               FILE STATUS  IS WS-RPT-FS.                               00008000
      *                                                                 00009000
           SELECT RUN-JOURNAL ASSIGN TO RUNJRNL                         00010000
               ORGANIZATION IS LINE SEQUENTIAL                          00011000
               FILE STATUS  IS WS-JRNL-FS.                              00012000
      *                                                                 00013000
       DATA DIVISION.                                                   00014000
       FILE SECTION.                                                    00015000
       FD  AGE-RPT-FILE                                                 00016000
           RECORD CONTAINS 132 CHARACTERS.                              00017000
      *                                                                 00018000
       01  AGE-RPT-RECORD             PIC X(132).                       00019000
      *                                                                 00020000
       FD  RUN-JOURNAL                                                  00021000
           RECORD CONTAINS 100 CHARACTERS.                              00022000
      *                                                                 00023000
           COPY RUNJRNL.                                                00024000
      *                                                                 00025000
       WORKING-STORAGE SECTION.                                         00026000
      *                                                                 00027000
      *-----------------------------------------------------------------00028000
      * STUDAGE - AGED STUDENT RECEIVABLES BY STUDGRP.  EVERY STUDENT   00029000
      * WHOSE STUDACCT LEDGER SHOWS MORE CHARGED THAN PAID IS LISTED    00030000
      * WITH THE BALANCE SPLIT BY AGE: CURRENT (UP TO 30 DAYS), 31      00031000
      * TO 60, 61 TO 90 AND OVER 90 DAYS, WITH GROUP AND GRAND          00032000
      * TOTALS.  PAYMENTS CLEAR THE OLDEST CHARGES FIRST, SO WHAT IS    00033000
      * STILL OWED IS MADE UP OF THE NEWEST CHARGES - EACH STUDENT'S    00034000
      * BALANCE IS SPREAD OVER THEIR CHARGES NEWEST FIRST UNTIL IT      00035000
      * RUNS OUT, AND EACH PIECE IS AGED FROM ITS CHARGE DATE.          00036000
      * PARMS: AN OPTIONAL AS-AT DATE YYYYMMDD, DEFAULT TODAY.          00037000
      *-----------------------------------------------------------------00038000
       01 WS-AGE-ROW.                                                   00039000
          05 WS-STUDGRP                PIC X(10).                       00040000
          05 WS-STUDID                 PIC S9(9) USAGE COMP-5.          00041000
          05 WS-STUDNAME               PIC X(30).                       00042000
          05 WS-TXNDATE                PIC X(08).                       00043000
          05 WS-AMOUNT                 PIC S9(7)V99 USAGE COMP-3.       00044000
      *                                                                 00045000
       01 WS-BALANCE                   PIC S9(7)V99 USAGE COMP-3.       00046000
       01 WS-REMAINING                 PIC S9(7)V99 USAGE COMP-3.       00047000
       01 WS-PORTION                   PIC S9(7)V99 USAGE COMP-3.       00048000
      *                                                                 00049000
       01 WS-PRIOR-KEYS.                                                00050000
          05 WS-PRIOR-STUDGRP          PIC X(10) VALUE SPACES.          00051000
          05 WS-PRIOR-STUDID           PIC S9(9) USAGE COMP-5           00052000
                                                 VALUE ZERO.            00053000
          05 WS-PRIOR-STUDNAME         PIC X(30) VALUE SPACES.          00054000
          05 WS-AGE-FIRST-SW           PIC X(01) VALUE 'Y'.             00055000
             88 WS-AGE-FIRST-ROW                 VALUE 'Y'.             00056000
      *                                                                 00057000
       01 WS-PARM-DATE                 PIC X(08) VALUE SPACES.          00058000
       01 WS-ASAT-DATE                 PIC X(08) VALUE SPACES.          00059000
      *                                                                 00060000
      *-----------------------------------------------------------------00061000
      * DAY-NUMBER WORK AREA, AS SUSPAGE KEEPS IT.  COMPUTE-DAY-        00062000
      * NUMBER TURNS WS-DN-DATE (YYYYMMDD) INTO A CONTINUOUS DAY        00063000
      * COUNT, COUNTING THE YEAR FROM MARCH SO THE LEAP DAY FALLS AT    00064000
      * ITS END; THE DIFFERENCE OF TWO DAY NUMBERS IS THE ELAPSED       00065000
      * DAYS BETWEEN THE DATES.                                         00066000
      *-----------------------------------------------------------------00067000
       01 WS-DAY-NUMBER-WORK.                                           00068000
          05 WS-DN-DATE                PIC X(08).                       00069000
          05 WS-DN-DATE-R REDEFINES WS-DN-DATE.                         00070000
             10 WS-DN-YYYY             PIC 9(04).                       00071000
             10 WS-DN-MM               PIC 9(02).                       00072000
             10 WS-DN-DD               PIC 9(02).                       00073000
          05 WS-DN-YEAR                PIC 9(04).                       00074000
          05 WS-DN-MONTH               PIC 9(02).                       00075000
          05 WS-DN-QUOT                PIC 9(07).                       00076000
          05 WS-DN-DAYS                PIC 9(09).                       00077000
          05 WS-ASAT-DAY-NO            PIC 9(09).                       00078000
          05 WS-AGE-DAYS               PIC 9(05).                       00079000
      *                                                                 00080000
      *-----------------------------------------------------------------00081000
      * AGE BUCKETS - 1 CURRENT, 2 31-60, 3 61-90, 4 OVER 90 DAYS,      00082000
      * WITH THE UPPER DAY LIMIT OF THE FIRST THREE, AND THE AMOUNTS    00083000
      * FOR THE STUDENT, THE GROUP AND THE WHOLE REPORT.                00084000
      *-----------------------------------------------------------------00085000
       01 WS-BUCKET-LIMIT-VALUES.                                       00086000
          05 FILLER                    PIC 9(03) VALUE 30.              00087000
          05 FILLER                    PIC 9(03) VALUE 60.              00088000
          05 FILLER                    PIC 9(03) VALUE 90.              00089000
       01 WS-BUCKET-LIMITS REDEFINES WS-BUCKET-LIMIT-VALUES.            00090000
          05 WS-BUCKET-MAX-DAYS        PIC 9(03) OCCURS 3 TIMES.        00091000
      *                                                                 00092000
       01 WS-BUCKET-TABLE.                                              00093000
          05 WS-BKT-COUNT              PIC 9(01) VALUE 4.               00094000
          05 WS-BKT-IDX                PIC 9(01) VALUE ZERO.            00095000
          05 WS-BKT-SLOT               PIC 9(01) VALUE ZERO.            00096000
          05 WS-BKT-ENTRY OCCURS 4 TIMES.                               00097000
             10 WS-BKT-STUDENT         PIC S9(9)V99 COMP-3.             00098000
             10 WS-BKT-GROUP           PIC S9(9)V99 COMP-3.             00099000
             10 WS-BKT-GRAND           PIC S9(9)V99 COMP-3.             00100000
      *                                                                 00101000
       01 WS-STUDENT-TOTAL             PIC S9(9)V99 COMP-3 VALUE 0.     00102000
       01 WS-GROUP-TOTAL               PIC S9(9)V99 COMP-3 VALUE 0.     00103000
       01 WS-GRAND-TOTAL               PIC S9(9)V99 COMP-3 VALUE 0.     00104000
      *                                                                 00105000
       01 WS-COUNTERS.                                                  00106000
          05 WS-FETCH-COUNT            PIC 9(7) VALUE ZERO.             00107000
          05 WS-OWING-COUNT            PIC 9(7) VALUE ZERO.             00108000
          05 WS-GROUP-OWING-COUNT      PIC 9(7) VALUE ZERO.             00109000
          05 WS-OVER-90-COUNT          PIC 9(7) VALUE ZERO.             00110000
          05 WS-ERROR-COUNT            PIC 9(7) VALUE ZERO.             00111000
      *                                                                 00112000
       01 WS-RPT-FS                    PIC X(02) VALUE '00'.            00113000
      *                                                                 00114000
       01 WS-AGE-EOF-SW                PIC X(01) VALUE 'N'.             00115000
          88 WS-AGE-EOF                          VALUE 'Y'.             00116000
          88 WS-AGE-NOT-EOF                      VALUE 'N'.             00117000
      *                                                                 00118000
       01 WS-SQL-OPERATION             PIC X(10) VALUE SPACES.          00119000
      *                                                                 00120000
       01 WS-AGE-PAGE-CONTROL.                                          00121000
          05 WS-AGE-PAGE-NO            PIC 9(4) VALUE ZERO.             00122000
          05 WS-AGE-LINE-COUNT         PIC 9(2) VALUE 99.               00123000
          05 WS-AGE-LINES-PER-PAGE     PIC 9(2) VALUE 55.               00124000
      *                                                                 00125000
       01 WS-AGE-HEADING-1.                                             00126000
          05 FILLER PIC X(34)                                           00127000
             VALUE 'AGED STUDENT RECEIVABLES AS AT '.                   00128000
          05 WS-AH1-ASAT-DATE          PIC X(08).                       00129000
          05 FILLER                    PIC X(08) VALUE SPACES.          00130000
          05 FILLER                    PIC X(05) VALUE 'PAGE '.         00131000
          05 WS-AH1-PAGE-NO            PIC ZZZ9.                        00132000
      *                                                                 00133000
       01 WS-AGE-HEADING-2.                                             00134000
          05 FILLER PIC X(11) VALUE 'STUDID     '.                      00135000
          05 FILLER PIC X(32) VALUE 'NAME'.                             00136000
          05 FILLER PIC X(15) VALUE '        CURRENT'.                  00137000
          05 FILLER PIC X(15) VALUE '     31-60 DAYS'.                  00138000
          05 FILLER PIC X(15) VALUE '     61-90 DAYS'.                  00139000
          05 FILLER PIC X(15) VALUE '   OVER 90 DAYS'.                  00140000
          05 FILLER PIC X(15) VALUE '    BALANCE DUE'.                  00141000
      *                                                                 00142000
      *-----------------------------------------------------------------00143000
      * WS-AGE-DETAIL - ONE STUDENT, OR (THROUGH WS-AD-LABEL) A GROUP   00144000
      * OR GRAND TOTAL, IN THE SAME AMOUNT COLUMNS.                     00145000
      *-----------------------------------------------------------------00146000
       01 WS-AGE-DETAIL.                                                00147000
          05 WS-AD-KEY.                                                 00148000
             10 WS-AD-STUDID           PIC 9(09).                       00149000
             10 FILLER                 PIC X(02).                       00150000
             10 WS-AD-NAME             PIC X(30).                       00151000
             10 FILLER                 PIC X(02).                       00152000
          05 WS-AD-LABEL REDEFINES WS-AD-KEY                            00153000
                                       PIC X(43).                       00154000
          05 WS-AD-BUCKET OCCURS 4 TIMES.                               00155000
             10 FILLER                 PIC X(02).                       00156000
             10 WS-AD-AMOUNT           PIC ZZ,ZZZ,ZZ9.99.               00157000
          05 FILLER                    PIC X(02).                       00158000
          05 WS-AD-TOTAL               PIC ZZ,ZZZ,ZZ9.99.               00159000
      *                                                                 00160000
       01 WS-GROUP-LABEL.                                               00161000
          05 FILLER                    PIC X(14) VALUE '  GROUP TOTAL '.00162000
          05 WS-GL-STUDGRP             PIC X(10).                       00163000
          05 FILLER                    PIC X(03) VALUE ' - '.           00164000
          05 WS-GL-COUNT               PIC ZZZ,ZZ9.                     00165000
          05 FILLER                    PIC X(09) VALUE ' STUDENTS'.     00166000
      *                                                                 00167000
       01 WS-GRAND-LABEL.                                               00168000
          05 FILLER                    PIC X(14) VALUE 'GRAND TOTAL   '.00169000
          05 FILLER                    PIC X(13) VALUE SPACES.          00170000
          05 WS-GT-COUNT               PIC ZZZ,ZZ9.                     00171000
          05 FILLER                    PIC X(09) VALUE ' STUDENTS'.     00172000
      *                                                                 00173000
       01 WS-JRNL-FS                   PIC X(02) VALUE '00'.            00174000
       01 WS-JOURNAL-OPEN-SW           PIC X(01) VALUE 'N'.             00175000
          88 WS-JOURNAL-IS-OPEN                  VALUE 'Y'.             00176000
      *                                                                 00177000
           EXEC SQL                                                     00178000
               INCLUDE SQLCA                                            00179000
           END-EXEC.                                                    00180000
      *                                                                 00181000
           EXEC SQL                                                     00182000
               INCLUDE STUDTAB                                          00183000
           END-EXEC.                                                    00184000
      *                                                                 00185000
           EXEC SQL                                                     00186000
               INCLUDE STUDACCT                                         00187000
           END-EXEC.                                                    00188000
      *                                                                 00189000
      *-----------------------------------------------------------------00190000
      * AGE_CURSOR - EVERY CHARGE ON THE LEDGER, BY GROUP AND           00191000
      * STUDENT, NEWEST FIRST WITHIN THE STUDENT.  A GRADUATE WHO       00192000
      * STILL OWES IS HELD ON STUDTAB BY STUDGRAD, SO THE JOIN TO       00193000
      * STUDTAB FOR THE GROUP LOSES NO-ONE WITH A BALANCE.              00194000
      *-----------------------------------------------------------------00195000
           EXEC SQL                                                     00196000
             DECLARE AGE_CURSOR CURSOR FOR                              00197000
               SELECT S.STUDGRP, S.STUDID, S.STUDNAME,                  00198000
                      A.TXNDATE, A.AMOUNT                               00199000
               FROM STUDTAB S, STUDACCT A                               00200000
               WHERE A.STUDID  = S.STUDID                               00201000
                 AND A.TXNTYPE = 'C'                                    00202000
               ORDER BY S.STUDGRP, S.STUDID,                            00203000
                        A.TXNDATE DESC, A.TXNSEQ DESC                   00204000
           END-EXEC.                                                    00205000
      *                                                                 00206000
       PROCEDURE DIVISION.                                              00207000
           DISPLAY 'STUDAGE - AGED STUDENT RECEIVABLES'.                00208000
      *                                                                 00209000
           PERFORM WRITE-JOURNAL-START.                                 00210000
      *                                                                 00211000
           ACCEPT WS-PARM-DATE FROM COMMAND-LINE.                       00212000
           IF WS-PARM-DATE = SPACES                                     00213000
               ACCEPT WS-ASAT-DATE FROM DATE YYYYMMDD                   00214000
           ELSE                                                         00215000
               IF WS-PARM-DATE IS NOT NUMERIC                           00216000
                   DISPLAY 'STUDAGE: AS-AT DATE PARM NOT YYYYMMDD - '   00217000
                           WS-PARM-DATE                                 00218000
                   MOVE 8 TO RETURN-CODE                                00219000
                   PERFORM WRITE-JOURNAL-END                            00220000
                   STOP RUN                                             00221000
               END-IF                                                   00222000
               MOVE WS-PARM-DATE TO WS-ASAT-DATE                        00223000
           END-IF.                                                      00224000
           MOVE WS-ASAT-DATE TO WS-DN-DATE.                             00225000
           PERFORM COMPUTE-DAY-NUMBER.                                  00226000
           MOVE WS-DN-DAYS   TO WS-ASAT-DAY-NO.                         00227000
      *                                                                 00228000
           OPEN OUTPUT AGE-RPT-FILE.                                    00229000
           IF WS-RPT-FS NOT = '00'                                      00230000
               DISPLAY 'STUDAGE: UNABLE TO OPEN AGERPT - FILE '         00231000
                       'STATUS ' WS-RPT-FS                              00232000
               MOVE 8 TO RETURN-CODE                                    00233000
               PERFORM WRITE-JOURNAL-END                                00234000
               STOP RUN                                                 00235000
           END-IF.                                                      00236000
      *                                                                 00237000
           PERFORM CLEAR-BUCKET                                         00238000
               VARYING WS-BKT-IDX FROM 1 BY 1                           00239000
               UNTIL WS-BKT-IDX > WS-BKT-COUNT.                         00240000
      *                                                                 00241000
              EXEC SQL                                                  00242000
                  OPEN AGE_CURSOR                                       00243000
              END-EXEC.                                                 00244000
           IF SQLCODE NOT = 0                                           00245000
               MOVE 'OPEN' TO WS-SQL-OPERATION                          00246000
               PERFORM HANDLE-SQL-ERROR                                 00247000
               SET WS-AGE-EOF TO TRUE                                   00248000
           ELSE                                                         00249000
               SET WS-AGE-NOT-EOF TO TRUE                               00250000
           END-IF.                                                      00251000
      *                                                                 00252000
           PERFORM UNTIL WS-AGE-EOF                                     00253000
              EXEC SQL                                                  00254000
                 FETCH AGE_CURSOR INTO :WS-STUDGRP, :WS-STUDID,         00255000
                 :WS-STUDNAME, :WS-TXNDATE, :WS-AMOUNT                  00256000
              END-EXEC                                                  00257000
              EVALUATE TRUE                                             00258000
                  WHEN SQLCODE = 0                                      00259000
                      ADD 1 TO WS-FETCH-COUNT                           00260000
                      PERFORM AGE-ONE-CHARGE                            00261000
                  WHEN SQLCODE = 100                                    00262000
                      SET WS-AGE-EOF TO TRUE                            00263000
                  WHEN OTHER                                            00264000
                      MOVE 'FETCH' TO WS-SQL-OPERATION                  00265000
                      PERFORM HANDLE-SQL-ERROR                          00266000
                      SET WS-AGE-EOF TO TRUE                            00267000
              END-EVALUATE                                              00268000
           END-PERFORM.                                                 00269000
      *                                                                 00270000
              EXEC SQL                                                  00271000
                 CLOSE AGE_CURSOR                                       00272000
              END-EXEC.                                                 00273000
      *                                                                 00274000
           IF NOT WS-AGE-FIRST-ROW                                      00275000
               PERFORM WRITE-STUDENT-LINE                               00276000
               PERFORM WRITE-GROUP-TOTAL                                00277000
           END-IF.                                                      00278000
           PERFORM WRITE-GRAND-TOTAL.                                   00279000
           CLOSE AGE-RPT-FILE.                                          00280000
      *                                                                 00281000
           DISPLAY 'STUDAGE: CHARGES READ       - ' WS-FETCH-COUNT.     00282000
           DISPLAY 'STUDAGE: STUDENTS OWING     - ' WS-OWING-COUNT.     00283000
           DISPLAY 'STUDAGE: OWING OVER 90 DAYS - ' WS-OVER-90-COUNT.   00284000
           DISPLAY 'STUDAGE: SQL ERRORS         - ' WS-ERROR-COUNT.     00285000
      *                                                                 00286000
           IF WS-ERROR-COUNT > 0                                        00287000
               MOVE 8 TO RETURN-CODE                                    00288000
           ELSE                                                         00289000
               IF WS-OVER-90-COUNT > 0                                  00290000
                   MOVE 4 TO RETURN-CODE                                00291000
               ELSE                                                     00292000
                   MOVE 0 TO RETURN-CODE                                00293000
               END-IF                                                   00294000
           END-IF.                                                      00295000
      *                                                                 00296000
           PERFORM WRITE-JOURNAL-END.                                   00297000
           STOP RUN.                                                    00298000
      *                                                                 00299000
      *-----------------------------------------------------------------00300000
      * AGE-ONE-CHARGE - ON A NEW STUDENT, PRINTS THE LAST ONE (AND     00301000
      * THE GROUP TOTAL ON A NEW GROUP) AND FETCHES THE NEW             00302000
      * STUDENT'S BALANCE; THEN PUTS AS MUCH OF THE BALANCE STILL       00303000
      * UNPLACED AS THIS CHARGE COVERS INTO THE CHARGE'S AGE BUCKET.    00304000
      *-----------------------------------------------------------------00305000
       AGE-ONE-CHARGE.                                                  00306000
           IF WS-AGE-FIRST-ROW                                          00307000
               MOVE WS-STUDGRP TO WS-PRIOR-STUDGRP                      00308000
               MOVE 'N'        TO WS-AGE-FIRST-SW                       00309000
               PERFORM START-STUDENT                                    00310000
           ELSE                                                         00311000
               IF WS-STUDID NOT = WS-PRIOR-STUDID                       00312000
                   PERFORM WRITE-STUDENT-LINE                           00313000
                   IF WS-STUDGRP NOT = WS-PRIOR-STUDGRP                 00314000
                       PERFORM WRITE-GROUP-TOTAL                        00315000
                       MOVE WS-STUDGRP TO WS-PRIOR-STUDGRP              00316000
                   END-IF                                               00317000
                   PERFORM START-STUDENT                                00318000
               END-IF                                                   00319000
           END-IF.                                                      00320000
      *                                                                 00321000
           IF WS-REMAINING > ZERO AND WS-ERROR-COUNT = 0                00322000
               IF WS-AMOUNT < WS-REMAINING                              00323000
                   MOVE WS-AMOUNT    TO WS-PORTION                      00324000
               ELSE                                                     00325000
                   MOVE WS-REMAINING TO WS-PORTION                      00326000
               END-IF                                                   00327000
               SUBTRACT WS-PORTION FROM WS-REMAINING                    00328000
               PERFORM SET-AGE-BUCKET                                   00329000
               ADD WS-PORTION TO WS-BKT-STUDENT(WS-BKT-SLOT)            00330000
           END-IF.                                                      00331000
      *                                                                 00332000
       START-STUDENT.                                                   00333000
           MOVE WS-STUDID   TO WS-PRIOR-STUDID.                         00334000
           MOVE WS-STUDNAME TO WS-PRIOR-STUDNAME.                       00335000
              EXEC SQL                                                  00336000
                  SELECT COALESCE(SUM(CASE WHEN TXNTYPE = 'C'           00337000
                                           THEN AMOUNT                  00338000
                                           ELSE 0 - AMOUNT END), 0)     00339000
                    INTO :WS-BALANCE                                    00340000
                    FROM STUDACCT                                       00341000
                   WHERE STUDID = :WS-STUDID                            00342000
              END-EXEC.                                                 00343000
           IF SQLCODE = 0                                               00344000
               MOVE WS-BALANCE TO WS-REMAINING                          00345000
           ELSE                                                         00346000
               MOVE ZERO TO WS-BALANCE WS-REMAINING                     00347000
               MOVE 'SELECT' TO WS-SQL-OPERATION                        00348000
               PERFORM HANDLE-SQL-ERROR                                 00349000
               SET WS-AGE-EOF TO TRUE                                   00350000
           END-IF.                                                      00351000
      *                                                                 00352000
      *-----------------------------------------------------------------00353000
      * SET-AGE-BUCKET - A CHARGE DATED AFTER THE AS-AT DATE IS         00354000
      * CURRENT.                                                        00355000
      *-----------------------------------------------------------------00356000
       SET-AGE-BUCKET.                                                  00357000
           MOVE WS-TXNDATE TO WS-DN-DATE.                               00358000
           MOVE ZERO TO WS-AGE-DAYS.                                    00359000
           IF WS-DN-DATE IS NUMERIC                                     00360000
               PERFORM COMPUTE-DAY-NUMBER                               00361000
               IF WS-ASAT-DAY-NO > WS-DN-DAYS                           00362000
                   COMPUTE WS-AGE-DAYS = WS-ASAT-DAY-NO - WS-DN-DAYS    00363000
               END-IF                                                   00364000
           END-IF.                                                      00365000
           MOVE 4 TO WS-BKT-SLOT.                                       00366000
           PERFORM LOCATE-AGE-BUCKET                                    00367000
               VARYING WS-BKT-IDX FROM 3 BY -1                          00368000
               UNTIL WS-BKT-IDX < 1.                                    00369000
      *                                                                 00370000
       LOCATE-AGE-BUCKET.                                               00371000
           IF WS-AGE-DAYS NOT > WS-BUCKET-MAX-DAYS(WS-BKT-IDX)          00372000
               MOVE WS-BKT-IDX TO WS-BKT-SLOT                           00373000
           END-IF.                                                      00374000
      *                                                                 00375000
       COMPUTE-DAY-NUMBER.                                              00376000
           IF WS-DN-MM > 2                                              00377000
               MOVE WS-DN-YYYY TO WS-DN-YEAR                            00378000
               COMPUTE WS-DN-MONTH = WS-DN-MM - 3                       00379000
           ELSE                                                         00380000
               COMPUTE WS-DN-YEAR  = WS-DN-YYYY - 1                     00381000
               COMPUTE WS-DN-MONTH = WS-DN-MM + 9                       00382000
           END-IF.                                                      00383000
      *                                                                 00384000
           COMPUTE WS-DN-DAYS = WS-DN-YEAR * 365 + WS-DN-DD.            00385000
           DIVIDE WS-DN-YEAR BY 4   GIVING WS-DN-QUOT.                  00386000
           ADD WS-DN-QUOT TO WS-DN-DAYS.                                00387000
           DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-QUOT.                  00388000
           SUBTRACT WS-DN-QUOT FROM WS-DN-DAYS.                         00389000
           DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-QUOT.                  00390000
           ADD WS-DN-QUOT TO WS-DN-DAYS.                                00391000
           COMPUTE WS-DN-QUOT = WS-DN-MONTH * 153 + 2.                  00392000
           DIVIDE WS-DN-QUOT BY 5   GIVING WS-DN-QUOT.                  00393000
           ADD WS-DN-QUOT TO WS-DN-DAYS.                                00394000
      *                                                                 00395000
      *-----------------------------------------------------------------00396000
      * WRITE-STUDENT-LINE - ONLY A STUDENT WHO STILL OWES IS           00397000
      * PRINTED; A SETTLED OR CREDIT ACCOUNT IS LEFT OFF.  THE          00398000
      * STUDENT'S BUCKETS ROLL INTO THE GROUP'S AND ARE CLEARED.        00399000
      *-----------------------------------------------------------------00400000
       WRITE-STUDENT-LINE.                                              00401000
           IF WS-BALANCE > ZERO                                         00402000
               ADD 1 TO WS-OWING-COUNT                                  00403000
               ADD 1 TO WS-GROUP-OWING-COUNT                            00404000
               IF WS-BKT-STUDENT(4) > ZERO                              00405000
                   ADD 1 TO WS-OVER-90-COUNT                            00406000
               END-IF                                                   00407000
               MOVE SPACES            TO WS-AGE-DETAIL                  00408000
               MOVE WS-PRIOR-STUDID   TO WS-AD-STUDID                   00409000
               MOVE WS-PRIOR-STUDNAME TO WS-AD-NAME                     00410000
               MOVE ZERO TO WS-STUDENT-TOTAL                            00411000
               PERFORM ROLL-STUDENT-BUCKET                              00412000
                   VARYING WS-BKT-IDX FROM 1 BY 1                       00413000
                   UNTIL WS-BKT-IDX > WS-BKT-COUNT                      00414000
               MOVE WS-STUDENT-TOTAL  TO WS-AD-TOTAL                    00415000
               ADD WS-STUDENT-TOTAL   TO WS-GROUP-TOTAL                 00416000
               PERFORM WRITE-AGE-LINE                                   00417000
           END-IF.                                                      00418000
           PERFORM CLEAR-STUDENT-BUCKET                                 00419000
               VARYING WS-BKT-IDX FROM 1 BY 1                           00420000
               UNTIL WS-BKT-IDX > WS-BKT-COUNT.                         00421000
      *                                                                 00422000
       ROLL-STUDENT-BUCKET.                                             00423000
           MOVE WS-BKT-STUDENT(WS-BKT-IDX) TO WS-AD-AMOUNT(WS-BKT-IDX). 00424000
           ADD WS-BKT-STUDENT(WS-BKT-IDX)  TO WS-STUDENT-TOTAL.         00425000
           ADD WS-BKT-STUDENT(WS-BKT-IDX)  TO WS-BKT-GROUP(WS-BKT-IDX). 00426000
      *                                                                 00427000
       CLEAR-STUDENT-BUCKET.                                            00428000
           MOVE ZERO TO WS-BKT-STUDENT(WS-BKT-IDX).                     00429000
      *                                                                 00430000
       CLEAR-BUCKET.                                                    00431000
           MOVE ZERO TO WS-BKT-STUDENT(WS-BKT-IDX).                     00432000
           MOVE ZERO TO WS-BKT-GROUP(WS-BKT-IDX).                       00433000
           MOVE ZERO TO WS-BKT-GRAND(WS-BKT-IDX).                       00434000
      *                                                                 00435000
      *-----------------------------------------------------------------00436000
      * WRITE-GROUP-TOTAL - PRINTED ONLY FOR A GROUP WITH SOMEONE       00437000
      * OWING; ROLLS THE GROUP INTO THE GRAND TOTAL AND CLEARS IT.      00438000
      *-----------------------------------------------------------------00439000
       WRITE-GROUP-TOTAL.                                               00440000
           IF WS-GROUP-OWING-COUNT > ZERO                               00441000
               MOVE SPACES               TO WS-AGE-DETAIL               00442000
               MOVE WS-PRIOR-STUDGRP     TO WS-GL-STUDGRP               00443000
               MOVE WS-GROUP-OWING-COUNT TO WS-GL-COUNT                 00444000
               MOVE WS-GROUP-LABEL       TO WS-AD-LABEL                 00445000
               PERFORM ROLL-GROUP-BUCKET                                00446000
                   VARYING WS-BKT-IDX FROM 1 BY 1                       00447000
                   UNTIL WS-BKT-IDX > WS-BKT-COUNT                      00448000
               MOVE WS-GROUP-TOTAL       TO WS-AD-TOTAL                 00449000
               ADD WS-GROUP-TOTAL        TO WS-GRAND-TOTAL              00450000
               PERFORM WRITE-AGE-LINE                                   00451000
               MOVE SPACES TO AGE-RPT-RECORD                            00452000
               WRITE AGE-RPT-RECORD                                     00453000
               ADD 1 TO WS-AGE-LINE-COUNT                               00454000
           END-IF.                                                      00455000
           MOVE ZERO TO WS-GROUP-TOTAL.                                 00456000
           MOVE ZERO TO WS-GROUP-OWING-COUNT.                           00457000
      *                                                                 00458000
       ROLL-GROUP-BUCKET.                                               00459000
           MOVE WS-BKT-GROUP(WS-BKT-IDX) TO WS-AD-AMOUNT(WS-BKT-IDX).   00460000
           ADD WS-BKT-GROUP(WS-BKT-IDX)  TO WS-BKT-GRAND(WS-BKT-IDX).   00461000
           MOVE ZERO TO WS-BKT-GROUP(WS-BKT-IDX).                       00462000
      *                                                                 00463000
       WRITE-GRAND-TOTAL.                                               00464000
           MOVE SPACES          TO WS-AGE-DETAIL.                       00465000
           MOVE WS-OWING-COUNT  TO WS-GT-COUNT.                         00466000
           MOVE WS-GRAND-LABEL  TO WS-AD-LABEL.                         00467000
           PERFORM ROLL-GRAND-BUCKET                                    00468000
               VARYING WS-BKT-IDX FROM 1 BY 1                           00469000
               UNTIL WS-BKT-IDX > WS-BKT-COUNT.                         00470000
           MOVE WS-GRAND-TOTAL  TO WS-AD-TOTAL.                         00471000
           PERFORM WRITE-AGE-LINE.                                      00472000
      *                                                                 00473000
       ROLL-GRAND-BUCKET.                                               00474000
           MOVE WS-BKT-GRAND(WS-BKT-IDX) TO WS-AD-AMOUNT(WS-BKT-IDX).   00475000
      *                                                                 00476000
       WRITE-AGE-LINE.                                                  00477000
           IF WS-AGE-LINE-COUNT >= WS-AGE-LINES-PER-PAGE                00478000
               PERFORM WRITE-AGE-PAGE-HEADERS                           00479000
           END-IF.                                                      00480000
           MOVE WS-AGE-DETAIL TO AGE-RPT-RECORD.                        00481000
           WRITE AGE-RPT-RECORD.                                        00482000
           ADD 1 TO WS-AGE-LINE-COUNT.                                  00483000
      *                                                                 00484000
       WRITE-AGE-PAGE-HEADERS.                                          00485000
           ADD 1 TO WS-AGE-PAGE-NO.                                     00486000
           MOVE WS-AGE-PAGE-NO TO WS-AH1-PAGE-NO.                       00487000
           MOVE WS-ASAT-DATE   TO WS-AH1-ASAT-DATE.                     00488000
           MOVE WS-AGE-HEADING-1 TO AGE-RPT-RECORD.                     00489000
           WRITE AGE-RPT-RECORD.                                        00490000
           MOVE SPACES TO AGE-RPT-RECORD.                               00491000
           WRITE AGE-RPT-RECORD.                                        00492000
           MOVE WS-AGE-HEADING-2 TO AGE-RPT-RECORD.                     00493000
           WRITE AGE-RPT-RECORD.                                        00494000
           MOVE SPACES TO AGE-RPT-RECORD.                               00495000
           WRITE AGE-RPT-RECORD.                                        00496000
           MOVE ZERO TO WS-AGE-LINE-COUNT.                              00497000
      *                                                                 00498000
      *-----------------------------------------------------------------00499000
      * HANDLE-SQL-ERROR - REPORTS THE FAILING OPERATION, FOLLOWING     00500000
      * THE CONVENTION STUDTEST'S ERROR HANDLER ESTABLISHED FOR THIS    00501000
      * STREAM.  NOTHING IS UPDATED, SO THERE IS NOTHING TO ROLL        00502000
      * BACK.                                                           00503000
      *-----------------------------------------------------------------00504000
       HANDLE-SQL-ERROR.                                                00505000
           ADD 1 TO WS-ERROR-COUNT.                                     00506000
           DISPLAY 'STUDAGE: SQL ERROR ON ' WS-SQL-OPERATION            00507000
                   ' FOR STUDID ' WS-STUDID ' SQLCODE=' SQLCODE         00508000
                   ' SQLSTATE=' SQLSTATE.                               00509000
      *                                                                 00510000
      *-----------------------------------------------------------------00511000
      * WRITE-JOURNAL-START / WRITE-JOURNAL-END - BATCH-WINDOW RUN      00512000
      * JOURNAL BOOKKEEPING.  JOURNALING IS BEST-EFFORT: A STEP THAT    00513000
      * CANNOT REACH THE JOURNAL STILL RUNS, IT JUST GOES MISSING       00514000
      * FROM THE END-OF-WINDOW SUMMARY.                                 00515000
      *-----------------------------------------------------------------00516000
       WRITE-JOURNAL-START.                                             00517000
           OPEN EXTEND RUN-JOURNAL.                                     00518000
           IF WS-JRNL-FS NOT = '00'                                     00519000
               OPEN OUTPUT RUN-JOURNAL                                  00520000
           END-IF.                                                      00521000
           IF WS-JRNL-FS = '00'                                         00522000
               SET WS-JOURNAL-IS-OPEN TO TRUE                           00523000
               MOVE SPACES     TO JRNL-RECORD                           00524000
               MOVE 'S'        TO JRNL-REC-TYPE                         00525000
               MOVE 'STUDAGE ' TO JRNL-PROGRAM                          00526000
               ACCEPT JRNL-DATE FROM DATE YYYYMMDD                      00527000
               ACCEPT JRNL-TIME FROM TIME                               00528000
               MOVE ZERO TO JRNL-RC                                     00529000
               MOVE ZERO TO JRNL-COUNT-VAL(1)                           00530000
               MOVE ZERO TO JRNL-COUNT-VAL(2)                           00531000
               MOVE ZERO TO JRNL-COUNT-VAL(3)                           00532000
               WRITE JRNL-RECORD                                        00533000
           ELSE                                                         00534000
               DISPLAY 'STUDAGE : RUN JOURNAL UNAVAILABLE - FILE '      00535000
                       'STATUS ' WS-JRNL-FS                             00536000
           END-IF.                                                      00537000
      *                                                                 00538000
       WRITE-JOURNAL-END.                                               00539000
           IF WS-JOURNAL-IS-OPEN                                        00540000
               MOVE SPACES     TO JRNL-RECORD                           00541000
               MOVE 'E'        TO JRNL-REC-TYPE                         00542000
               MOVE 'STUDAGE ' TO JRNL-PROGRAM                          00543000
               ACCEPT JRNL-DATE FROM DATE YYYYMMDD                      00544000
               ACCEPT JRNL-TIME FROM TIME                               00545000
               MOVE RETURN-CODE       TO JRNL-RC                        00546000
               MOVE 'OWING'           TO JRNL-COUNT-LBL(1)              00547000
               MOVE WS-OWING-COUNT    TO JRNL-COUNT-VAL(1)              00548000
               MOVE 'OVER90'          TO JRNL-COUNT-LBL(2)              00549000
               MOVE WS-OVER-90-COUNT  TO JRNL-COUNT-VAL(2)              00550000
               MOVE 'SQLERRORS'       TO JRNL-COUNT-LBL(3)              00551000
               MOVE WS-ERROR-COUNT    TO JRNL-COUNT-VAL(3)              00552000
               WRITE JRNL-RECORD                                        00553000
               CLOSE RUN-JOURNAL                                        00554000
           END-IF.                                                      00555000
