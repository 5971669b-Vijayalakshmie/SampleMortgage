       IDENTIFICATION DIVISION.                                         00001000
       PROGRAM-ID. STUDGRD.                                             00002000
       ENVIRONMENT DIVISION.                                            00003000
       INPUT-OUTPUT SECTION.                                            00004000
       FILE-CONTROL.                                                    00005000
           SELECT GRADE-TRAN-FILE ASSIGN TO GRDTRAN                     00006000
               ORGANIZATION IS LINE SEQUENTIAL                          00007000
               FILE STATUS  IS WS-GRDTRAN-FS.                           00008000
      *                                                                 00009000
           SELECT STANDING-CARD-FILE ASSIGN TO STNDCRD                  00010000
               ORGANIZATION IS LINE SEQUENTIAL                          00011000
               FILE STATUS  IS WS-STNDCRD-FS.                           00012000
      *                                                                 00013000
           SELECT GRADE-RPT-FILE ASSIGN TO GRDRPT                       00014000
               ORGANIZATION IS LINE SEQUENTIAL                          00015000
               FILE STATUS  IS WS-RPT-FS.                               00016000
      *                                                                 00017000
           SELECT RUN-JOURNAL ASSIGN TO RUNJRNL                         00018000
               ORGANIZATION IS LINE SEQUENTIAL                          00019000
               FILE STATUS  IS WS-JRNL-FS.                              00020000
      *                                                                 00021000
       DATA DIVISION.                                                   00022000
       FILE SECTION.                                                    00023000
      *                                                                 00024000
      *-----------------------------------------------------------------00025000
      * GRADE-TRAN-RECORD - ONE GRADE PER LINE IN THE TYPE-BYTE STYLE   00026000
      * OF STUDTEST'S TRANFILE: 'G' RECORDS (OR CORRECTS) THE GRADE     00027000
      * FOR THE STUDENT ON THE COURSE IN THE TERM ON THE PARMS.         00028000
      *-----------------------------------------------------------------00029000
       FD  GRADE-TRAN-FILE                                              00030000
           RECORD CONTAINS 20 CHARACTERS.                               00031000
      *                                                                 00032000
       01  GRADE-TRAN-RECORD.                                           00033000
           05 GT-TYPE                 PIC X(01).                        00034000
              88 GT-IS-GRADE                    VALUE 'G'.              00035000
           05 GT-STUDID               PIC X(09).                        00036000
           05 GT-CRSCODE              PIC X(08).                        00037000
           05 GT-GRADE                PIC X(02).                        00038000
      *                                                                 00039000
      *-----------------------------------------------------------------00040000
      * STANDING-CARD-RECORD - THE ACADEMIC STANDING THRESHOLDS AS      00041000
      * CUMULATIVE GPA X 100: THE LOWEST GPA IN GOOD STANDING AND       00042000
      * THE LOWEST ON PROBATION.  BELOW THE SECOND IS SUSPENDED.        00043000
      *-----------------------------------------------------------------00044000
       FD  STANDING-CARD-FILE                                           00045000
           RECORD CONTAINS 7 CHARACTERS.                                00046000
      *                                                                 00047000
       01  STANDING-CARD-RECORD.                                        00048000
           05 SC-GOOD-MIN             PIC X(03).                        00049000
           05 FILLER                  PIC X(01).                        00050000
           05 SC-PROBATION-MIN        PIC X(03).                        00051000
      *                                                                 00052000
       FD  GRADE-RPT-FILE                                               00053000
           RECORD CONTAINS 132 CHARACTERS.                              00054000
      *                                                                 00055000
       01  GRADE-RPT-RECORD           PIC X(132).                       00056000
      *                                                                 00057000
       FD  RUN-JOURNAL                                                  00058000
           RECORD CONTAINS 100 CHARACTERS.                              00059000
      *                                                                 00060000
           COPY RUNJRNL.                                                00061000
      *                                                                 00062000
       WORKING-STORAGE SECTION.                                         00063000
      *                                                                 00064000
      *-----------------------------------------------------------------00065000
      * STUDGRD - TERM GRADE ENTRY, GPA AND ACADEMIC STANDING FOR       00066000
      * STUDTAB STUDENTS.  RECORDS THE GRADES ON GRDTRAN AGAINST THE    00067000
      * STUDENTS' ENROLTAB ROWS FOR THE PARMS TERM, THEN FOR EVERY      00068000
      * STUDENT WHOSE TERM IS FULLY GRADED WORKS OUT THE TERM AND       00069000
      * CUMULATIVE GPA (KEPT ON STUDGPA, ONE ROW PER STUDENT AND        00070000
      * TERM) AND THE STANDING THE THRESHOLDS ON STNDCRD GIVE IT.       00071000
      * A STANDING CHANGE IS UPDATED ON STUDTAB AND WRITTEN TO          00072000
      * STUDHIST LIKE ANY OTHER STUDTAB CHANGE; STUDADV HOLDS BACK      00073000
      * SUSPENDED STUDENTS AT TERM END.  SAFE TO RERUN - GRADES ARE     00074000
      * OVERWRITTEN AND THE GPA ROWS RECOMPUTED.                        00075000
      *-----------------------------------------------------------------00076000
       01 WS-STUDENT.                                                   00077000
          05 WS-STUDID                 PIC S9(9) USAGE COMP-5.          00078000
          05 WS-STUDNAME               PIC X(30).                       00079000
          05 WS-DEGREE                 PIC X(5).                        00080000
          05 WS-STUDGRP                PIC X(10).                       00081000
          05 WS-CURR-SEM               PIC S9(9) USAGE COMP-5.          00082000
          05 WS-YEAR-PASS              PIC S9(9) USAGE COMP-5.          00083000
          05 WS-STANDING               PIC X(01).                       00084000
      *                                                                 00085000
       01 WS-ENROLMENT.                                                 00086000
          05 WS-TERM                   PIC X(05).                       00087000
          05 WS-CRSCODE                PIC X(08).                       00088000
          05 WS-ENRSTAT                PIC X(01).                       00089000
             88 WS-ENR-IS-ENROLLED               VALUE 'E'.             00090000
          05 WS-GRADE                  PIC X(02).                       00091000
          05 WS-GRADEPTS               PIC S9(1)V99 USAGE COMP-3.       00092000
          05 WS-GRADECRED              PIC S9(9) USAGE COMP-5.          00093000
          05 WS-CREDITS                PIC S9(9) USAGE COMP-5.          00094000
      *                                                                 00095000
      *-----------------------------------------------------------------00096000
      * STUDGPA HOST VARIABLES - TERM AND CUMULATIVE CREDITS AND GPA    00097000
      * AND THE STANDING THEY GAVE, ONE ROW PER STUDID + TERM.          00098000
      *-----------------------------------------------------------------00099000
       01 WS-GPA.                                                       00100000
          05 WS-TERM-CRED              PIC S9(9) USAGE COMP-5.          00101000
          05 WS-TERM-QPTS              PIC S9(7)V99 USAGE COMP-3.       00102000
          05 WS-TERM-GPA               PIC S9(1)V99 USAGE COMP-3.       00103000
          05 WS-CUM-CRED               PIC S9(9) USAGE COMP-5.          00104000
          05 WS-CUM-QPTS               PIC S9(7)V99 USAGE COMP-3.       00105000
          05 WS-CUM-GPA                PIC S9(1)V99 USAGE COMP-3.       00106000
          05 WS-NEW-STANDING           PIC X(01).                       00107000
             88 WS-NEW-IS-GOOD                   VALUE 'G'.             00108000
             88 WS-NEW-IS-PROBATION              VALUE 'P'.             00109000
             88 WS-NEW-IS-SUSPENDED              VALUE 'S'.             00110000
          05 WS-GPA-DATE               PIC X(08).                       00111000
      *                                                                 00112000
       01 WS-COURSES-TAKEN             PIC S9(9) USAGE COMP-5.          00113000
       01 WS-COURSES-UNGRADED          PIC S9(9) USAGE COMP-5.          00114000
       01 WS-OLD-STANDING              PIC X(01).                       00115000
      *                                                                 00116000
       01 WS-PARM-REQUEST              PIC X(20) VALUE SPACES.          00117000
       01 WS-TERM-CHECK.                                                00118000
          05 WS-TC-YEAR                PIC X(04).                       00119000
          05 WS-TC-HALF                PIC X(01).                       00120000
             88 WS-TC-HALF-VALID                 VALUES '1' '2'.        00121000
          05 WS-TC-REST                PIC X(15).                       00122000
      *                                                                 00123000
       01 WS-THRESHOLDS.                                                00124000
          05 WS-GOOD-MIN               PIC 9V99 VALUE ZERO.             00125000
          05 WS-PROBATION-MIN          PIC 9V99 VALUE ZERO.             00126000
      *                                                                 00127000
      *-----------------------------------------------------------------00128000
      * WS-GRADE-SCALE - LETTER GRADES AND THEIR GRADE POINTS.  EVERY   00129000
      * GRADE, F INCLUDED, COUNTS ITS COURSE'S CREDITS TOWARDS THE      00130000
      * GPA.                                                            00131000
      *-----------------------------------------------------------------00132000
       01 WS-GRADE-SCALE-VALUES.                                        00133000
          05 FILLER                    PIC X(05) VALUE 'A 400'.         00134000
          05 FILLER                    PIC X(05) VALUE 'A-370'.         00135000
          05 FILLER                    PIC X(05) VALUE 'B+330'.         00136000
          05 FILLER                    PIC X(05) VALUE 'B 300'.         00137000
          05 FILLER                    PIC X(05) VALUE 'B-270'.         00138000
          05 FILLER                    PIC X(05) VALUE 'C+230'.         00139000
          05 FILLER                    PIC X(05) VALUE 'C 200'.         00140000
          05 FILLER                    PIC X(05) VALUE 'C-170'.         00141000
          05 FILLER                    PIC X(05) VALUE 'D+130'.         00142000
          05 FILLER                    PIC X(05) VALUE 'D 100'.         00143000
          05 FILLER                    PIC X(05) VALUE 'F 000'.         00144000
       01 WS-GRADE-SCALE REDEFINES WS-GRADE-SCALE-VALUES.               00145000
          05 WS-SCL-ENTRY OCCURS 11 TIMES.                              00146000
             10 WS-SCL-GRADE           PIC X(02).                       00147000
             10 WS-SCL-POINTS          PIC 9V99.                        00148000
       01 WS-SCL-COUNT                 PIC 9(02) VALUE 11.              00149000
       01 WS-SCL-IDX                   PIC 9(02) VALUE ZERO.            00150000
       01 WS-SCL-SLOT                  PIC 9(02) VALUE ZERO.            00151000
      *                                                                 00152000
       01 WS-COUNTERS.                                                  00153000
          05 WS-GRD-READ-COUNT         PIC 9(7) VALUE ZERO.             00154000
          05 WS-GRADED-COUNT           PIC 9(7) VALUE ZERO.             00155000
          05 WS-REGRADED-COUNT         PIC 9(7) VALUE ZERO.             00156000
          05 WS-REJECT-COUNT           PIC 9(7) VALUE ZERO.             00157000
          05 WS-GPA-COUNT              PIC 9(7) VALUE ZERO.             00158000
          05 WS-AWAITING-COUNT         PIC 9(7) VALUE ZERO.             00159000
          05 WS-ARCHIVED-COUNT         PIC 9(7) VALUE ZERO.             00160000
          05 WS-CHANGED-COUNT          PIC 9(7) VALUE ZERO.             00161000
          05 WS-GOOD-COUNT             PIC 9(7) VALUE ZERO.             00162000
          05 WS-PROBATION-COUNT        PIC 9(7) VALUE ZERO.             00163000
          05 WS-SUSPENDED-COUNT        PIC 9(7) VALUE ZERO.             00164000
          05 WS-ERROR-COUNT            PIC 9(7) VALUE ZERO.             00165000
          05 WS-UNCOMMITTED-COUNT      PIC 9(7) VALUE ZERO.             00166000
      *                                                                 00167000
      *-----------------------------------------------------------------00168000
      * COMMIT EVERY 100 UPDATES, THE INTERVAL STUDADV AND STUDGRAD     00169000
      * USE.  EVERYTHING THIS PROGRAM WRITES IS RECOMPUTED ON A         00170000
      * RERUN, SO A FAILURE PART WAY IS CURED BY RUNNING IT AGAIN.      00171000
      *-----------------------------------------------------------------00172000
       01 WS-COMMIT-INTERVAL           PIC 9(5) VALUE 100.              00173000
      *                                                                 00174000
       01 WS-GRDTRAN-FS                PIC X(02) VALUE '00'.            00175000
       01 WS-STNDCRD-FS                PIC X(02) VALUE '00'.            00176000
       01 WS-RPT-FS                    PIC X(02) VALUE '00'.            00177000
      *                                                                 00178000
       01 WS-GRDTRAN-EOF-SW            PIC X(01) VALUE 'N'.             00179000
          88 WS-GRDTRAN-EOF                      VALUE 'Y'.             00180000
          88 WS-GRDTRAN-NOT-EOF                  VALUE 'N'.             00181000
      *                                                                 00182000
       01 WS-TERM-EOF-SW               PIC X(01) VALUE 'N'.             00183000
          88 WS-TERM-EOF                         VALUE 'Y'.             00184000
          88 WS-TERM-NOT-EOF                     VALUE 'N'.             00185000
      *                                                                 00186000
       01 WS-BAD-CARD-SW               PIC X(01) VALUE 'N'.             00187000
          88 WS-BAD-STANDING-CARD                VALUE 'Y'.             00188000
      *                                                                 00189000
       01 WS-ENROL-FOUND-SW            PIC X(01) VALUE 'N'.             00190000
          88 WS-ENROL-FOUND                      VALUE 'Y'.             00191000
      *                                                                 00192000
       01 WS-STUDENT-FOUND-SW          PIC X(01) VALUE 'N'.             00193000
          88 WS-STUDENT-FOUND                    VALUE 'Y'.             00194000
      *                                                                 00195000
       01 WS-SQL-OPERATION             PIC X(10) VALUE SPACES.          00196000
       01 WS-REJECT-REASON             PIC X(40) VALUE SPACES.          00197000
      *                                                                 00198000
      *-----------------------------------------------------------------00199000
      * STUDHIST HOST VARIABLES - BEFORE/AFTER IMAGES FOR EVERY         00200000
      * STANDING CHANGE, THE SAME TRAIL STUDTEST, STUDADV AND           00201000
      * STUDGRAD WRITE.                                                 00202000
      *-----------------------------------------------------------------00203000
       01 WS-HIST.                                                      00204000
          05 WS-H-CHGDATE              PIC X(08).                       00205000
          05 WS-H-CHGSEQ               PIC S9(9) USAGE COMP-5.          00206000
          05 WS-H-CHGTYPE              PIC X(01).                       00207000
          05 WS-H-CHGTIME              PIC X(08).                       00208000
          05 WS-H-CHGPGM               PIC X(08).                       00209000
          05 WS-B-STUDNAME             PIC X(30).                       00210000
          05 WS-B-DEGREE               PIC X(5).                        00211000
          05 WS-B-STUDGRP              PIC X(10).                       00212000
          05 WS-B-CURRSEM              PIC S9(9) USAGE COMP-5.          00213000
          05 WS-B-YEARPASS             PIC S9(9) USAGE COMP-5.          00214000
          05 WS-B-STANDING             PIC X(01).                       00215000
          05 WS-A-STUDNAME             PIC X(30).                       00216000
          05 WS-A-DEGREE               PIC X(5).                        00217000
          05 WS-A-STUDGRP              PIC X(10).                       00218000
          05 WS-A-CURRSEM              PIC S9(9) USAGE COMP-5.          00219000
          05 WS-A-YEARPASS             PIC S9(9) USAGE COMP-5.          00220000
          05 WS-A-STANDING             PIC X(01).                       00221000
      *                                                                 00222000
       01 WS-HIST-WRITE-COUNT          PIC 9(7)  VALUE ZERO.            00223000
       01 WS-RUN-DATE                  PIC X(08) VALUE SPACES.          00224000
       01 WS-RUN-TIME                  PIC X(08) VALUE SPACES.          00225000
      *                                                                 00226000
       01 WS-REJECT-LINE.                                               00227000
          05 WS-RJ-TYPE                PIC X(01).                       00228000
          05 FILLER                    PIC X(02) VALUE SPACES.          00229000
          05 WS-RJ-STUDID              PIC X(09).                       00230000
          05 FILLER                    PIC X(02) VALUE SPACES.          00231000
          05 WS-RJ-CRSCODE             PIC X(08).                       00232000
          05 FILLER                    PIC X(02) VALUE SPACES.          00233000
          05 WS-RJ-GRADE               PIC X(02).                       00234000
          05 FILLER                    PIC X(02) VALUE SPACES.          00235000
          05 WS-RJ-REASON              PIC X(40).                       00236000
      *                                                                 00237000
       01 WS-CHANGE-HEADING.                                            00238000
          05 FILLER PIC X(11) VALUE 'STUDID     '.                      00239000
          05 FILLER PIC X(31) VALUE 'NAME'.                             00240000
          05 FILLER PIC X(07) VALUE 'DEGREE '.                          00241000
          05 FILLER PIC X(11) VALUE 'GROUP      '.                      00242000
          05 FILLER PIC X(10) VALUE '  TERM GPA'.                       00243000
          05 FILLER PIC X(09) VALUE '  CUM GPA'.                        00244000
          05 FILLER PIC X(14) VALUE '  OLD STANDING'.                   00245000
          05 FILLER PIC X(14) VALUE '  NEW STANDING'.                   00246000
      *                                                                 00247000
       01 WS-CHANGE-LINE.                                               00248000
          05 WS-CL-STUDID              PIC 9(09).                       00249000
          05 FILLER                    PIC X(02) VALUE SPACES.          00250000
          05 WS-CL-NAME                PIC X(30).                       00251000
          05 FILLER                    PIC X(01) VALUE SPACE.           00252000
          05 WS-CL-DEGREE              PIC X(05).                       00253000
          05 FILLER                    PIC X(02) VALUE SPACES.          00254000
          05 WS-CL-STUDGRP             PIC X(10).                       00255000
          05 FILLER                    PIC X(06) VALUE SPACES.          00256000
          05 WS-CL-TERM-GPA            PIC 9.99.                        00257000
          05 FILLER                    PIC X(05) VALUE SPACES.          00258000
          05 WS-CL-CUM-GPA             PIC 9.99.                        00259000
          05 FILLER                    PIC X(02) VALUE SPACES.          00260000
          05 WS-CL-OLD-STANDING        PIC X(12).                       00261000
          05 FILLER                    PIC X(02) VALUE SPACES.          00262000
          05 WS-CL-NEW-STANDING        PIC X(12).                       00263000
      *                                                                 00264000
       01 WS-STANDING-NAME             PIC X(12) VALUE SPACES.          00265000
       01 WS-STANDING-CODE             PIC X(01) VALUE SPACE.           00266000
      *                                                                 00267000
       01 WS-RPT-TOTAL-LINE.                                            00268000
          05 WS-RT-LABEL               PIC X(26).                       00269000
          05 WS-RT-COUNT               PIC ZZZ,ZZ9.                     00270000
      *                                                                 00271000
       01 WS-JRNL-FS                   PIC X(02) VALUE '00'.            00272000
       01 WS-JOURNAL-OPEN-SW           PIC X(01) VALUE 'N'.             00273000
          88 WS-JOURNAL-IS-OPEN                  VALUE 'Y'.             00274000
      *                                                                 00275000
           EXEC SQL                                                     00276000
               INCLUDE SQLCA                                            00277000
           END-EXEC.                                                    00278000
      *                                                                 00279000
           EXEC SQL                                                     00280000
               INCLUDE STUDTAB                                          00281000
           END-EXEC.                                                    00282000
      *                                                                 00283000
           EXEC SQL                                                     00284000
               INCLUDE STUDHIST                                         00285000
           END-EXEC.                                                    00286000
      *                                                                 00287000
           EXEC SQL                                                     00288000
               INCLUDE COURSETAB                                        00289000
           END-EXEC.                                                    00290000
      *                                                                 00291000
           EXEC SQL                                                     00292000
               INCLUDE ENROLTAB                                         00293000
           END-EXEC.                                                    00294000
      *                                                                 00295000
           EXEC SQL                                                     00296000
               INCLUDE STUDGPA                                          00297000
           END-EXEC.                                                    00298000
      *                                                                 00299000
      *-----------------------------------------------------------------00300000
      * TERM_CURSOR - EVERY STUDENT HOLDING A SEAT IN THE TERM, WITH    00301000
      * THE SEATS STILL UNGRADED AND THE TERM'S CREDITS AND QUALITY     00302000
      * POINTS.  A STUDENT WITH ANY SEAT UNGRADED IS NOT YET DONE       00303000
      * WITH THE TERM AND WAITS FOR A LATER RUN.  DECLARED WITH HOLD    00304000
      * SO THE INTERVAL COMMITS DO NOT CLOSE IT.                        00305000
      *-----------------------------------------------------------------00306000
           EXEC SQL                                                     00307000
             DECLARE TERM_CURSOR CURSOR WITH HOLD FOR                   00308000
               SELECT STUDID, COUNT(*),                                 00309000
                      SUM(CASE WHEN GRADE = ' '                         00310000
                               THEN 1 ELSE 0 END),                      00311000
                      SUM(GRADECRED),                                   00312000
                      SUM(GRADECRED * GRADEPTS)                         00313000
               FROM ENROLTAB                                            00314000
               WHERE TERM    = :WS-TERM                                 00315000
                 AND ENRSTAT = 'E'                                      00316000
               GROUP BY STUDID                                          00317000
               ORDER BY STUDID                                          00318000
           END-EXEC.                                                    00319000
      *                                                                 00320000
       PROCEDURE DIVISION.                                              00321000
           DISPLAY 'STUDGRD - TERM GRADES, GPA AND STANDING'.           00322000
      *                                                                 00323000
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00324000
           ACCEPT WS-RUN-TIME FROM TIME.                                00325000
      *                                                                 00326000
           PERFORM WRITE-JOURNAL-START.                                 00327000
      *                                                                 00328000
           ACCEPT WS-PARM-REQUEST FROM COMMAND-LINE.                    00329000
           MOVE WS-PARM-REQUEST TO WS-TERM-CHECK.                       00330000
           IF WS-TC-YEAR IS NOT NUMERIC                                 00331000
                   OR NOT WS-TC-HALF-VALID                              00332000
                   OR WS-TC-REST NOT = SPACES                           00333000
               DISPLAY 'STUDGRD: TERM PARM MISSING OR INVALID - '       00334000
                       'SUPPLY YYYYT (T = 1 OR 2)'                      00335000
               MOVE 8 TO RETURN-CODE                                    00336000
               PERFORM WRITE-JOURNAL-END                                00337000
               STOP RUN                                                 00338000
           END-IF.                                                      00339000
           MOVE WS-PARM-REQUEST(1:5) TO WS-TERM.                        00340000
      *                                                                 00341000
           PERFORM LOAD-STANDING-CARD.                                  00342000
           IF WS-BAD-STANDING-CARD                                      00343000
               MOVE 8 TO RETURN-CODE                                    00344000
               PERFORM WRITE-JOURNAL-END                                00345000
               STOP RUN                                                 00346000
           END-IF.                                                      00347000
      *                                                                 00348000
           OPEN OUTPUT GRADE-RPT-FILE.                                  00349000
           IF WS-RPT-FS NOT = '00'                                      00350000
               DISPLAY 'STUDGRD: UNABLE TO OPEN GRDRPT - FILE '         00351000
                       'STATUS ' WS-RPT-FS                              00352000
               MOVE 8 TO RETURN-CODE                                    00353000
               PERFORM WRITE-JOURNAL-END                                00354000
               STOP RUN                                                 00355000
           END-IF.                                                      00356000
      *                                                                 00357000
           MOVE SPACES TO GRADE-RPT-RECORD.                             00358000
           STRING 'GRADES, GPA AND ACADEMIC STANDING FOR TERM '         00359000
                      DELIMITED BY SIZE                                 00360000
                  WS-TERM DELIMITED BY SIZE                             00361000
                  INTO GRADE-RPT-RECORD.                                00362000
           WRITE GRADE-RPT-RECORD.                                      00363000
           MOVE SPACES TO GRADE-RPT-RECORD.                             00364000
           WRITE GRADE-RPT-RECORD.                                      00365000
      *                                                                 00366000
           PERFORM PROCESS-GRADE-TRANSACTIONS.                          00367000
      *                                                                 00368000
           IF WS-ERROR-COUNT = 0                                        00369000
               PERFORM PROCESS-TERM-STANDING                            00370000
           END-IF.                                                      00371000
      *                                                                 00372000
           IF WS-ERROR-COUNT = 0                                        00373000
              EXEC SQL                                                  00374000
                  COMMIT                                                00375000
              END-EXEC                                                  00376000
           END-IF.                                                      00377000
      *                                                                 00378000
           PERFORM WRITE-GRADE-TOTALS.                                  00379000
           CLOSE GRADE-RPT-FILE.                                        00380000
      *                                                                 00381000
           DISPLAY 'STUDGRD: GRADES RECORDED    - ' WS-GRADED-COUNT.    00382000
           DISPLAY 'STUDGRD: GRADES CORRECTED   - '                     00383000
                   WS-REGRADED-COUNT.                                   00384000
           DISPLAY 'STUDGRD: GRADES REJECTED    - ' WS-REJECT-COUNT.    00385000
           DISPLAY 'STUDGRD: TERM GPAS WORKED   - ' WS-GPA-COUNT.       00386000
           DISPLAY 'STUDGRD: AWAITING GRADES    - '                     00387000
                   WS-AWAITING-COUNT.                                   00388000
           DISPLAY 'STUDGRD: STANDING CHANGES   - '                     00389000
                   WS-CHANGED-COUNT.                                    00390000
           DISPLAY 'STUDGRD: SQL ERRORS         - ' WS-ERROR-COUNT.     00391000
           DISPLAY 'STUDGRD: HISTORY ROWS       - '                     00392000
                   WS-HIST-WRITE-COUNT.                                 00393000
      *                                                                 00394000
           IF WS-ERROR-COUNT > 0                                        00395000
               MOVE 8 TO RETURN-CODE                                    00396000
           ELSE                                                         00397000
               IF WS-REJECT-COUNT > 0 OR WS-AWAITING-COUNT > 0          00398000
                   MOVE 4 TO RETURN-CODE                                00399000
               ELSE                                                     00400000
                   MOVE 0 TO RETURN-CODE                                00401000
               END-IF                                                   00402000
           END-IF.                                                      00403000
      *                                                                 00404000
           PERFORM WRITE-JOURNAL-END.                                   00405000
           STOP RUN.                                                    00406000
      *                                                                 00407000
      *-----------------------------------------------------------------00408000
      * LOAD-STANDING-CARD - NO CARD MEANS NO RUN, AS STUDADV TREATS    00409000
      * ITS DEGREE CARDS: A STANDING WORKED OUT FROM A GUESSED          00410000
      * THRESHOLD IS WORSE THAN NONE.                                   00411000
      *-----------------------------------------------------------------00412000
       LOAD-STANDING-CARD.                                              00413000
           OPEN INPUT STANDING-CARD-FILE.                               00414000
           IF WS-STNDCRD-FS NOT = '00'                                  00415000
               SET WS-BAD-STANDING-CARD TO TRUE                         00416000
               DISPLAY 'STUDGRD: UNABLE TO OPEN STNDCRD - FILE '        00417000
                       'STATUS ' WS-STNDCRD-FS                          00418000
           ELSE                                                         00419000
               READ STANDING-CARD-FILE                                  00420000
                   AT END                                               00421000
                       SET WS-BAD-STANDING-CARD TO TRUE                 00422000
                       DISPLAY 'STUDGRD: NO STANDING CARD SUPPLIED - '  00423000
                               'RUN ABANDONED'                          00424000
                   NOT AT END                                           00425000
                       PERFORM LOAD-ONE-STANDING-CARD                   00426000
               END-READ                                                 00427000
               CLOSE STANDING-CARD-FILE                                 00428000
           END-IF.                                                      00429000
      *                                                                 00430000
       LOAD-ONE-STANDING-CARD.                                          00431000
           IF SC-GOOD-MIN IS NOT NUMERIC                                00432000
                   OR SC-PROBATION-MIN IS NOT NUMERIC                   00433000
               SET WS-BAD-STANDING-CARD TO TRUE                         00434000
               DISPLAY 'STUDGRD: BAD STANDING CARD - '                  00435000
                       STANDING-CARD-RECORD                             00436000
           ELSE                                                         00437000
               MOVE SC-GOOD-MIN      TO WS-GOOD-MIN                     00438000
               MOVE SC-PROBATION-MIN TO WS-PROBATION-MIN                00439000
               COMPUTE WS-GOOD-MIN      = WS-GOOD-MIN / 100             00440000
               COMPUTE WS-PROBATION-MIN = WS-PROBATION-MIN / 100        00441000
               IF WS-GOOD-MIN > 4 OR WS-PROBATION-MIN > WS-GOOD-MIN     00442000
                   SET WS-BAD-STANDING-CARD TO TRUE                     00443000
                   DISPLAY 'STUDGRD: BAD STANDING CARD - '              00444000
                           'PROBATION MINIMUM ABOVE GOOD MINIMUM '      00445000
                           'OR GOOD MINIMUM ABOVE 4.00'                 00446000
               END-IF                                                   00447000
           END-IF.                                                      00448000
      *                                                                 00449000
      *-----------------------------------------------------------------00450000
      * PROCESS-GRADE-TRANSACTIONS - RECORDS GRDTRAN ON ENROLTAB.  AN   00451000
      * ABSENT FILE MEANS NO NEW GRADES; THE GPA PASS STILL RUNS SO     00452000
      * A TERM GRADED BY EARLIER RUNS IS PICKED UP.                     00453000
      *-----------------------------------------------------------------00454000
       PROCESS-GRADE-TRANSACTIONS.                                      00455000
           MOVE SPACES TO GRADE-RPT-RECORD.                             00456000
           MOVE 'GRADE ENTRY REJECTS' TO GRADE-RPT-RECORD.              00457000
           WRITE GRADE-RPT-RECORD.                                      00458000
           MOVE SPACES TO GRADE-RPT-RECORD.                             00459000
           WRITE GRADE-RPT-RECORD.                                      00460000
      *                                                                 00461000
           OPEN INPUT GRADE-TRAN-FILE.                                  00462000
           IF WS-GRDTRAN-FS = '35'                                      00463000
               DISPLAY 'STUDGRD: NO GRDTRAN PRESENT - '                 00464000
                       'NO GRADES RECORDED'                             00465000
           ELSE                                                         00466000
               SET WS-GRDTRAN-NOT-EOF TO TRUE                           00467000
               PERFORM UNTIL WS-GRDTRAN-EOF OR WS-ERROR-COUNT > 0       00468000
                   READ GRADE-TRAN-FILE                                 00469000
                       AT END SET WS-GRDTRAN-EOF TO TRUE                00470000
                       NOT AT END PERFORM APPLY-GRADE-TRANSACTION       00471000
                   END-READ                                             00472000
               END-PERFORM                                              00473000
               CLOSE GRADE-TRAN-FILE                                    00474000
           END-IF.                                                      00475000
      *                                                                 00476000
       APPLY-GRADE-TRANSACTION.                                         00477000
           ADD 1 TO WS-GRD-READ-COUNT.                                  00478000
           MOVE ZERO TO WS-SCL-SLOT.                                    00479000
           PERFORM LOCATE-GRADE                                         00480000
               VARYING WS-SCL-IDX FROM 1 BY 1                           00481000
               UNTIL WS-SCL-IDX > WS-SCL-COUNT                          00482000
               OR WS-SCL-SLOT > ZERO.                                   00483000
      *                                                                 00484000
           IF NOT GT-IS-GRADE                                           00485000
               MOVE 'UNKNOWN TRANSACTION TYPE' TO WS-REJECT-REASON      00486000
               PERFORM REJECT-GRADE                                     00487000
           ELSE                                                         00488000
           IF GT-STUDID IS NOT NUMERIC OR GT-CRSCODE = SPACES           00489000
               MOVE 'STUDID OR COURSE CODE MISSING'                     00490000
                   TO WS-REJECT-REASON                                  00491000
               PERFORM REJECT-GRADE                                     00492000
           ELSE                                                         00493000
           IF WS-SCL-SLOT = ZERO                                        00494000
               MOVE 'NOT A VALID GRADE' TO WS-REJECT-REASON             00495000
               PERFORM REJECT-GRADE                                     00496000
           ELSE                                                         00497000
               MOVE GT-STUDID  TO WS-STUDID                             00498000
               MOVE GT-CRSCODE TO WS-CRSCODE                            00499000
               PERFORM FETCH-ENROLMENT                                  00500000
               IF WS-ERROR-COUNT > 0                                    00501000
                   CONTINUE                                             00502000
               ELSE                                                     00503000
                   IF WS-ENROL-FOUND AND WS-ENR-IS-ENROLLED             00504000
                       PERFORM RECORD-GRADE                             00505000
                   ELSE                                                 00506000
                       MOVE 'NOT ENROLLED ON COURSE THIS TERM'          00507000
                           TO WS-REJECT-REASON                          00508000
                       PERFORM REJECT-GRADE                             00509000
                   END-IF                                               00510000
               END-IF                                                   00511000
           END-IF                                                       00512000
           END-IF                                                       00513000
           END-IF.                                                      00514000
      *                                                                 00515000
       LOCATE-GRADE.                                                    00516000
           IF WS-SCL-GRADE(WS-SCL-IDX) = GT-GRADE                       00517000
               MOVE WS-SCL-IDX TO WS-SCL-SLOT                           00518000
           END-IF.                                                      00519000
      *                                                                 00520000
       FETCH-ENROLMENT.                                                 00521000
           MOVE 'N' TO WS-ENROL-FOUND-SW.                               00522000
              EXEC SQL                                                  00523000
                  SELECT E.ENRSTAT, E.GRADE, C.CREDITS                  00524000
                    INTO :WS-ENRSTAT, :WS-GRADE, :WS-CREDITS            00525000
                    FROM ENROLTAB E, COURSETAB C                        00526000
                   WHERE E.STUDID  = :WS-STUDID                         00527000
                     AND E.TERM    = :WS-TERM                           00528000
                     AND E.CRSCODE = :WS-CRSCODE                        00529000
                     AND C.CRSCODE = E.CRSCODE                          00530000
              END-EXEC.                                                 00531000
           IF SQLCODE = 0                                               00532000
               SET WS-ENROL-FOUND TO TRUE                               00533000
           ELSE                                                         00534000
               IF SQLCODE NOT = 100                                     00535000
                   MOVE 'SELECT' TO WS-SQL-OPERATION                    00536000
                   PERFORM HANDLE-SQL-ERROR                             00537000
               END-IF                                                   00538000
           END-IF.                                                      00539000
      *                                                                 00540000
      *-----------------------------------------------------------------00541000
      * RECORD-GRADE - THE COURSE'S CREDITS ARE COPIED ONTO THE ROW     00542000
      * WITH THE GRADE, SO A LATER CHANGE TO THE CATALOGUE DOES NOT     00543000
      * REWRITE A GPA ALREADY EARNED.                                   00544000
      *-----------------------------------------------------------------00545000
       RECORD-GRADE.                                                    00546000
           IF WS-GRADE NOT = SPACES                                     00547000
               ADD 1 TO WS-REGRADED-COUNT                               00548000
           END-IF.                                                      00549000
           MOVE GT-GRADE                  TO WS-GRADE.                  00550000
           MOVE WS-SCL-POINTS(WS-SCL-SLOT) TO WS-GRADEPTS.              00551000
           MOVE WS-CREDITS                TO WS-GRADECRED.              00552000
              EXEC SQL                                                  00553000
                  UPDATE ENROLTAB                                       00554000
                     SET GRADE     = :WS-GRADE,                         00555000
                         GRADEPTS  = :WS-GRADEPTS,                      00556000
                         GRADECRED = :WS-GRADECRED                      00557000
                   WHERE STUDID    = :WS-STUDID                         00558000
                     AND TERM      = :WS-TERM                           00559000
                     AND CRSCODE   = :WS-CRSCODE                        00560000
              END-EXEC.                                                 00561000
           IF SQLCODE = 0                                               00562000
               ADD 1 TO WS-GRADED-COUNT                                 00563000
               PERFORM COMMIT-ON-INTERVAL                               00564000
           ELSE                                                         00565000
               MOVE 'UPDATE' TO WS-SQL-OPERATION                        00566000
               PERFORM HANDLE-SQL-ERROR                                 00567000
           END-IF.                                                      00568000
      *                                                                 00569000
       REJECT-GRADE.                                                    00570000
           ADD 1 TO WS-REJECT-COUNT.                                    00571000
           MOVE SPACES           TO WS-REJECT-LINE.                     00572000
           MOVE GT-TYPE          TO WS-RJ-TYPE.                         00573000
           MOVE GT-STUDID        TO WS-RJ-STUDID.                       00574000
           MOVE GT-CRSCODE       TO WS-RJ-CRSCODE.                      00575000
           MOVE GT-GRADE         TO WS-RJ-GRADE.                        00576000
           MOVE WS-REJECT-REASON TO WS-RJ-REASON.                       00577000
           MOVE WS-REJECT-LINE   TO GRADE-RPT-RECORD.                   00578000
           WRITE GRADE-RPT-RECORD.                                      00579000
      *                                                                 00580000
      *-----------------------------------------------------------------00581000
      * PROCESS-TERM-STANDING - TERM AND CUMULATIVE GPA FOR EVERY       00582000
      * STUDENT WHOSE TERM IS FULLY GRADED, AND THE STANDING THEY       00583000
      * GIVE.  STANDING IS SET FROM THE CUMULATIVE GPA.                 00584000
      *-----------------------------------------------------------------00585000
       PROCESS-TERM-STANDING.                                           00586000
           MOVE SPACES TO GRADE-RPT-RECORD.                             00587000
           WRITE GRADE-RPT-RECORD.                                      00588000
           MOVE 'STANDING CHANGES' TO GRADE-RPT-RECORD.                 00589000
           WRITE GRADE-RPT-RECORD.                                      00590000
           MOVE SPACES TO GRADE-RPT-RECORD.                             00591000
           WRITE GRADE-RPT-RECORD.                                      00592000
           MOVE WS-CHANGE-HEADING TO GRADE-RPT-RECORD.                  00593000
           WRITE GRADE-RPT-RECORD.                                      00594000
      *                                                                 00595000
              EXEC SQL                                                  00596000
                  OPEN TERM_CURSOR                                      00597000
              END-EXEC.                                                 00598000
           IF SQLCODE NOT = 0                                           00599000
               MOVE 'OPEN' TO WS-SQL-OPERATION                          00600000
               PERFORM HANDLE-SQL-ERROR                                 00601000
               SET WS-TERM-EOF TO TRUE                                  00602000
           ELSE                                                         00603000
               SET WS-TERM-NOT-EOF TO TRUE                              00604000
           END-IF.                                                      00605000
      *                                                                 00606000
           PERFORM UNTIL WS-TERM-EOF                                    00607000
              EXEC SQL                                                  00608000
                 FETCH TERM_CURSOR INTO :WS-STUDID,                     00609000
                 :WS-COURSES-TAKEN, :WS-COURSES-UNGRADED,               00610000
                 :WS-TERM-CRED, :WS-TERM-QPTS                           00611000
              END-EXEC                                                  00612000
              EVALUATE TRUE                                             00613000
                  WHEN SQLCODE = 0                                      00614000
                      PERFORM GRADE-ONE-STUDENT                         00615000
                  WHEN SQLCODE = 100                                    00616000
                      SET WS-TERM-EOF TO TRUE                           00617000
                  WHEN OTHER                                            00618000
                      MOVE 'FETCH' TO WS-SQL-OPERATION                  00619000
                      PERFORM HANDLE-SQL-ERROR                          00620000
                      SET WS-TERM-EOF TO TRUE                           00621000
              END-EVALUATE                                              00622000
           END-PERFORM.                                                 00623000
      *                                                                 00624000
              EXEC SQL                                                  00625000
                 CLOSE TERM_CURSOR                                      00626000
              END-EXEC.                                                 00627000
      *                                                                 00628000
       GRADE-ONE-STUDENT.                                               00629000
           IF WS-COURSES-UNGRADED > ZERO                                00630000
               ADD 1 TO WS-AWAITING-COUNT                               00631000
           ELSE                                                         00632000
               PERFORM COMPUTE-TERM-GPA                                 00633000
               IF WS-ERROR-COUNT = 0                                    00634000
                   PERFORM DERIVE-STANDING                              00635000
                   PERFORM WRITE-STUDGPA-ROW                            00636000
               END-IF                                                   00637000
               IF WS-ERROR-COUNT = 0                                    00638000
                   PERFORM APPLY-STANDING                               00639000
               END-IF                                                   00640000
               IF WS-ERROR-COUNT > 0                                    00641000
                   SET WS-TERM-EOF TO TRUE                              00642000
               END-IF                                                   00643000
           END-IF.                                                      00644000
      *                                                                 00645000
       COMPUTE-TERM-GPA.                                                00646000
           ADD 1 TO WS-GPA-COUNT.                                       00647000
           IF WS-TERM-CRED > ZERO                                       00648000
               COMPUTE WS-TERM-GPA ROUNDED =                            00649000
                   WS-TERM-QPTS / WS-TERM-CRED                          00650000
           ELSE                                                         00651000
               MOVE ZERO TO WS-TERM-GPA                                 00652000
           END-IF.                                                      00653000
      *                                                                 00654000
              EXEC SQL                                                  00655000
                  SELECT SUM(GRADECRED), SUM(GRADECRED * GRADEPTS)      00656000
                    INTO :WS-CUM-CRED, :WS-CUM-QPTS                     00657000
                    FROM ENROLTAB                                       00658000
                   WHERE STUDID  = :WS-STUDID                           00659000
                     AND TERM   <= :WS-TERM                             00660000
                     AND ENRSTAT = 'E'                                  00661000
                     AND GRADE  <> ' '                                  00662000
              END-EXEC.                                                 00663000
           IF SQLCODE NOT = 0                                           00664000
               MOVE 'SELECT' TO WS-SQL-OPERATION                        00665000
               PERFORM HANDLE-SQL-ERROR                                 00666000
           ELSE                                                         00667000
               IF WS-CUM-CRED > ZERO                                    00668000
                   COMPUTE WS-CUM-GPA ROUNDED =                         00669000
                       WS-CUM-QPTS / WS-CUM-CRED                        00670000
               ELSE                                                     00671000
                   MOVE ZERO TO WS-CUM-GPA                              00672000
               END-IF                                                   00673000
           END-IF.                                                      00674000
      *                                                                 00675000
       DERIVE-STANDING.                                                 00676000
           IF WS-CUM-GPA NOT < WS-GOOD-MIN                              00677000
               SET WS-NEW-IS-GOOD TO TRUE                               00678000
           ELSE                                                         00679000
               IF WS-CUM-GPA NOT < WS-PROBATION-MIN                     00680000
                   SET WS-NEW-IS-PROBATION TO TRUE                      00681000
               ELSE                                                     00682000
                   SET WS-NEW-IS-SUSPENDED TO TRUE                      00683000
               END-IF                                                   00684000
           END-IF.                                                      00685000
      *                                                                 00686000
      *-----------------------------------------------------------------00687000
      * WRITE-STUDGPA-ROW - REPLACES THE STUDENT'S ROW FOR THE TERM     00688000
      * IF AN EARLIER RUN WROTE ONE, OTHERWISE ADDS IT.                 00689000
      *-----------------------------------------------------------------00690000
       WRITE-STUDGPA-ROW.                                               00691000
           MOVE WS-RUN-DATE TO WS-GPA-DATE.                             00692000
              EXEC SQL                                                  00693000
                  UPDATE STUDGPA                                        00694000
                     SET TERMCRED = :WS-TERM-CRED,                      00695000
                         TERMGPA  = :WS-TERM-GPA,                       00696000
                         CUMCRED  = :WS-CUM-CRED,                       00697000
                         CUMGPA   = :WS-CUM-GPA,                        00698000
                         STANDING = :WS-NEW-STANDING,                   00699000
                         GPADATE  = :WS-GPA-DATE                        00700000
                   WHERE STUDID   = :WS-STUDID                          00701000
                     AND TERM     = :WS-TERM                            00702000
              END-EXEC.                                                 00703000
           IF SQLCODE = 100                                             00704000
              EXEC SQL                                                  00705000
                  INSERT INTO STUDGPA                                   00706000
                      (STUDID, TERM, TERMCRED, TERMGPA, CUMCRED,        00707000
                       CUMGPA, STANDING, GPADATE)                       00708000
                  VALUES                                                00709000
                      (:WS-STUDID, :WS-TERM, :WS-TERM-CRED,             00710000
                       :WS-TERM-GPA, :WS-CUM-CRED, :WS-CUM-GPA,         00711000
                       :WS-NEW-STANDING, :WS-GPA-DATE)                  00712000
              END-EXEC                                                  00713000
               MOVE 'INSERT' TO WS-SQL-OPERATION                        00714000
           ELSE                                                         00715000
               MOVE 'UPDATE' TO WS-SQL-OPERATION                        00716000
           END-IF.                                                      00717000
           IF SQLCODE = 0                                               00718000
               PERFORM COMMIT-ON-INTERVAL                               00719000
           ELSE                                                         00720000
               PERFORM HANDLE-SQL-ERROR                                 00721000
           END-IF.                                                      00722000
      *                                                                 00723000
      *-----------------------------------------------------------------00724000
      * APPLY-STANDING - A STUDENT ALREADY SWEPT TO THE GRADUATE        00725000
      * ARCHIVE KEEPS THE GPA ROW BUT HAS NO STUDTAB ROW TO UPDATE.     00726000
      * A BLANK STANDING (A ROW FROM BEFORE STANDING WAS KEPT) IS       00727000
      * GOOD STANDING.  ONLY A REAL CHANGE IS UPDATED AND HISTORIED.    00728000
      *-----------------------------------------------------------------00729000
       APPLY-STANDING.                                                  00730000
           PERFORM FETCH-STUDENT.                                       00731000
           IF WS-ERROR-COUNT > 0                                        00732000
               CONTINUE                                                 00733000
           ELSE                                                         00734000
               IF NOT WS-STUDENT-FOUND                                  00735000
                   ADD 1 TO WS-ARCHIVED-COUNT                           00736000
               ELSE                                                     00737000
                   IF WS-STANDING = SPACE                               00738000
                       MOVE 'G' TO WS-OLD-STANDING                      00739000
                   ELSE                                                 00740000
                       MOVE WS-STANDING TO WS-OLD-STANDING              00741000
                   END-IF                                               00742000
                   EVALUATE TRUE                                        00743000
                       WHEN WS-NEW-IS-GOOD                              00744000
                           ADD 1 TO WS-GOOD-COUNT                       00745000
                       WHEN WS-NEW-IS-PROBATION                         00746000
                           ADD 1 TO WS-PROBATION-COUNT                  00747000
                       WHEN OTHER                                       00748000
                           ADD 1 TO WS-SUSPENDED-COUNT                  00749000
                   END-EVALUATE                                         00750000
                   IF WS-NEW-STANDING NOT = WS-OLD-STANDING             00751000
                       PERFORM UPDATE-STANDING                          00752000
                   END-IF                                               00753000
               END-IF                                                   00754000
           END-IF.                                                      00755000
      *                                                                 00756000
       FETCH-STUDENT.                                                   00757000
           MOVE 'N' TO WS-STUDENT-FOUND-SW.                             00758000
              EXEC SQL                                                  00759000
                  SELECT STUDNAME, DEGREE, STUDGRP,                     00760000
                         CURRSEM, YEARPASS, STANDING                    00761000
                    INTO :WS-STUDNAME, :WS-DEGREE, :WS-STUDGRP,         00762000
                         :WS-CURR-SEM, :WS-YEAR-PASS, :WS-STANDING      00763000
                    FROM STUDTAB                                        00764000
                   WHERE STUDID = :WS-STUDID                            00765000
              END-EXEC.                                                 00766000
           IF SQLCODE = 0                                               00767000
               SET WS-STUDENT-FOUND TO TRUE                             00768000
           ELSE                                                         00769000
               IF SQLCODE NOT = 100                                     00770000
                   MOVE 'SELECT' TO WS-SQL-OPERATION                    00771000
                   PERFORM HANDLE-SQL-ERROR                             00772000
               END-IF                                                   00773000
           END-IF.                                                      00774000
      *                                                                 00775000
       UPDATE-STANDING.                                                 00776000
              EXEC SQL                                                  00777000
                  UPDATE STUDTAB                                        00778000
                     SET STANDING = :WS-NEW-STANDING                    00779000
                   WHERE STUDID   = :WS-STUDID                          00780000
              END-EXEC.                                                 00781000
           IF SQLCODE = 0                                               00782000
               ADD 1 TO WS-CHANGED-COUNT                                00783000
               PERFORM WRITE-STUDENT-HISTORY                            00784000
               IF WS-ERROR-COUNT = 0                                    00785000
                   PERFORM WRITE-CHANGE-LINE                            00786000
                   PERFORM COMMIT-ON-INTERVAL                           00787000
               END-IF                                                   00788000
           ELSE                                                         00789000
               MOVE 'UPDATE' TO WS-SQL-OPERATION                        00790000
               PERFORM HANDLE-SQL-ERROR                                 00791000
           END-IF.                                                      00792000
      *                                                                 00793000
      *-----------------------------------------------------------------00794000
      * WRITE-STUDENT-HISTORY - BEFORE = THE ROW AS FETCHED, AFTER =    00795000
      * THE SAME ROW WITH THE NEW STANDING.  SEQUENCE IS MAX+1 PER      00796000
      * STUDID AND DAY, AS STUDTEST TAKES IT.                           00797000
      *-----------------------------------------------------------------00798000
       WRITE-STUDENT-HISTORY.                                           00799000
           MOVE WS-RUN-DATE     TO WS-H-CHGDATE.                        00800000
           MOVE WS-RUN-TIME     TO WS-H-CHGTIME.                        00801000
           MOVE 'U'             TO WS-H-CHGTYPE.                        00802000
           MOVE 'STUDGRD '      TO WS-H-CHGPGM.                         00803000
           MOVE WS-STUDNAME     TO WS-B-STUDNAME WS-A-STUDNAME.         00804000
           MOVE WS-DEGREE       TO WS-B-DEGREE   WS-A-DEGREE.           00805000
           MOVE WS-STUDGRP      TO WS-B-STUDGRP  WS-A-STUDGRP.          00806000
           MOVE WS-CURR-SEM     TO WS-B-CURRSEM  WS-A-CURRSEM.          00807000
           MOVE WS-YEAR-PASS    TO WS-B-YEARPASS WS-A-YEARPASS.         00808000
           MOVE WS-STANDING     TO WS-B-STANDING.                       00809000
           MOVE WS-NEW-STANDING TO WS-A-STANDING.                       00810000
      *                                                                 00811000
              EXEC SQL                                                  00812000
                  SELECT COALESCE(MAX(CHGSEQ), 0) + 1                   00813000
                    INTO :WS-H-CHGSEQ                                   00814000
                    FROM STUDHIST                                       00815000
                   WHERE STUDID  = :WS-STUDID                           00816000
                     AND CHGDATE = :WS-H-CHGDATE                        00817000
              END-EXEC.                                                 00818000
           IF SQLCODE NOT = 0                                           00819000
               MOVE 'SELECT' TO WS-SQL-OPERATION                        00820000
               PERFORM HANDLE-SQL-ERROR                                 00821000
           ELSE                                                         00822000
              EXEC SQL                                                  00823000
                  INSERT INTO STUDHIST                                  00824000
                      (STUDID, CHGDATE, CHGSEQ, CHGTYPE, CHGTIME,       00825000
                       CHGPGM,                                          00826000
                       BEF_STUDNAME, BEF_DEGREE, BEF_STUDGRP,           00827000
                       BEF_CURRSEM, BEF_YEARPASS, BEF_STANDING,         00828000
                       AFT_STUDNAME, AFT_DEGREE, AFT_STUDGRP,           00829000
                       AFT_CURRSEM, AFT_YEARPASS, AFT_STANDING)         00830000
                  VALUES                                                00831000
                      (:WS-STUDID, :WS-H-CHGDATE, :WS-H-CHGSEQ,         00832000
                       :WS-H-CHGTYPE, :WS-H-CHGTIME, :WS-H-CHGPGM,      00833000
                       :WS-B-STUDNAME, :WS-B-DEGREE, :WS-B-STUDGRP,     00834000
                       :WS-B-CURRSEM, :WS-B-YEARPASS, :WS-B-STANDING,   00835000
                       :WS-A-STUDNAME, :WS-A-DEGREE, :WS-A-STUDGRP,     00836000
                       :WS-A-CURRSEM, :WS-A-YEARPASS, :WS-A-STANDING)   00837000
              END-EXEC                                                  00838000
              IF SQLCODE = 0                                            00839000
                  ADD 1 TO WS-HIST-WRITE-COUNT                          00840000
              ELSE                                                      00841000
                  MOVE 'INSERT' TO WS-SQL-OPERATION                     00842000
                  PERFORM HANDLE-SQL-ERROR                              00843000
              END-IF                                                    00844000
           END-IF.                                                      00845000
      *                                                                 00846000
       WRITE-CHANGE-LINE.                                               00847000
           MOVE SPACES          TO WS-CHANGE-LINE.                      00848000
           MOVE WS-STUDID       TO WS-CL-STUDID.                        00849000
           MOVE WS-STUDNAME     TO WS-CL-NAME.                          00850000
           MOVE WS-DEGREE       TO WS-CL-DEGREE.                        00851000
           MOVE WS-STUDGRP      TO WS-CL-STUDGRP.                       00852000
           MOVE WS-TERM-GPA     TO WS-CL-TERM-GPA.                      00853000
           MOVE WS-CUM-GPA      TO WS-CL-CUM-GPA.                       00854000
           MOVE WS-OLD-STANDING TO WS-STANDING-CODE.                    00855000
           PERFORM NAME-STANDING.                                       00856000
           MOVE WS-STANDING-NAME TO WS-CL-OLD-STANDING.                 00857000
           MOVE WS-NEW-STANDING TO WS-STANDING-CODE.                    00858000
           PERFORM NAME-STANDING.                                       00859000
           MOVE WS-STANDING-NAME TO WS-CL-NEW-STANDING.                 00860000
           MOVE WS-CHANGE-LINE  TO GRADE-RPT-RECORD.                    00861000
           WRITE GRADE-RPT-RECORD.                                      00862000
      *                                                                 00863000
       NAME-STANDING.                                                   00864000
           EVALUATE WS-STANDING-CODE                                    00865000
               WHEN 'P'                                                 00866000
                   MOVE 'PROBATION   ' TO WS-STANDING-NAME              00867000
               WHEN 'S'                                                 00868000
                   MOVE 'SUSPENDED   ' TO WS-STANDING-NAME              00869000
               WHEN OTHER                                               00870000
                   MOVE 'GOOD        ' TO WS-STANDING-NAME              00871000
           END-EVALUATE.                                                00872000
      *                                                                 00873000
       COMMIT-ON-INTERVAL.                                              00874000
           ADD 1 TO WS-UNCOMMITTED-COUNT.                               00875000
           IF WS-UNCOMMITTED-COUNT >= WS-COMMIT-INTERVAL                00876000
              EXEC SQL                                                  00877000
                  COMMIT                                                00878000
              END-EXEC                                                  00879000
              MOVE ZERO TO WS-UNCOMMITTED-COUNT                         00880000
           END-IF.                                                      00881000
      *                                                                 00882000
       WRITE-GRADE-TOTALS.                                              00883000
           MOVE SPACES TO GRADE-RPT-RECORD.                             00884000
           WRITE GRADE-RPT-RECORD.                                      00885000
           MOVE 'GRADES RECORDED           ' TO WS-RT-LABEL.            00886000
           MOVE WS-GRADED-COUNT TO WS-RT-COUNT.                         00887000
           MOVE WS-RPT-TOTAL-LINE TO GRADE-RPT-RECORD.                  00888000
           WRITE GRADE-RPT-RECORD.                                      00889000
           MOVE '  OF WHICH CORRECTIONS    ' TO WS-RT-LABEL.            00890000
           MOVE WS-REGRADED-COUNT TO WS-RT-COUNT.                       00891000
           MOVE WS-RPT-TOTAL-LINE TO GRADE-RPT-RECORD.                  00892000
           WRITE GRADE-RPT-RECORD.                                      00893000
           MOVE 'GRADES REJECTED           ' TO WS-RT-LABEL.            00894000
           MOVE WS-REJECT-COUNT TO WS-RT-COUNT.                         00895000
           MOVE WS-RPT-TOTAL-LINE TO GRADE-RPT-RECORD.                  00896000
           WRITE GRADE-RPT-RECORD.                                      00897000
           MOVE 'STUDENTS FULLY GRADED     ' TO WS-RT-LABEL.            00898000
           MOVE WS-GPA-COUNT TO WS-RT-COUNT.                            00899000
           MOVE WS-RPT-TOTAL-LINE TO GRADE-RPT-RECORD.                  00900000
           WRITE GRADE-RPT-RECORD.                                      00901000
           MOVE 'STUDENTS AWAITING GRADES  ' TO WS-RT-LABEL.            00902000
           MOVE WS-AWAITING-COUNT TO WS-RT-COUNT.                       00903000
           MOVE WS-RPT-TOTAL-LINE TO GRADE-RPT-RECORD.                  00904000
           WRITE GRADE-RPT-RECORD.                                      00905000
           MOVE '  IN GOOD STANDING        ' TO WS-RT-LABEL.            00906000
           MOVE WS-GOOD-COUNT TO WS-RT-COUNT.                           00907000
           MOVE WS-RPT-TOTAL-LINE TO GRADE-RPT-RECORD.                  00908000
           WRITE GRADE-RPT-RECORD.                                      00909000
           MOVE '  ON PROBATION            ' TO WS-RT-LABEL.            00910000
           MOVE WS-PROBATION-COUNT TO WS-RT-COUNT.                      00911000
           MOVE WS-RPT-TOTAL-LINE TO GRADE-RPT-RECORD.                  00912000
           WRITE GRADE-RPT-RECORD.                                      00913000
           MOVE '  SUSPENDED               ' TO WS-RT-LABEL.            00914000
           MOVE WS-SUSPENDED-COUNT TO WS-RT-COUNT.                      00915000
           MOVE WS-RPT-TOTAL-LINE TO GRADE-RPT-RECORD.                  00916000
           WRITE GRADE-RPT-RECORD.                                      00917000
           MOVE '  ALREADY ARCHIVED        ' TO WS-RT-LABEL.            00918000
           MOVE WS-ARCHIVED-COUNT TO WS-RT-COUNT.                       00919000
           MOVE WS-RPT-TOTAL-LINE TO GRADE-RPT-RECORD.                  00920000
           WRITE GRADE-RPT-RECORD.                                      00921000
           MOVE 'STANDING CHANGES          ' TO WS-RT-LABEL.            00922000
           MOVE WS-CHANGED-COUNT TO WS-RT-COUNT.                        00923000
           MOVE WS-RPT-TOTAL-LINE TO GRADE-RPT-RECORD.                  00924000
           WRITE GRADE-RPT-RECORD.                                      00925000
      *                                                                 00926000
      *-----------------------------------------------------------------00927000
      * HANDLE-SQL-ERROR - ROLLS BACK TO THE LAST COMMIT AND REPORTS    00928000
      * THE FAILING OPERATION, FOLLOWING THE CONVENTION STUDTEST'S      00929000
      * ERROR HANDLER ESTABLISHED FOR THIS STREAM.                      00930000
      *-----------------------------------------------------------------00931000
       HANDLE-SQL-ERROR.                                                00932000
           ADD 1 TO WS-ERROR-COUNT.                                     00933000
           DISPLAY 'STUDGRD: SQL ERROR ON ' WS-SQL-OPERATION            00934000
                   ' FOR STUDID ' WS-STUDID ' SQLCODE=' SQLCODE         00935000
                   ' SQLSTATE=' SQLSTATE.                               00936000
              EXEC SQL                                                  00937000
                  ROLLBACK                                              00938000
              END-EXEC.                                                 00939000
      *                                                                 00940000
      *-----------------------------------------------------------------00941000
      * WRITE-JOURNAL-START / WRITE-JOURNAL-END - BATCH-WINDOW RUN      00942000
      * JOURNAL BOOKKEEPING.  JOURNALING IS BEST-EFFORT: A STEP THAT    00943000
      * CANNOT REACH THE JOURNAL STILL RUNS, IT JUST GOES MISSING       00944000
      * FROM THE END-OF-WINDOW SUMMARY.                                 00945000
      *-----------------------------------------------------------------00946000
       WRITE-JOURNAL-START.                                             00947000
           OPEN EXTEND RUN-JOURNAL.                                     00948000
           IF WS-JRNL-FS NOT = '00'                                     00949000
               OPEN OUTPUT RUN-JOURNAL                                  00950000
           END-IF.                                                      00951000
           IF WS-JRNL-FS = '00'                                         00952000
               SET WS-JOURNAL-IS-OPEN TO TRUE                           00953000
               MOVE SPACES     TO JRNL-RECORD                           00954000
               MOVE 'S'        TO JRNL-REC-TYPE                         00955000
               MOVE 'STUDGRD ' TO JRNL-PROGRAM                          00956000
               ACCEPT JRNL-DATE FROM DATE YYYYMMDD                      00957000
               ACCEPT JRNL-TIME FROM TIME                               00958000
               MOVE ZERO TO JRNL-RC                                     00959000
               MOVE ZERO TO JRNL-COUNT-VAL(1)                           00960000
               MOVE ZERO TO JRNL-COUNT-VAL(2)                           00961000
               MOVE ZERO TO JRNL-COUNT-VAL(3)                           00962000
               WRITE JRNL-RECORD                                        00963000
           ELSE                                                         00964000
               DISPLAY 'STUDGRD : RUN JOURNAL UNAVAILABLE - FILE '      00965000
                       'STATUS ' WS-JRNL-FS                             00966000
           END-IF.                                                      00967000
      *                                                                 00968000
       WRITE-JOURNAL-END.                                               00969000
           IF WS-JOURNAL-IS-OPEN                                        00970000
               MOVE SPACES     TO JRNL-RECORD                           00971000
               MOVE 'E'        TO JRNL-REC-TYPE                         00972000
               MOVE 'STUDGRD ' TO JRNL-PROGRAM                          00973000
               ACCEPT JRNL-DATE FROM DATE YYYYMMDD                      00974000
               ACCEPT JRNL-TIME FROM TIME                               00975000
               MOVE RETURN-CODE       TO JRNL-RC                        00976000
               MOVE 'GRADED'          TO JRNL-COUNT-LBL(1)              00977000
               MOVE WS-GRADED-COUNT   TO JRNL-COUNT-VAL(1)              00978000
               MOVE 'STANDCHG'        TO JRNL-COUNT-LBL(2)              00979000
               MOVE WS-CHANGED-COUNT  TO JRNL-COUNT-VAL(2)              00980000
               MOVE 'SQLERRORS'       TO JRNL-COUNT-LBL(3)              00981000
               MOVE WS-ERROR-COUNT    TO JRNL-COUNT-VAL(3)              00982000
               WRITE JRNL-RECORD                                        00983000
               CLOSE RUN-JOURNAL                                        00984000
           END-IF.                                                      00985000
