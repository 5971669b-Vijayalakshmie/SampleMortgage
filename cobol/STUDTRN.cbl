       IDENTIFICATION DIVISION.                                         00001000
       PROGRAM-ID. STUDTRN.                                             00002000
       ENVIRONMENT DIVISION.                                            00003000
       INPUT-OUTPUT SECTION.                                            00004000
       FILE-CONTROL.                                                    00005000
           SELECT STUDID-FILE ASSIGN TO STUDIDS                         00006000
               ORGANIZATION IS LINE SEQUENTIAL                          00007000
               FILE STATUS  IS WS-STUDID-FS.                            00008000
      *                                                                 00009000
           SELECT GRAD-ARCH-FILE ASSIGN TO GRADARCH                     00010000
               ORGANIZATION IS LINE SEQUENTIAL                          00011000
               FILE STATUS  IS WS-ARCH-FS.                              00012000
      *                                                                 00013000
           SELECT TRANSCRIPT-FILE ASSIGN TO TRANSCPT                    00014000
               ORGANIZATION IS LINE SEQUENTIAL                          00015000
               FILE STATUS  IS WS-TRN-FS.                               00016000
      *                                                                 00017000
           SELECT RUN-JOURNAL ASSIGN TO RUNJRNL                         00018000
               ORGANIZATION IS LINE SEQUENTIAL                          00019000
               FILE STATUS  IS WS-JRNL-FS.                              00020000
      *                                                                 00021000
       DATA DIVISION.                                                   00022000
       FILE SECTION.                                                    00023000
       FD  STUDID-FILE                                                  00024000
           RECORD CONTAINS 9 CHARACTERS.                                00025000
      *                                                                 00026000
       01  STUDID-RECORD              PIC 9(09).                        00027000
      *                                                                 00028000
      *-----------------------------------------------------------------00029000
      * GRAD-ARCH-RECORD - STUDGRAD'S ARCHIVE OF GRADUATES SWEPT OFF    00030000
      * STUDTAB, READ HERE FOR THE NAME AND DEGREE OF A STUDENT WHO     00031000
      * IS NO LONGER ON THE TABLE.                                      00032000
      *-----------------------------------------------------------------00033000
       FD  GRAD-ARCH-FILE                                               00034000
           RECORD CONTAINS 80 CHARACTERS.                               00035000
      *                                                                 00036000
       01  GRAD-ARCH-RECORD.                                            00037000
           05 GA-STUDID               PIC 9(09).                        00038000
           05 GA-STUDNAME             PIC X(30).                        00039000
           05 GA-DEGREE               PIC X(05).                        00040000
           05 GA-STUDGRP              PIC X(10).                        00041000
           05 GA-CURRSEM              PIC 9(09).                        00042000
           05 GA-YEARPASS             PIC 9(09).                        00043000
           05 GA-ARCH-DATE            PIC X(08).                        00044000
      *                                                                 00045000
       FD  TRANSCRIPT-FILE                                              00046000
           RECORD CONTAINS 132 CHARACTERS.                              00047000
      *                                                                 00048000
       01  TRANSCRIPT-RECORD          PIC X(132).                       00049000
      *                                                                 00050000
       FD  RUN-JOURNAL                                                  00051000
           RECORD CONTAINS 100 CHARACTERS.                              00052000
      *                                                                 00053000
           COPY RUNJRNL.                                                00054000
      *                                                                 00055000
       WORKING-STORAGE SECTION.                                         00056000
      *                                                                 00057000
      *-----------------------------------------------------------------00058000
      * STUDTRN - PRINTABLE ACADEMIC TRANSCRIPT, ONE PER STUDID, OF     00059000
      * EVERY COMPLETED TERM: EACH GRADED COURSE, THEN THE TERM'S       00060000
      * CREDITS, TERM GPA, CUMULATIVE GPA AND STANDING AS STUDGRD       00061000
      * LEFT THEM ON STUDGPA.  A TERM IS COMPLETED ONCE STUDGRD HAS     00062000
      * WRITTEN ITS STUDGPA ROW.  THE STUDIDS COME FROM A LIST FILE     00063000
      * OR A SINGLE PARM, AS FOR STUDTEST.  A STUDENT STUDGRAD HAS      00064000
      * ALREADY SWEPT OFF STUDTAB IS IDENTIFIED FROM THE GRADARCH       00065000
      * ARCHIVE - THE GRADES THEMSELVES STAY ON ENROLTAB/STUDGPA.       00066000
      *-----------------------------------------------------------------00067000
       01 WS-STUDENT.                                                   00068000
          05 WS-STUDID                 PIC S9(9) USAGE COMP-5.          00069000
          05 WS-STUDNAME               PIC X(30).                       00070000
          05 WS-DEGREE                 PIC X(5).                        00071000
          05 WS-STUDGRP                PIC X(10).                       00072000
          05 WS-CURR-SEM               PIC S9(9) USAGE COMP-5.          00073000
          05 WS-YEAR-PASS              PIC S9(9) USAGE COMP-5.          00074000
      *                                                                 00075000
       01 WS-TRANSCRIPT-ROW.                                            00076000
          05 WS-TERM                   PIC X(05).                       00077000
          05 WS-CRSCODE                PIC X(08).                       00078000
          05 WS-CRSTITLE               PIC X(30).                       00079000
          05 WS-GRADE                  PIC X(02).                       00080000
          05 WS-GRADECRED              PIC S9(9) USAGE COMP-5.          00081000
          05 WS-GRADEPTS               PIC S9(1)V99 USAGE COMP-3.       00082000
          05 WS-TERM-CRED              PIC S9(9) USAGE COMP-5.          00083000
          05 WS-TERM-GPA               PIC S9(1)V99 USAGE COMP-3.       00084000
          05 WS-CUM-CRED               PIC S9(9) USAGE COMP-5.          00085000
          05 WS-CUM-GPA                PIC S9(1)V99 USAGE COMP-3.       00086000
          05 WS-STANDING               PIC X(01).                       00087000
      *                                                                 00088000
      *-----------------------------------------------------------------00089000
      * WS-PRIOR-TERM - THE TERM BEING PRINTED AND ITS STUDGPA          00090000
      * FIGURES, HELD FOR THE TERM LINE WRITTEN ON THE BREAK.           00091000
      *-----------------------------------------------------------------00092000
       01 WS-PRIOR-TERM.                                                00093000
          05 WS-PT-TERM                PIC X(05).                       00094000
          05 WS-PT-TERM-CRED           PIC S9(9) USAGE COMP-5.          00095000
          05 WS-PT-TERM-GPA            PIC S9(1)V99 USAGE COMP-3.       00096000
          05 WS-PT-CUM-CRED            PIC S9(9) USAGE COMP-5.          00097000
          05 WS-PT-CUM-GPA             PIC S9(1)V99 USAGE COMP-3.       00098000
          05 WS-PT-STANDING            PIC X(01).                       00099000
      *                                                                 00100000
       01 WS-PARM-STUDID               PIC X(09) VALUE SPACES.          00101000
      *                                                                 00102000
       01 WS-COUNTERS.                                                  00103000
          05 WS-STUDID-COUNT           PIC 9(7) VALUE ZERO.             00104000
          05 WS-PRINTED-COUNT          PIC 9(7) VALUE ZERO.             00105000
          05 WS-GRADUATE-COUNT         PIC 9(7) VALUE ZERO.             00106000
          05 WS-NOTFOUND-COUNT         PIC 9(7) VALUE ZERO.             00107000
          05 WS-TERM-COUNT             PIC 9(7) VALUE ZERO.             00108000
          05 WS-ERROR-COUNT            PIC 9(7) VALUE ZERO.             00109000
      *                                                                 00110000
       01 WS-STUDID-FS                 PIC X(02) VALUE '00'.            00111000
       01 WS-ARCH-FS                   PIC X(02) VALUE '00'.            00112000
       01 WS-TRN-FS                    PIC X(02) VALUE '00'.            00113000
      *                                                                 00114000
       01 WS-STUDID-EOF-SW             PIC X(01) VALUE 'N'.             00115000
          88 WS-STUDID-EOF                       VALUE 'Y'.             00116000
          88 WS-STUDID-NOT-EOF                   VALUE 'N'.             00117000
      *                                                                 00118000
       01 WS-ARCH-EOF-SW               PIC X(01) VALUE 'N'.             00119000
          88 WS-ARCH-EOF                         VALUE 'Y'.             00120000
          88 WS-ARCH-NOT-EOF                     VALUE 'N'.             00121000
      *                                                                 00122000
       01 WS-TRN-EOF-SW                PIC X(01) VALUE 'N'.             00123000
          88 WS-TRN-EOF                          VALUE 'Y'.             00124000
          88 WS-TRN-NOT-EOF                      VALUE 'N'.             00125000
      *                                                                 00126000
       01 WS-STUDENT-SOURCE-SW         PIC X(01) VALUE SPACE.           00127000
          88 WS-ON-STUDTAB                       VALUE 'T'.             00128000
          88 WS-ON-ARCHIVE                       VALUE 'A'.             00129000
          88 WS-NOT-FOUND                        VALUE SPACE.           00130000
      *                                                                 00131000
       01 WS-SQL-OPERATION             PIC X(10) VALUE SPACES.          00132000
      *                                                                 00133000
       01 WS-TRN-PAGE-CONTROL.                                          00134000
          05 WS-TRN-PAGE-NO            PIC 9(4) VALUE ZERO.             00135000
          05 WS-TRN-LINE-COUNT         PIC 9(2) VALUE 99.               00136000
          05 WS-TRN-LINES-PER-PAGE     PIC 9(2) VALUE 55.               00137000
      *                                                                 00138000
       01 WS-TRN-HEADING-1.                                             00139000
          05 FILLER PIC X(34)                                           00140000
             VALUE 'ACADEMIC TRANSCRIPT'.                               00141000
          05 FILLER                    PIC X(08) VALUE SPACES.          00142000
          05 FILLER                    PIC X(05) VALUE 'PAGE '.         00143000
          05 WS-TH1-PAGE-NO            PIC ZZZ9.                        00144000
      *                                                                 00145000
       01 WS-TRN-STUDENT-LINE.                                          00146000
          05 FILLER                    PIC X(08) VALUE 'STUDID  '.      00147000
          05 WS-TS-STUDID              PIC 9(09).                       00148000
          05 FILLER                    PIC X(02) VALUE SPACES.          00149000
          05 WS-TS-NAME                PIC X(30).                       00150000
          05 FILLER                    PIC X(10) VALUE '  DEGREE  '.    00151000
          05 WS-TS-DEGREE              PIC X(05).                       00152000
          05 FILLER                    PIC X(09) VALUE '  GROUP  '.     00153000
          05 WS-TS-STUDGRP             PIC X(10).                       00154000
          05 FILLER                    PIC X(02) VALUE SPACES.          00155000
          05 WS-TS-STATUS              PIC X(20).                       00156000
      *                                                                 00157000
       01 WS-STATUS-CURRENT.                                            00158000
          05 FILLER                    PIC X(09) VALUE 'SEMESTER '.     00159000
          05 WS-SC-CURRSEM             PIC Z9.                          00160000
      *                                                                 00161000
       01 WS-STATUS-GRADUATED.                                          00162000
          05 FILLER                    PIC X(10) VALUE 'GRADUATED '.    00163000
          05 WS-SG-YEARPASS            PIC 9(04).                       00164000
      *                                                                 00165000
       01 WS-TRN-HEADING-2.                                             00166000
          05 FILLER PIC X(07) VALUE 'TERM   '.                          00167000
          05 FILLER PIC X(10) VALUE 'COURSE    '.                       00168000
          05 FILLER PIC X(32) VALUE 'TITLE'.                            00169000
          05 FILLER PIC X(07) VALUE 'GRADE  '.                          00170000
          05 FILLER PIC X(09) VALUE 'CREDITS  '.                        00171000
          05 FILLER PIC X(06) VALUE 'POINTS'.                           00172000
      *                                                                 00173000
       01 WS-TRN-COURSE-LINE.                                           00174000
          05 WS-TC-TERM                PIC X(05).                       00175000
          05 FILLER                    PIC X(02) VALUE SPACES.          00176000
          05 WS-TC-CRSCODE             PIC X(08).                       00177000
          05 FILLER                    PIC X(02) VALUE SPACES.          00178000
          05 WS-TC-TITLE               PIC X(30).                       00179000
          05 FILLER                    PIC X(02) VALUE SPACES.          00180000
          05 WS-TC-GRADE               PIC X(02).                       00181000
          05 FILLER                    PIC X(09) VALUE SPACES.          00182000
          05 WS-TC-CREDITS             PIC Z9.                          00183000
          05 FILLER                    PIC X(04) VALUE SPACES.          00184000
          05 WS-TC-POINTS              PIC 9.99.                        00185000
      *                                                                 00186000
       01 WS-TRN-TERM-LINE.                                             00187000
          05 FILLER                    PIC X(07) VALUE SPACES.          00188000
          05 FILLER                    PIC X(05) VALUE 'TERM '.         00189000
          05 WS-TT-TERM                PIC X(05).                       00190000
          05 FILLER                    PIC X(10) VALUE '  CREDITS '.    00191000
          05 WS-TT-TERM-CRED           PIC ZZ9.                         00192000
          05 FILLER                    PIC X(11) VALUE '  TERM GPA '.   00193000
          05 WS-TT-TERM-GPA            PIC 9.99.                        00194000
          05 FILLER                    PIC X(14) VALUE '  CUM CREDITS '.00195000
          05 WS-TT-CUM-CRED            PIC ZZZ9.                        00196000
          05 FILLER                    PIC X(10) VALUE '  CUM GPA '.    00197000
          05 WS-TT-CUM-GPA             PIC 9.99.                        00198000
          05 FILLER                    PIC X(11) VALUE '  STANDING '.   00199000
          05 WS-TT-STANDING            PIC X(12).                       00200000
      *                                                                 00201000
       01 WS-TRN-NONE-LINE             PIC X(40)                        00202000
             VALUE 'NO COMPLETED TERMS ON RECORD'.                      00203000
      *                                                                 00204000
       01 WS-JRNL-FS                   PIC X(02) VALUE '00'.            00205000
       01 WS-JOURNAL-OPEN-SW           PIC X(01) VALUE 'N'.             00206000
          88 WS-JOURNAL-IS-OPEN                  VALUE 'Y'.             00207000
      *                                                                 00208000
           EXEC SQL                                                     00209000
               INCLUDE SQLCA                                            00210000
           END-EXEC.                                                    00211000
      *                                                                 00212000
           EXEC SQL                                                     00213000
               INCLUDE STUDTAB                                          00214000
           END-EXEC.                                                    00215000
      *                                                                 00216000
           EXEC SQL                                                     00217000
               INCLUDE COURSETAB                                        00218000
           END-EXEC.                                                    00219000
      *                                                                 00220000
           EXEC SQL                                                     00221000
               INCLUDE ENROLTAB                                         00222000
           END-EXEC.                                                    00223000
      *                                                                 00224000
           EXEC SQL                                                     00225000
               INCLUDE STUDGPA                                          00226000
           END-EXEC.                                                    00227000
      *                                                                 00228000
      *-----------------------------------------------------------------00229000
      * TRANSCRIPT_CURSOR - THE STUDENT'S GRADED COURSES IN EVERY       00230000
      * TERM STUDGRD HAS CLOSED, WITH THAT TERM'S STUDGPA FIGURES       00231000
      * CARRIED ON EACH ROW FOR THE TERM LINE.                          00232000
      *-----------------------------------------------------------------00233000
           EXEC SQL                                                     00234000
             DECLARE TRANSCRIPT_CURSOR CURSOR FOR                       00235000
               SELECT E.TERM, E.CRSCODE, C.CRSTITLE, E.GRADE,           00236000
                      E.GRADECRED, E.GRADEPTS,                          00237000
                      G.TERMCRED, G.TERMGPA, G.CUMCRED, G.CUMGPA,       00238000
                      G.STANDING                                        00239000
               FROM ENROLTAB E, COURSETAB C, STUDGPA G                  00240000
               WHERE E.STUDID  = :WS-STUDID                             00241000
                 AND E.ENRSTAT = 'E'                                    00242000
                 AND E.GRADE  <> ' '                                    00243000
                 AND C.CRSCODE = E.CRSCODE                              00244000
                 AND G.STUDID  = E.STUDID                               00245000
                 AND G.TERM    = E.TERM                                 00246000
               ORDER BY E.TERM, E.CRSCODE                               00247000
           END-EXEC.                                                    00248000
      *                                                                 00249000
       PROCEDURE DIVISION.                                              00250000
           DISPLAY 'STUDTRN - ACADEMIC TRANSCRIPTS'.                    00251000
      *                                                                 00252000
           PERFORM WRITE-JOURNAL-START.                                 00253000
      *                                                                 00254000
           OPEN OUTPUT TRANSCRIPT-FILE.                                 00255000
           IF WS-TRN-FS NOT = '00'                                      00256000
               DISPLAY 'STUDTRN: UNABLE TO OPEN TRANSCPT - FILE '       00257000
                       'STATUS ' WS-TRN-FS                              00258000
               MOVE 8 TO RETURN-CODE                                    00259000
               PERFORM WRITE-JOURNAL-END                                00260000
               STOP RUN                                                 00261000
           END-IF.                                                      00262000
      *                                                                 00263000
           PERFORM PROCESS-STUDID-LIST.                                 00264000
      *                                                                 00265000
           CLOSE TRANSCRIPT-FILE.                                       00266000
      *                                                                 00267000
           DISPLAY 'STUDTRN: STUDIDS REQUESTED  - ' WS-STUDID-COUNT.    00268000
           DISPLAY 'STUDTRN: TRANSCRIPTS        - ' WS-PRINTED-COUNT.   00269000
           DISPLAY 'STUDTRN:   OF GRADUATES     - '                     00270000
                   WS-GRADUATE-COUNT.                                   00271000
           DISPLAY 'STUDTRN: TERMS PRINTED      - ' WS-TERM-COUNT.      00272000
           DISPLAY 'STUDTRN: STUDIDS NOT FOUND  - '                     00273000
                   WS-NOTFOUND-COUNT.                                   00274000
           DISPLAY 'STUDTRN: SQL ERRORS         - ' WS-ERROR-COUNT.     00275000
      *                                                                 00276000
           IF WS-ERROR-COUNT > 0                                        00277000
               MOVE 8 TO RETURN-CODE                                    00278000
           ELSE                                                         00279000
               IF WS-NOTFOUND-COUNT > 0 OR WS-PRINTED-COUNT = 0         00280000
                   MOVE 4 TO RETURN-CODE                                00281000
               ELSE                                                     00282000
                   MOVE 0 TO RETURN-CODE                                00283000
               END-IF                                                   00284000
           END-IF.                                                      00285000
      *                                                                 00286000
           PERFORM WRITE-JOURNAL-END.                                   00287000
           STOP RUN.                                                    00288000
      *                                                                 00289000
      *-----------------------------------------------------------------00290000
      * PROCESS-STUDID-LIST - ONE TRANSCRIPT PER STUDID ON STUDIDS;     00291000
      * WITHOUT THE FILE, A SINGLE STUDID FROM THE PARM, THE SAME       00292000
      * FALLBACK STUDTEST USES FOR AN AD HOC ONE-STUDENT REQUEST.       00293000
      *-----------------------------------------------------------------00294000
       PROCESS-STUDID-LIST.                                             00295000
           OPEN INPUT STUDID-FILE.                                      00296000
           IF WS-STUDID-FS = '35'                                       00297000
               PERFORM PROCESS-STUDID-FROM-PARM                         00298000
           ELSE                                                         00299000
               SET WS-STUDID-NOT-EOF TO TRUE                            00300000
               PERFORM UNTIL WS-STUDID-EOF OR WS-ERROR-COUNT > 0        00301000
                   READ STUDID-FILE                                     00302000
                       AT END SET WS-STUDID-EOF TO TRUE                 00303000
                       NOT AT END                                       00304000
                           MOVE STUDID-RECORD TO WS-STUDID              00305000
                           ADD 1 TO WS-STUDID-COUNT                     00306000
                           PERFORM TRANSCRIPT-ONE-STUDENT               00307000
                   END-READ                                             00308000
               END-PERFORM                                              00309000
               CLOSE STUDID-FILE                                        00310000
           END-IF.                                                      00311000
      *                                                                 00312000
       PROCESS-STUDID-FROM-PARM.                                        00313000
           ACCEPT WS-PARM-STUDID FROM COMMAND-LINE.                     00314000
           IF WS-PARM-STUDID = SPACES                                   00315000
                   OR WS-PARM-STUDID IS NOT NUMERIC                     00316000
               DISPLAY 'STUDTRN: NO STUDIDS FILE AND NO NUMERIC '       00317000
                       'STUDID PARM - NOTHING PRINTED'                  00318000
           ELSE                                                         00319000
               MOVE WS-PARM-STUDID TO WS-STUDID                         00320000
               ADD 1 TO WS-STUDID-COUNT                                 00321000
               PERFORM TRANSCRIPT-ONE-STUDENT                           00322000
           END-IF.                                                      00323000
      *                                                                 00324000
       TRANSCRIPT-ONE-STUDENT.                                          00325000
           PERFORM IDENTIFY-STUDENT.                                    00326000
           IF WS-ERROR-COUNT > 0                                        00327000
               CONTINUE                                                 00328000
           ELSE                                                         00329000
               IF WS-NOT-FOUND                                          00330000
                   ADD 1 TO WS-NOTFOUND-COUNT                           00331000
                   DISPLAY 'STUDTRN: STUDID ' WS-STUDID                 00332000
                           ' NOT ON STUDTAB OR GRADUATE ARCHIVE'        00333000
               ELSE                                                     00334000
                   ADD 1 TO WS-PRINTED-COUNT                            00335000
                   IF WS-ON-ARCHIVE                                     00336000
                       ADD 1 TO WS-GRADUATE-COUNT                       00337000
                   END-IF                                               00338000
                   PERFORM PRINT-TRANSCRIPT                             00339000
               END-IF                                                   00340000
           END-IF.                                                      00341000
      *                                                                 00342000
      *-----------------------------------------------------------------00343000
      * IDENTIFY-STUDENT - STUDTAB FIRST; FAILING THAT THE GRADUATE     00344000
      * ARCHIVE, WHERE THE LAST LINE FOR THE STUDID WINS (A STUDGRAD    00345000
      * RERUN CAN ARCHIVE A STUDENT TWICE).                             00346000
      *-----------------------------------------------------------------00347000
       IDENTIFY-STUDENT.                                                00348000
           SET WS-NOT-FOUND TO TRUE.                                    00349000
              EXEC SQL                                                  00350000
                  SELECT STUDNAME, DEGREE, STUDGRP,                     00351000
                         CURRSEM, YEARPASS                              00352000
                    INTO :WS-STUDNAME, :WS-DEGREE, :WS-STUDGRP,         00353000
                         :WS-CURR-SEM, :WS-YEAR-PASS                    00354000
                    FROM STUDTAB                                        00355000
                   WHERE STUDID = :WS-STUDID                            00356000
              END-EXEC.                                                 00357000
           IF SQLCODE = 0                                               00358000
               SET WS-ON-STUDTAB TO TRUE                                00359000
           ELSE                                                         00360000
               IF SQLCODE = 100                                         00361000
                   PERFORM SEARCH-GRADUATE-ARCHIVE                      00362000
               ELSE                                                     00363000
                   MOVE 'SELECT' TO WS-SQL-OPERATION                    00364000
                   PERFORM HANDLE-SQL-ERROR                             00365000
               END-IF                                                   00366000
           END-IF.                                                      00367000
      *                                                                 00368000
       SEARCH-GRADUATE-ARCHIVE.                                         00369000
           OPEN INPUT GRAD-ARCH-FILE.                                   00370000
           IF WS-ARCH-FS NOT = '00'                                     00371000
               DISPLAY 'STUDTRN: GRADARCH NOT AVAILABLE - FILE '        00372000
                       'STATUS ' WS-ARCH-FS                             00373000
           ELSE                                                         00374000
               SET WS-ARCH-NOT-EOF TO TRUE                              00375000
               PERFORM UNTIL WS-ARCH-EOF                                00376000
                   READ GRAD-ARCH-FILE                                  00377000
                       AT END SET WS-ARCH-EOF TO TRUE                   00378000
                       NOT AT END PERFORM CHECK-ARCHIVE-LINE            00379000
                   END-READ                                             00380000
               END-PERFORM                                              00381000
               CLOSE GRAD-ARCH-FILE                                     00382000
           END-IF.                                                      00383000
      *                                                                 00384000
       CHECK-ARCHIVE-LINE.                                              00385000
           IF GA-STUDID = WS-STUDID                                     00386000
               SET WS-ON-ARCHIVE TO TRUE                                00387000
               MOVE GA-STUDNAME TO WS-STUDNAME                          00388000
               MOVE GA-DEGREE   TO WS-DEGREE                            00389000
               MOVE GA-STUDGRP  TO WS-STUDGRP                           00390000
               MOVE GA-CURRSEM  TO WS-CURR-SEM                          00391000
               MOVE GA-YEARPASS TO WS-YEAR-PASS                         00392000
           END-IF.                                                      00393000
      *                                                                 00394000
      *-----------------------------------------------------------------00395000
      * PRINT-TRANSCRIPT - EACH STUDENT STARTS A NEW PAGE.  COURSE      00396000
      * LINES PRINT AS FETCHED; THE TERM LINE IS WRITTEN WHEN THE       00397000
      * TERM CHANGES AND AFTER THE LAST ROW.                            00398000
      *-----------------------------------------------------------------00399000
       PRINT-TRANSCRIPT.                                                00400000
           MOVE 99 TO WS-TRN-LINE-COUNT.                                00401000
           MOVE SPACES TO WS-PT-TERM.                                   00402000
      *                                                                 00403000
              EXEC SQL                                                  00404000
                  OPEN TRANSCRIPT_CURSOR                                00405000
              END-EXEC.                                                 00406000
           IF SQLCODE NOT = 0                                           00407000
               MOVE 'OPEN' TO WS-SQL-OPERATION                          00408000
               PERFORM HANDLE-SQL-ERROR                                 00409000
               SET WS-TRN-EOF TO TRUE                                   00410000
           ELSE                                                         00411000
               SET WS-TRN-NOT-EOF TO TRUE                               00412000
           END-IF.                                                      00413000
      *                                                                 00414000
           PERFORM UNTIL WS-TRN-EOF                                     00415000
              EXEC SQL                                                  00416000
                 FETCH TRANSCRIPT_CURSOR INTO :WS-TERM, :WS-CRSCODE,    00417000
                 :WS-CRSTITLE, :WS-GRADE, :WS-GRADECRED,                00418000
                 :WS-GRADEPTS, :WS-TERM-CRED, :WS-TERM-GPA,             00419000
                 :WS-CUM-CRED, :WS-CUM-GPA, :WS-STANDING                00420000
              END-EXEC                                                  00421000
              EVALUATE TRUE                                             00422000
                  WHEN SQLCODE = 0                                      00423000
                      PERFORM PRINT-COURSE-LINE                         00424000
                  WHEN SQLCODE = 100                                    00425000
                      SET WS-TRN-EOF TO TRUE                            00426000
                  WHEN OTHER                                            00427000
                      MOVE 'FETCH' TO WS-SQL-OPERATION                  00428000
                      PERFORM HANDLE-SQL-ERROR                          00429000
                      SET WS-TRN-EOF TO TRUE                            00430000
              END-EVALUATE                                              00431000
           END-PERFORM.                                                 00432000
      *                                                                 00433000
              EXEC SQL                                                  00434000
                 CLOSE TRANSCRIPT_CURSOR                                00435000
              END-EXEC.                                                 00436000
      *                                                                 00437000
           IF WS-TRN-LINE-COUNT >= WS-TRN-LINES-PER-PAGE                00438000
               PERFORM WRITE-TRN-PAGE-HEADERS                           00439000
           END-IF.                                                      00440000
           IF WS-PT-TERM = SPACES                                       00441000
               MOVE WS-TRN-NONE-LINE TO TRANSCRIPT-RECORD               00442000
               WRITE TRANSCRIPT-RECORD                                  00443000
               ADD 1 TO WS-TRN-LINE-COUNT                               00444000
           ELSE                                                         00445000
               PERFORM WRITE-TERM-LINE                                  00446000
           END-IF.                                                      00447000
      *                                                                 00448000
       PRINT-COURSE-LINE.                                               00449000
           IF WS-TERM NOT = WS-PT-TERM                                  00450000
               IF WS-PT-TERM NOT = SPACES                               00451000
                   PERFORM WRITE-TERM-LINE                              00452000
               END-IF                                                   00453000
               MOVE WS-TERM      TO WS-PT-TERM                          00454000
               MOVE WS-TERM-CRED TO WS-PT-TERM-CRED                     00455000
               MOVE WS-TERM-GPA  TO WS-PT-TERM-GPA                      00456000
               MOVE WS-CUM-CRED  TO WS-PT-CUM-CRED                      00457000
               MOVE WS-CUM-GPA   TO WS-PT-CUM-GPA                       00458000
               MOVE WS-STANDING  TO WS-PT-STANDING                      00459000
           END-IF.                                                      00460000
      *                                                                 00461000
           IF WS-TRN-LINE-COUNT >= WS-TRN-LINES-PER-PAGE                00462000
               PERFORM WRITE-TRN-PAGE-HEADERS                           00463000
           END-IF.                                                      00464000
           MOVE SPACES       TO WS-TRN-COURSE-LINE.                     00465000
           MOVE WS-TERM      TO WS-TC-TERM.                             00466000
           MOVE WS-CRSCODE   TO WS-TC-CRSCODE.                          00467000
           MOVE WS-CRSTITLE  TO WS-TC-TITLE.                            00468000
           MOVE WS-GRADE     TO WS-TC-GRADE.                            00469000
           MOVE WS-GRADECRED TO WS-TC-CREDITS.                          00470000
           MOVE WS-GRADEPTS  TO WS-TC-POINTS.                           00471000
           MOVE WS-TRN-COURSE-LINE TO TRANSCRIPT-RECORD.                00472000
           WRITE TRANSCRIPT-RECORD.                                     00473000
           ADD 1 TO WS-TRN-LINE-COUNT.                                  00474000
      *                                                                 00475000
       WRITE-TERM-LINE.                                                 00476000
           MOVE SPACES          TO WS-TRN-TERM-LINE.                    00477000
           MOVE WS-PT-TERM      TO WS-TT-TERM.                          00478000
           MOVE WS-PT-TERM-CRED TO WS-TT-TERM-CRED.                     00479000
           MOVE WS-PT-TERM-GPA  TO WS-TT-TERM-GPA.                      00480000
           MOVE WS-PT-CUM-CRED  TO WS-TT-CUM-CRED.                      00481000
           MOVE WS-PT-CUM-GPA   TO WS-TT-CUM-GPA.                       00482000
           EVALUATE WS-PT-STANDING                                      00483000
               WHEN 'P'                                                 00484000
                   MOVE 'PROBATION   ' TO WS-TT-STANDING                00485000
               WHEN 'S'                                                 00486000
                   MOVE 'SUSPENDED   ' TO WS-TT-STANDING                00487000
               WHEN OTHER                                               00488000
                   MOVE 'GOOD        ' TO WS-TT-STANDING                00489000
           END-EVALUATE.                                                00490000
           MOVE WS-TRN-TERM-LINE TO TRANSCRIPT-RECORD.                  00491000
           WRITE TRANSCRIPT-RECORD.                                     00492000
           MOVE SPACES TO TRANSCRIPT-RECORD.                            00493000
           WRITE TRANSCRIPT-RECORD.                                     00494000
           ADD 2 TO WS-TRN-LINE-COUNT.                                  00495000
           ADD 1 TO WS-TERM-COUNT.                                      00496000
      *                                                                 00497000
      *-----------------------------------------------------------------00498000
      * WRITE-TRN-PAGE-HEADERS - THE STUDENT'S IDENTITY REPEATS ON      00499000
      * EVERY PAGE SO A LOOSE PAGE CAN STILL BE MATCHED TO ITS          00500000
      * STUDENT.                                                        00501000
      *-----------------------------------------------------------------00502000
       WRITE-TRN-PAGE-HEADERS.                                          00503000
           ADD 1 TO WS-TRN-PAGE-NO.                                     00504000
           MOVE WS-TRN-PAGE-NO TO WS-TH1-PAGE-NO.                       00505000
           MOVE WS-TRN-HEADING-1 TO TRANSCRIPT-RECORD.                  00506000
           WRITE TRANSCRIPT-RECORD.                                     00507000
           MOVE SPACES TO TRANSCRIPT-RECORD.                            00508000
           WRITE TRANSCRIPT-RECORD.                                     00509000
      *                                                                 00510000
           MOVE SPACES      TO WS-TRN-STUDENT-LINE.                     00511000
           MOVE WS-STUDID   TO WS-TS-STUDID.                            00512000
           MOVE WS-STUDNAME TO WS-TS-NAME.                              00513000
           MOVE WS-DEGREE   TO WS-TS-DEGREE.                            00514000
           MOVE WS-STUDGRP  TO WS-TS-STUDGRP.                           00515000
           IF WS-ON-ARCHIVE                                             00516000
               MOVE WS-YEAR-PASS TO WS-SG-YEARPASS                      00517000
               MOVE WS-STATUS-GRADUATED TO WS-TS-STATUS                 00518000
           ELSE                                                         00519000
               MOVE WS-CURR-SEM TO WS-SC-CURRSEM                        00520000
               MOVE WS-STATUS-CURRENT TO WS-TS-STATUS                   00521000
           END-IF.                                                      00522000
           MOVE WS-TRN-STUDENT-LINE TO TRANSCRIPT-RECORD.               00523000
           WRITE TRANSCRIPT-RECORD.                                     00524000
           MOVE SPACES TO TRANSCRIPT-RECORD.                            00525000
           WRITE TRANSCRIPT-RECORD.                                     00526000
      *                                                                 00527000
           MOVE WS-TRN-HEADING-2 TO TRANSCRIPT-RECORD.                  00528000
           WRITE TRANSCRIPT-RECORD.                                     00529000
           MOVE SPACES TO TRANSCRIPT-RECORD.                            00530000
           WRITE TRANSCRIPT-RECORD.                                     00531000
           MOVE ZERO TO WS-TRN-LINE-COUNT.                              00532000
      *                                                                 00533000
      *-----------------------------------------------------------------00534000
      * HANDLE-SQL-ERROR - REPORTS THE FAILING OPERATION, FOLLOWING     00535000
      * THE CONVENTION STUDTEST'S ERROR HANDLER ESTABLISHED FOR THIS    00536000
      * STREAM.  NOTHING IS UPDATED, SO THERE IS NOTHING TO ROLL        00537000
      * BACK.                                                           00538000
      *-----------------------------------------------------------------00539000
       HANDLE-SQL-ERROR.                                                00540000
           ADD 1 TO WS-ERROR-COUNT.                                     00541000
           DISPLAY 'STUDTRN: SQL ERROR ON ' WS-SQL-OPERATION            00542000
                   ' FOR STUDID ' WS-STUDID ' SQLCODE=' SQLCODE         00543000
                   ' SQLSTATE=' SQLSTATE.                               00544000
      *                                                                 00545000
      *-----------------------------------------------------------------00546000
      * WRITE-JOURNAL-START / WRITE-JOURNAL-END - BATCH-WINDOW RUN      00547000
      * JOURNAL BOOKKEEPING.  JOURNALING IS BEST-EFFORT: A STEP THAT    00548000
      * CANNOT REACH THE JOURNAL STILL RUNS, IT JUST GOES MISSING       00549000
      * FROM THE END-OF-WINDOW SUMMARY.                                 00550000
      *-----------------------------------------------------------------00551000
       WRITE-JOURNAL-START.                                             00552000
           OPEN EXTEND RUN-JOURNAL.                                     00553000
           IF WS-JRNL-FS NOT = '00'                                     00554000
               OPEN OUTPUT RUN-JOURNAL                                  00555000
           END-IF.                                                      00556000
           IF WS-JRNL-FS = '00'                                         00557000
               SET WS-JOURNAL-IS-OPEN TO TRUE                           00558000
               MOVE SPACES     TO JRNL-RECORD                           00559000
               MOVE 'S'        TO JRNL-REC-TYPE                         00560000
               MOVE 'STUDTRN ' TO JRNL-PROGRAM                          00561000
               ACCEPT JRNL-DATE FROM DATE YYYYMMDD                      00562000
               ACCEPT JRNL-TIME FROM TIME                               00563000
               MOVE ZERO TO JRNL-RC                                     00564000
               MOVE ZERO TO JRNL-COUNT-VAL(1)                           00565000
               MOVE ZERO TO JRNL-COUNT-VAL(2)                           00566000
               MOVE ZERO TO JRNL-COUNT-VAL(3)                           00567000
               WRITE JRNL-RECORD                                        00568000
           ELSE                                                         00569000
               DISPLAY 'STUDTRN : RUN JOURNAL UNAVAILABLE - FILE '      00570000
                       'STATUS ' WS-JRNL-FS                             00571000
           END-IF.                                                      00572000
      *                                                                 00573000
       WRITE-JOURNAL-END.                                               00574000
           IF WS-JOURNAL-IS-OPEN                                        00575000
               MOVE SPACES     TO JRNL-RECORD                           00576000
               MOVE 'E'        TO JRNL-REC-TYPE                         00577000
               MOVE 'STUDTRN ' TO JRNL-PROGRAM                          00578000
               ACCEPT JRNL-DATE FROM DATE YYYYMMDD                      00579000
               ACCEPT JRNL-TIME FROM TIME                               00580000
               MOVE RETURN-CODE       TO JRNL-RC                        00581000
               MOVE 'PRINTED'         TO JRNL-COUNT-LBL(1)              00582000
               MOVE WS-PRINTED-COUNT  TO JRNL-COUNT-VAL(1)              00583000
               MOVE 'NOTFOUND'        TO JRNL-COUNT-LBL(2)              00584000
               MOVE WS-NOTFOUND-COUNT TO JRNL-COUNT-VAL(2)              00585000
               MOVE 'SQLERRORS'       TO JRNL-COUNT-LBL(3)              00586000
               MOVE WS-ERROR-COUNT    TO JRNL-COUNT-VAL(3)              00587000
               WRITE JRNL-RECORD                                        00588000
               CLOSE RUN-JOURNAL                                        00589000
           END-IF.                                                      00590000
