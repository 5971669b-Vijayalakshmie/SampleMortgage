       IDENTIFICATION DIVISION.                                         00001000
       PROGRAM-ID. STUDREG.                                             00002000
       ENVIRONMENT DIVISION.                                            00003000
       INPUT-OUTPUT SECTION.                                            00004000
       FILE-CONTROL.                                                    00005000
           SELECT CRS-TRAN-FILE ASSIGN TO CRSTRAN                       00006000
               ORGANIZATION IS LINE SEQUENTIAL                          00007000
               FILE STATUS  IS WS-CRSTRAN-FS.                           00008000
      *                                                                 00009000
           SELECT REG-TRAN-FILE ASSIGN TO REGTRAN                       00010000
               ORGANIZATION IS LINE SEQUENTIAL                          00011000
               FILE STATUS  IS WS-REGTRAN-FS.                           00012000
      *                                                                 00013000
           SELECT REJECT-RPT-FILE ASSIGN TO REJRPT                      00014000
               ORGANIZATION IS LINE SEQUENTIAL                          00015000
               FILE STATUS  IS WS-REJRPT-FS.                            00016000
      *                                                                 00017000
           SELECT CLASS-LIST-FILE ASSIGN TO CLSLIST                     00018000
               ORGANIZATION IS LINE SEQUENTIAL                          00019000
               FILE STATUS  IS WS-CLSLIST-FS.                           00020000
      *                                                                 00021000
           SELECT TIMETABLE-FILE ASSIGN TO TIMETBL                      00022000
               ORGANIZATION IS LINE SEQUENTIAL                          00023000
               FILE STATUS  IS WS-TIMETBL-FS.                           00024000
      *                                                                 00025000
           SELECT COURSE-RPT-FILE ASSIGN TO CRSRPT                      00026000
               ORGANIZATION IS LINE SEQUENTIAL                          00027000
               FILE STATUS  IS WS-CRSRPT-FS.                            00028000
      *                                                                 00029000
           SELECT RUN-JOURNAL ASSIGN TO RUNJRNL                         00030000
               ORGANIZATION IS LINE SEQUENTIAL                          00031000
               FILE STATUS  IS WS-JRNL-FS.                              00032000
      *                                                                 00033000
       DATA DIVISION.                                                   00034000
       FILE SECTION.                                                    00035000
      *                                                                 00036000
      *-----------------------------------------------------------------00037000
      * CRS-TRAN-RECORD - COURSE CATALOGUE MAINTENANCE, LAID OUT LIKE   00038000
      * STUDTEST'S TRANFILE: 'I' ADDS A COURSE, 'U' REPLACES AN         00039000
      * EXISTING COURSE'S DETAILS.  BOTH CARRY THE FULL IMAGE.  A       00040000
      * COURSE BELONGS TO ONE DEGREE AND ONE SEMESTER OF IT.            00041000
      *-----------------------------------------------------------------00042000
       FD  CRS-TRAN-FILE                                                00043000
           RECORD CONTAINS 64 CHARACTERS.                               00044000
      *                                                                 00045000
       01  CRS-TRAN-RECORD.                                             00046000
           05 CT-TYPE                 PIC X(01).                        00047000
              88 CT-IS-INSERT                   VALUE 'I'.              00048000
              88 CT-IS-UPDATE                   VALUE 'U'.              00049000
           05 CT-CRSCODE              PIC X(08).                        00050000
           05 CT-CRSTITLE             PIC X(30).                        00051000
           05 CT-DEGREE               PIC X(05).                        00052000
           05 CT-SEMNO                PIC X(02).                        00053000
           05 CT-CREDITS              PIC X(02).                        00054000
           05 CT-SEATCAP              PIC X(04).                        00055000
           05 CT-SCHEDULE             PIC X(12).                        00056000
      *                                                                 00057000
      *-----------------------------------------------------------------00058000
      * REG-TRAN-RECORD - ONE REGISTRATION PER LINE, IN THE SAME        00059000
      * TYPE-BYTE STYLE: 'R' REGISTERS THE STUDENT ON THE COURSE FOR    00060000
      * THE TERM ON THE PARMS, 'D' DROPS THEM FROM IT.                  00061000
      *-----------------------------------------------------------------00062000
       FD  REG-TRAN-FILE                                                00063000
           RECORD CONTAINS 18 CHARACTERS.                               00064000
      *                                                                 00065000
       01  REG-TRAN-RECORD.                                             00066000
           05 RT-TYPE                 PIC X(01).                        00067000
              88 RT-IS-REGISTER                 VALUE 'R'.              00068000
              88 RT-IS-DROP                     VALUE 'D'.              00069000
           05 RT-STUDID               PIC X(09).                        00070000
           05 RT-CRSCODE              PIC X(08).                        00071000
      *                                                                 00072000
       FD  REJECT-RPT-FILE                                              00073000
           RECORD CONTAINS 80 CHARACTERS.                               00074000
      *                                                                 00075000
       01  REJECT-RPT-RECORD          PIC X(80).                        00076000
      *                                                                 00077000
       FD  CLASS-LIST-FILE                                              00078000
           RECORD CONTAINS 132 CHARACTERS.                              00079000
      *                                                                 00080000
       01  CLASS-LIST-RECORD          PIC X(132).                       00081000
      *                                                                 00082000
       FD  TIMETABLE-FILE                                               00083000
           RECORD CONTAINS 132 CHARACTERS.                              00084000
      *                                                                 00085000
       01  TIMETABLE-RECORD           PIC X(132).                       00086000
      *                                                                 00087000
       FD  COURSE-RPT-FILE                                              00088000
           RECORD CONTAINS 132 CHARACTERS.                              00089000
      *                                                                 00090000
       01  COURSE-RPT-RECORD          PIC X(132).                       00091000
      *                                                                 00092000
       FD  RUN-JOURNAL                                                  00093000
           RECORD CONTAINS 100 CHARACTERS.                              00094000
      *                                                                 00095000
           COPY RUNJRNL.                                                00096000
      *                                                                 00097000
       WORKING-STORAGE SECTION.                                         00098000
      *                                                                 00099000
      *-----------------------------------------------------------------00100000
      * STUDREG - COURSE CATALOGUE AND TERM REGISTRATION BATCH FOR      00101000
      * STUDTAB STUDENTS.  APPLIES THE CATALOGUE CHANGES (CRSTRAN)      00102000
      * TO COURSETAB, THEN THE REGISTRATIONS (REGTRAN) TO ENROLTAB      00103000
      * FOR THE TERM ON THE PARMS, AND PRINTS THE CLASS LISTS, THE      00104000
      * STUDENT TIMETABLES AND THE UNDER-ENROLLED/OVER-SUBSCRIBED       00105000
      * COURSE REPORT FOR THAT TERM.  RUNS UNDER THE SAME STUDPLN       00106000
      * PLAN AS THE OTHER STUDTAB PROGRAMS.                             00107000
      *                                                                 00108000
      * A REGISTRATION IS REJECTED WHEN THE STUDENT IS NOT ON           00109000
      * STUDTAB (OR HAS ALREADY COMPLETED), THE COURSE IS NOT IN THE    00110000
      * CATALOGUE, THE COURSE BELONGS TO ANOTHER DEGREE OR TO A         00111000
      * SEMESTER OTHER THAN THE STUDENT'S CURRSEM, THE STUDENT IS       00112000
      * ALREADY ON IT, OR THE COURSE IS FULL.  A FULL COURSE'S          00113000
      * TURN-AWAY IS KEPT ON ENROLTAB AS STATUS 'T' SO THE DEMAND       00114000
      * STILL SHOWS ON THE OVER-SUBSCRIBED REPORT NEXT RUN; A DROP      00115000
      * IS KEPT AS 'W'.  ONLY 'E' ROWS HOLD A SEAT.                     00116000
      *-----------------------------------------------------------------00117000
       01 WS-STUDENT.                                                   00118000
          05 WS-STUDID                 PIC S9(9) USAGE COMP-5.          00119000
          05 WS-STUDNAME               PIC X(30).                       00120000
          05 WS-DEGREE                 PIC X(5).                        00121000
          05 WS-STUDGRP                PIC X(10).                       00122000
          05 WS-CURR-SEM               PIC S9(9) USAGE COMP-5.          00123000
          05 WS-YEAR-PASS              PIC S9(9) USAGE COMP-5.          00124000
      *                                                                 00125000
       01 WS-COURSE.                                                    00126000
          05 WS-CRSCODE                PIC X(08).                       00127000
          05 WS-CRSTITLE               PIC X(30).                       00128000
          05 WS-CRS-DEGREE             PIC X(5).                        00129000
          05 WS-CRS-SEM                PIC S9(9) USAGE COMP-5.          00130000
          05 WS-CREDITS                PIC S9(9) USAGE COMP-5.          00131000
          05 WS-SEATCAP                PIC S9(9) USAGE COMP-5.          00132000
          05 WS-SCHEDULE               PIC X(12).                       00133000
      *                                                                 00134000
       01 WS-ENROLMENT.                                                 00135000
          05 WS-TERM                   PIC X(05).                       00136000
          05 WS-ENRSTAT                PIC X(01).                       00137000
             88 WS-ENR-IS-ENROLLED               VALUE 'E'.             00138000
             88 WS-ENR-IS-WITHDRAWN              VALUE 'W'.             00139000
             88 WS-ENR-IS-TURNED-AWAY            VALUE 'T'.             00140000
          05 WS-ENRDATE                PIC X(08).                       00141000
          05 WS-GRADE                  PIC X(02).                       00141500
      *                                                                 00142000
       01 WS-SEATS-TAKEN               PIC S9(9) USAGE COMP-5.          00143000
       01 WS-TURNED-AWAY               PIC S9(9) USAGE COMP-5.          00144000
      *                                                                 00145000
       01 WS-PARM-REQUEST              PIC X(20) VALUE SPACES.          00146000
       01 WS-PARM-TOKENS.                                               00147000
          05 WS-TOK1                   PIC X(09) VALUE SPACES.          00148000
          05 WS-TOK2                   PIC X(09) VALUE SPACES.          00149000
      *                                                                 00150000
       01 WS-TERM-CHECK.                                                00151000
          05 WS-TC-YEAR                PIC X(04).                       00152000
          05 WS-TC-HALF                PIC X(01).                       00153000
             88 WS-TC-HALF-VALID                 VALUES '1' '2'.        00154000
      *                                                                 00155000
      *-----------------------------------------------------------------00156000
      * A COURSE IS UNDER-ENROLLED WHEN ITS ENROLLED COUNT IS BELOW     00157000
      * THIS PERCENTAGE OF ITS SEAT CAPACITY.  OVERRIDDEN BY THE        00158000
      * SECOND PARMS TOKEN.                                             00159000
      *-----------------------------------------------------------------00160000
       01 WS-MIN-FILL-PCT              PIC 9(03) VALUE 25.              00161000
       01 WS-MIN-FILL-X REDEFINES WS-MIN-FILL-PCT                       00162000
                                       PIC X(03).                       00163000
      *                                                                 00164000
       01 WS-COUNTERS.                                                  00165000
          05 WS-CRS-READ-COUNT         PIC 9(7) VALUE ZERO.             00166000
          05 WS-CRS-INSERT-COUNT       PIC 9(7) VALUE ZERO.             00167000
          05 WS-CRS-UPDATE-COUNT       PIC 9(7) VALUE ZERO.             00168000
          05 WS-REG-READ-COUNT         PIC 9(7) VALUE ZERO.             00169000
          05 WS-ENROLLED-COUNT         PIC 9(7) VALUE ZERO.             00170000
          05 WS-DROPPED-COUNT          PIC 9(7) VALUE ZERO.             00171000
          05 WS-FULL-COUNT             PIC 9(7) VALUE ZERO.             00172000
          05 WS-REJECT-COUNT           PIC 9(7) VALUE ZERO.             00173000
          05 WS-ERROR-COUNT            PIC 9(7) VALUE ZERO.             00174000
          05 WS-UNCOMMITTED-COUNT      PIC 9(7) VALUE ZERO.             00175000
      *                                                                 00176000
      *-----------------------------------------------------------------00177000
      * COMMIT EVERY 100 APPLIED TRANSACTIONS, THE INTERVAL STUDADV     00178000
      * AND STUDGRAD USE.  A RERUN AFTER A FAILURE REJECTS THE          00179000
      * REGISTRATIONS ALREADY COMMITTED AS ALREADY ENROLLED AND         00180000
      * APPLIES THE REST.                                               00181000
      *-----------------------------------------------------------------00182000
       01 WS-COMMIT-INTERVAL           PIC 9(5) VALUE 100.              00183000
      *                                                                 00184000
       01 WS-CRSTRAN-FS                PIC X(02) VALUE '00'.            00185000
       01 WS-REGTRAN-FS                PIC X(02) VALUE '00'.            00186000
       01 WS-REJRPT-FS                 PIC X(02) VALUE '00'.            00187000
       01 WS-CLSLIST-FS                PIC X(02) VALUE '00'.            00188000
       01 WS-TIMETBL-FS                PIC X(02) VALUE '00'.            00189000
       01 WS-CRSRPT-FS                 PIC X(02) VALUE '00'.            00190000
      *                                                                 00191000
       01 WS-CRSTRAN-EOF-SW            PIC X(01) VALUE 'N'.             00192000
          88 WS-CRSTRAN-EOF                      VALUE 'Y'.             00193000
          88 WS-CRSTRAN-NOT-EOF                  VALUE 'N'.             00194000
      *                                                                 00195000
       01 WS-REGTRAN-EOF-SW            PIC X(01) VALUE 'N'.             00196000
          88 WS-REGTRAN-EOF                      VALUE 'Y'.             00197000
          88 WS-REGTRAN-NOT-EOF                  VALUE 'N'.             00198000
      *                                                                 00199000
       01 WS-CURSOR-EOF-SW             PIC X(01) VALUE 'N'.             00200000
          88 WS-CURSOR-EOF                       VALUE 'Y'.             00201000
          88 WS-CURSOR-NOT-EOF                   VALUE 'N'.             00202000
      *                                                                 00203000
       01 WS-STUDENT-FOUND-SW          PIC X(01) VALUE 'N'.             00204000
          88 WS-STUDENT-FOUND                    VALUE 'Y'.             00205000
      *                                                                 00206000
       01 WS-COURSE-FOUND-SW           PIC X(01) VALUE 'N'.             00207000
          88 WS-COURSE-FOUND                     VALUE 'Y'.             00208000
      *                                                                 00209000
       01 WS-ENROL-FOUND-SW            PIC X(01) VALUE 'N'.             00210000
          88 WS-ENROL-FOUND                      VALUE 'Y'.             00211000
      *                                                                 00212000
       01 WS-CRS-VALID-SW              PIC X(01) VALUE 'Y'.             00213000
          88 WS-CRS-IS-VALID                     VALUE 'Y'.             00214000
          88 WS-CRS-IS-INVALID                   VALUE 'N'.             00215000
      *                                                                 00216000
       01 WS-SQL-OPERATION             PIC X(10) VALUE SPACES.          00217000
       01 WS-REJECT-REASON             PIC X(40) VALUE SPACES.          00218000
       01 WS-RUN-DATE                  PIC X(08) VALUE SPACES.          00219000
      *                                                                 00220000
       01 WS-REJECT-LINE.                                               00221000
          05 WS-RJ-SOURCE              PIC X(07).                       00222000
          05 FILLER                    PIC X(01) VALUE SPACE.           00223000
          05 WS-RJ-TYPE                PIC X(01).                       00224000
          05 FILLER                    PIC X(02) VALUE SPACES.          00225000
          05 WS-RJ-STUDID              PIC X(09).                       00226000
          05 FILLER                    PIC X(02) VALUE SPACES.          00227000
          05 WS-RJ-CRSCODE             PIC X(08).                       00228000
          05 FILLER                    PIC X(02) VALUE SPACES.          00229000
          05 WS-RJ-REASON              PIC X(40).                       00230000
      *                                                                 00231000
       01 WS-RPT-TOTAL-LINE.                                            00232000
          05 WS-RT-LABEL               PIC X(22).                       00233000
          05 WS-RT-COUNT               PIC ZZZ,ZZ9.                     00234000
      *                                                                 00235000
      *-----------------------------------------------------------------00236000
      * CLASS LIST - ONE PAGE SET PER COURSE, STUDENTS IN STUDID        00237000
      * ORDER, SO EACH LECTURER GETS THEIR OWN SHEET.                   00238000
      *-----------------------------------------------------------------00239000
       01 WS-CLS-PAGE-CONTROL.                                          00240000
          05 WS-CLS-PAGE-NO            PIC 9(4) VALUE ZERO.             00241000
          05 WS-CLS-LINE-COUNT         PIC 9(2) VALUE 99.               00242000
          05 WS-CLS-LINES-PER-PAGE     PIC 9(2) VALUE 55.               00243000
      *                                                                 00244000
       01 WS-CLS-BREAKS.                                                00245000
          05 WS-CLS-PRIOR-CRSCODE      PIC X(08) VALUE SPACES.          00246000
          05 WS-CLS-PRIOR-SEATCAP      PIC S9(9) USAGE COMP-5.          00247000
          05 WS-CLS-FIRST-SW           PIC X(01) VALUE 'Y'.             00248000
             88 WS-CLS-FIRST-ROW                 VALUE 'Y'.             00249000
          05 WS-CLS-COURSE-COUNT       PIC 9(7) VALUE ZERO.             00250000
          05 WS-CLS-STUDENT-COUNT      PIC 9(7) VALUE ZERO.             00251000
          05 WS-CLS-ROW-COUNT          PIC 9(7) VALUE ZERO.             00252000
      *                                                                 00253000
       01 WS-CLS-HEADING-1.                                             00254000
          05 FILLER PIC X(20) VALUE 'CLASS LIST FOR TERM '.             00255000
          05 WS-CH1-TERM               PIC X(05).                       00256000
          05 FILLER                    PIC X(17) VALUE SPACES.          00257000
          05 FILLER                    PIC X(05) VALUE 'PAGE '.         00258000
          05 WS-CH1-PAGE-NO            PIC ZZZ9.                        00259000
      *                                                                 00260000
       01 WS-CLS-HEADING-2.                                             00261000
          05 FILLER PIC X(07) VALUE 'COURSE '.                          00262000
          05 WS-CH2-CRSCODE            PIC X(08).                       00263000
          05 FILLER                    PIC X(01) VALUE SPACE.           00264000
          05 WS-CH2-CRSTITLE           PIC X(30).                       00265000
          05 FILLER PIC X(08) VALUE ' DEGREE '.                         00266000
          05 WS-CH2-DEGREE             PIC X(05).                       00267000
          05 FILLER PIC X(05) VALUE ' SEM '.                            00268000
          05 WS-CH2-SEM                PIC Z9.                          00269000
          05 FILLER PIC X(09) VALUE ' CREDITS '.                        00270000
          05 WS-CH2-CREDITS            PIC Z9.                          00271000
          05 FILLER                    PIC X(02) VALUE SPACES.          00272000
          05 WS-CH2-SCHEDULE           PIC X(12).                       00273000
      *                                                                 00274000
       01 WS-CLS-HEADING-3.                                             00275000
          05 FILLER PIC X(11) VALUE 'STUDID     '.                      00276000
          05 FILLER PIC X(31) VALUE 'NAME'.                             00277000
          05 FILLER PIC X(11) VALUE 'GROUP      '.                      00278000
      *                                                                 00279000
       01 WS-CLS-DETAIL.                                                00280000
          05 WS-CD-STUDID              PIC 9(09).                       00281000
          05 FILLER                    PIC X(02) VALUE SPACES.          00282000
          05 WS-CD-NAME                PIC X(30).                       00283000
          05 FILLER                    PIC X(01) VALUE SPACE.           00284000
          05 WS-CD-STUDGRP             PIC X(10).                       00285000
      *                                                                 00286000
       01 WS-CLS-COURSE-TOTAL.                                          00287000
          05 FILLER PIC X(14) VALUE ' COURSE TOTAL '.                   00288000
          05 WS-CT-CRSCODE             PIC X(08).                       00289000
          05 FILLER                    PIC X(03) VALUE ' - '.           00290000
          05 WS-CT-COUNT               PIC ZZZ,ZZ9.                     00291000
          05 FILLER PIC X(21) VALUE ' ENROLLED OF CAPACITY'.            00292000
          05 WS-CT-SEATCAP             PIC ZZZ,ZZ9.                     00293000
      *                                                                 00294000
      *-----------------------------------------------------------------00295000
      * TIMETABLE - THE ROSTER REPORT'S LAYOUT AND ORDER (DEGREE,       00296000
      * GROUP, STUDID): EACH STUDENT'S ROSTER LINE, THEIR COURSES       00297000
      * FOR THE TERM BENEATH IT, AND A STUDENT TOTAL.                   00298000
      *-----------------------------------------------------------------00299000
       01 WS-TT-PAGE-CONTROL.                                           00300000
          05 WS-TT-PAGE-NO             PIC 9(4) VALUE ZERO.             00301000
          05 WS-TT-LINE-COUNT          PIC 9(2) VALUE 99.               00302000
          05 WS-TT-LINES-PER-PAGE      PIC 9(2) VALUE 55.               00303000
      *                                                                 00304000
       01 WS-TT-BREAKS.                                                 00305000
          05 WS-TT-PRIOR-STUDID        PIC S9(9) USAGE COMP-5.          00306000
          05 WS-TT-FIRST-SW            PIC X(01) VALUE 'Y'.             00307000
             88 WS-TT-FIRST-ROW                  VALUE 'Y'.             00308000
          05 WS-TT-COURSE-COUNT        PIC 9(7) VALUE ZERO.             00309000
          05 WS-TT-CREDIT-COUNT        PIC 9(7) VALUE ZERO.             00310000
          05 WS-TT-STUDENT-COUNT       PIC 9(7) VALUE ZERO.             00311000
          05 WS-TT-ROW-COUNT           PIC 9(7) VALUE ZERO.             00312000
      *                                                                 00313000
       01 WS-TT-HEADING-1.                                              00314000
          05 FILLER PIC X(27)                                           00315000
             VALUE 'STUDENT TIMETABLE FOR TERM '.                       00316000
          05 WS-TH1-TERM               PIC X(05).                       00317000
          05 FILLER                    PIC X(10) VALUE SPACES.          00318000
          05 FILLER                    PIC X(05) VALUE 'PAGE '.         00319000
          05 WS-TH1-PAGE-NO            PIC ZZZ9.                        00320000
      *                                                                 00321000
       01 WS-TT-HEADING-2.                                              00322000
          05 FILLER PIC X(11) VALUE 'STUDID     '.                      00323000
          05 FILLER PIC X(31) VALUE 'NAME'.                             00324000
          05 FILLER PIC X(07) VALUE 'DEGREE '.                          00325000
          05 FILLER PIC X(11) VALUE 'GROUP      '.                      00326000
          05 FILLER PIC X(10) VALUE '  CURRSEM '.                       00327000
      *                                                                 00328000
       01 WS-TT-HEADING-3.                                              00329000
          05 FILLER                    PIC X(11) VALUE SPACES.          00330000
          05 FILLER PIC X(10) VALUE 'COURSE    '.                       00331000
          05 FILLER PIC X(30) VALUE 'TITLE'.                            00332000
          05 FILLER PIC X(10) VALUE 'CREDITS   '.                       00333000
          05 FILLER PIC X(08) VALUE 'SCHEDULE'.                         00334000
      *                                                                 00335000
       01 WS-TT-STUDENT-LINE.                                           00336000
          05 WS-TS-STUDID              PIC 9(09).                       00337000
          05 FILLER                    PIC X(02) VALUE SPACES.          00338000
          05 WS-TS-NAME                PIC X(30).                       00339000
          05 FILLER                    PIC X(01) VALUE SPACE.           00340000
          05 WS-TS-DEGREE              PIC X(05).                       00341000
          05 FILLER                    PIC X(02) VALUE SPACES.          00342000
          05 WS-TS-STUDGRP             PIC X(10).                       00343000
          05 FILLER                    PIC X(01) VALUE SPACE.           00344000
          05 WS-TS-CURRSEM             PIC ZZZZZZZZ9.                   00345000
      *                                                                 00346000
       01 WS-TT-COURSE-LINE.                                            00347000
          05 FILLER                    PIC X(11) VALUE SPACES.          00348000
          05 WS-TC-CRSCODE             PIC X(08).                       00349000
          05 FILLER                    PIC X(02) VALUE SPACES.          00350000
          05 WS-TC-CRSTITLE            PIC X(30).                       00351000
          05 FILLER                    PIC X(04) VALUE SPACES.          00352000
          05 WS-TC-CREDITS             PIC Z9.                          00353000
          05 FILLER                    PIC X(04) VALUE SPACES.          00354000
          05 WS-TC-SCHEDULE            PIC X(12).                       00355000
      *                                                                 00356000
       01 WS-TT-STUDENT-TOTAL.                                          00357000
          05 FILLER PIC X(16) VALUE '  STUDENT TOTAL '.                 00358000
          05 FILLER                    PIC X(13) VALUE SPACES.          00359000
          05 FILLER                    PIC X(03) VALUE ' - '.           00360000
          05 WS-TST-COURSES            PIC ZZZ,ZZ9.                     00361000
          05 FILLER PIC X(09) VALUE ' COURSES '.                        00362000
          05 WS-TST-CREDITS            PIC ZZZ,ZZ9.                     00363000
          05 FILLER PIC X(08) VALUE ' CREDITS'.                         00364000
      *                                                                 00365000
       01 WS-TT-GRAND-LINE.                                             00366000
          05 FILLER PIC X(14) VALUE '  GRAND TOTAL '.                   00367000
          05 FILLER                    PIC X(15) VALUE SPACES.          00368000
          05 FILLER                    PIC X(03) VALUE ' - '.           00369000
          05 WS-TG-COUNT               PIC ZZZ,ZZ9.                     00370000
          05 FILLER PIC X(09) VALUE ' STUDENTS'.                        00371000
      *                                                                 00372000
      *-----------------------------------------------------------------00373000
      * COURSE REPORT - EVERY CATALOGUE COURSE IS CHECKED; ONLY THE     00374000
      * UNDER-ENROLLED AND OVER-SUBSCRIBED ONES ARE LISTED.  A          00375000
      * COURSE IS OVER-SUBSCRIBED WHEN REGISTRATIONS HAVE BEEN          00376000
      * TURNED AWAY FULL THIS TERM, OR WHEN ITS CAPACITY HAS BEEN       00377000
      * CUT BELOW THE STUDENTS ALREADY ON IT.                           00378000
      *-----------------------------------------------------------------00379000
       01 WS-CR-PAGE-CONTROL.                                           00380000
          05 WS-CR-PAGE-NO             PIC 9(4) VALUE ZERO.             00381000
          05 WS-CR-LINE-COUNT          PIC 9(2) VALUE 99.               00382000
          05 WS-CR-LINES-PER-PAGE      PIC 9(2) VALUE 55.               00383000
      *                                                                 00384000
       01 WS-CR-COUNTERS.                                               00385000
          05 WS-CR-COURSE-COUNT        PIC 9(7) VALUE ZERO.             00386000
          05 WS-CR-UNDER-COUNT         PIC 9(7) VALUE ZERO.             00387000
          05 WS-CR-OVER-COUNT          PIC 9(7) VALUE ZERO.             00388000
      *                                                                 00389000
       01 WS-CR-WORK.                                                   00390000
          05 WS-CR-FILL-PCT            PIC 9(05) VALUE ZERO.            00391000
          05 WS-CR-FLAG                PIC X(15) VALUE SPACES.          00392000
      *                                                                 00393000
       01 WS-CR-HEADING-1.                                              00394000
          05 FILLER PIC X(34)                                           00395000
             VALUE 'COURSE ENROLLMENT EXCEPTIONS TERM '.                00396000
          05 WS-RH1-TERM               PIC X(05).                       00397000
          05 FILLER                    PIC X(03) VALUE SPACES.          00398000
          05 FILLER                    PIC X(05) VALUE 'PAGE '.         00399000
          05 WS-RH1-PAGE-NO            PIC ZZZ9.                        00400000
      *                                                                 00401000
       01 WS-CR-HEADING-2.                                              00402000
          05 FILLER PIC X(10) VALUE 'COURSE    '.                       00403000
          05 FILLER PIC X(31) VALUE 'TITLE'.                            00404000
          05 FILLER PIC X(07) VALUE 'DEGREE '.                          00405000
          05 FILLER PIC X(05) VALUE 'SEM  '.                            00406000
          05 FILLER PIC X(11) VALUE '   CAPACITY'.                      00407000
          05 FILLER PIC X(11) VALUE '   ENROLLED'.                      00408000
          05 FILLER PIC X(11) VALUE 'TURNED AWAY'.                      00409000
          05 FILLER PIC X(07) VALUE '  FILL%'.                          00410000
          05 FILLER                    PIC X(02) VALUE SPACES.          00411000
          05 FILLER PIC X(15) VALUE 'EXCEPTION'.                        00412000
      *                                                                 00413000
       01 WS-CR-DETAIL.                                                 00414000
          05 WS-CR-CRSCODE             PIC X(08).                       00415000
          05 FILLER                    PIC X(02) VALUE SPACES.          00416000
          05 WS-CR-CRSTITLE            PIC X(30).                       00417000
          05 FILLER                    PIC X(01) VALUE SPACE.           00418000
          05 WS-CR-DEGREE              PIC X(05).                       00419000
          05 FILLER                    PIC X(02) VALUE SPACES.          00420000
          05 WS-CR-SEM                 PIC Z9.                          00421000
          05 FILLER                    PIC X(03) VALUE SPACES.          00422000
          05 WS-CR-SEATCAP             PIC ZZZ,ZZZ,ZZ9.                 00423000
          05 WS-CR-ENROLLED            PIC ZZZ,ZZZ,ZZ9.                 00424000
          05 WS-CR-TURNED              PIC ZZZ,ZZZ,ZZ9.                 00425000
          05 FILLER                    PIC X(02) VALUE SPACES.          00426000
          05 WS-CR-FILL                PIC ZZZZ9.                       00427000
          05 FILLER                    PIC X(02) VALUE SPACES.          00428000
          05 WS-CR-EXCEPTION           PIC X(15).                       00429000
      *                                                                 00430000
       01 WS-JRNL-FS                   PIC X(02) VALUE '00'.            00431000
       01 WS-JOURNAL-OPEN-SW           PIC X(01) VALUE 'N'.             00432000
          88 WS-JOURNAL-IS-OPEN                  VALUE 'Y'.             00433000
      *                                                                 00434000
           EXEC SQL                                                     00435000
               INCLUDE SQLCA                                            00436000
           END-EXEC.                                                    00437000
      *                                                                 00438000
           EXEC SQL                                                     00439000
               INCLUDE STUDTAB                                          00440000
           END-EXEC.                                                    00441000
      *                                                                 00442000
      *-----------------------------------------------------------------00443000
      * COURSETAB - THE CATALOGUE, ONE ROW PER CRSCODE (UNIQUE KEY):    00444000
      * CRSTITLE, DEGREE, SEMNO, CREDITS, SEATCAP, SCHEDULE.            00445000
      * ENROLTAB - ONE ROW PER STUDID + TERM + CRSCODE (UNIQUE          00446000
      * KEY): ENRSTAT (E ENROLLED, W WITHDRAWN, T TURNED AWAY           00447000
      * FULL) AND ENRDATE, THE DATE OF THE LATEST STATUS CHANGE.        00448000
      * GRADE, GRADEPTS AND GRADECRED ARE LEFT TO THEIR BLANK/ZERO      00448333
      * DEFAULTS HERE AND FILLED IN BY STUDGRD AT TERM END.             00448666
      *-----------------------------------------------------------------00449000
           EXEC SQL                                                     00450000
               INCLUDE COURSETAB                                        00451000
           END-EXEC.                                                    00452000
      *                                                                 00453000
           EXEC SQL                                                     00454000
               INCLUDE ENROLTAB                                         00455000
           END-EXEC.                                                    00456000
      *                                                                 00457000
      *-----------------------------------------------------------------00458000
      * CLASS_CURSOR - EVERY STUDENT HOLDING A SEAT THIS TERM, IN       00459000
      * CATALOGUE ORDER (DEGREE, SEMESTER, COURSE) THEN STUDID, SO      00460000
      * THE CLASS LIST CAN BREAK ON COURSE.                             00461000
      *-----------------------------------------------------------------00462000
           EXEC SQL                                                     00463000
             DECLARE CLASS_CURSOR CURSOR FOR                            00464000
               SELECT C.CRSCODE, C.CRSTITLE, C.DEGREE, C.SEMNO,         00465000
                      C.CREDITS, C.SEATCAP, C.SCHEDULE,                 00466000
                      S.STUDID, S.STUDNAME, S.STUDGRP                   00467000
               FROM COURSETAB C, ENROLTAB E, STUDTAB S                  00468000
               WHERE E.TERM    = :WS-TERM                               00469000
                 AND E.ENRSTAT = 'E'                                    00470000
                 AND C.CRSCODE = E.CRSCODE                              00471000
                 AND S.STUDID  = E.STUDID                               00472000
               ORDER BY C.DEGREE, C.SEMNO, C.CRSCODE, S.STUDID          00473000
           END-EXEC.                                                    00474000
      *                                                                 00475000
      *-----------------------------------------------------------------00476000
      * TIMETABLE_CURSOR - THE SAME SEATS IN ROSTER ORDER (DEGREE,      00477000
      * GROUP, STUDID) WITH EACH STUDENT'S COURSES IN CODE ORDER.       00478000
      *-----------------------------------------------------------------00479000
           EXEC SQL                                                     00480000
             DECLARE TIMETABLE_CURSOR CURSOR FOR                        00481000
               SELECT S.STUDID, S.STUDNAME, S.DEGREE, S.STUDGRP,        00482000
                      S.CURRSEM,                                        00483000
                      C.CRSCODE, C.CRSTITLE, C.CREDITS, C.SCHEDULE      00484000
               FROM ENROLTAB E, STUDTAB S, COURSETAB C                  00485000
               WHERE E.TERM    = :WS-TERM                               00486000
                 AND E.ENRSTAT = 'E'                                    00487000
                 AND S.STUDID  = E.STUDID                               00488000
                 AND C.CRSCODE = E.CRSCODE                              00489000
               ORDER BY S.DEGREE, S.STUDGRP, S.STUDID, C.CRSCODE        00490000
           END-EXEC.                                                    00491000
      *                                                                 00492000
      *-----------------------------------------------------------------00493000
      * COURSE_CURSOR - EVERY CATALOGUE COURSE WITH ITS SEATS TAKEN     00494000
      * AND TURN-AWAYS FOR THE TERM.  THE OUTER JOIN KEEPS COURSES      00495000
      * NOBODY REGISTERED FOR - THOSE ARE THE MOST UNDER-ENROLLED.      00496000
      *-----------------------------------------------------------------00497000
           EXEC SQL                                                     00498000
             DECLARE COURSE_CURSOR CURSOR FOR                           00499000
               SELECT C.CRSCODE, C.CRSTITLE, C.DEGREE, C.SEMNO,         00500000
                      C.SEATCAP,                                        00501000
                      SUM(CASE WHEN E.ENRSTAT = 'E'                     00502000
                               THEN 1 ELSE 0 END),                      00503000
                      SUM(CASE WHEN E.ENRSTAT = 'T'                     00504000
                               THEN 1 ELSE 0 END)                       00505000
               FROM COURSETAB C                                         00506000
                    LEFT OUTER JOIN ENROLTAB E                          00507000
                      ON  E.CRSCODE = C.CRSCODE                         00508000
                      AND E.TERM    = :WS-TERM                          00509000
               GROUP BY C.DEGREE, C.SEMNO, C.CRSCODE, C.CRSTITLE,       00510000
                        C.SEATCAP                                       00511000
               ORDER BY C.DEGREE, C.SEMNO, C.CRSCODE                    00512000
           END-EXEC.                                                    00513000
      *                                                                 00514000
       PROCEDURE DIVISION.                                              00515000
           DISPLAY 'STUDREG - COURSE CATALOGUE AND REGISTRATION'.       00516000
      *                                                                 00517000
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00518000
      *                                                                 00519000
           PERFORM WRITE-JOURNAL-START.                                 00520000
      *                                                                 00521000
           PERFORM PARSE-TERM-PARM.                                     00522000
           IF WS-TERM = SPACES                                          00523000
               DISPLAY 'STUDREG: TERM PARM MISSING OR INVALID - '       00524000
                       'SUPPLY YYYYT (T = 1 OR 2) AND AN OPTIONAL '     00525000
                       'MINIMUM FILL PERCENT'                           00526000
               MOVE 8 TO RETURN-CODE                                    00527000
               PERFORM WRITE-JOURNAL-END                                00528000
               STOP RUN                                                 00529000
           END-IF.                                                      00530000
      *                                                                 00531000
           OPEN OUTPUT REJECT-RPT-FILE.                                 00532000
           IF WS-REJRPT-FS NOT = '00'                                   00533000
               DISPLAY 'STUDREG: UNABLE TO OPEN REJRPT - FILE '         00534000
                       'STATUS ' WS-REJRPT-FS                           00535000
               MOVE 8 TO RETURN-CODE                                    00536000
               PERFORM WRITE-JOURNAL-END                                00537000
               STOP RUN                                                 00538000
           END-IF.                                                      00539000
      *                                                                 00540000
           MOVE SPACES TO REJECT-RPT-RECORD.                            00541000
           STRING 'CATALOGUE AND REGISTRATION REJECTS FOR TERM '        00542000
                      DELIMITED BY SIZE                                 00543000
                  WS-TERM DELIMITED BY SIZE                             00544000
                  INTO REJECT-RPT-RECORD.                               00545000
           WRITE REJECT-RPT-RECORD.                                     00546000
           MOVE SPACES TO REJECT-RPT-RECORD.                            00547000
           WRITE REJECT-RPT-RECORD.                                     00548000
      *                                                                 00549000
           PERFORM PROCESS-CATALOGUE-TRANSACTIONS.                      00550000
      *                                                                 00551000
           IF WS-ERROR-COUNT = 0                                        00552000
               PERFORM PROCESS-REGISTRATIONS                            00553000
           END-IF.                                                      00554000
      *                                                                 00555000
           IF WS-ERROR-COUNT = 0                                        00556000
              EXEC SQL                                                  00557000
                  COMMIT                                                00558000
              END-EXEC                                                  00559000
           END-IF.                                                      00560000
      *                                                                 00561000
           PERFORM WRITE-REJECT-TOTALS.                                 00562000
           CLOSE REJECT-RPT-FILE.                                       00563000
      *                                                                 00564000
           IF WS-ERROR-COUNT = 0                                        00565000
               PERFORM PRODUCE-CLASS-LISTS                              00566000
           END-IF.                                                      00567000
           IF WS-ERROR-COUNT = 0                                        00568000
               PERFORM PRODUCE-TIMETABLES                               00569000
           END-IF.                                                      00570000
           IF WS-ERROR-COUNT = 0                                        00571000
               PERFORM PRODUCE-COURSE-REPORT                            00572000
           END-IF.                                                      00573000
      *                                                                 00574000
           DISPLAY 'STUDREG: COURSES ADDED       - '                    00575000
                   WS-CRS-INSERT-COUNT.                                 00576000
           DISPLAY 'STUDREG: COURSES CHANGED     - '                    00577000
                   WS-CRS-UPDATE-COUNT.                                 00578000
           DISPLAY 'STUDREG: REGISTRATIONS READ  - '                    00579000
                   WS-REG-READ-COUNT.                                   00580000
           DISPLAY 'STUDREG: STUDENTS ENROLLED   - '                    00581000
                   WS-ENROLLED-COUNT.                                   00582000
           DISPLAY 'STUDREG: STUDENTS DROPPED    - '                    00583000
                   WS-DROPPED-COUNT.                                    00584000
           DISPLAY 'STUDREG: TURNED AWAY FULL    - '                    00585000
                   WS-FULL-COUNT.                                       00586000
           DISPLAY 'STUDREG: REJECTED            - '                    00587000
                   WS-REJECT-COUNT.                                     00588000
           DISPLAY 'STUDREG: SQL ERRORS          - ' WS-ERROR-COUNT.    00589000
      *                                                                 00590000
           IF WS-ERROR-COUNT > 0                                        00591000
               MOVE 8 TO RETURN-CODE                                    00592000
           ELSE                                                         00593000
               IF WS-REJECT-COUNT > 0                                   00594000
                       OR WS-CR-UNDER-COUNT > 0                         00595000
                       OR WS-CR-OVER-COUNT > 0                          00596000
                   MOVE 4 TO RETURN-CODE                                00597000
               ELSE                                                     00598000
                   MOVE 0 TO RETURN-CODE                                00599000
               END-IF                                                   00600000
           END-IF.                                                      00601000
      *                                                                 00602000
           PERFORM WRITE-JOURNAL-END.                                   00603000
           STOP RUN.                                                    00604000
      *                                                                 00605000
      *-----------------------------------------------------------------00606000
      * PARSE-TERM-PARM - FIRST TOKEN IS THE TERM, YYYYT WITH T THE     00607000
      * FIRST OR SECOND TERM OF THE YEAR (STUDADV ADVANCES CURRSEM      00608000
      * AT THE END OF EACH).  THE OPTIONAL SECOND TOKEN IS THE          00609000
      * MINIMUM FILL PERCENT FOR THE UNDER-ENROLLED TEST.  A BAD        00610000
      * TERM LEAVES WS-TERM BLANK.                                      00611000
      *-----------------------------------------------------------------00612000
       PARSE-TERM-PARM.                                                 00613000
           ACCEPT WS-PARM-REQUEST FROM COMMAND-LINE.                    00614000
      *                                                                 00615000
           MOVE SPACES TO WS-TOK1 WS-TOK2.                              00616000
           UNSTRING WS-PARM-REQUEST DELIMITED BY ALL ' '                00617000
               INTO WS-TOK1 WS-TOK2.                                    00618000
      *                                                                 00619000
           MOVE SPACES TO WS-TERM.                                      00620000
           MOVE WS-TOK1 TO WS-TERM-CHECK.                               00621000
           IF WS-TOK1(6:4) = SPACES                                     00622000
                   AND WS-TC-YEAR IS NUMERIC                            00623000
                   AND WS-TC-HALF-VALID                                 00624000
               MOVE WS-TOK1(1:5) TO WS-TERM                             00625000
           END-IF.                                                      00626000
      *                                                                 00627000
           IF WS-TOK2 NOT = SPACES                                      00628000
               IF WS-TOK2(4:6) = SPACES                                 00629000
                       AND WS-TOK2(1:3) IS NUMERIC                      00630000
                   MOVE WS-TOK2(1:3) TO WS-MIN-FILL-X                   00631000
               ELSE                                                     00632000
                   MOVE SPACES TO WS-TERM                               00633000
               END-IF                                                   00634000
           END-IF.                                                      00635000
      *                                                                 00636000
      *-----------------------------------------------------------------00637000
      * PROCESS-CATALOGUE-TRANSACTIONS - APPLIES CRSTRAN TO             00638000
      * COURSETAB.  LIKE STUDTEST'S TRANFILE, AN ABSENT FILE JUST       00639000
      * MEANS NO CATALOGUE CHANGES THIS RUN.                            00640000
      *-----------------------------------------------------------------00641000
       PROCESS-CATALOGUE-TRANSACTIONS.                                  00642000
           OPEN INPUT CRS-TRAN-FILE.                                    00643000
           IF WS-CRSTRAN-FS = '35'                                      00644000
               DISPLAY 'STUDREG: NO CRSTRAN PRESENT - '                 00645000
                       'CATALOGUE UNCHANGED'                            00646000
           ELSE                                                         00647000
               SET WS-CRSTRAN-NOT-EOF TO TRUE                           00648000
               PERFORM UNTIL WS-CRSTRAN-EOF OR WS-ERROR-COUNT > 0       00649000
                   READ CRS-TRAN-FILE                                   00650000
                       AT END SET WS-CRSTRAN-EOF TO TRUE                00651000
                       NOT AT END PERFORM APPLY-CATALOGUE-TRANSACTION   00652000
                   END-READ                                             00653000
               END-PERFORM                                              00654000
               CLOSE CRS-TRAN-FILE                                      00655000
           END-IF.                                                      00656000
      *                                                                 00657000
       APPLY-CATALOGUE-TRANSACTION.                                     00658000
           ADD 1 TO WS-CRS-READ-COUNT.                                  00659000
           PERFORM VALIDATE-CATALOGUE-TRANSACTION.                      00660000
           IF WS-CRS-IS-INVALID                                         00661000
               PERFORM REJECT-CATALOGUE-TRANSACTION                     00662000
           ELSE                                                         00663000
               MOVE CT-CRSCODE  TO WS-CRSCODE                           00664000
               MOVE CT-CRSTITLE TO WS-CRSTITLE                          00665000
               MOVE CT-DEGREE   TO WS-CRS-DEGREE                        00666000
               MOVE CT-SEMNO    TO WS-CRS-SEM                           00667000
               MOVE CT-CREDITS  TO WS-CREDITS                           00668000
               MOVE CT-SEATCAP  TO WS-SEATCAP                           00669000
               MOVE CT-SCHEDULE TO WS-SCHEDULE                          00670000
               IF CT-IS-INSERT                                          00671000
                   PERFORM INSERT-COURSE                                00672000
               ELSE                                                     00673000
                   PERFORM UPDATE-COURSE                                00674000
               END-IF                                                   00675000
           END-IF.                                                      00676000
      *                                                                 00677000
       VALIDATE-CATALOGUE-TRANSACTION.                                  00678000
           SET WS-CRS-IS-VALID TO TRUE.                                 00679000
           IF NOT CT-IS-INSERT AND NOT CT-IS-UPDATE                     00680000
               SET WS-CRS-IS-INVALID TO TRUE                            00681000
               MOVE 'UNKNOWN TRANSACTION TYPE' TO WS-REJECT-REASON      00682000
           ELSE                                                         00683000
           IF CT-CRSCODE = SPACES                                       00684000
               SET WS-CRS-IS-INVALID TO TRUE                            00685000
               MOVE 'COURSE CODE MISSING' TO WS-REJECT-REASON           00686000
           ELSE                                                         00687000
           IF CT-CRSTITLE = SPACES                                      00688000
               SET WS-CRS-IS-INVALID TO TRUE                            00689000
               MOVE 'COURSE TITLE MISSING' TO WS-REJECT-REASON          00690000
           ELSE                                                         00691000
           IF CT-DEGREE = SPACES                                        00692000
               SET WS-CRS-IS-INVALID TO TRUE                            00693000
               MOVE 'DEGREE MISSING' TO WS-REJECT-REASON                00694000
           ELSE                                                         00695000
           IF CT-SEMNO IS NOT NUMERIC OR CT-SEMNO = '00'                00696000
               SET WS-CRS-IS-INVALID TO TRUE                            00697000
               MOVE 'SEMESTER MUST BE 01-99' TO WS-REJECT-REASON        00698000
           ELSE                                                         00699000
           IF CT-CREDITS IS NOT NUMERIC                                 00700000
               SET WS-CRS-IS-INVALID TO TRUE                            00701000
               MOVE 'CREDITS NOT NUMERIC' TO WS-REJECT-REASON           00702000
           ELSE                                                         00703000
           IF CT-SEATCAP IS NOT NUMERIC OR CT-SEATCAP = '0000'          00704000
               SET WS-CRS-IS-INVALID TO TRUE                            00705000
               MOVE 'SEAT CAPACITY MUST BE 0001-9999'                   00706000
                   TO WS-REJECT-REASON                                  00707000
           END-IF                                                       00708000
           END-IF                                                       00709000
           END-IF                                                       00710000
           END-IF                                                       00711000
           END-IF                                                       00712000
           END-IF                                                       00713000
           END-IF.                                                      00714000
      *                                                                 00715000
       INSERT-COURSE.                                                   00716000
              EXEC SQL                                                  00717000
                  INSERT INTO COURSETAB                                 00718000
                      (CRSCODE, CRSTITLE, DEGREE, SEMNO, CREDITS,       00719000
                       SEATCAP, SCHEDULE)                               00720000
                  VALUES                                                00721000
                      (:WS-CRSCODE, :WS-CRSTITLE, :WS-CRS-DEGREE,       00722000
                       :WS-CRS-SEM, :WS-CREDITS, :WS-SEATCAP,           00723000
                       :WS-SCHEDULE)                                    00724000
              END-EXEC.                                                 00725000
           EVALUATE TRUE                                                00726000
               WHEN SQLCODE = 0                                         00727000
                   ADD 1 TO WS-CRS-INSERT-COUNT                         00728000
                   PERFORM COMMIT-ON-INTERVAL                           00729000
               WHEN SQLCODE = -803                                      00730000
                   MOVE 'COURSE ALREADY IN CATALOGUE'                   00731000
                       TO WS-REJECT-REASON                              00732000
                   PERFORM REJECT-CATALOGUE-TRANSACTION                 00733000
               WHEN OTHER                                               00734000
                   MOVE 'INSERT' TO WS-SQL-OPERATION                    00735000
                   PERFORM HANDLE-SQL-ERROR                             00736000
           END-EVALUATE.                                                00737000
      *                                                                 00738000
       UPDATE-COURSE.                                                   00739000
              EXEC SQL                                                  00740000
                  UPDATE COURSETAB                                      00741000
                     SET CRSTITLE = :WS-CRSTITLE,                       00742000
                         DEGREE   = :WS-CRS-DEGREE,                     00743000
                         SEMNO    = :WS-CRS-SEM,                        00744000
                         CREDITS  = :WS-CREDITS,                        00745000
                         SEATCAP  = :WS-SEATCAP,                        00746000
                         SCHEDULE = :WS-SCHEDULE                        00747000
                   WHERE CRSCODE  = :WS-CRSCODE                         00748000
              END-EXEC.                                                 00749000
           EVALUATE TRUE                                                00750000
               WHEN SQLCODE = 0                                         00751000
                   ADD 1 TO WS-CRS-UPDATE-COUNT                         00752000
                   PERFORM COMMIT-ON-INTERVAL                           00753000
               WHEN SQLCODE = 100                                       00754000
                   MOVE 'COURSE NOT IN CATALOGUE' TO WS-REJECT-REASON   00755000
                   PERFORM REJECT-CATALOGUE-TRANSACTION                 00756000
               WHEN OTHER                                               00757000
                   MOVE 'UPDATE' TO WS-SQL-OPERATION                    00758000
                   PERFORM HANDLE-SQL-ERROR                             00759000
           END-EVALUATE.                                                00760000
      *                                                                 00761000
       REJECT-CATALOGUE-TRANSACTION.                                    00762000
           ADD 1 TO WS-REJECT-COUNT.                                    00763000
           MOVE SPACES           TO WS-REJECT-LINE.                     00764000
           MOVE 'CRSTRAN'        TO WS-RJ-SOURCE.                       00765000
           MOVE CT-TYPE          TO WS-RJ-TYPE.                         00766000
           MOVE CT-CRSCODE       TO WS-RJ-CRSCODE.                      00767000
           MOVE WS-REJECT-REASON TO WS-RJ-REASON.                       00768000
           MOVE WS-REJECT-LINE   TO REJECT-RPT-RECORD.                  00769000
           WRITE REJECT-RPT-RECORD.                                     00770000
      *                                                                 00771000
      *-----------------------------------------------------------------00772000
      * PROCESS-REGISTRATIONS - APPLIES REGTRAN TO ENROLTAB FOR THE     00773000
      * PARMS TERM.  AN ABSENT FILE MEANS NO REGISTRATIONS THIS RUN;    00774000
      * THE REPORTS STILL PRINT FROM WHAT IS ALREADY ON ENROLTAB.       00775000
      *-----------------------------------------------------------------00776000
       PROCESS-REGISTRATIONS.                                           00777000
           OPEN INPUT REG-TRAN-FILE.                                    00778000
           IF WS-REGTRAN-FS = '35'                                      00779000
               DISPLAY 'STUDREG: NO REGTRAN PRESENT - '                 00780000
                       'NO REGISTRATIONS APPLIED'                       00781000
           ELSE                                                         00782000
               SET WS-REGTRAN-NOT-EOF TO TRUE                           00783000
               PERFORM UNTIL WS-REGTRAN-EOF OR WS-ERROR-COUNT > 0       00784000
                   READ REG-TRAN-FILE                                   00785000
                       AT END SET WS-REGTRAN-EOF TO TRUE                00786000
                       NOT AT END PERFORM APPLY-REGISTRATION            00787000
                   END-READ                                             00788000
               END-PERFORM                                              00789000
               CLOSE REG-TRAN-FILE                                      00790000
           END-IF.                                                      00791000
      *                                                                 00792000
       APPLY-REGISTRATION.                                              00793000
           ADD 1 TO WS-REG-READ-COUNT.                                  00794000
           IF RT-STUDID IS NOT NUMERIC OR RT-CRSCODE = SPACES           00795000
               MOVE 'STUDID OR COURSE CODE MISSING'                     00796000
                   TO WS-REJECT-REASON                                  00797000
               PERFORM REJECT-REGISTRATION                              00798000
           ELSE                                                         00799000
               MOVE RT-STUDID  TO WS-STUDID                             00800000
               MOVE RT-CRSCODE TO WS-CRSCODE                            00801000
               IF RT-IS-REGISTER                                        00802000
                   PERFORM REGISTER-STUDENT                             00803000
               ELSE                                                     00804000
                   IF RT-IS-DROP                                        00805000
                       PERFORM DROP-STUDENT                             00806000
                   ELSE                                                 00807000
                       MOVE 'UNKNOWN TRANSACTION TYPE'                  00808000
                           TO WS-REJECT-REASON                          00809000
                       PERFORM REJECT-REGISTRATION                      00810000
                   END-IF                                               00811000
               END-IF                                                   00812000
           END-IF.                                                      00813000
      *                                                                 00814000
      *-----------------------------------------------------------------00815000
      * REGISTER-STUDENT - THE STUDENT, THE COURSE AND ANY EARLIER      00816000
      * ROW FOR THIS STUDENT/COURSE/TERM ARE LOOKED UP FIRST; THE       00817000
      * CHECKS THEN RUN IN THE ORDER THE REGISTRAR ASKED FOR THEM.      00818000
      * THE SEAT COUNT IS TAKEN LAST, SO ONLY A REGISTRATION THAT       00819000
      * WOULD OTHERWISE BE ACCEPTED IS TURNED AWAY AS FULL.             00820000
      *-----------------------------------------------------------------00821000
       REGISTER-STUDENT.                                                00822000
           PERFORM FETCH-REG-STUDENT.                                   00823000
           IF WS-ERROR-COUNT = 0                                        00824000
               PERFORM FETCH-REG-COURSE                                 00825000
           END-IF.                                                      00826000
           IF WS-ERROR-COUNT = 0                                        00827000
               PERFORM FETCH-ENROLMENT                                  00828000
           END-IF.                                                      00829000
      *                                                                 00830000
           IF WS-ERROR-COUNT > 0                                        00831000
               CONTINUE                                                 00832000
           ELSE                                                         00833000
           IF NOT WS-STUDENT-FOUND                                      00834000
               MOVE 'STUDENT NOT ON STUDTAB' TO WS-REJECT-REASON        00835000
               PERFORM REJECT-REGISTRATION                              00836000
           ELSE                                                         00837000
           IF WS-YEAR-PASS NOT = ZERO                                   00838000
               MOVE 'STUDENT HAS COMPLETED THE DEGREE'                  00839000
                   TO WS-REJECT-REASON                                  00840000
               PERFORM REJECT-REGISTRATION                              00841000
           ELSE                                                         00842000
           IF NOT WS-COURSE-FOUND                                       00843000
               MOVE 'COURSE NOT IN CATALOGUE' TO WS-REJECT-REASON       00844000
               PERFORM REJECT-REGISTRATION                              00845000
           ELSE                                                         00846000
           IF WS-CRS-DEGREE NOT = WS-DEGREE                             00847000
               MOVE 'COURSE BELONGS TO ANOTHER DEGREE'                  00848000
                   TO WS-REJECT-REASON                                  00849000
               PERFORM REJECT-REGISTRATION                              00850000
           ELSE                                                         00851000
           IF WS-CRS-SEM NOT = WS-CURR-SEM                              00852000
               MOVE 'COURSE NOT FOR STUDENT''S CURRSEM'                 00853000
                   TO WS-REJECT-REASON                                  00854000
               PERFORM REJECT-REGISTRATION                              00855000
           ELSE                                                         00856000
           IF WS-ENROL-FOUND AND WS-ENR-IS-ENROLLED                     00857000
               MOVE 'ALREADY ENROLLED ON COURSE' TO WS-REJECT-REASON    00858000
               PERFORM REJECT-REGISTRATION                              00859000
           ELSE                                                         00860000
               PERFORM COUNT-SEATS-TAKEN                                00861000
               IF WS-ERROR-COUNT = 0                                    00862000
                   IF WS-SEATS-TAKEN < WS-SEATCAP                       00863000
                       MOVE 'E' TO WS-ENRSTAT                           00864000
                       PERFORM SET-ENROLMENT-STATUS                     00865000
                       IF WS-ERROR-COUNT = 0                            00866000
                           ADD 1 TO WS-ENROLLED-COUNT                   00867000
                       END-IF                                           00868000
                   ELSE                                                 00869000
                       MOVE 'T' TO WS-ENRSTAT                           00870000
                       PERFORM SET-ENROLMENT-STATUS                     00871000
                       IF WS-ERROR-COUNT = 0                            00872000
                           ADD 1 TO WS-FULL-COUNT                       00873000
                           MOVE 'COURSE FULL' TO WS-REJECT-REASON       00874000
                           PERFORM REJECT-REGISTRATION                  00875000
                       END-IF                                           00876000
                   END-IF                                               00877000
               END-IF                                                   00878000
           END-IF                                                       00879000
           END-IF                                                       00880000
           END-IF                                                       00881000
           END-IF                                                       00882000
           END-IF                                                       00883000
           END-IF                                                       00884000
           END-IF.                                                      00885000
      *                                                                 00886000
      *-----------------------------------------------------------------00887000
      * DROP-STUDENT - ONLY A STUDENT HOLDING A SEAT CAN DROP; THE      00888000
      * ROW STAYS AS WITHDRAWN SO THE SEAT IS FREED BUT THE HISTORY     00889000
      * OF THE REGISTRATION IS NOT LOST.  ONCE A GRADE IS RECORDED      00889666
      * THE COURSE IS PART OF THE TRANSCRIPT AND CANNOT BE DROPPED.     00890332
      *-----------------------------------------------------------------00891000
       DROP-STUDENT.                                                    00892000
           PERFORM FETCH-ENROLMENT.                                     00893000
           IF WS-ERROR-COUNT > 0                                        00894000
               CONTINUE                                                 00895000
           ELSE                                                         00895166
           IF WS-ENROL-FOUND AND WS-ENR-IS-ENROLLED                     00895332
                   AND WS-GRADE NOT = SPACES                            00895498
               MOVE 'COURSE ALREADY GRADED' TO WS-REJECT-REASON         00895664
               PERFORM REJECT-REGISTRATION                              00895830
           ELSE                                                         00896000
               IF WS-ENROL-FOUND AND WS-ENR-IS-ENROLLED                 00897000
                   MOVE 'W' TO WS-ENRSTAT                               00898000
                   PERFORM SET-ENROLMENT-STATUS                         00899000
                   IF WS-ERROR-COUNT = 0                                00900000
                       ADD 1 TO WS-DROPPED-COUNT                        00901000
                   END-IF                                               00902000
               ELSE                                                     00903000
                   MOVE 'NOT ENROLLED ON COURSE' TO WS-REJECT-REASON    00904000
                   PERFORM REJECT-REGISTRATION                          00905000
               END-IF                                                   00906000
           END-IF                                                       00906500
           END-IF.                                                      00907000
      *                                                                 00908000
       FETCH-REG-STUDENT.                                               00909000
           MOVE 'N' TO WS-STUDENT-FOUND-SW.                             00910000
              EXEC SQL                                                  00911000
                  SELECT STUDNAME, DEGREE, STUDGRP,                     00912000
                         CURRSEM, YEARPASS                              00913000
                    INTO :WS-STUDNAME, :WS-DEGREE, :WS-STUDGRP,         00914000
                         :WS-CURR-SEM, :WS-YEAR-PASS                    00915000
                    FROM STUDTAB                                        00916000
                   WHERE STUDID = :WS-STUDID                            00917000
              END-EXEC.                                                 00918000
           IF SQLCODE = 0                                               00919000
               SET WS-STUDENT-FOUND TO TRUE                             00920000
           ELSE                                                         00921000
               IF SQLCODE NOT = 100                                     00922000
                   MOVE 'SELECT' TO WS-SQL-OPERATION                    00923000
                   PERFORM HANDLE-SQL-ERROR                             00924000
               END-IF                                                   00925000
           END-IF.                                                      00926000
      *                                                                 00927000
       FETCH-REG-COURSE.                                                00928000
           MOVE 'N' TO WS-COURSE-FOUND-SW.                              00929000
              EXEC SQL                                                  00930000
                  SELECT CRSTITLE, DEGREE, SEMNO, CREDITS,              00931000
                         SEATCAP, SCHEDULE                              00932000
                    INTO :WS-CRSTITLE, :WS-CRS-DEGREE, :WS-CRS-SEM,     00933000
                         :WS-CREDITS, :WS-SEATCAP, :WS-SCHEDULE         00934000
                    FROM COURSETAB                                      00935000
                   WHERE CRSCODE = :WS-CRSCODE                          00936000
              END-EXEC.                                                 00937000
           IF SQLCODE = 0                                               00938000
               SET WS-COURSE-FOUND TO TRUE                              00939000
           ELSE                                                         00940000
               IF SQLCODE NOT = 100                                     00941000
                   MOVE 'SELECT' TO WS-SQL-OPERATION                    00942000
                   PERFORM HANDLE-SQL-ERROR                             00943000
               END-IF                                                   00944000
           END-IF.                                                      00945000
      *                                                                 00946000
       FETCH-ENROLMENT.                                                 00947000
           MOVE 'N' TO WS-ENROL-FOUND-SW.                               00948000
           MOVE SPACE TO WS-ENRSTAT.                                    00949000
           MOVE SPACES TO WS-GRADE.                                     00949500
              EXEC SQL                                                  00950000
                  SELECT ENRSTAT, GRADE                                 00951000
                    INTO :WS-ENRSTAT, :WS-GRADE                         00952000
                    FROM ENROLTAB                                       00953000
                   WHERE STUDID  = :WS-STUDID                           00954000
                     AND TERM    = :WS-TERM                             00955000
                     AND CRSCODE = :WS-CRSCODE                          00956000
              END-EXEC.                                                 00957000
           IF SQLCODE = 0                                               00958000
               SET WS-ENROL-FOUND TO TRUE                               00959000
           ELSE                                                         00960000
               IF SQLCODE NOT = 100                                     00961000
                   MOVE 'SELECT' TO WS-SQL-OPERATION                    00962000
                   PERFORM HANDLE-SQL-ERROR                             00963000
               END-IF                                                   00964000
           END-IF.                                                      00965000
      *                                                                 00966000
       COUNT-SEATS-TAKEN.                                               00967000
              EXEC SQL                                                  00968000
                  SELECT COUNT(*)                                       00969000
                    INTO :WS-SEATS-TAKEN                                00970000
                    FROM ENROLTAB                                       00971000
                   WHERE CRSCODE = :WS-CRSCODE                          00972000
                     AND TERM    = :WS-TERM                             00973000
                     AND ENRSTAT = 'E'                                  00974000
              END-EXEC.                                                 00975000
           IF SQLCODE NOT = 0                                           00976000
               MOVE 'SELECT' TO WS-SQL-OPERATION                        00977000
               PERFORM HANDLE-SQL-ERROR                                 00978000
           END-IF.                                                      00979000
      *                                                                 00980000
      *-----------------------------------------------------------------00981000
      * SET-ENROLMENT-STATUS - WRITES WS-ENRSTAT FOR THE STUDENT/       00982000
      * COURSE/TERM: AN UPDATE WHEN FETCH-ENROLMENT FOUND A ROW, AN     00983000
      * INSERT WHEN IT DID NOT.  ENRDATE IS THE DATE OF THE LATEST      00984000
      * STATUS CHANGE.                                                  00985000
      *-----------------------------------------------------------------00986000
       SET-ENROLMENT-STATUS.                                            00987000
           MOVE WS-RUN-DATE TO WS-ENRDATE.                              00988000
           IF WS-ENROL-FOUND                                            00989000
              EXEC SQL                                                  00990000
                  UPDATE ENROLTAB                                       00991000
                     SET ENRSTAT = :WS-ENRSTAT,                         00992000
                         ENRDATE = :WS-ENRDATE                          00993000
                   WHERE STUDID  = :WS-STUDID                           00994000
                     AND TERM    = :WS-TERM                             00995000
                     AND CRSCODE = :WS-CRSCODE                          00996000
              END-EXEC                                                  00997000
               MOVE 'UPDATE' TO WS-SQL-OPERATION                        00998000
           ELSE                                                         00999000
              EXEC SQL                                                  01000000
                  INSERT INTO ENROLTAB                                  01001000
                      (STUDID, TERM, CRSCODE, ENRSTAT, ENRDATE)         01002000
                  VALUES                                                01003000
                      (:WS-STUDID, :WS-TERM, :WS-CRSCODE,               01004000
                       :WS-ENRSTAT, :WS-ENRDATE)                        01005000
              END-EXEC                                                  01006000
               MOVE 'INSERT' TO WS-SQL-OPERATION                        01007000
           END-IF.                                                      01008000
           IF SQLCODE = 0                                               01009000
               PERFORM COMMIT-ON-INTERVAL                               01010000
           ELSE                                                         01011000
               PERFORM HANDLE-SQL-ERROR                                 01012000
           END-IF.                                                      01013000
      *                                                                 01014000
       REJECT-REGISTRATION.                                             01015000
           ADD 1 TO WS-REJECT-COUNT.                                    01016000
           MOVE SPACES           TO WS-REJECT-LINE.                     01017000
           MOVE 'REGTRAN'        TO WS-RJ-SOURCE.                       01018000
           MOVE RT-TYPE          TO WS-RJ-TYPE.                         01019000
           MOVE RT-STUDID        TO WS-RJ-STUDID.                       01020000
           MOVE RT-CRSCODE       TO WS-RJ-CRSCODE.                      01021000
           MOVE WS-REJECT-REASON TO WS-RJ-REASON.                       01022000
           MOVE WS-REJECT-LINE   TO REJECT-RPT-RECORD.                  01023000
           WRITE REJECT-RPT-RECORD.                                     01024000
      *                                                                 01025000
       COMMIT-ON-INTERVAL.                                              01026000
           ADD 1 TO WS-UNCOMMITTED-COUNT.                               01027000
           IF WS-UNCOMMITTED-COUNT >= WS-COMMIT-INTERVAL                01028000
              EXEC SQL                                                  01029000
                  COMMIT                                                01030000
              END-EXEC                                                  01031000
              MOVE ZERO TO WS-UNCOMMITTED-COUNT                         01032000
           END-IF.                                                      01033000
      *                                                                 01034000
       WRITE-REJECT-TOTALS.                                             01035000
           MOVE SPACES TO REJECT-RPT-RECORD.                            01036000
           WRITE REJECT-RPT-RECORD.                                     01037000
           MOVE 'COURSES ADDED         ' TO WS-RT-LABEL.                01038000
           MOVE WS-CRS-INSERT-COUNT TO WS-RT-COUNT.                     01039000
           MOVE WS-RPT-TOTAL-LINE TO REJECT-RPT-RECORD.                 01040000
           WRITE REJECT-RPT-RECORD.                                     01041000
           MOVE 'COURSES CHANGED       ' TO WS-RT-LABEL.                01042000
           MOVE WS-CRS-UPDATE-COUNT TO WS-RT-COUNT.                     01043000
           MOVE WS-RPT-TOTAL-LINE TO REJECT-RPT-RECORD.                 01044000
           WRITE REJECT-RPT-RECORD.                                     01045000
           MOVE 'STUDENTS ENROLLED     ' TO WS-RT-LABEL.                01046000
           MOVE WS-ENROLLED-COUNT TO WS-RT-COUNT.                       01047000
           MOVE WS-RPT-TOTAL-LINE TO REJECT-RPT-RECORD.                 01048000
           WRITE REJECT-RPT-RECORD.                                     01049000
           MOVE 'STUDENTS DROPPED      ' TO WS-RT-LABEL.                01050000
           MOVE WS-DROPPED-COUNT TO WS-RT-COUNT.                        01051000
           MOVE WS-RPT-TOTAL-LINE TO REJECT-RPT-RECORD.                 01052000
           WRITE REJECT-RPT-RECORD.                                     01053000
           MOVE 'TURNED AWAY FULL      ' TO WS-RT-LABEL.                01054000
           MOVE WS-FULL-COUNT TO WS-RT-COUNT.                           01055000
           MOVE WS-RPT-TOTAL-LINE TO REJECT-RPT-RECORD.                 01056000
           WRITE REJECT-RPT-RECORD.                                     01057000
           MOVE 'TRANSACTIONS REJECTED ' TO WS-RT-LABEL.                01058000
           MOVE WS-REJECT-COUNT TO WS-RT-COUNT.                         01059000
           MOVE WS-RPT-TOTAL-LINE TO REJECT-RPT-RECORD.                 01060000
           WRITE REJECT-RPT-RECORD.                                     01061000
      *                                                                 01062000
      *-----------------------------------------------------------------01063000
      * PRODUCE-CLASS-LISTS - ONE PAGE SET PER COURSE FROM              01064000
      * CLASS_CURSOR, WITH A COURSE TOTAL AGAINST CAPACITY.             01065000
      *-----------------------------------------------------------------01066000
       PRODUCE-CLASS-LISTS.                                             01067000
           OPEN OUTPUT CLASS-LIST-FILE.                                 01068000
           MOVE WS-TERM TO WS-CH1-TERM.                                 01069000
      *                                                                 01070000
              EXEC SQL                                                  01071000
                  OPEN CLASS_CURSOR                                     01072000
              END-EXEC.                                                 01073000
           IF SQLCODE NOT = 0                                           01074000
               MOVE 'OPEN' TO WS-SQL-OPERATION                          01075000
               PERFORM HANDLE-SQL-ERROR                                 01076000
               SET WS-CURSOR-EOF TO TRUE                                01077000
           ELSE                                                         01078000
               SET WS-CURSOR-NOT-EOF TO TRUE                            01079000
           END-IF.                                                      01080000
      *                                                                 01081000
           PERFORM UNTIL WS-CURSOR-EOF                                  01082000
              EXEC SQL                                                  01083000
                 FETCH CLASS_CURSOR INTO :WS-CRSCODE, :WS-CRSTITLE,     01084000
                 :WS-CRS-DEGREE, :WS-CRS-SEM, :WS-CREDITS,              01085000
                 :WS-SEATCAP, :WS-SCHEDULE,                             01086000
                 :WS-STUDID, :WS-STUDNAME, :WS-STUDGRP                  01087000
              END-EXEC                                                  01088000
              EVALUATE TRUE                                             01089000
                  WHEN SQLCODE = 0                                      01090000
                      ADD 1 TO WS-CLS-ROW-COUNT                         01091000
                      PERFORM CLASS-LIST-ONE-STUDENT                    01092000
                  WHEN SQLCODE = 100                                    01093000
                      SET WS-CURSOR-EOF TO TRUE                         01094000
                  WHEN OTHER                                            01095000
                      MOVE 'FETCH' TO WS-SQL-OPERATION                  01096000
                      PERFORM HANDLE-SQL-ERROR                          01097000
                      SET WS-CURSOR-EOF TO TRUE                         01098000
              END-EVALUATE                                              01099000
           END-PERFORM.                                                 01100000
      *                                                                 01101000
           IF WS-CLS-ROW-COUNT > 0                                      01102000
               PERFORM WRITE-CLASS-COURSE-TOTAL                         01103000
           ELSE                                                         01104000
               MOVE SPACES TO CLASS-LIST-RECORD                         01105000
               STRING 'NO STUDENTS ENROLLED FOR TERM '                  01106000
                          DELIMITED BY SIZE                             01107000
                      WS-TERM DELIMITED BY SIZE                         01108000
                      INTO CLASS-LIST-RECORD                            01109000
               WRITE CLASS-LIST-RECORD                                  01110000
           END-IF.                                                      01111000
      *                                                                 01112000
              EXEC SQL                                                  01113000
                 CLOSE CLASS_CURSOR                                     01114000
              END-EXEC.                                                 01115000
      *                                                                 01116000
           CLOSE CLASS-LIST-FILE.                                       01117000
           DISPLAY 'STUDREG: CLASS LISTS PRINTED - '                    01118000
                   WS-CLS-COURSE-COUNT.                                 01119000
      *                                                                 01120000
       CLASS-LIST-ONE-STUDENT.                                          01121000
           IF WS-CLS-FIRST-ROW                                          01122000
               MOVE 'N' TO WS-CLS-FIRST-SW                              01123000
               PERFORM START-CLASS-COURSE                               01124000
           ELSE                                                         01125000
               IF WS-CRSCODE NOT = WS-CLS-PRIOR-CRSCODE                 01126000
                   PERFORM WRITE-CLASS-COURSE-TOTAL                     01127000
                   PERFORM START-CLASS-COURSE                           01128000
               END-IF                                                   01129000
           END-IF.                                                      01130000
      *                                                                 01131000
           IF WS-CLS-LINE-COUNT >= WS-CLS-LINES-PER-PAGE                01132000
               PERFORM WRITE-CLASS-PAGE-HEADERS                         01133000
           END-IF.                                                      01134000
           MOVE SPACES      TO WS-CLS-DETAIL.                           01135000
           MOVE WS-STUDID   TO WS-CD-STUDID.                            01136000
           MOVE WS-STUDNAME TO WS-CD-NAME.                              01137000
           MOVE WS-STUDGRP  TO WS-CD-STUDGRP.                           01138000
           MOVE WS-CLS-DETAIL TO CLASS-LIST-RECORD.                     01139000
           WRITE CLASS-LIST-RECORD.                                     01140000
           ADD 1 TO WS-CLS-LINE-COUNT.                                  01141000
           ADD 1 TO WS-CLS-STUDENT-COUNT.                               01142000
      *                                                                 01143000
      *-----------------------------------------------------------------01144000
      * START-CLASS-COURSE - A NEW COURSE STARTS A NEW PAGE; ITS        01145000
      * DETAILS GO INTO THE SECOND HEADING SO A CONTINUATION PAGE       01146000
      * STILL SAYS WHICH COURSE IT IS.                                  01147000
      *-----------------------------------------------------------------01148000
       START-CLASS-COURSE.                                              01149000
           ADD 1 TO WS-CLS-COURSE-COUNT.                                01150000
           MOVE WS-CRSCODE    TO WS-CLS-PRIOR-CRSCODE.                  01151000
           MOVE WS-SEATCAP    TO WS-CLS-PRIOR-SEATCAP.                  01152000
           MOVE ZERO          TO WS-CLS-STUDENT-COUNT.                  01153000
           MOVE WS-CRSCODE    TO WS-CH2-CRSCODE.                        01154000
           MOVE WS-CRSTITLE   TO WS-CH2-CRSTITLE.                       01155000
           MOVE WS-CRS-DEGREE TO WS-CH2-DEGREE.                         01156000
           MOVE WS-CRS-SEM    TO WS-CH2-SEM.                            01157000
           MOVE WS-CREDITS    TO WS-CH2-CREDITS.                        01158000
           MOVE WS-SCHEDULE   TO WS-CH2-SCHEDULE.                       01159000
           MOVE 99            TO WS-CLS-LINE-COUNT.                     01160000
      *                                                                 01161000
       WRITE-CLASS-COURSE-TOTAL.                                        01162000
           MOVE WS-CLS-PRIOR-CRSCODE TO WS-CT-CRSCODE.                  01163000
           MOVE WS-CLS-STUDENT-COUNT TO WS-CT-COUNT.                    01164000
           MOVE WS-CLS-PRIOR-SEATCAP TO WS-CT-SEATCAP.                  01165000
           MOVE SPACES TO CLASS-LIST-RECORD.                            01166000
           WRITE CLASS-LIST-RECORD.                                     01167000
           MOVE WS-CLS-COURSE-TOTAL TO CLASS-LIST-RECORD.               01168000
           WRITE CLASS-LIST-RECORD.                                     01169000
           ADD 2 TO WS-CLS-LINE-COUNT.                                  01170000
      *                                                                 01171000
       WRITE-CLASS-PAGE-HEADERS.                                        01172000
           ADD 1 TO WS-CLS-PAGE-NO.                                     01173000
           MOVE WS-CLS-PAGE-NO TO WS-CH1-PAGE-NO.                       01174000
           MOVE WS-CLS-HEADING-1 TO CLASS-LIST-RECORD.                  01175000
           WRITE CLASS-LIST-RECORD.                                     01176000
           MOVE SPACES TO CLASS-LIST-RECORD.                            01177000
           WRITE CLASS-LIST-RECORD.                                     01178000
           MOVE WS-CLS-HEADING-2 TO CLASS-LIST-RECORD.                  01179000
           WRITE CLASS-LIST-RECORD.                                     01180000
           MOVE SPACES TO CLASS-LIST-RECORD.                            01181000
           WRITE CLASS-LIST-RECORD.                                     01182000
           MOVE WS-CLS-HEADING-3 TO CLASS-LIST-RECORD.                  01183000
           WRITE CLASS-LIST-RECORD.                                     01184000
           MOVE SPACES TO CLASS-LIST-RECORD.                            01185000
           WRITE CLASS-LIST-RECORD.                                     01186000
           MOVE ZERO TO WS-CLS-LINE-COUNT.                              01187000
      *                                                                 01188000
      *-----------------------------------------------------------------01189000
      * PRODUCE-TIMETABLES - THE PER-STUDENT TIMETABLE FROM             01190000
      * TIMETABLE_CURSOR, BREAKING ON STUDID THE WAY THE ROSTER         01191000
      * REPORT BREAKS ON GROUP.                                         01192000
      *-----------------------------------------------------------------01193000
       PRODUCE-TIMETABLES.                                              01194000
           OPEN OUTPUT TIMETABLE-FILE.                                  01195000
           MOVE WS-TERM TO WS-TH1-TERM.                                 01196000
      *                                                                 01197000
              EXEC SQL                                                  01198000
                  OPEN TIMETABLE_CURSOR                                 01199000
              END-EXEC.                                                 01200000
           IF SQLCODE NOT = 0                                           01201000
               MOVE 'OPEN' TO WS-SQL-OPERATION                          01202000
               PERFORM HANDLE-SQL-ERROR                                 01203000
               SET WS-CURSOR-EOF TO TRUE                                01204000
           ELSE                                                         01205000
               SET WS-CURSOR-NOT-EOF TO TRUE                            01206000
           END-IF.                                                      01207000
      *                                                                 01208000
           PERFORM UNTIL WS-CURSOR-EOF                                  01209000
              EXEC SQL                                                  01210000
                 FETCH TIMETABLE_CURSOR INTO :WS-STUDID,                01211000
                 :WS-STUDNAME, :WS-DEGREE, :WS-STUDGRP, :WS-CURR-SEM,   01212000
                 :WS-CRSCODE, :WS-CRSTITLE, :WS-CREDITS, :WS-SCHEDULE   01213000
              END-EXEC                                                  01214000
              EVALUATE TRUE                                             01215000
                  WHEN SQLCODE = 0                                      01216000
                      ADD 1 TO WS-TT-ROW-COUNT                          01217000
                      PERFORM TIMETABLE-ONE-COURSE                      01218000
                  WHEN SQLCODE = 100                                    01219000
                      SET WS-CURSOR-EOF TO TRUE                         01220000
                  WHEN OTHER                                            01221000
                      MOVE 'FETCH' TO WS-SQL-OPERATION                  01222000
                      PERFORM HANDLE-SQL-ERROR                          01223000
                      SET WS-CURSOR-EOF TO TRUE                         01224000
              END-EVALUATE                                              01225000
           END-PERFORM.                                                 01226000
      *                                                                 01227000
           IF WS-TT-ROW-COUNT > 0                                       01228000
               PERFORM WRITE-STUDENT-TOTAL                              01229000
           END-IF.                                                      01230000
           IF WS-TT-LINE-COUNT >= WS-TT-LINES-PER-PAGE                  01231000
               PERFORM WRITE-TIMETABLE-PAGE-HEADERS                     01232000
           END-IF.                                                      01233000
           MOVE WS-TT-STUDENT-COUNT TO WS-TG-COUNT.                     01234000
           MOVE WS-TT-GRAND-LINE    TO TIMETABLE-RECORD.                01235000
           WRITE TIMETABLE-RECORD.                                      01236000
      *                                                                 01237000
              EXEC SQL                                                  01238000
                 CLOSE TIMETABLE_CURSOR                                 01239000
              END-EXEC.                                                 01240000
      *                                                                 01241000
           CLOSE TIMETABLE-FILE.                                        01242000
           DISPLAY 'STUDREG: TIMETABLES PRINTED  - '                    01243000
                   WS-TT-STUDENT-COUNT.                                 01244000
      *                                                                 01245000
       TIMETABLE-ONE-COURSE.                                            01246000
           IF WS-TT-FIRST-ROW                                           01247000
               MOVE 'N' TO WS-TT-FIRST-SW                               01248000
               PERFORM START-TIMETABLE-STUDENT                          01249000
           ELSE                                                         01250000
               IF WS-STUDID NOT = WS-TT-PRIOR-STUDID                    01251000
                   PERFORM WRITE-STUDENT-TOTAL                          01252000
                   PERFORM START-TIMETABLE-STUDENT                      01253000
               END-IF                                                   01254000
           END-IF.                                                      01255000
      *                                                                 01256000
           IF WS-TT-LINE-COUNT >= WS-TT-LINES-PER-PAGE                  01257000
               PERFORM WRITE-TIMETABLE-PAGE-HEADERS                     01258000
           END-IF.                                                      01259000
           MOVE SPACES      TO WS-TT-COURSE-LINE.                       01260000
           MOVE WS-CRSCODE  TO WS-TC-CRSCODE.                           01261000
           MOVE WS-CRSTITLE TO WS-TC-CRSTITLE.                          01262000
           MOVE WS-CREDITS  TO WS-TC-CREDITS.                           01263000
           MOVE WS-SCHEDULE TO WS-TC-SCHEDULE.                          01264000
           MOVE WS-TT-COURSE-LINE TO TIMETABLE-RECORD.                  01265000
           WRITE TIMETABLE-RECORD.                                      01266000
           ADD 1 TO WS-TT-LINE-COUNT.                                   01267000
           ADD 1 TO WS-TT-COURSE-COUNT.                                 01268000
           ADD WS-CREDITS TO WS-TT-CREDIT-COUNT.                        01269000
      *                                                                 01270000
       START-TIMETABLE-STUDENT.                                         01271000
           ADD 1 TO WS-TT-STUDENT-COUNT.                                01272000
           MOVE WS-STUDID TO WS-TT-PRIOR-STUDID.                        01273000
           MOVE ZERO      TO WS-TT-COURSE-COUNT.                        01274000
           MOVE ZERO      TO WS-TT-CREDIT-COUNT.                        01275000
           IF WS-TT-LINE-COUNT >= WS-TT-LINES-PER-PAGE                  01276000
               PERFORM WRITE-TIMETABLE-PAGE-HEADERS                     01277000
           END-IF.                                                      01278000
           MOVE SPACES       TO WS-TT-STUDENT-LINE.                     01279000
           MOVE WS-STUDID    TO WS-TS-STUDID.                           01280000
           MOVE WS-STUDNAME  TO WS-TS-NAME.                             01281000
           MOVE WS-DEGREE    TO WS-TS-DEGREE.                           01282000
           MOVE WS-STUDGRP   TO WS-TS-STUDGRP.                          01283000
           MOVE WS-CURR-SEM  TO WS-TS-CURRSEM.                          01284000
           MOVE WS-TT-STUDENT-LINE TO TIMETABLE-RECORD.                 01285000
           WRITE TIMETABLE-RECORD.                                      01286000
           ADD 1 TO WS-TT-LINE-COUNT.                                   01287000
      *                                                                 01288000
       WRITE-STUDENT-TOTAL.                                             01289000
           MOVE WS-TT-COURSE-COUNT TO WS-TST-COURSES.                   01290000
           MOVE WS-TT-CREDIT-COUNT TO WS-TST-CREDITS.                   01291000
           MOVE WS-TT-STUDENT-TOTAL TO TIMETABLE-RECORD.                01292000
           WRITE TIMETABLE-RECORD.                                      01293000
           MOVE SPACES TO TIMETABLE-RECORD.                             01294000
           WRITE TIMETABLE-RECORD.                                      01295000
           ADD 2 TO WS-TT-LINE-COUNT.                                   01296000
      *                                                                 01297000
       WRITE-TIMETABLE-PAGE-HEADERS.                                    01298000
           ADD 1 TO WS-TT-PAGE-NO.                                      01299000
           MOVE WS-TT-PAGE-NO TO WS-TH1-PAGE-NO.                        01300000
           MOVE WS-TT-HEADING-1 TO TIMETABLE-RECORD.                    01301000
           WRITE TIMETABLE-RECORD.                                      01302000
           MOVE SPACES TO TIMETABLE-RECORD.                             01303000
           WRITE TIMETABLE-RECORD.                                      01304000
           MOVE WS-TT-HEADING-2 TO TIMETABLE-RECORD.                    01305000
           WRITE TIMETABLE-RECORD.                                      01306000
           MOVE WS-TT-HEADING-3 TO TIMETABLE-RECORD.                    01307000
           WRITE TIMETABLE-RECORD.                                      01308000
           MOVE SPACES TO TIMETABLE-RECORD.                             01309000
           WRITE TIMETABLE-RECORD.                                      01310000
           MOVE ZERO TO WS-TT-LINE-COUNT.                               01311000
      *                                                                 01312000
      *-----------------------------------------------------------------01313000
      * PRODUCE-COURSE-REPORT - CHECKS EVERY CATALOGUE COURSE FROM      01314000
      * COURSE_CURSOR AGAINST THE MINIMUM FILL PERCENT AND ITS          01315000
      * TURN-AWAYS, AND LISTS THE EXCEPTIONS.                           01316000
      *-----------------------------------------------------------------01317000
       PRODUCE-COURSE-REPORT.                                           01318000
           OPEN OUTPUT COURSE-RPT-FILE.                                 01319000
           MOVE WS-TERM TO WS-RH1-TERM.                                 01320000
           PERFORM WRITE-COURSE-PAGE-HEADERS.                           01321000
      *                                                                 01322000
              EXEC SQL                                                  01323000
                  OPEN COURSE_CURSOR                                    01324000
              END-EXEC.                                                 01325000
           IF SQLCODE NOT = 0                                           01326000
               MOVE 'OPEN' TO WS-SQL-OPERATION                          01327000
               PERFORM HANDLE-SQL-ERROR                                 01328000
               SET WS-CURSOR-EOF TO TRUE                                01329000
           ELSE                                                         01330000
               SET WS-CURSOR-NOT-EOF TO TRUE                            01331000
           END-IF.                                                      01332000
      *                                                                 01333000
           PERFORM UNTIL WS-CURSOR-EOF                                  01334000
              EXEC SQL                                                  01335000
                 FETCH COURSE_CURSOR INTO :WS-CRSCODE, :WS-CRSTITLE,    01336000
                 :WS-CRS-DEGREE, :WS-CRS-SEM, :WS-SEATCAP,              01337000
                 :WS-SEATS-TAKEN, :WS-TURNED-AWAY                       01338000
              END-EXEC                                                  01339000
              EVALUATE TRUE                                             01340000
                  WHEN SQLCODE = 0                                      01341000
                      ADD 1 TO WS-CR-COURSE-COUNT                       01342000
                      PERFORM CHECK-ONE-COURSE                          01343000
                  WHEN SQLCODE = 100                                    01344000
                      SET WS-CURSOR-EOF TO TRUE                         01345000
                  WHEN OTHER                                            01346000
                      MOVE 'FETCH' TO WS-SQL-OPERATION                  01347000
                      PERFORM HANDLE-SQL-ERROR                          01348000
                      SET WS-CURSOR-EOF TO TRUE                         01349000
              END-EVALUATE                                              01350000
           END-PERFORM.                                                 01351000
      *                                                                 01352000
              EXEC SQL                                                  01353000
                 CLOSE COURSE_CURSOR                                    01354000
              END-EXEC.                                                 01355000
      *                                                                 01356000
           PERFORM WRITE-COURSE-TOTALS.                                 01357000
           CLOSE COURSE-RPT-FILE.                                       01358000
           DISPLAY 'STUDREG: UNDER-ENROLLED      - '                    01359000
                   WS-CR-UNDER-COUNT.                                   01360000
           DISPLAY 'STUDREG: OVER-SUBSCRIBED     - '                    01361000
                   WS-CR-OVER-COUNT.                                    01362000
      *                                                                 01363000
       CHECK-ONE-COURSE.                                                01364000
           IF WS-SEATCAP > ZERO                                         01365000
               COMPUTE WS-CR-FILL-PCT =                                 01366000
                   WS-SEATS-TAKEN * 100 / WS-SEATCAP                    01367000
           ELSE                                                         01368000
               MOVE ZERO TO WS-CR-FILL-PCT                              01369000
           END-IF.                                                      01370000
           MOVE SPACES TO WS-CR-FLAG.                                   01371000
           IF WS-TURNED-AWAY > ZERO OR WS-SEATS-TAKEN > WS-SEATCAP      01372000
               MOVE 'OVER-SUBSCRIBED' TO WS-CR-FLAG                     01373000
               ADD 1 TO WS-CR-OVER-COUNT                                01374000
           ELSE                                                         01375000
               IF WS-SEATS-TAKEN * 100 < WS-SEATCAP * WS-MIN-FILL-PCT   01376000
                   MOVE 'UNDER-ENROLLED' TO WS-CR-FLAG                  01377000
                   ADD 1 TO WS-CR-UNDER-COUNT                           01378000
               END-IF                                                   01379000
           END-IF.                                                      01380000
      *                                                                 01381000
           IF WS-CR-FLAG NOT = SPACES                                   01382000
               IF WS-CR-LINE-COUNT >= WS-CR-LINES-PER-PAGE              01383000
                   PERFORM WRITE-COURSE-PAGE-HEADERS                    01384000
               END-IF                                                   01385000
               MOVE SPACES         TO WS-CR-DETAIL                      01386000
               MOVE WS-CRSCODE     TO WS-CR-CRSCODE                     01387000
               MOVE WS-CRSTITLE    TO WS-CR-CRSTITLE                    01388000
               MOVE WS-CRS-DEGREE  TO WS-CR-DEGREE                      01389000
               MOVE WS-CRS-SEM     TO WS-CR-SEM                         01390000
               MOVE WS-SEATCAP     TO WS-CR-SEATCAP                     01391000
               MOVE WS-SEATS-TAKEN TO WS-CR-ENROLLED                    01392000
               MOVE WS-TURNED-AWAY TO WS-CR-TURNED                      01393000
               MOVE WS-CR-FILL-PCT TO WS-CR-FILL                        01394000
               MOVE WS-CR-FLAG     TO WS-CR-EXCEPTION                   01395000
               MOVE WS-CR-DETAIL   TO COURSE-RPT-RECORD                 01396000
               WRITE COURSE-RPT-RECORD                                  01397000
               ADD 1 TO WS-CR-LINE-COUNT                                01398000
           END-IF.                                                      01399000
      *                                                                 01400000
       WRITE-COURSE-PAGE-HEADERS.                                       01401000
           ADD 1 TO WS-CR-PAGE-NO.                                      01402000
           MOVE WS-CR-PAGE-NO TO WS-RH1-PAGE-NO.                        01403000
           MOVE WS-CR-HEADING-1 TO COURSE-RPT-RECORD.                   01404000
           WRITE COURSE-RPT-RECORD.                                     01405000
           MOVE SPACES TO COURSE-RPT-RECORD.                            01406000
           WRITE COURSE-RPT-RECORD.                                     01407000
           MOVE WS-CR-HEADING-2 TO COURSE-RPT-RECORD.                   01408000
           WRITE COURSE-RPT-RECORD.                                     01409000
           MOVE SPACES TO COURSE-RPT-RECORD.                            01410000
           WRITE COURSE-RPT-RECORD.                                     01411000
           MOVE ZERO TO WS-CR-LINE-COUNT.                               01412000
      *                                                                 01413000
       WRITE-COURSE-TOTALS.                                             01414000
           MOVE SPACES TO COURSE-RPT-RECORD.                            01415000
           WRITE COURSE-RPT-RECORD.                                     01416000
           MOVE 'COURSES CHECKED       ' TO WS-RT-LABEL.                01417000
           MOVE WS-CR-COURSE-COUNT TO WS-RT-COUNT.                      01418000
           MOVE WS-RPT-TOTAL-LINE TO COURSE-RPT-RECORD.                 01419000
           WRITE COURSE-RPT-RECORD.                                     01420000
           MOVE 'UNDER-ENROLLED        ' TO WS-RT-LABEL.                01421000
           MOVE WS-CR-UNDER-COUNT TO WS-RT-COUNT.                       01422000
           MOVE WS-RPT-TOTAL-LINE TO COURSE-RPT-RECORD.                 01423000
           WRITE COURSE-RPT-RECORD.                                     01424000
           MOVE 'OVER-SUBSCRIBED       ' TO WS-RT-LABEL.                01425000
           MOVE WS-CR-OVER-COUNT TO WS-RT-COUNT.                        01426000
           MOVE WS-RPT-TOTAL-LINE TO COURSE-RPT-RECORD.                 01427000
           WRITE COURSE-RPT-RECORD.                                     01428000
           MOVE SPACES TO COURSE-RPT-RECORD.                            01429000
           STRING 'UNDER-ENROLLED = FEWER THAN '                        01430000
                      DELIMITED BY SIZE                                 01431000
                  WS-MIN-FILL-X DELIMITED BY SIZE                       01432000
                  ' PERCENT OF CAPACITY ENROLLED'                       01433000
                      DELIMITED BY SIZE                                 01434000
                  INTO COURSE-RPT-RECORD.                               01435000
           WRITE COURSE-RPT-RECORD.                                     01436000
      *                                                                 01437000
      *-----------------------------------------------------------------01438000
      * HANDLE-SQL-ERROR - ROLLS BACK TO THE LAST COMMIT AND REPORTS    01439000
      * THE FAILING OPERATION, FOLLOWING THE CONVENTION STUDTEST'S      01440000
      * ERROR HANDLER ESTABLISHED FOR THIS STREAM.  EVERY LOOP IN       01441000
      * THIS PROGRAM STOPS ON THE FIRST ERROR.                          01442000
      *-----------------------------------------------------------------01443000
       HANDLE-SQL-ERROR.                                                01444000
           ADD 1 TO WS-ERROR-COUNT.                                     01445000
           DISPLAY 'STUDREG: SQL ERROR ON ' WS-SQL-OPERATION            01446000
                   ' FOR STUDID ' WS-STUDID ' COURSE ' WS-CRSCODE       01447000
                   ' SQLCODE=' SQLCODE ' SQLSTATE=' SQLSTATE.           01448000
              EXEC SQL                                                  01449000
                  ROLLBACK                                              01450000
              END-EXEC.                                                 01451000
      *                                                                 01452000
      *-----------------------------------------------------------------01453000
      * WRITE-JOURNAL-START / WRITE-JOURNAL-END - BATCH-WINDOW RUN      01454000
      * JOURNAL BOOKKEEPING.  JOURNALING IS BEST-EFFORT: A STEP THAT    01455000
      * CANNOT REACH THE JOURNAL STILL RUNS, IT JUST GOES MISSING       01456000
      * FROM THE END-OF-WINDOW SUMMARY.                                 01457000
      *-----------------------------------------------------------------01458000
       WRITE-JOURNAL-START.                                             01459000
           OPEN EXTEND RUN-JOURNAL.                                     01460000
           IF WS-JRNL-FS NOT = '00'                                     01461000
               OPEN OUTPUT RUN-JOURNAL                                  01462000
           END-IF.                                                      01463000
           IF WS-JRNL-FS = '00'                                         01464000
               SET WS-JOURNAL-IS-OPEN TO TRUE                           01465000
               MOVE SPACES     TO JRNL-RECORD                           01466000
               MOVE 'S'        TO JRNL-REC-TYPE                         01467000
               MOVE 'STUDREG ' TO JRNL-PROGRAM                          01468000
               ACCEPT JRNL-DATE FROM DATE YYYYMMDD                      01469000
               ACCEPT JRNL-TIME FROM TIME                               01470000
               MOVE ZERO TO JRNL-RC                                     01471000
               MOVE ZERO TO JRNL-COUNT-VAL(1)                           01472000
               MOVE ZERO TO JRNL-COUNT-VAL(2)                           01473000
               MOVE ZERO TO JRNL-COUNT-VAL(3)                           01474000
               WRITE JRNL-RECORD                                        01475000
           ELSE                                                         01476000
               DISPLAY 'STUDREG : RUN JOURNAL UNAVAILABLE - FILE '      01477000
                       'STATUS ' WS-JRNL-FS                             01478000
           END-IF.                                                      01479000
      *                                                                 01480000
       WRITE-JOURNAL-END.                                               01481000
           IF WS-JOURNAL-IS-OPEN                                        01482000
               MOVE SPACES     TO JRNL-RECORD                           01483000
               MOVE 'E'        TO JRNL-REC-TYPE                         01484000
               MOVE 'STUDREG ' TO JRNL-PROGRAM                          01485000
               ACCEPT JRNL-DATE FROM DATE YYYYMMDD                      01486000
               ACCEPT JRNL-TIME FROM TIME                               01487000
               MOVE RETURN-CODE       TO JRNL-RC                        01488000
               MOVE 'ENROLLED'        TO JRNL-COUNT-LBL(1)              01489000
               MOVE WS-ENROLLED-COUNT TO JRNL-COUNT-VAL(1)              01490000
               MOVE 'REJECTED'        TO JRNL-COUNT-LBL(2)              01491000
               MOVE WS-REJECT-COUNT   TO JRNL-COUNT-VAL(2)              01492000
               MOVE 'SQLERRORS'       TO JRNL-COUNT-LBL(3)              01493000
               MOVE WS-ERROR-COUNT    TO JRNL-COUNT-VAL(3)              01494000
               WRITE JRNL-RECORD                                        01495000
               CLOSE RUN-JOURNAL                                        01496000
           END-IF.                                                      01497000
