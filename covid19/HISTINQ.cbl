      *   COVID19.DATA.HISTCNTRY together (archive first - it holds     00000110
      *   the older rows) and prints a dated statement of one           00000120
      *   country's cases, deaths and recoveries, with the              00000130
      *   day-over-day movement of each row against the one before,     00000130
      *   and the supplier each row's figures came from (W WHO, N       00000130
      *   national authority, P province feeds; blank before the        00000130
      *   sources were merged).                                         00000130
      *   This is the program the HISTTRIM description promised when    00000150
      *   it said historical questions could still be answered -        00000160
      *   until now somebody had to browse a flat 75-byte dataset       00000160
      *   for every auditor pull.                                       00000160
      *   Three lines are ACCEPTed from SYSIN:                          00000160
      *      1. the 3-character country code;                           00000160
      *      2. the from date as YYMMDD (blank = from the beginning);   00000160
      *      3. the to date as YYMMDD (blank = to the end).             00000160
      *   Both files are keyed on country code and YYYYMMDD data        00000160
      *   date, so each is positioned with a START at the country and   00000160
      *   from date, and read forward only until the country changes    00000160
      *   or the to date is passed - no other country's rows are        00000160
      *   read at all.                                                  00000160
      *                                                                 00000260
      *   HISTARC    Input archive history.                             00000270
      *   HISTCTR    Input live rolling history.                        00000280
      ******************************************************************00000390
       INPUT-OUTPUT SECTION.                                            00000400
       FILE-CONTROL.                                                    00000410
           SELECT HISTARCH-FILE  ASSIGN HISTARC                         00000410
                                 ORGANIZATION IS INDEXED                00000410
                                 ACCESS MODE IS DYNAMIC                 00000410
                                 RECORD KEY IS ARCH-KEY                 00000410
                                 FILE STATUS IS WS-ARCH-STATUS.         00000410
           SELECT HISTCNTRY-FILE ASSIGN HISTCTR                         00000410
                                 ORGANIZATION IS INDEXED                00000410
                                 ACCESS MODE IS DYNAMIC                 00000410
                                 RECORD KEY IS HIST-KEY                 00000410
                                 FILE STATUS IS WS-HIST-STATUS.         00000410
           SELECT REPORT-PRINT   ASSIGN UR-S-SYSPRINT.                  00000450
      ******************************************************************00000460
       DATA DIVISION.                                                   00000470
      ******************************************************************00000480
       FILE SECTION.                                                    00000490
      **********************************                                00000500
       FD  HISTARCH-FILE                                                00000500
      *******************                                               00000500
           LABEL RECORDS ARE STANDARD                                   00000500
           RECORD CONTAINS 80 CHARACTERS.                               00000500
       01  ARCH-RECORD.                                                 00000500
           05 ARCH-KEY.                                                 00000500
              10 ARCH-COUNTRYCODE PIC A(03).                            00000500
              10 ARCH-DATA-DATE   PIC X(08).                            00000500
           05 ARCH-CASES          PIC 9(08).                            00000500
           05 ARCH-DEATHS         PIC 9(08).                            00000500
           05 ARCH-COUNTRYNAME    PIC X(40).                            00000500
           05 ARCH-RECOVERED      PIC 9(08).                            00000500
           05 ARCH-SOURCE         PIC X(01).                            00000500
           05 FILLER              PIC X(04).                            00000500
      *******************                                               00000500
       FD  HISTCNTRY-FILE                                               00000500
      *******************                                               00000500
           LABEL RECORDS ARE STANDARD                                   00000500
           RECORD CONTAINS 80 CHARACTERS.                               00000500
       01  HIST-RECORD.                                                 00000500
           05 HIST-KEY.                                                 00000500
              10 HIST-COUNTRYCODE PIC A(03).                            00000500
              10 HIST-DATA-DATE   PIC X(08).                            00000500
           05 HIST-CASES          PIC 9(08).                            00000500
           05 HIST-DEATHS         PIC 9(08).                            00000500
           05 HIST-COUNTRYNAME    PIC X(40).                            00000500
           05 HIST-RECOVERED      PIC 9(08).                            00000500
           05 HIST-SOURCE         PIC X(01).                            00000500
           05 FILLER              PIC X(04).                            00000500
      *******************                                               00000780
       FD  REPORT-PRINT                                                 00000790
      *******************                                               00000800
           05 WS-FIRST-ROW-SW         PIC X      VALUE 'Y'.             00000900
              88 FIRST-ROW                       VALUE 'Y'.             00000910
       01  WS-ARCH-STATUS             PIC XX.                           00000920
       01  WS-HIST-STATUS             PIC XX.                           00000920
       01  INQUIRY-PARAMETERS.                                          00000930
           05 WS-INQ-COUNTRYCODE      PIC X(03).                        00000940
           05 WS-INQ-FROM-DATE        PIC X(06).                        00000950
           05 WS-INQ-TO-DATE          PIC X(06).                        00000960
      * The range widened to the YYYYMMDD history key: the START key    00000960
      *  (country + from date) and the last date wanted.                00000960
       01  WS-INQ-FROM-KEY.                                             00000960
           05 WS-IFK-COUNTRYCODE      PIC X(03).                        00000960
           05 WS-IFK-DATE.                                              00000960
              10 WS-IFK-CC            PIC 99.                           00000960
              10 WS-IFK-YYMMDD        PIC X(06).                        00000960
       01  WS-INQ-TO-KEY-DATE.                                          00000960
           05 WS-ITK-CC               PIC 99.                           00000960
           05 WS-ITK-YYMMDD           PIC X(06).                        00000960
       01  COUNTERS.                                                    00000970
           05 WS-MATCH-COUNT          PIC 9(05)  VALUE 0.               00000980
      * The row under examination, whichever file it came from.         00000990
           05 WS-ROW-CASES            PIC 9(08).                        00001030
           05 WS-ROW-DEATHS           PIC 9(08).                        00001040
           05 WS-ROW-RECOVERED        PIC 9(08).                        00001050
           05 WS-ROW-SOURCE           PIC X(01).                        00001050
       01  PREVIOUS-ROW-DATA.                                           00001060
           05 WS-PREV-CASES           PIC 9(08).                        00001070
           05 WS-PREV-DEATHS          PIC 9(08).                        00001080
       01  DETAIL-FIELDS.                                               00001090
           05 WS-DET-CASES-MOVE       PIC S9(08).                       00001100
           05 WS-DET-DEATHS-MOVE      PIC S9(08).                       00001110
       01  WS-TODAYS-DATE.                                              00001240
           05 TD-MONTH                PIC X(02).                        00001250
           05 FILLER                  PIC X.                            00001260
              10 COLUMN 44        PIC X(06)  VALUE 'Deaths'.            00001680
              10 COLUMN 58        PIC X(10)  VALUE '(movement)'.        00001690
              10 COLUMN 74        PIC X(09)  VALUE 'Recovered'.         00001700
              10 COLUMN 87        PIC X(06)  VALUE 'Source'.            00001700
           05 LINE PLUS 1.                                              00001710
              10 COLUMN 01        PIC X(08)  VALUE '--------'.          00001720
              10 COLUMN 12        PIC X(26)  VALUE                      00001730
              10 COLUMN 42        PIC X(26)  VALUE                      00001750
                    '--------------------------'.                       00001760
              10 COLUMN 72        PIC X(12)  VALUE '------------'.      00001770
              10 COLUMN 87        PIC X(06)  VALUE '------'.            00001770
       01  STATEMENT-DETAIL TYPE DETAIL.                                00001780
           05 LINE PLUS 1.                                              00001790
              10 COLUMN 01        PIC X(08)  SOURCE WS-ROW-DATE.        00001800
              10 COLUMN 67        PIC X      VALUE ')'.                 00001880
              10 COLUMN 72        PIC ZZZ,ZZZ,ZZ9 SOURCE                00001890
                                              WS-ROW-RECOVERED.         00001900
              10 COLUMN 89        PIC X(01)  SOURCE WS-ROW-SOURCE.      00001900
       01  STATEMENT-FOOTING TYPE REPORT FOOTING.                       00001910
           05 LINE PLUS 2.                                              00001920
              10 COLUMN 01        PIC X(14)  VALUE 'ROWS PRINTED :'.    00001930
      **********************************                                00001990
           PERFORM 0001-INITIALISE THRU 0001-EXIT.                      00002000
           PERFORM 1000-READ-ARCHIVE THRU 1000-EXIT.                    00002010
           PERFORM 2000-READ-LIVE-HISTORY THRU 2000-EXIT.               00002010
           IF WS-MATCH-COUNT = 0 THEN                                   00002050
               DISPLAY 'HISTINQ - NO HISTORY FOUND FOR COUNTRY '        00002060
                   WS-INQ-COUNTRYCODE ' IN THE REQUESTED RANGE'.        00002070
                   ' ABANDONED'                                         00002200
               MOVE 16 TO RETURN-CODE                                   00002210
               STOP RUN.                                                00002220
           MOVE WS-INQ-COUNTRYCODE TO WS-IFK-COUNTRYCODE.               00002220
           MOVE WS-YEAR-CC         TO WS-IFK-CC WS-ITK-CC.              00002220
           MOVE WS-INQ-FROM-DATE   TO WS-IFK-YYMMDD.                    00002220
           MOVE WS-INQ-TO-DATE     TO WS-ITK-YYMMDD.                    00002220
           IF WS-INQ-FROM-DATE = SPACES THEN                            00002220
               MOVE LOW-VALUES  TO WS-IFK-DATE.                         00002220
           IF WS-INQ-TO-DATE = SPACES THEN                              00002220
               MOVE HIGH-VALUES TO WS-INQ-TO-KEY-DATE.                  00002220
           MOVE CURRENT-DATE TO WS-TODAYS-DATE.                         00002230
           MOVE TIME-OF-DAY  TO WS-TODAYS-TIME.                         00002240
           OPEN OUTPUT REPORT-PRINT.                                    00002250
       0001-EXIT.                                                       00002270
           EXIT.                                                        00002280
      **********************************                                00002290
       1000-READ-ARCHIVE.                                               00002290
      **********************************                                00002290
      * The archive comes first so the statement runs oldest to         00002290
      *  newest. A missing archive dataset simply means nothing has     00002290
      *  been retired yet.                                              00002290
           OPEN INPUT HISTARCH-FILE.                                    00002290
           IF WS-ARCH-STATUS NOT = '00' THEN                            00002290
               GO TO 1000-EXIT.                                         00002290
           MOVE 'N' TO END-OF-FILE.                                     00002290
           MOVE WS-INQ-FROM-KEY TO ARCH-KEY.                            00002290
           START HISTARCH-FILE KEY IS NOT LESS THAN ARCH-KEY            00002290
               INVALID KEY MOVE 'Y' TO END-OF-FILE.                     00002290
           PERFORM 1100-READ-ARCHIVE-RECORD THRU 1100-EXIT              00002290
               UNTIL EOF.                                               00002290
           CLOSE HISTARCH-FILE.                                         00002290
           MOVE 'N' TO END-OF-FILE.                                     00002290
       1000-EXIT.                                                       00002290
           EXIT.                                                        00002290
      **********************************                                00002290
       1100-READ-ARCHIVE-RECORD.                                        00002290
      **********************************                                00002290
           READ HISTARCH-FILE NEXT RECORD                               00002290
               AT END MOVE 'Y' TO END-OF-FILE.                          00002290
           IF EOF THEN                                                  00002290
               GO TO 1100-EXIT.                                         00002290
           IF ARCH-COUNTRYCODE NOT = WS-INQ-COUNTRYCODE                 00002290
             OR ARCH-DATA-DATE > WS-INQ-TO-KEY-DATE THEN                00002290
               MOVE 'Y' TO END-OF-FILE                                  00002290
               GO TO 1100-EXIT.                                         00002290
           MOVE ARCH-DATA-DATE   TO WS-ROW-DATE.                        00002290
           MOVE ARCH-COUNTRYCODE TO WS-ROW-COUNTRYCODE.                 00002290
           MOVE ARCH-CASES       TO WS-ROW-CASES.                       00002290
           MOVE ARCH-DEATHS      TO WS-ROW-DEATHS.                      00002290
           MOVE ARCH-RECOVERED   TO WS-ROW-RECOVERED.                   00002290
           MOVE ARCH-SOURCE      TO WS-ROW-SOURCE.                      00002290
           PERFORM 3000-SELECT-AND-PRINT-ROW THRU 3000-EXIT.            00002290
       1100-EXIT.                                                       00002290
           EXIT.                                                        00002290
      **********************************                                00002290
       2000-READ-LIVE-HISTORY.                                          00002290
      **********************************                                00002290
      * Then the live rows, positioned the same way.                    00002290
           OPEN INPUT HISTCNTRY-FILE.                                   00002290
           IF WS-HIST-STATUS NOT = '00' THEN                            00002290
               DISPLAY 'HISTINQ - HISTCNTRY OPEN FAILED, STATUS '       00002290
                   WS-HIST-STATUS                                       00002290
               GO TO 2000-EXIT.                                         00002290
           MOVE 'N' TO END-OF-FILE.                                     00002290
           MOVE WS-INQ-FROM-KEY TO HIST-KEY.                            00002290
           START HISTCNTRY-FILE KEY IS NOT LESS THAN HIST-KEY           00002290
               INVALID KEY MOVE 'Y' TO END-OF-FILE.                     00002290
           PERFORM 2100-READ-LIVE-RECORD THRU 2100-EXIT                 00002290
               UNTIL EOF.                                               00002290
           CLOSE HISTCNTRY-FILE.                                        00002290
       2000-EXIT.                                                       00002290
           EXIT.                                                        00002290
      **********************************                                00002290
       2100-READ-LIVE-RECORD.                                           00002290
      **********************************                                00002290
           READ HISTCNTRY-FILE NEXT RECORD                              00002290
               AT END MOVE 'Y' TO END-OF-FILE.                          00002290
           IF EOF THEN                                                  00002290
               GO TO 2100-EXIT.                                         00002290
           IF HIST-COUNTRYCODE NOT = WS-INQ-COUNTRYCODE                 00002290
             OR HIST-DATA-DATE > WS-INQ-TO-KEY-DATE THEN                00002290
               MOVE 'Y' TO END-OF-FILE                                  00002290
               GO TO 2100-EXIT.                                         00002290
           MOVE HIST-DATA-DATE   TO WS-ROW-DATE.                        00002290
           MOVE HIST-COUNTRYCODE TO WS-ROW-COUNTRYCODE.                 00002290
           MOVE HIST-CASES       TO WS-ROW-CASES.                       00002290
           MOVE HIST-DEATHS      TO WS-ROW-DEATHS.                      00002290
           MOVE HIST-RECOVERED   TO WS-ROW-RECOVERED.                   00002290
           MOVE HIST-SOURCE      TO WS-ROW-SOURCE.                      00002290
           PERFORM 3000-SELECT-AND-PRINT-ROW THRU 3000-EXIT.            00002290
       2100-EXIT.                                                       00002290
           EXIT.                                                        00002290
      **********************************                                00002290
       3000-SELECT-AND-PRINT-ROW.                                       00002290
      **********************************                                00002290
      * The caller has already copied the row into INQUIRY-ROW-DATA,    00002290
      *  whichever file it came from, and only reads rows of the        00002290
      *  country and range asked for - printing works from that         00002290
      *  copy alone.                                                    00002290
           IF FIRST-ROW THEN                                            00002920
               MOVE 'N' TO WS-FIRST-ROW-SW                              00002930
               MOVE 0 TO WS-DET-CASES-MOVE WS-DET-DEATHS-MOVE           00002940
