      *        (OK against OK+FAIL outcome records), and the average    00000170
      *        and worst lag in minutes between the scheduled time      00000180
      *        (REP-TIME-SCHED) and the submit time (REP-TIME-SUBMI)    00000190
      *        - the figure that says what the poll interval costs -    00000200
      *        and the average and longest run in minutes with the      00000200
      *        run-time trend in per cent (the latest month's average   00000200
      *        run against the months before it);                       00000200
      *      - a month-by-month trend of the same figures, keyed on     00000210
      *        year AND month so figures spanning a year boundary       00000220
      *        print in true chronological order instead of January     00000230
      *        2027 sorting ahead of December 2026. Here the run-time   00000232
      *        trend is each month against the last month with runs.    00000232
      *   Only rows that were actually submitted (results blank, 'R',   00000240
      *   'O', 'T', 'C', 'A') count as firings, and only rows carrying  00000250
      *   a numeric scheduled time enter the lag figures - operator     00000260
      *   actions and wait/skip markers are left out. Run times come    00000270
      *   from the elapsed seconds on 'OK' outcome rows; outcomes       00000270
      *   written before the start records existed carry none and are   00000270
      *   left out of the run figures.                                  00000270
      *                                                                 00000280
      *   RPRTFILE   Input cumulative execution history (REPHIST).      00000290
      *   JOBSTAT    Input outcome archive (JSTARCH).                   00000300
      ******************************************************************00000310
      * MODIFICATION LOG:                                               00000320
      *   02/SEP/2026 - D. ASTA - Code started.                         00000330
      *   15/OCT/2026 - D. ASTA - Average run, longest run and run      00000330
      *                           trend columns from JS-ELAPSED.        00000330
      *   15/OCT/2026 - D. ASTA - 'A' (trigger task fired on arrival)   00000330
      *                           counts as a firing; it has no lag,    00000330
      *                           its scheduled time being a cut-off.   00000330
      ******************************************************************00000340
       IDENTIFICATION DIVISION.                                         00000350
       PROGRAM-ID.   'PMMSSTAT'.                                        00000360
           05 JS-STEP                  PIC X(08).                       00000990
           05 FILLER                   PIC X.                           00001000
           05 JS-RC                    PIC X(04).                       00001010
           05 FILLER                   PIC X.                           00001020
           05 JS-ELAPSED               PIC 9(06).                       00001020
           05 FILLER                   PIC X(32).                       00001020
      **********************                                            00001030
       FD  REPORT-PRINT                                                 00001040
      **********************                                            00001050
       01  PCT-WORK.                                                    00001300
           05 WS-OUTCOME-TOTAL         PIC 9(06).                       00001310
           05 WS-PCT                   PIC 9(03)V9.                     00001320
       01  RUN-WORK.                                                    00001320
           05 WS-RUN-AVG               PIC 9(07)V99.                    00001320
           05 WS-RUN-BASE              PIC 9(07)V99.                    00001320
           05 WS-RUN-PREV-AVG          PIC 9(07)V99.                    00001320
           05 WS-RUN-EARLIER-COUNT     PIC 9(06).                       00001320
           05 WS-RUN-TREND             PIC S9(07).                      00001320
       01  WS-CMD-STATS-TABLE.                                          00001330
      * Per-command accumulators. Lag only counts rows that carried a   00001340
      *  numeric scheduled time, so the average is over real            00001350
              10 WS-CS-LAG-WORST       PIC 9(04).                       00001420
              10 WS-CS-OK              PIC 9(06).                       00001430
              10 WS-CS-FAIL            PIC 9(06).                       00001440
              10 WS-CS-RUN-COUNT       PIC 9(06).                       00001440
              10 WS-CS-RUN-SUM         PIC 9(09).                       00001440
              10 WS-CS-RUN-LONGEST     PIC 9(06).                       00001440
              10 WS-CS-LATEST-YYMM     PIC X(04).                       00001440
              10 WS-CS-LATEST-COUNT    PIC 9(06).                       00001440
              10 WS-CS-LATEST-SUM      PIC 9(09).                       00001440
       01  WS-MONTH-STATS-DATA.                                         00001442
      * The trend is keyed on year plus month (YYMM, so a character     00001443
      *  compare is chronological - same 20xx-century assumption as     00001444
              10 WS-MS-LAG-WORST       PIC 9(04).                       00001495
              10 WS-MS-OK              PIC 9(06).                       00001500
              10 WS-MS-FAIL            PIC 9(06).                       00001510
              10 WS-MS-RUN-COUNT       PIC 9(06).                       00001510
              10 WS-MS-RUN-SUM         PIC 9(09).                       00001510
              10 WS-MS-RUN-LONGEST     PIC 9(06).                       00001510
              10 WS-MS-DONE-SW         PIC X.                           00001512
                 88 WS-MS-DONE                      VALUE 'Y'.          00001514
       01  DETAIL-FIELDS.                                               00001520
           05 WS-DET-PCT-NA            PIC X(03).                       00001560
           05 WS-DET-AVG-LAG           PIC 9(04).                       00001570
           05 WS-DET-WORST-LAG         PIC 9(04).                       00001580
           05 WS-DET-AVG-RUN           PIC 9(04)V9.                     00001580
           05 WS-DET-LONGEST-RUN       PIC 9(04)V9.                     00001580
           05 WS-DET-TREND             PIC S9(03).                      00001580
           05 WS-DET-TREND-NA          PIC X(03).                       00001580
       01  TABLES.                                                      00001590
      * Abbreviated month names, so 'Sep 2026' fits the name column     00001595
      *  with its year.                                                 00001596
              10 COLUMN 26        PIC X(09)  VALUE 'Success %'.         00002220
              10 COLUMN 39        PIC X(12)  VALUE 'Avg lag mins'.      00002230
              10 COLUMN 55        PIC X(14)  VALUE 'Worst lag mins'.    00002240
              10 COLUMN 72        PIC X(12)  VALUE 'Avg run mins'.      00002240
              10 COLUMN 87        PIC X(16)  VALUE 'Longest run mins'.  00002240
              10 COLUMN 106       PIC X(11)  VALUE 'Run trend %'.       00002240
       01  STAT-LINE-DETAIL TYPE DETAIL.                                00002250
           05 LINE PLUS 1.                                              00002260
              10 COLUMN 03        PIC X(09)  SOURCE WS-DET-NAME.        00002270
              10 COLUMN 34        PIC X(03)  SOURCE WS-DET-PCT-NA.      00002300
              10 COLUMN 43        PIC ZZZ9   SOURCE WS-DET-AVG-LAG.     00002310
              10 COLUMN 60        PIC ZZZ9   SOURCE WS-DET-WORST-LAG.   00002320
              10 COLUMN 75        PIC ZZZ9.9 SOURCE WS-DET-AVG-RUN.     00002320
              10 COLUMN 94        PIC ZZZ9.9 SOURCE WS-DET-LONGEST-RUN. 00002320
              10 COLUMN 107       PIC +ZZ9   SOURCE WS-DET-TREND.       00002320
              10 COLUMN 112       PIC X(03)  SOURCE WS-DET-TREND-NA.    00002320
      ******************************************************************00002330
       PROCEDURE DIVISION.                                              00002340
      ******************************************************************00002350
           MOVE ZERO TO WS-CS-LAG-WORST (WS-CMD-SUB).                   00002820
           MOVE ZERO TO WS-CS-OK (WS-CMD-SUB).                          00002830
           MOVE ZERO TO WS-CS-FAIL (WS-CMD-SUB).                        00002840
           MOVE ZERO TO WS-CS-RUN-COUNT (WS-CMD-SUB).                   00002840
           MOVE ZERO TO WS-CS-RUN-SUM (WS-CMD-SUB).                     00002840
           MOVE ZERO TO WS-CS-RUN-LONGEST (WS-CMD-SUB).                 00002840
           MOVE SPACES TO WS-CS-LATEST-YYMM (WS-CMD-SUB).               00002840
           MOVE ZERO TO WS-CS-LATEST-COUNT (WS-CMD-SUB).                00002840
           MOVE ZERO TO WS-CS-LATEST-SUM (WS-CMD-SUB).                  00002840
           ADD 1 TO WS-CMD-SUB.                                         00002850
       0002-EXIT.                                                       00002860
           EXIT.                                                        00002870
           MOVE ZERO TO WS-MS-LAG-WORST (WS-MONTH-SUB).                 00002935
           MOVE ZERO TO WS-MS-OK (WS-MONTH-SUB).                        00002940
           MOVE ZERO TO WS-MS-FAIL (WS-MONTH-SUB).                      00002950
           MOVE ZERO TO WS-MS-RUN-COUNT (WS-MONTH-SUB).                 00002950
           MOVE ZERO TO WS-MS-RUN-SUM (WS-MONTH-SUB).                   00002950
           MOVE ZERO TO WS-MS-RUN-LONGEST (WS-MONTH-SUB).               00002950
           ADD 1 TO WS-MONTH-SUB.                                       00002960
       0003-EXIT.                                                       00002970
           EXIT.                                                        00002980
      **********************************                                00003110
      * Only rows that actually went in count as firings: blank         00003120
      *  (scheduled), 'R' (holiday roll-over), 'O' (operator RUNNOW),   00003130
      *  'T' (automatic retry), 'C' (outage catch-up) and 'A'           00003140
      *  (trigger arrival). Everything else - errors, waits, skips,     00003140
      *  late markers - is left out.                                    00003150
           IF REP-EXEC-RESULT NOT = ' '                                 00003160
             AND REP-EXEC-RESULT NOT = 'R'                              00003170
             AND REP-EXEC-RESULT NOT = 'O'                              00003180
             AND REP-EXEC-RESULT NOT = 'T'                              00003190
             AND REP-EXEC-RESULT NOT = 'C'                              00003200
             AND REP-EXEC-RESULT NOT = 'A' THEN                         00003200
               GO TO 2000-EXIT.                                         00003210
           PERFORM 2100-FIND-OR-ADD-COMMAND THRU 2100-EXIT.             00003220
           IF NOT WS-CMD-FOUND THEN                                     00003230
      *  scheduler actually submitted it - the cost of the poll         00003710
      *  interval. Rows with no scheduled time (interval tasks,         00003720
      *  operator work) are left out; a negative figure (clock set      00003730
      *  back, midnight crossing) is clamped to zero. A trigger         00003740
      *  task's scheduled time is only its cut-off.                     00003740
           IF REP-EXEC-RESULT = 'A' THEN                                00003740
               GO TO 2200-EXIT.                                         00003740
           IF REP-TIME-SCHED-HH IS NOT NUMERIC                          00003750
             OR REP-TIME-SCHED-MM IS NOT NUMERIC THEN                   00003760
               GO TO 2200-EXIT.                                         00003770
           ADD 1 TO WS-CS-OK (WS-CMD-SUB).                              00004700
           IF WS-MONTH-SUB > 0 THEN                                     00004710
               ADD 1 TO WS-MS-OK (WS-MONTH-SUB).                        00004720
           IF JS-ELAPSED IS NUMERIC THEN                                00004720
               PERFORM 3500-COUNT-A-RUN-TIME THRU 3500-EXIT.            00004720
       3300-EXIT.                                                       00004730
           EXIT.                                                        00004740
      **********************************                                00004750
           IF WS-MONTH-SUB > 0 THEN                                     00004790
               ADD 1 TO WS-MS-FAIL (WS-MONTH-SUB).                      00004800
       3400-EXIT.                                                       00004810
           EXIT.                                                        00004810
      **********************************                                00004810
       3500-COUNT-A-RUN-TIME.                                           00004810
      **********************************                                00004810
      * Run times are taken from 'OK' rows only - a failed run stops    00004810
      *  short and would drag the normal duration down. The command     00004810
      *  also keeps its latest month's runs apart, for the trend.       00004810
           ADD 1 TO WS-CS-RUN-COUNT (WS-CMD-SUB).                       00004810
           ADD JS-ELAPSED TO WS-CS-RUN-SUM (WS-CMD-SUB).                00004810
           IF JS-ELAPSED > WS-CS-RUN-LONGEST (WS-CMD-SUB) THEN          00004810
               MOVE JS-ELAPSED TO WS-CS-RUN-LONGEST (WS-CMD-SUB).       00004810
           IF WS-MONTH-SUB = 0 THEN                                     00004810
               GO TO 3500-EXIT.                                         00004810
           ADD 1 TO WS-MS-RUN-COUNT (WS-MONTH-SUB).                     00004810
           ADD JS-ELAPSED TO WS-MS-RUN-SUM (WS-MONTH-SUB).              00004810
           IF JS-ELAPSED > WS-MS-RUN-LONGEST (WS-MONTH-SUB) THEN        00004810
               MOVE JS-ELAPSED TO WS-MS-RUN-LONGEST (WS-MONTH-SUB).     00004810
           IF WS-MONTH-KEY > WS-CS-LATEST-YYMM (WS-CMD-SUB) THEN        00004810
               MOVE WS-MONTH-KEY TO WS-CS-LATEST-YYMM (WS-CMD-SUB)      00004810
               MOVE ZERO TO WS-CS-LATEST-COUNT (WS-CMD-SUB)             00004810
               MOVE ZERO TO WS-CS-LATEST-SUM (WS-CMD-SUB).              00004810
           IF WS-MONTH-KEY = WS-CS-LATEST-YYMM (WS-CMD-SUB) THEN        00004810
               ADD 1 TO WS-CS-LATEST-COUNT (WS-CMD-SUB)                 00004810
               ADD JS-ELAPSED TO WS-CS-LATEST-SUM (WS-CMD-SUB).         00004810
       3500-EXIT.                                                       00004810
           EXIT.                                                        00004820
      **********************************                                00004855
       4100-FIND-OR-ADD-MONTH.                                          00004856
           ELSE                                                         00005020
               MOVE ZERO TO WS-DET-AVG-LAG.                             00005030
           MOVE WS-CS-LAG-WORST (WS-CMD-SUB) TO WS-DET-WORST-LAG.       00005040
           PERFORM 7100-COMMAND-RUN-FIGURES THRU 7100-EXIT.             00005040
           GENERATE STAT-LINE-DETAIL.                                   00005050
           ADD 1 TO WS-CMD-SUB.                                         00005060
       7000-EXIT.                                                       00005070
           EXIT.                                                        00005070
      **********************************                                00005070
       7100-COMMAND-RUN-FIGURES.                                        00005070
      **********************************                                00005070
      * The trend sets the latest month's average run against the       00005070
      *  average of every earlier run - N/A until there are runs in     00005070
      *  more than one month.                                           00005070
           MOVE ZERO  TO WS-DET-AVG-RUN.                                00005070
           MOVE ZERO  TO WS-DET-LONGEST-RUN.                            00005070
           MOVE ZERO  TO WS-DET-TREND.                                  00005070
           MOVE 'N/A' TO WS-DET-TREND-NA.                               00005070
           IF WS-CS-RUN-COUNT (WS-CMD-SUB) = 0 THEN                     00005070
               GO TO 7100-EXIT.                                         00005070
           COMPUTE WS-DET-AVG-RUN ROUNDED =                             00005070
               WS-CS-RUN-SUM (WS-CMD-SUB)                               00005070
               / WS-CS-RUN-COUNT (WS-CMD-SUB) / 60.                     00005070
           COMPUTE WS-DET-LONGEST-RUN ROUNDED =                         00005070
               WS-CS-RUN-LONGEST (WS-CMD-SUB) / 60.                     00005070
           COMPUTE WS-RUN-EARLIER-COUNT =                               00005070
               WS-CS-RUN-COUNT (WS-CMD-SUB)                             00005070
               - WS-CS-LATEST-COUNT (WS-CMD-SUB).                       00005070
           IF WS-RUN-EARLIER-COUNT = 0                                  00005070
             OR WS-CS-LATEST-COUNT (WS-CMD-SUB) = 0 THEN                00005070
               GO TO 7100-EXIT.                                         00005070
           COMPUTE WS-RUN-BASE ROUNDED =                                00005070
               (WS-CS-RUN-SUM (WS-CMD-SUB)                              00005070
                - WS-CS-LATEST-SUM (WS-CMD-SUB))                        00005070
               / WS-RUN-EARLIER-COUNT.                                  00005070
           COMPUTE WS-RUN-AVG ROUNDED =                                 00005070
               WS-CS-LATEST-SUM (WS-CMD-SUB)                            00005070
               / WS-CS-LATEST-COUNT (WS-CMD-SUB).                       00005070
           PERFORM 9000-WORK-OUT-TREND THRU 9000-EXIT.                  00005070
       7100-EXIT.                                                       00005070
           EXIT.                                                        00005080
      **********************************                                00005090
       8000-PRINT-MONTH-TREND.                                          00005100
      *  year/month, so a span crossing a year boundary comes out in    00005121
      *  true chronological order.                                      00005122
           MOVE ZERO TO WS-MONTH-PRINTED.                               00005123
           MOVE ZERO TO WS-RUN-PREV-AVG.                                00005123
       8000-LOOP.                                                       00005124
           IF WS-MONTH-PRINTED NOT < WS-MONTH-COUNT THEN                00005125
               GO TO 8000-EXIT.                                         00005126
           ELSE                                                         00005310
               MOVE ZERO TO WS-DET-AVG-LAG.                             00005320
           MOVE WS-MS-LAG-WORST (WS-MONTH-SUB) TO WS-DET-WORST-LAG.     00005330
           PERFORM 8300-MONTH-RUN-FIGURES THRU 8300-EXIT.               00005330
           GENERATE STAT-LINE-DETAIL.                                   00005340
       8200-EXIT.                                                       00005370
           EXIT.                                                        00005370
      **********************************                                00005370
       8300-MONTH-RUN-FIGURES.                                          00005370
      **********************************                                00005370
      * Months print oldest first, so the trend is against the last     00005370
      *  month printed that had any runs. A month without runs is N/A   00005370
      *  and leaves that comparison month in place.                     00005370
           MOVE ZERO  TO WS-DET-AVG-RUN.                                00005370
           MOVE ZERO  TO WS-DET-LONGEST-RUN.                            00005370
           MOVE ZERO  TO WS-DET-TREND.                                  00005370
           MOVE 'N/A' TO WS-DET-TREND-NA.                               00005370
           IF WS-MS-RUN-COUNT (WS-MONTH-SUB) = 0 THEN                   00005370
               GO TO 8300-EXIT.                                         00005370
           COMPUTE WS-RUN-AVG ROUNDED =                                 00005370
               WS-MS-RUN-SUM (WS-MONTH-SUB)                             00005370
               / WS-MS-RUN-COUNT (WS-MONTH-SUB).                        00005370
           COMPUTE WS-DET-AVG-RUN ROUNDED = WS-RUN-AVG / 60.            00005370
           COMPUTE WS-DET-LONGEST-RUN ROUNDED =                         00005370
               WS-MS-RUN-LONGEST (WS-MONTH-SUB) / 60.                   00005370
           MOVE WS-RUN-PREV-AVG TO WS-RUN-BASE.                         00005370
           MOVE WS-RUN-AVG      TO WS-RUN-PREV-AVG.                     00005370
           PERFORM 9000-WORK-OUT-TREND THRU 9000-EXIT.                  00005370
       8300-EXIT.                                                       00005370
           EXIT.                                                        00005370
      **********************************                                00005370
       9000-WORK-OUT-TREND.                                             00005370
      **********************************                                00005370
      * Percentage change of WS-RUN-AVG over WS-RUN-BASE, held to the   00005370
      *  three digits the column prints. A zero base stays N/A.         00005370
           IF WS-RUN-BASE = 0 THEN                                      00005370
               GO TO 9000-EXIT.                                         00005370
           COMPUTE WS-RUN-TREND ROUNDED =                               00005370
               (WS-RUN-AVG - WS-RUN-BASE) * 100 / WS-RUN-BASE.          00005370
           IF WS-RUN-TREND > 999 THEN                                   00005370
               MOVE 999 TO WS-RUN-TREND.                                00005370
           IF WS-RUN-TREND < -999 THEN                                  00005370
               MOVE -999 TO WS-RUN-TREND.                               00005370
           MOVE WS-RUN-TREND TO WS-DET-TREND.                           00005370
           MOVE SPACES TO WS-DET-TREND-NA.                              00005370
       9000-EXIT.                                                       00005370
           EXIT.                                                        00005380
      ******************************************************************00005390
/*                                                                      00005400
