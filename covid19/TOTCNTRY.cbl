      *   subtracted during the aggregation instead of added.           00001103
      *   DAY-DATE is honoured: a backlog file covering several days    00001104
      *   (expected sorted by date, oldest first) breaks on date as     00001105
      *   well as country, writes one HISTCNTRY row per country per     00001105
      *   data date, and leaves COVID19.DATA.TOTCNTRY holding the       00001105
      *   totals of the most recent date in the file.                   00001105
      *   COVID19.DATA.HISTCNTRY is a keyed (VSAM KSDS) file, keyed     00001105
      *   on country code and YYYYMMDD data date; rerunning a date      00001105
      *   replaces that date's rows instead of duplicating them.        00001105
      *   Each row also keeps DAY-SOURCE, the supplier the figures      00001105
      *   came from (chosen by DAYMERGE ahead of DAYVALID).             00001105
      *   Optional carry-forward estimates: when the ESTPRM parameter   00001105
      *   card switches them on, a country on yesterday's totals        00001105
      *   (COVID19.DATA.TOTCPREV) that is missing from a data date is   00001105
      *   carried forward at its last known cumulative figures, so the  00001105
      *   world and region totals do not dip for a missed report. The   00001105
      *   carried row is marked with its estimate age (1-9 days carried)00001105
      *   on TOTCNTRY and HISTCNTRY; a country missing for longer than  00001105
      *   the card's maximum drops out and is reported stopped as       00001105
      *   before. Estimated rows are kept out of the reconciliation     00001105
      *   totals (nothing in the feed backs them), and never overwrite  00001105
      *   a reported history row. Every estimate made, and every        00001105
      *   estimate replaced by real figures, is written to ESTLOG for   00001105
      *   the run-quality page.                                         00001105
      *   Then data is written into COVID19.DATA.TOTCNTRY               00001201
      ******************************************************************00001300
       IDENTIFICATION DIVISION.                                         00001400
       FILE-CONTROL.                                                    00002501
           SELECT DAILY-FILE     ASSIGN DA-S-DAYFIL.                    00002601
           SELECT TOTCNTRY-FILE  ASSIGN DA-S-TOTCTR.                    00002702
           SELECT HISTCNTRY-FILE ASSIGN HISTCTR                         00002702
                                 ORGANIZATION IS INDEXED                00002702
                                 ACCESS MODE IS DYNAMIC                 00002702
                                 RECORD KEY IS HIST-KEY                 00002702
                                 FILE STATUS IS WS-HIST-STATUS.         00002702
           SELECT REGNCNTRY-FILE ASSIGN DA-S-REGCTR.                    00002704
           SELECT TOTREGN-FILE   ASSIGN DA-S-TOTREGN.                   00002705
           SELECT CHKPOINT-FILE  ASSIGN DA-S-CHKPNT                     00002706
                                 FILE STATUS IS WS-RUNLEDG-STATUS.      00002713
           SELECT REGNEXCP-FILE  ASSIGN DA-S-REGEXCP.                   00002714
           SELECT TOTPROV-FILE   ASSIGN DA-S-TOTPROV.                   00002715
           SELECT ESTPARM-FILE   ASSIGN DA-S-ESTPRM                     00002715
                                 FILE STATUS IS WS-ESTPARM-STATUS.      00002715
           SELECT ESTLOG-FILE    ASSIGN DA-S-ESTLOG.                    00002715
      ******************************************************************00002801
       DATA DIVISION.                                                   00002901
      ******************************************************************00003001
      *  report one national figure, set for the big federal feeds      00004660
      *  (USA, Brazil, India) whose rows carry regional detail.         00004670
           05 DAY-PROVCODE        PIC X(03).                            00004680
      * The supplier the DAYMERGE step chose for the country and date - 00004680
      *  carried onto the country's HISTCNTRY row.                      00004680
           05 DAY-SOURCE          PIC X(01).                            00004680
      *******************                                               00004802
       FD  TOTCNTRY-FILE                                                00004902
      *******************                                               00005002
           RECORDING MODE F                                             00005102
           LABEL RECORDS ARE STANDARD                                   00005202
           BLOCK CONTAINS 0 RECORDS                                     00005302
           RECORD CONTAINS 68 CHARACTERS.                               00005402
       01  TOT-RECORD             PIC X(68).                            00005502
      *******************                                               00005503
       FD  HISTCNTRY-FILE                                               00005503
      *******************                                               00005503
           LABEL RECORDS ARE STANDARD                                   00005503
           RECORD CONTAINS 80 CHARACTERS.                               00005503
       01  HIST-RECORD.                                                 00005503
           05 HIST-KEY.                                                 00005503
              10 HIST-COUNTRYCODE PIC A(03).                            00005503
              10 HIST-DATA-DATE   PIC X(08).                            00005503
           05 HIST-CASES          PIC 9(08).                            00005503
           05 HIST-DEATHS         PIC 9(08).                            00005503
           05 HIST-COUNTRYNAME    PIC X(40).                            00005503
           05 HIST-RECOVERED      PIC 9(08).                            00005503
           05 HIST-SOURCE         PIC X(01).                            00005503
      * Blank for reported figures; '1'-'9' for a carried-forward       00005503
      *  estimate, the number of days it has been carried.              00005503
           05 HIST-ESTIMATED      PIC X(01).                            00005503
           05 FILLER              PIC X(03).                            00005503
      *******************                                               00005516
       FD  REGNCNTRY-FILE                                               00005517
      *******************                                               00005518
           RECORDING MODE F                                             00005574
           LABEL RECORDS ARE STANDARD                                   00005576
           BLOCK CONTAINS 0 RECORDS                                     00005577
           RECORD CONTAINS 68 CHARACTERS.                               00005577
       01  PRV-RECORD.                                                  00005577
           05 PRV-COUNTRYCODE         PIC A(03).                        00005580
           05 PRV-CASES               PIC 9(08).                        00005581
           05 PRV-DEATHS              PIC 9(08).                        00005582
           05 PRV-COUNTRYNAME         PIC X(40).                        00005583
           05 PRV-RECOVERED           PIC 9(08).                        00005584
           05 PRV-ESTIMATED           PIC X(01).                        00005584
      *******************                                               00005584
       FD  DELTA-FILE                                                   00005584
      *******************                                               00005586
           05 TPROV-DEATHS         PIC 9(08).                           00005598
           05 TPROV-RECOVERED      PIC 9(08).                           00005598
           05 TPROV-COUNTRYNAME    PIC X(40).                           00005599
      *******************                                               00005599
       FD  ESTPARM-FILE                                                 00005599
      *******************                                               00005599
           LABEL RECORDS ARE STANDARD                                   00005599
           BLOCK CONTAINS 0 RECORDS                                     00005599
           RECORD CONTAINS 80 CHARACTERS.                               00005599
       01  ESTPARM-RECORD.                                              00005599
           05 ESTP-SWITCH          PIC X(01).                           00005599
              88 ESTP-ESTIMATE-ON          VALUE 'Y'.                   00005599
           05 ESTP-MAX-DAYS        PIC X(01).                           00005599
           05 FILLER               PIC X(78).                           00005599
      *******************                                               00005599
       FD  ESTLOG-FILE                                                  00005599
      *******************                                               00005599
           RECORDING MODE F                                             00005599
           LABEL RECORDS ARE STANDARD                                   00005599
           BLOCK CONTAINS 0 RECORDS                                     00005599
           RECORD CONTAINS 85 CHARACTERS.                               00005599
       01  ESTLOG-RECORD.                                               00005599
           05 ESTL-TYPE            PIC X(01).                           00005599
              88 ESTL-ESTIMATED            VALUE 'E'.                   00005599
              88 ESTL-REPLACED             VALUE 'R'.                   00005599
           05 ESTL-COUNTRYCODE     PIC A(03).                           00005599
           05 ESTL-COUNTRYNAME     PIC X(40).                           00005599
           05 ESTL-DATA-DATE       PIC X(08).                           00005599
           05 ESTL-AGE             PIC X(01).                           00005599
           05 ESTL-EST-CASES       PIC 9(08).                           00005599
           05 ESTL-EST-DEATHS      PIC 9(08).                           00005599
           05 ESTL-REAL-CASES      PIC 9(08).                           00005599
           05 ESTL-REAL-DEATHS     PIC 9(08).                           00005599
      **********************************                                00005601
       WORKING-STORAGE SECTION.                                         00005701
      **********************************                                00005801
              88 RESTARTING                  VALUE 'Y'.                 00006114
           05 WS-FLUSHED-FOUND    PIC X      VALUE 'N'.                 00006114
              88 FLUSHED-FOUND               VALUE 'Y'.                 00006114
           05 WS-HIST-DUP-SW      PIC X      VALUE 'N'.                 00006114
              88 HIST-DUPLICATE              VALUE 'Y'.                 00006114
           05 WS-ESTIMATE-SW      PIC X      VALUE 'N'.                 00006114
              88 ESTIMATING                  VALUE 'Y'.                 00006114
           05 WS-REPL-LOGGED-SW   PIC X      VALUE 'N'.                 00006114
              88 REPLACEMENT-LOGGED          VALUE 'Y'.                 00006114
       01  COUNTERS.                                                    00006105
           05 COUNTER-MAX-REGION-MAP PIC 999 VALUE 100.                 00006106
           05 COUNTER-MAX-REGIONS    PIC 99  VALUE 20.                  00006107
      *  again on every data date so the reconciliation reflects the    00006129
      *  most recent date only.                                         00006130
           05 WS-DATE-REC-COUNT      PIC 9(08) VALUE 0.                 00006131
           05 WS-EST-COUNT           PIC 9(04) VALUE 0.                 00006131
           05 WS-EST-REPL-COUNT      PIC 9(04) VALUE 0.                 00006131
       01  WS-PREV-COUNTRYNAME       PIC X(40) VALUE SPACES.            00006122
       01  WS-CURR-DATA-DATE         PIC X(08) VALUE SPACES.            00006122
       01  WS-CURR-DATE-PARTS REDEFINES WS-CURR-DATA-DATE.              00006122
           05 WS-CDD-YY2             PIC X(02).                         00006122
           05 WS-CDD-MM              PIC X(02).                         00006122
           05 WS-CDD-DD              PIC X(02).                         00006122
      * HISTCNTRY rows are keyed on the data date of the group, as      00006122
      *  YYYYMMDD, so a catch-up file no longer flattens several days   00006122
      *  of history onto the run date. The run date is only used,       00006122
      *  rebuilt in the same layout, when the input carried no date.    00006122
       01  WS-HIST-RUN-DATE.                                            00006122
           05 FILLER                 PIC X(02) VALUE '20'.              00006122
           05 WS-HRD-YY              PIC X(02).                         00006122
           05 WS-HRD-MM              PIC X(02).                         00006122
           05 WS-HRD-DD              PIC X(02).                         00006122
       01  SUBSCRIPTS.                                                  00006110
           05 WS-MAP-SUB              PIC 999.                          00006111
           05 WS-MAP-SUB2             PIC 999.                          00006111
           05 WS-RTOT-SUB             PIC 99.                           00006112
       01  WS-CHKPOINT-STATUS         PIC XX.                           00006117
       01  WS-RUNLEDG-STATUS          PIC XX.                           00006117
       01  WS-HIST-STATUS             PIC XX.                           00006117
       01  WS-ESTPARM-STATUS          PIC XX.                           00006117
      * Carry-forward settings from the ESTPRM card: the most days in a 00006117
      *  row a country may be carried (1-9, 3 when the card leaves it   00006117
      *  out), and the age of the estimate being written.               00006117
       01  ESTIMATE-WORK-DATA.                                          00006117
           05 WS-EST-MAX-DAYS         PIC 9(01) VALUE 3.                00006117
           05 WS-EST-AGE              PIC 9(01).                        00006117
           05 WS-EST-AGE-X REDEFINES WS-EST-AGE PIC X(01).              00006117
      * The reported row about to replace a HISTCNTRY row, held while   00006117
      *  the row on file is read to see whether it was an estimate.     00006117
       01  WS-HIST-NEW-IMAGE          PIC X(80).                        00006117
       01  WS-TODAYS-TIME             PIC 9(06).                        00006117
       01  RUN-LEDGER-DATA.                                             00006117
      * The run-control ledger, one entry per data date ever            00006117
           05 TOTCTL-TAG          PIC X(03).                            00006201
           05 TOTCTL-DATA-DATE    PIC X(08).                            00006201
           05 TOTCTL-REC-COUNT    PIC 9(08).                            00006201
           05 FILLER              PIC X(49).                            00006201
       01  REGNCTL-RECORD.                                              00006201
           05 RCTL-TAG            PIC X(03).                            00006201
           05 RCTL-DATA-DATE      PIC X(08).                            00006201
           05 WS-TOT-DEATHS       PIC 9(08).                            00006502
           05 WS-TOT-COUNTRYNAME  PIC X(40).                            00006603
           05 WS-TOT-RECOVERED    PIC 9(08).                            00006604
      * Blank on a reported row; the estimate age on a carried one.     00006604
           05 WS-TOT-ESTIMATED    PIC X(01).                            00006604
       01  WS-TOT-SOURCE          PIC X(01)  VALUE SPACE.               00006604
       01  WS-TODAYS-DATE.                                              00006610
           05 TD-MONTH                PIC X(02).                        00006620
           05 FILLER                  PIC X.                            00006630
           05 WS-TAB-PREV-CTRY   OCCURS 300 TIMES.                      00006701
              10 WS-PREV-CTRY-CODE   PIC A(03).                         00006702
              10 WS-PREV-CTRY-NAME   PIC X(40).                         00006703
      *    Yesterday's figures and estimate age, for carrying a         00006703
      *     missing country forward - kept up to date date by date      00006703
      *     through a catch-up file as the country reports.             00006703
              10 WS-PREV-CTRY-CASES  PIC 9(08).                         00006703
              10 WS-PREV-CTRY-DEATHS PIC 9(08).                         00006703
              10 WS-PREV-CTRY-RECOV  PIC 9(08).                         00006703
              10 WS-PREV-CTRY-EST    PIC X(01).                         00006703
              10 WS-PREV-CTRY-SEEN   PIC X      VALUE 'N'.              00006704
                 88 PREV-CTRY-SEEN              VALUE 'Y'.              00006705
       01  NEWREP-COUNTRY-DATA.                                         00006705
           PERFORM 0008-GUARD-FIRST-DATE THRU 0008-EXIT.                00007006
           PERFORM 0003-LOAD-REGIONS    THRU 0003-EXIT.                 00007010
           PERFORM 0006-LOAD-PREV-COUNTRIES THRU 0006-EXIT.             00007011
           PERFORM 0010-LOAD-ESTIMATE-PARM THRU 0010-EXIT.              00007011
           PERFORM 0004-CHECK-FOR-RESTART THRU 0004-EXIT.               00007012
           OPEN INPUT DAILY-FILE.                                       00007014
           OPEN OUTPUT DELTA-FILE.                                      00007015
      *        again for the countries still to load.                   00007029
               MOVE 'N'    TO WS-RESTART-SW                             00007029
               OPEN EXTEND TOTPROV-FILE                                 00007031
               OPEN EXTEND ESTLOG-FILE                                  00007031
           ELSE                                                         00007030
               OPEN OUTPUT TOTCNTRY-FILE                                00007032
               OPEN OUTPUT TOTPROV-FILE                                 00007033
               OPEN OUTPUT ESTLOG-FILE.                                 00007033
      * A newly defined, still empty HISTCNTRY cluster cannot be        00007033
      *  opened for update - the very first load opens it for output.   00007033
           OPEN I-O HISTCNTRY-FILE.                                     00007033
           IF WS-HIST-STATUS NOT = '00' THEN                            00007033
               OPEN OUTPUT HISTCNTRY-FILE.                              00007033
           OPEN OUTPUT TOTREGN-FILE.                                    00007215
           OPEN OUTPUT SEQWARN-FILE.                                    00007216
           PERFORM 1000-READ-DAILY-DATA THRU 1000-EXIT                  00007302
               UNTIL EOF.                                               00007402
           PERFORM 2001-RECORD-TOTALS-DATA THRU 2001-EXIT.              00007402
           PERFORM 2042-ESTIMATE-MISSING-COUNTRIES THRU 2042-EXIT.      00007402
           PERFORM 2040-WRITE-TOTCNTRY-CONTROL THRU 2040-EXIT.          00007403
           MOVE 0 TO WS-CHECKPOINT-COUNT.                               00007517
           PERFORM 2006-WRITE-CHECKPOINT    THRU 2006-EXIT.             00007518
                 HISTCNTRY-FILE,                                        00007615
                 TOTREGN-FILE,                                          00007617
                 SEQWARN-FILE,                                          00007619
                 DELTA-FILE,                                            00007620
                 ESTLOG-FILE.                                           00007620
       0000-EXIT.                                                       00007801
           STOP RUN.                                                    00007901
      **********************************                                00008001
       2001-RECORD-TOTALS-DATA.                                         00010402
      **********************************                                00010502
           IF WS-TOT-COUNTRYCODE NOT = SPACES THEN                      00010603
               MOVE SPACE TO WS-TOT-ESTIMATED                           00010603
               WRITE TOT-RECORD     FROM WS-TOTALS-RECORD               00010703
               ADD 1 TO WS-TOTCNTRY-REC-COUNT                           00010705
               PERFORM 2003-ROLLUP-REGION-DATA  THRU 2003-EXIT          00010706
      **********************************                                00010910
       2002-RECORD-HISTORY-DATA.                                        00010920
      **********************************                                00010930
      * Keep a rolling day-by-day history of each country's totals,     00010930
      *  so REPCNTRY can work out trends (e.g. 7-day average). The      00010930
      *  row is keyed on country code and the group's data date,        00010930
      *  falling back to the run date when the input carried none.      00010930
      *  A row already on file for the same country and date - a        00010930
      *  rerun of that date - is replaced rather than duplicated.       00010930
           IF WS-CURR-DATA-DATE = SPACES THEN                           00010930
               MOVE TD-YEAR  TO WS-HRD-YY                               00010930
               MOVE TD-MONTH TO WS-HRD-MM                               00010930
               MOVE TD-DAY   TO WS-HRD-DD                               00010930
               MOVE WS-HIST-RUN-DATE TO HIST-DATA-DATE                  00010930
           ELSE                                                         00010930
               MOVE WS-CURR-DATA-DATE TO HIST-DATA-DATE.                00010930
           MOVE WS-TOT-COUNTRYCODE TO HIST-COUNTRYCODE.                 00010930
           MOVE WS-TOT-CASES      TO HIST-CASES.                        00010930
           MOVE WS-TOT-DEATHS     TO HIST-DEATHS.                       00010930
           MOVE WS-TOT-COUNTRYNAME TO HIST-COUNTRYNAME.                 00010930
           MOVE WS-TOT-RECOVERED  TO HIST-RECOVERED.                    00010930
           MOVE WS-TOT-SOURCE     TO HIST-SOURCE.                       00010930
           MOVE WS-TOT-ESTIMATED  TO HIST-ESTIMATED.                    00010930
           MOVE 'N' TO WS-REPL-LOGGED-SW.                               00010930
           MOVE 'N' TO WS-HIST-DUP-SW.                                  00010930
           WRITE HIST-RECORD                                            00010930
               INVALID KEY MOVE 'Y' TO WS-HIST-DUP-SW.                  00010930
           IF NOT HIST-DUPLICATE THEN                                   00010930
               GO TO 2002-EXIT.                                         00010930
      * Look at the row already on file before replacing it: an         00010930
      *  estimate never overwrites reported figures, and reported       00010930
      *  figures replacing an estimate are logged for the run-quality   00010930
      *  page.                                                          00010930
           MOVE HIST-RECORD TO WS-HIST-NEW-IMAGE.                       00010930
           READ HISTCNTRY-FILE                                          00010930
               INVALID KEY MOVE SPACE TO HIST-ESTIMATED.                00010930
           IF WS-TOT-ESTIMATED NOT = SPACE                              00010930
             AND HIST-ESTIMATED = SPACE THEN                            00010930
               GO TO 2002-EXIT.                                         00010930
           IF WS-TOT-ESTIMATED = SPACE                                  00010930
             AND HIST-ESTIMATED NOT = SPACE THEN                        00010930
               PERFORM 2046-LOG-HIST-REPLACEMENT THRU 2046-EXIT.        00010930
           MOVE WS-HIST-NEW-IMAGE TO HIST-RECORD.                       00010930
           REWRITE HIST-RECORD                                          00010930
               INVALID KEY                                              00010930
                   DISPLAY 'TOTCNTRY - HISTCNTRY REWRITE FAILED '       00010930
                           HIST-KEY ' STATUS ' WS-HIST-STATUS.          00010930
       2002-EXIT.                                                       00011010
           EXIT.                                                        00011020
      **********************************                                00011030
      **********************************                                00011525
           IF WS-TOT-COUNTRYCODE = WS-PREV-CTRY-CODE (WS-PREV-CTRY-SUB) 00011526
               MOVE 'Y' TO WS-PREV-CTRY-SEEN (WS-PREV-CTRY-SUB)         00011527
               MOVE 'Y' TO WS-RTOT-FOUND                                00011527
               PERFORM 2045-UPDATE-PREV-FIGURES THRU 2045-EXIT.         00011527
           ADD 1 TO WS-PREV-CTRY-SUB.                                   00011529
       2009-EXIT.                                                       00011530
           EXIT.                                                        00011531
      * A row with a province code also feeds the per-province          00011557
      *  accumulators (not during a restart's skip replay - those       00011557
      *  countries' province rows are already on the dataset).          00011557
      * Every row of a country and date comes from the one supplier     00011557
      *  DAYMERGE chose, so the last row's source is the group's.       00011557
           MOVE DAY-SOURCE TO WS-TOT-SOURCE.                            00011557
           IF DAY-PROVCODE NOT = SPACES AND NOT RESTARTING THEN         00011557
               PERFORM 2035-APPLY-DAY-TO-PROVINCE THRU 2035-EXIT.       00011557
      * A blank recovered field (an old-format feed) counts as zero -   00011558
      *  flushed-country table and country-sequence state start         00011601
      *  again, and the previous-day seen flags are cleared so the      00011602
      *  stopped-reporting list reflects the latest date.               00011603
      * The date being closed gets its carry-forward estimates first,   00011603
      *  while its region totals and history are still open.            00011603
           IF WS-CURR-DATA-DATE NOT = SPACES THEN                       00011603
               PERFORM 2042-ESTIMATE-MISSING-COUNTRIES THRU 2042-EXIT.  00011603
           PERFORM 2022-CHECK-RUN-LEDGER THRU 2022-EXIT.                00011603
           IF WS-CURR-DATA-DATE NOT = SPACES THEN                       00011604
               CLOSE TOTCNTRY-FILE                                      00011605
       2016-SET-DATA-DATE.                                              00011619
      **********************************                                00011620
           MOVE DAY-DATE  TO WS-CURR-DATA-DATE.                         00011621
      * The record driving the break was already tallied into the       00011625
      *  closing date by 1000 - count and tally it again here, into     00011625
      *  the fresh date it actually belongs to.                         00011625
      *  but guard against one all the same - it is not a country.      00012564
           IF NOT EOF AND WS-TOT-COUNTRYCODE = 'CTL' THEN               00012566
               GO TO 1007-EXIT.                                         00012568
           IF EOF THEN                                                  00012568
               GO TO 1007-EXIT.                                         00012568
           ADD 1 TO WS-TOTCNTRY-REC-COUNT.                              00012568
      * An estimated row is not backed by the feed, so it stays out of  00012568
      *  the reconciliation totals, just as 2043 left it.               00012568
           IF WS-TOT-ESTIMATED = SPACE THEN                             00012568
               ADD WS-TOT-CASES  TO WS-TOTCNTRY-CASES-TOT               00012568
               ADD WS-TOT-DEATHS TO WS-TOTCNTRY-DEATHS-TOT.             00012568
           PERFORM 2003-ROLLUP-REGION-DATA THRU 2003-EXIT.              00012568
           PERFORM 2008-CHECK-NEWLY-REPORTING THRU 2008-EXIT.           00012568
           PERFORM 2012-ADD-FLUSHED-COUNTRY THRU 2012-EXIT.             00012568
       1007-EXIT.                                                       00012590
           EXIT.                                                        00012600
      **********************************                                00012601
                        WS-PREV-CTRY-CODE (WS-PREV-CTRY-COUNT)          00012625
               MOVE PRV-COUNTRYNAME TO                                  00012626
                        WS-PREV-CTRY-NAME (WS-PREV-CTRY-COUNT)          00012627
               MOVE 'N' TO WS-PREV-CTRY-SEEN (WS-PREV-CTRY-COUNT)       00012627
               MOVE PRV-CASES TO                                        00012627
                        WS-PREV-CTRY-CASES (WS-PREV-CTRY-COUNT)         00012627
               MOVE PRV-DEATHS TO                                       00012627
                        WS-PREV-CTRY-DEATHS (WS-PREV-CTRY-COUNT)        00012627
               MOVE PRV-RECOVERED TO                                    00012627
                        WS-PREV-CTRY-RECOV (WS-PREV-CTRY-COUNT)         00012627
               MOVE PRV-ESTIMATED TO                                    00012627
                        WS-PREV-CTRY-EST (WS-PREV-CTRY-COUNT).          00012627
       1008-EXIT.                                                       00012629
           EXIT.                                                        00012630
      **********************************                                00012610
           CLOSE CHKPOINT-FILE.                                         00012690
       2006-EXIT.                                                       00012700
           EXIT.                                                        00012710
      **********************************                                00012710
       0010-LOAD-ESTIMATE-PARM.                                         00012710
      **********************************                                00012710
      * Carry-forward estimates are only made when the optional ESTPRM  00012710
      *  card asks for them. Column 1 'Y' switches them on; column 2,   00012710
      *  if numeric, is the most days in a row one country's figures    00012710
      *  may be carried before it is treated as stopped reporting       00012710
      *  (default 3). No card leaves the run as it always was.          00012710
           OPEN INPUT ESTPARM-FILE.                                     00012710
           IF WS-ESTPARM-STATUS NOT = '00' THEN                         00012710
               GO TO 0010-EXIT.                                         00012710
           READ ESTPARM-FILE                                            00012710
               AT END MOVE SPACES TO ESTPARM-RECORD.                    00012710
           CLOSE ESTPARM-FILE.                                          00012710
           IF ESTP-MAX-DAYS IS NUMERIC                                  00012710
             AND ESTP-MAX-DAYS NOT = '0' THEN                           00012710
               MOVE ESTP-MAX-DAYS TO WS-EST-MAX-DAYS.                   00012710
           IF ESTP-ESTIMATE-ON THEN                                     00012710
               MOVE 'Y' TO WS-ESTIMATE-SW                               00012710
               DISPLAY 'TOTCNTRY - CARRY-FORWARD ESTIMATES ON, UP TO '  00012710
                       WS-EST-MAX-DAYS ' DAYS'.                         00012710
       0010-EXIT.                                                       00012710
           EXIT.                                                        00012710
      **********************************                                00012710
       2042-ESTIMATE-MISSING-COUNTRIES.                                 00012710
      **********************************                                00012710
      * Close of a data date. Every country on yesterday's totals that  00012710
      *  has not reported for it is carried forward at its last known   00012710
      *  cumulative figures, marked with the number of days carried,    00012710
      *  until the carry limit is reached - after that it is left to    00012710
      *  come out as stopped reporting as before. Carried rows go to    00012710
      *  TOTCNTRY, the regions and HISTCNTRY but not to the feed        00012710
      *  reconciliation totals, and each one is listed on ESTLOG.       00012710
           IF NOT ESTIMATING THEN                                       00012710
               GO TO 2042-EXIT.                                         00012710
           MOVE 1 TO WS-PREV-CTRY-SUB.                                  00012710
           PERFORM 2043-ESTIMATE-ONE-COUNTRY THRU 2043-EXIT             00012710
               UNTIL WS-PREV-CTRY-SUB > WS-PREV-CTRY-COUNT.             00012710
       2042-EXIT.                                                       00012710
           EXIT.                                                        00012710
      **********************************                                00012710
       2043-ESTIMATE-ONE-COUNTRY.                                       00012710
      **********************************                                00012710
           IF PREV-CTRY-SEEN (WS-PREV-CTRY-SUB) THEN                    00012710
               GO TO 2043-NEXT.                                         00012710
           MOVE WS-PREV-CTRY-EST (WS-PREV-CTRY-SUB) TO WS-EST-AGE-X.    00012710
           IF WS-EST-AGE-X = SPACE THEN                                 00012710
               MOVE 0 TO WS-EST-AGE.                                    00012710
           IF WS-EST-AGE-X IS NOT NUMERIC                               00012710
             OR WS-EST-AGE NOT < WS-EST-MAX-DAYS THEN                   00012710
               GO TO 2043-NEXT.                                         00012710
           ADD 1 TO WS-EST-AGE.                                         00012710
           MOVE WS-PREV-CTRY-CODE (WS-PREV-CTRY-SUB)                    00012710
                                  TO WS-TOT-COUNTRYCODE.                00012710
           MOVE WS-PREV-CTRY-NAME (WS-PREV-CTRY-SUB)                    00012710
                                  TO WS-TOT-COUNTRYNAME.                00012710
           MOVE WS-PREV-CTRY-CASES (WS-PREV-CTRY-SUB)                   00012710
                                  TO WS-TOT-CASES.                      00012710
           MOVE WS-PREV-CTRY-DEATHS (WS-PREV-CTRY-SUB)                  00012710
                                  TO WS-TOT-DEATHS.                     00012710
           MOVE WS-PREV-CTRY-RECOV (WS-PREV-CTRY-SUB)                   00012710
                                  TO WS-TOT-RECOVERED.                  00012710
           MOVE SPACE TO WS-TOT-SOURCE.                                 00012710
           MOVE WS-EST-AGE-X TO WS-TOT-ESTIMATED.                       00012710
           WRITE TOT-RECORD FROM WS-TOTALS-RECORD.                      00012710
           ADD 1 TO WS-TOTCNTRY-REC-COUNT.                              00012710
           PERFORM 2003-ROLLUP-REGION-DATA THRU 2003-EXIT.              00012710
           PERFORM 2012-ADD-FLUSHED-COUNTRY THRU 2012-EXIT.             00012710
           PERFORM 2002-RECORD-HISTORY-DATA THRU 2002-EXIT.             00012710
           MOVE 'Y' TO WS-PREV-CTRY-SEEN (WS-PREV-CTRY-SUB).            00012710
           MOVE WS-EST-AGE-X TO WS-PREV-CTRY-EST (WS-PREV-CTRY-SUB).    00012710
           MOVE SPACES TO ESTLOG-RECORD.                                00012710
           MOVE 'E' TO ESTL-TYPE.                                       00012710
           MOVE WS-TOT-COUNTRYCODE TO ESTL-COUNTRYCODE.                 00012710
           MOVE WS-TOT-COUNTRYNAME TO ESTL-COUNTRYNAME.                 00012710
           MOVE WS-CURR-DATA-DATE TO ESTL-DATA-DATE.                    00012710
           MOVE WS-EST-AGE-X TO ESTL-AGE.                               00012710
           MOVE WS-TOT-CASES TO ESTL-EST-CASES.                         00012710
           MOVE WS-TOT-DEATHS TO ESTL-EST-DEATHS.                       00012710
           MOVE 0 TO ESTL-REAL-CASES.                                   00012710
           MOVE 0 TO ESTL-REAL-DEATHS.                                  00012710
           WRITE ESTLOG-RECORD.                                         00012710
           ADD 1 TO WS-EST-COUNT.                                       00012710
       2043-NEXT.                                                       00012710
           ADD 1 TO WS-PREV-CTRY-SUB.                                   00012710
       2043-EXIT.                                                       00012710
           EXIT.                                                        00012710
      **********************************                                00012710
       2045-UPDATE-PREV-FIGURES.                                        00012710
      **********************************                                00012710
      * A country from yesterday's totals has a row for this date.      00012710
      *  Reported figures following a carried estimate replace it -     00012710
      *  list the replacement. The table keeps the latest figures so a  00012710
      *  later date in a catch-up file carries forward from them. On a  00012710
      *  restart the rows are only being re-read, so nothing is listed, 00012710
      *  nor when 2046 has just listed the same replacement.            00012710
           IF WS-PREV-CTRY-EST (WS-PREV-CTRY-SUB) NOT = SPACE           00012710
             AND WS-TOT-ESTIMATED = SPACE                               00012710
             AND NOT RESTARTING                                         00012710
             AND NOT REPLACEMENT-LOGGED THEN                            00012710
               MOVE SPACES TO ESTLOG-RECORD                             00012710
               MOVE 'R' TO ESTL-TYPE                                    00012710
               MOVE WS-TOT-COUNTRYCODE TO ESTL-COUNTRYCODE              00012710
               MOVE WS-TOT-COUNTRYNAME TO ESTL-COUNTRYNAME              00012710
               MOVE WS-CURR-DATA-DATE TO ESTL-DATA-DATE                 00012710
               MOVE WS-PREV-CTRY-EST (WS-PREV-CTRY-SUB) TO ESTL-AGE     00012710
               MOVE WS-PREV-CTRY-CASES (WS-PREV-CTRY-SUB)               00012710
                                      TO ESTL-EST-CASES                 00012710
               MOVE WS-PREV-CTRY-DEATHS (WS-PREV-CTRY-SUB)              00012710
                                      TO ESTL-EST-DEATHS                00012710
               MOVE WS-TOT-CASES TO ESTL-REAL-CASES                     00012710
               MOVE WS-TOT-DEATHS TO ESTL-REAL-DEATHS                   00012710
               WRITE ESTLOG-RECORD                                      00012710
               ADD 1 TO WS-EST-REPL-COUNT.                              00012710
           MOVE WS-TOT-CASES TO WS-PREV-CTRY-CASES (WS-PREV-CTRY-SUB).  00012710
           MOVE WS-TOT-DEATHS TO WS-PREV-CTRY-DEATHS (WS-PREV-CTRY-SUB).00012710
           MOVE WS-TOT-RECOVERED                                        00012710
                              TO WS-PREV-CTRY-RECOV (WS-PREV-CTRY-SUB). 00012710
           MOVE WS-TOT-ESTIMATED TO WS-PREV-CTRY-EST (WS-PREV-CTRY-SUB).00012710
       2045-EXIT.                                                       00012710
           EXIT.                                                        00012710
      **********************************                                00012710
       2046-LOG-HIST-REPLACEMENT.                                       00012710
      **********************************                                00012710
      * A rerun of an earlier date has brought reported figures for a   00012710
      *  country whose HISTCNTRY row was carried forward - list the     00012710
      *  replacement alongside those found against yesterday's totals.  00012710
           MOVE SPACES TO ESTLOG-RECORD.                                00012710
           MOVE 'R' TO ESTL-TYPE.                                       00012710
           MOVE WS-TOT-COUNTRYCODE TO ESTL-COUNTRYCODE.                 00012710
           MOVE WS-TOT-COUNTRYNAME TO ESTL-COUNTRYNAME.                 00012710
           MOVE HIST-DATA-DATE TO ESTL-DATA-DATE.                       00012710
           MOVE HIST-ESTIMATED TO ESTL-AGE.                             00012710
           MOVE HIST-CASES TO ESTL-EST-CASES.                           00012710
           MOVE HIST-DEATHS TO ESTL-EST-DEATHS.                         00012710
           MOVE WS-TOT-CASES TO ESTL-REAL-CASES.                        00012710
           MOVE WS-TOT-DEATHS TO ESTL-REAL-DEATHS.                      00012710
           WRITE ESTLOG-RECORD.                                         00012710
           ADD 1 TO WS-EST-REPL-COUNT.                                  00012710
           MOVE 'Y' TO WS-REPL-LOGGED-SW.                               00012710
       2046-EXIT.                                                       00012710
           EXIT.                                                        00012710
      ******************************************************************00011001
/*                                                                      00011100
//LKED.SYSLIB  DD DISP=SHR,DSNAME=SYS1.COBLIB                           00011200
