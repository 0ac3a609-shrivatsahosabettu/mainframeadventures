      *   that used to follow a corrupt feed. Given a data date         00000110
      *   (YYYYMMDD, ACCEPTed from SYSIN, the same form the feed and    00000120
      *   the run ledger carry):                                        00000130
      *      - that date's rows are deleted from the keyed history      00000130
      *        COVID19.DATA.HISTCNTRY, and every removed row is         00000130
      *        written to the backout audit dataset;                    00000130
      *      - COVID19.DATA.TOTCNTRY is rebuilt from the most recent    00000180
      *        surviving history date, so the totals file again         00000190
      *        matches the history (a carried-forward                   00000190
      *        estimate keeps its estimate age);                        00000190
      *      - the date's run ledger entry is flagged 'B' (backed       00000210
      *        out). TOTCNTRY's duplicate-run guard only refuses a      00000220
      *        'C' entry, so the corrected feed reloads through the     00000230
      *        normal path and re-stamps the date;                      00000240
      *      - where the date was already published, each removed       00000240
      *        row's entry on the published-figures register            00000240
      *        COVID19.DATA.PUBREG is marked with the backout date,     00000240
      *        so the restatement report (PUBRSTMT) can say why the     00000240
      *        figures moved. The register figures themselves are       00000240
      *        never touched. No register allocated means nothing to    00000240
      *        mark.                                                    00000240
      *                                                                 00000250
      *   HISTCTR    Rolling history (keyed), updated in place and      00000250
      *              re-read in pass two for the totals rebuild.        00000250
      *   TOTCTR     Output rebuilt country totals.                     00000290
      *   RUNLEDG    Run-control ledger, rewritten with the flag.       00000300
      *   BACKAUD    Output audit listing of every reversed row.        00000310
      *   PUBREG     Published-figures register (keyed, optional),      00000310
      *              marked in place.                                   00000310
      ******************************************************************00000320
       IDENTIFICATION DIVISION.                                         00000330
       PROGRAM-ID.   'HISTBACK'.                                        00000340
      ******************************************************************00000420
       INPUT-OUTPUT SECTION.                                            00000430
       FILE-CONTROL.                                                    00000440
           SELECT HISTCNTRY-FILE ASSIGN HISTCTR                         00000440
                                 ORGANIZATION IS INDEXED                00000440
                                 ACCESS MODE IS SEQUENTIAL              00000440
                                 RECORD KEY IS HIST-KEY                 00000440
                                 FILE STATUS IS WS-HIST-STATUS.         00000440
           SELECT TOTCNTRY-FILE  ASSIGN DA-S-TOTCTR.                    00000470
           SELECT RUNLEDG-FILE   ASSIGN DA-S-RUNLEDG                    00000480
                                 FILE STATUS IS WS-RUNLEDG-STATUS.      00000490
           SELECT BACKAUD-FILE   ASSIGN DA-S-BACKAUD.                   00000500
           SELECT PUBREG-FILE    ASSIGN PUBREG                          00000500
                                 ORGANIZATION IS INDEXED                00000500
                                 ACCESS MODE IS RANDOM                  00000500
                                 RECORD KEY IS PRG-KEY                  00000500
                                 FILE STATUS IS WS-PRG-STATUS.          00000500
      ******************************************************************00000510
       DATA DIVISION.                                                   00000520
      ******************************************************************00000530
       FILE SECTION.                                                    00000540
      **********************************                                00000550
       FD  HISTCNTRY-FILE                                               00000550
      *******************                                               00000550
           LABEL RECORDS ARE STANDARD                                   00000550
           RECORD CONTAINS 80 CHARACTERS.                               00000550
       01  HIST-RECORD.                                                 00000550
           05 HIST-KEY.                                                 00000550
              10 HIST-COUNTRYCODE PIC A(03).                            00000550
              10 HIST-DATA-DATE   PIC X(08).                            00000550
           05 HIST-CASES          PIC 9(08).                            00000550
           05 HIST-DEATHS         PIC 9(08).                            00000550
           05 HIST-COUNTRYNAME    PIC X(40).                            00000550
           05 HIST-RECOVERED      PIC 9(08).                            00000550
           05 HIST-SOURCE         PIC X(01).                            00000550
           05 HIST-ESTIMATED      PIC X(01).                            00000550
           05 FILLER              PIC X(03).                            00000550
      *******************                                               00000830
       FD  TOTCNTRY-FILE                                                00000840
      *******************                                               00000850
           RECORDING MODE F                                             00000860
           LABEL RECORDS ARE STANDARD                                   00000870
           BLOCK CONTAINS 0 RECORDS                                     00000880
           RECORD CONTAINS 68 CHARACTERS.                               00000890
       01  TOT-RECORD.                                                  00000900
           05 TOT-COUNTRYCODE     PIC A(03).                            00000910
           05 TOT-CASES           PIC 9(08).                            00000920
           05 TOT-DEATHS          PIC 9(08).                            00000930
           05 TOT-COUNTRYNAME     PIC X(40).                            00000940
           05 TOT-RECOVERED       PIC 9(08).                            00000950
           05 TOT-ESTIMATED       PIC X(01).                            00000950
      *******************                                               00000960
       FD  RUNLEDG-FILE                                                 00000970
      *******************                                               00000980
           05 AUD-RECOVERED       PIC 9(08).                            00001290
           05 FILLER              PIC X.                                00001300
           05 AUD-COUNTRYNAME     PIC X(40).                            00001310
      *******************                                               00001310
       FD  PUBREG-FILE                                                  00001310
      *******************                                               00001310
           LABEL RECORDS ARE STANDARD                                   00001310
           RECORD CONTAINS 110 CHARACTERS.                              00001310
       01  PRG-RECORD.                                                  00001310
           05 PRG-KEY.                                                  00001310
              10 PRG-COUNTRYCODE  PIC A(03).                            00001310
              10 PRG-DATA-DATE    PIC X(08).                            00001310
           05 PRG-COUNTRYNAME     PIC X(40).                            00001310
           05 PRG-CASES           PIC 9(08).                            00001310
           05 PRG-DEATHS          PIC 9(08).                            00001310
           05 PRG-RECOVERED       PIC 9(08).                            00001310
           05 PRG-ESTIMATED       PIC X(01).                            00001310
           05 PRG-PUB-DATE        PIC X(08).                            00001310
           05 PRG-PUB-TIME        PIC 9(06).                            00001310
           05 PRG-ADJUSTMENTS     PIC 9(04).                            00001310
           05 PRG-RELEASED        PIC 9(04).                            00001310
           05 PRG-BACKOUT-DATE    PIC X(08).                            00001310
           05 FILLER              PIC X(04).                            00001310
      **********************************                                00001320
       WORKING-STORAGE SECTION.                                         00001330
      **********************************                                00001340
              88 EOF                         VALUE 'Y'.                 00001370
           05 WS-LEDG-FOUND-SW    PIC X      VALUE 'N'.                 00001380
              88 LEDG-FOUND                  VALUE 'Y'.                 00001390
           05 WS-PRG-OPEN-SW      PIC X      VALUE 'N'.                 00001390
              88 PRG-OPEN                    VALUE 'Y'.                 00001390
           05 WS-PRG-FOUND-SW     PIC X      VALUE 'N'.                 00001390
              88 PRG-FOUND                   VALUE 'Y'.                 00001390
       01  WS-RUNLEDG-STATUS      PIC XX.                               00001400
       01  WS-HIST-STATUS         PIC XX.                               00001400
       01  WS-PRG-STATUS          PIC XX.                               00001400
       01  COUNTERS.                                                    00001410
           05 COUNTER-MAX-LEDGER  PIC 999    VALUE 100.                 00001420
           05 WS-LEDG-COUNT       PIC 999    VALUE 0.                   00001430
           05 WS-REMOVED-COUNT    PIC 9(05)  VALUE 0.                   00001440
           05 WS-KEPT-COUNT       PIC 9(08)  VALUE 0.                   00001450
           05 WS-REBUILT-COUNT    PIC 9(05)  VALUE 0.                   00001460
           05 WS-MARKED-COUNT     PIC 9(05)  VALUE 0.                   00001460
       01  SUBSCRIPTS.                                                  00001470
           05 WS-LEDG-SUB         PIC 999.                              00001480
      * The date under backout, YYYYMMDD as ACCEPTed - the same form    00001480
      *  the ledger and the history key carry - and the latest date     00001480
      *  that survives it, in the same form.                            00001480
       01  WS-BACKOUT-DATE        PIC X(08).                            00001480
       01  WS-LATEST-HIST-DATE    PIC X(08)  VALUE SPACES.              00001480
      * Today as YYYYMMDD, the mark left on the published register.     00001480
       01  WS-TODAYS-DATE.                                              00001480
           05 TD-MONTH            PIC X(02).                            00001480
           05 FILLER              PIC X.                                00001480
           05 TD-DAY              PIC X(02).                            00001480
           05 FILLER              PIC X.                                00001480
           05 TD-YEAR             PIC X(02).                            00001480
       01  WS-TODAY-YMD.                                                00001480
           05 TY-CENTURY          PIC X(02)  VALUE '20'.                00001480
           05 TY-YEAR             PIC X(02).                            00001480
           05 TY-MONTH            PIC X(02).                            00001480
           05 TY-DAY              PIC X(02).                            00001480
      * The control label TOTCNTRY appends at normal completion - the   00001762
      *  rebuilt totals file must carry one too, or the reports would   00001764
      *  refuse it as unlabelled against a labelled previous day.       00001766
       01  TOTCTL-RECORD.                                               00001768
           05 TOTCTL-TAG          PIC X(03).                            00001770
           05 TOTCTL-DATA-DATE    PIC X(08).                            00001770
           05 TOTCTL-REC-COUNT    PIC 9(08).                            00001782
           05 FILLER              PIC X(49).                            00001784
       01  RUN-LEDGER-DATA.                                             00001770
           05 WS-TAB-LEDGER    OCCURS 100 TIMES.                        00001780
              10 WS-LEDG-DATA-DATE  PIC X(08).                          00001790
           PERFORM 1000-INITIALISE THRU 1000-EXIT.                      00001890
           PERFORM 2000-SPLIT-HISTORY THRU 2000-EXIT                    00001900
               UNTIL EOF.                                               00001910
           CLOSE HISTCNTRY-FILE,                                        00001910
                 BACKAUD-FILE.                                          00001910
           IF PRG-OPEN THEN                                             00001910
               CLOSE PUBREG-FILE.                                       00001910
           PERFORM 3000-REBUILD-TOTALS THRU 3000-EXIT.                  00001950
           PERFORM 4000-FLAG-RUN-LEDGER THRU 4000-EXIT.                 00001960
           PERFORM 9000-PRINT-SUMMARY THRU 9000-EXIT.                   00001970
                   ' IS NOT A VALID YYYYMMDD - RUN ABANDONED'           00002060
               MOVE 16 TO RETURN-CODE                                   00002070
               STOP RUN.                                                00002080
           DISPLAY 'HISTBACK - BACKING OUT DATA DATE '                  00002120
               WS-BACKOUT-DATE.                                         00002130
           OPEN I-O    HISTCNTRY-FILE.                                  00002130
           IF WS-HIST-STATUS NOT = '00' THEN                            00002130
               DISPLAY 'HISTBACK - HISTCNTRY OPEN FAILED, STATUS '      00002130
                   WS-HIST-STATUS ' - RUN ABANDONED'                    00002130
               MOVE 16 TO RETURN-CODE                                   00002130
               STOP RUN.                                                00002130
           OPEN OUTPUT BACKAUD-FILE.                                    00002160
           MOVE CURRENT-DATE TO WS-TODAYS-DATE.                         00002160
           MOVE TD-YEAR  TO TY-YEAR.                                    00002160
           MOVE TD-MONTH TO TY-MONTH.                                   00002160
           MOVE TD-DAY   TO TY-DAY.                                     00002160
           OPEN I-O    PUBREG-FILE.                                     00002160
           IF WS-PRG-STATUS = '00' THEN                                 00002160
               MOVE 'Y' TO WS-PRG-OPEN-SW                               00002160
           ELSE                                                         00002160
               DISPLAY 'HISTBACK - NO PUBLISHED REGISTER ALLOCATED - '  00002160
                   'NOTHING TO MARK'.                                   00002160
       1000-EXIT.                                                       00002170
           EXIT.                                                        00002180
      **********************************                                00002190
      **********************************                                00002280
       2100-SPLIT-ONE-ROW.                                              00002290
      **********************************                                00002300
      * A row of the backed-out date is reversed onto the audit         00002300
      *  listing and deleted; every other row survives, and the most    00002300
      *  recent surviving date is remembered for the totals rebuild.    00002300
           IF HIST-DATA-DATE = WS-BACKOUT-DATE THEN                     00002300
               ADD 1 TO WS-REMOVED-COUNT                                00002300
               MOVE HIST-DATA-DATE   TO AUD-DATE                        00002300
               MOVE HIST-COUNTRYCODE TO AUD-COUNTRYCODE                 00002300
               MOVE HIST-CASES       TO AUD-CASES                       00002300
               MOVE HIST-DEATHS      TO AUD-DEATHS                      00002300
               MOVE HIST-RECOVERED   TO AUD-RECOVERED                   00002300
               MOVE HIST-COUNTRYNAME TO AUD-COUNTRYNAME                 00002300
               WRITE AUD-RECORD                                         00002300
               DELETE HISTCNTRY-FILE RECORD                             00002300
               PERFORM 2200-MARK-PUBLISHED-ROW THRU 2200-EXIT           00002300
               GO TO 2100-EXIT.                                         00002300
           ADD 1 TO WS-KEPT-COUNT.                                      00002300
           IF HIST-DATA-DATE > WS-LATEST-HIST-DATE THEN                 00002300
               MOVE HIST-DATA-DATE TO WS-LATEST-HIST-DATE.              00002300
       2100-EXIT.                                                       00002530
           EXIT.                                                        00002530
      **********************************                                00002530
       2200-MARK-PUBLISHED-ROW.                                         00002530
      **********************************                                00002530
      * Only a row that was published is on the register; a date        00002530
      *  backed out before it ever went out leaves nothing to mark.     00002530
           IF NOT PRG-OPEN THEN                                         00002530
               GO TO 2200-EXIT.                                         00002530
           MOVE AUD-COUNTRYCODE TO PRG-COUNTRYCODE.                     00002530
           MOVE AUD-DATE        TO PRG-DATA-DATE.                       00002530
           MOVE 'Y' TO WS-PRG-FOUND-SW.                                 00002530
           READ PUBREG-FILE                                             00002530
               INVALID KEY MOVE 'N' TO WS-PRG-FOUND-SW.                 00002530
           IF NOT PRG-FOUND THEN                                        00002530
               GO TO 2200-EXIT.                                         00002530
           MOVE WS-TODAY-YMD TO PRG-BACKOUT-DATE.                       00002530
           REWRITE PRG-RECORD                                           00002530
               INVALID KEY                                              00002530
                   DISPLAY 'HISTBACK - PUBREG REWRITE FAILED FOR '      00002530
                           PRG-KEY ' STATUS ' WS-PRG-STATUS.            00002530
           ADD 1 TO WS-MARKED-COUNT.                                    00002530
       2200-EXIT.                                                       00002530
           EXIT.                                                        00002540
      **********************************                                00002550
       3000-REBUILD-TOTALS.                                             00002560
      **********************************                                00002570
      * Second pass, over the surviving history rows: the rows of the   00002570
      *  latest surviving date become the rebuilt totals file. With     00002570
      *  nothing surviving at all the totals file is left empty.        00002600
           OPEN INPUT  HISTCNTRY-FILE.                                  00002600
           OPEN OUTPUT TOTCNTRY-FILE.                                   00002620
           MOVE 'N' TO END-OF-FILE.                                     00002630
           PERFORM 3100-REBUILD-ONE-ROW THRU 3100-EXIT                  00002640
           IF WS-LATEST-HIST-DATE NOT = SPACES THEN                     00002652
               MOVE SPACES TO TOTCTL-RECORD                             00002653
               MOVE 'CTL' TO TOTCTL-TAG                                 00002654
               MOVE WS-LATEST-HIST-DATE TO TOTCTL-DATA-DATE             00002654
               MOVE WS-REBUILT-COUNT TO TOTCTL-REC-COUNT                00002659
               WRITE TOT-RECORD FROM TOTCTL-RECORD.                     00002659
           CLOSE HISTCNTRY-FILE,                                        00002659
                 TOTCNTRY-FILE.                                         00002670
           MOVE 'N' TO END-OF-FILE.                                     00002680
       3000-EXIT.                                                       00002690
      **********************************                                00002710
       3100-REBUILD-ONE-ROW.                                            00002720
      **********************************                                00002730
           READ HISTCNTRY-FILE                                          00002730
               AT END MOVE 'Y' TO END-OF-FILE.                          00002730
           IF NOT EOF                                                   00002730
             AND HIST-DATA-DATE = WS-LATEST-HIST-DATE THEN              00002730
               MOVE HIST-COUNTRYCODE TO TOT-COUNTRYCODE                 00002730
               MOVE HIST-CASES       TO TOT-CASES                       00002730
               MOVE HIST-DEATHS      TO TOT-DEATHS                      00002730
               MOVE HIST-COUNTRYNAME TO TOT-COUNTRYNAME                 00002730
               MOVE HIST-RECOVERED   TO TOT-RECOVERED                   00002730
               MOVE HIST-ESTIMATED   TO TOT-ESTIMATED                   00002730
               WRITE TOT-RECORD                                         00002830
               ADD 1 TO WS-REBUILT-COUNT.                               00002840
       3100-EXIT.                                                       00002850
               WS-LATEST-HIST-DATE.                                     00003720
           DISPLAY 'HISTBACK - COUNTRIES ON TOTALS  : '                 00003730
               WS-REBUILT-COUNT.                                        00003740
           DISPLAY 'HISTBACK - PUBLISHED ROWS MARKED: '                 00003740
               WS-MARKED-COUNT.                                         00003740
           IF WS-REMOVED-COUNT = 0 THEN                                 00003750
               DISPLAY 'HISTBACK - NOTHING MATCHED THE BACKOUT DATE'.   00003760
       9000-EXIT.                                                       00003770
