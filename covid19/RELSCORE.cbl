//RELSCORE    JOB (COBOL),'COVID19',CLASS=A,MSGCLASS=H,MSGLEVEL=(0,0)   00000010
//COMPLINK   EXEC COBUCL                                                00000020
//COB.SYSLIB   DD DISP=SHR,DSNAME=SYS1.COBLIB                           00000030
//             DD DISP=SHR,DSNAME=SYS1.LINKLIB                          00000040
//COB.SYSPUNCH DD DUMMY                                                 00000050
//COB.SYSIN    DD *                                                     00000060
      ******************************************************************00000070
      * PROGRAM DESCRIPTION:                                            00000080
      *   Monthly per-country reporting reliability scorecard.          00000090
      *   Reads the reliability ledger COVID19.DATA.RELLEDG built by    00000100
      *   RELLEDG and, for one calendar month, sums each country's      00000110
      *   rows into a scorecard line:                                   00000120
      *      - days expected: every day of the month, or for the month  00000130
      *        still running every day up to the latest data date the   00000140
      *        ledger holds for it;                                     00000150
      *      - days reported, and clean days - reported with no         00000160
      *        reject, quarantine or adjustment against the date;       00000170
      *      - rejects; quarantines, those released and those           00000180
      *        discarded (never released);                              00000190
      *      - adjustments, with the cases and deaths they moved;       00000200
      *      - gaps: the number of unbroken stretches of days not       00000210
      *        reported, the days they cover and the longest of them;   00000220
      *      - stopped and newly reporting events.                      00000230
      *   Countries are ranked by clean days as a percentage of the     00000240
      *   days expected - the share of the month on which the country   00000250
      *   delivered data that went straight through - and, where that   00000260
      *   ties, by the fewest rejects, quarantines, adjustments and gap 00000270
      *   days together.                                                00000280
      *   The month is read from SYSIN as YYYYMM; when blank the        00000290
      *   calendar month before the run date is scored.                 00000300
      *                                                                 00000310
      *   RELLEDG    Input reliability ledger (keyed).                  00000320
      *   SYSIN      Scorecard month YYYYMM (optional).                 00000330
      *   SYSPRINT   Output scorecard report.                           00000340
      ******************************************************************00000350
       IDENTIFICATION DIVISION.                                         00000360
       PROGRAM-ID.   'RELSCORE'.                                        00000370
       AUTHOR.       'DAVID ASTA'.                                      00000380
       INSTALLATION. 'MVS 3.8J TK4-'.                                   00000390
       DATE-WRITTEN. '14/10/2026'.                                      00000400
       DATE-COMPILED.                                                   00000410
       REMARKS.      'V1R1M0'.                                          00000420
      ******************************************************************00000430
       ENVIRONMENT DIVISION.                                            00000440
      ******************************************************************00000450
       INPUT-OUTPUT SECTION.                                            00000460
       FILE-CONTROL.                                                    00000470
           SELECT RELLEDG-FILE   ASSIGN RELLEDG                         00000480
                                 ORGANIZATION IS INDEXED                00000490
                                 ACCESS MODE IS SEQUENTIAL              00000500
                                 RECORD KEY IS RLG-KEY                  00000510
                                 FILE STATUS IS WS-RLG-STATUS.          00000520
           SELECT REPORT-PRINT   ASSIGN UR-S-SYSPRINT.                  00000530
      ******************************************************************00000540
       DATA DIVISION.                                                   00000550
      ******************************************************************00000560
       FILE SECTION.                                                    00000570
      **********************************                                00000580
       FD  RELLEDG-FILE                                                 00000590
      *******************                                               00000600
           LABEL RECORDS ARE STANDARD                                   00000610
           RECORD CONTAINS 100 CHARACTERS.                              00000620
       01  RLG-RECORD.                                                  00000630
           05 RLG-KEY.                                                  00000640
              10 RLG-COUNTRYCODE  PIC A(03).                            00000650
              10 RLG-DATA-DATE.                                         00000660
                 15 RLG-DATE-YYYYMM PIC X(06).                          00000670
                 15 RLG-DATE-DD   PIC 9(02).                            00000680
           05 RLG-COUNTRYNAME     PIC X(40).                            00000690
           05 RLG-REPORTED        PIC X(01).                            00000700
              88 RLG-DAY-REPORTED            VALUE 'Y'.                 00000710
           05 RLG-REJECTS         PIC 9(04).                            00000720
           05 RLG-QUARANTINED     PIC 9(04).                            00000730
           05 RLG-RELEASED        PIC 9(04).                            00000740
           05 RLG-ADJUSTMENTS     PIC 9(04).                            00000750
           05 RLG-ADJ-CASES       PIC 9(09).                            00000760
           05 RLG-ADJ-DEATHS      PIC 9(09).                            00000770
           05 RLG-STOPPED         PIC 9(02).                            00000780
           05 RLG-NEWLY           PIC 9(02).                            00000790
           05 FILLER              PIC X(10).                            00000800
      *******************                                               00000810
       FD  REPORT-PRINT                                                 00000820
      *******************                                               00000830
           LABEL RECORDS ARE OMITTED                                    00000840
           REPORT IS RELIABILITY-SCORECARD.                             00000850
      **********************************                                00000860
       WORKING-STORAGE SECTION.                                         00000870
      **********************************                                00000880
       77  WS-YEAR-CC                 PIC 99     VALUE 20.              00000890
       01  SWITCHES.                                                    00000900
           05 END-OF-FILE             PIC X      VALUE 'N'.             00000910
              88 EOF                             VALUE 'Y'.             00000920
           05 WS-SLOT-FOUND-SW        PIC X      VALUE 'N'.             00000930
              88 SLOT-FOUND                      VALUE 'Y'.             00000940
       01  WS-RLG-STATUS              PIC XX.                           00000950
       01  COUNTERS.                                                    00000960
           05 COUNTER-MAX-SCORE       PIC 999    VALUE 300.             00000970
           05 WS-SCORE-COUNT          PIC 999    VALUE 0.               00000980
           05 WS-ROWS-READ            PIC 9(08)  VALUE 0.               00000990
           05 WS-ROWS-IN-MONTH        PIC 9(08)  VALUE 0.               00001000
       01  SUBSCRIPTS.                                                  00001010
           05 WS-SCORE-SUB            PIC 999.                          00001020
           05 WS-RANK-SUB             PIC 999.                          00001030
           05 WS-RANK-MOVE-SUB        PIC 999.                          00001040
      * The scorecard month, ACCEPTed or defaulted, and its length.     00001050
       01  WS-SC-MONTH-X              PIC X(06).                        00001060
       01  WS-SC-MONTH.                                                 00001070
           05 WS-SC-YYYY              PIC 9(04).                        00001080
           05 WS-SC-MM                PIC 9(02).                        00001090
       01  WS-RUN-MONTH.                                                00001100
           05 WS-RUN-YYYY             PIC 9(04).                        00001110
           05 WS-RUN-MM               PIC 9(02).                        00001120
       01  MONTH-LENGTH-DATA.                                           00001130
           05 WS-MONTH-DAYS           PIC 9(02).                        00001140
           05 WS-EXPECTED-DAYS        PIC 9(02)  VALUE 0.               00001150
           05 WS-LATEST-DD            PIC 9(02)  VALUE 0.               00001160
           05 WS-LEAP-QUOT            PIC 9(04).                        00001170
           05 WS-LEAP-REM4            PIC 9(03).                        00001180
           05 WS-LEAP-REM100          PIC 9(03).                        00001190
           05 WS-LEAP-REM400          PIC 9(03).                        00001200
       01  WS-MONTH-DAYS-VALUES.                                        00001210
           05 FILLER                  PIC X(24)  VALUE                  00001220
                      '312831303130313130313031'.                       00001230
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.          00001240
           05 WS-MONTH-LEN            PIC 9(02)  OCCURS 12 TIMES.       00001250
      * One country's scorecard line: built up while its ledger rows    00001260
      *  are read, then finished off and ranked once the month's        00001270
      *  length is known. WS-SE-LAST-DD is the last day reported, so    00001280
      *  a gap is seen as soon as the next reported day is not the      00001290
      *  day after it.                                                  00001300
       01  WS-SCORE-ENTRY.                                              00001310
           05 WS-SE-CODE              PIC A(03)  VALUE SPACES.          00001320
           05 WS-SE-NAME              PIC X(40).                        00001330
           05 WS-SE-REPORTED          PIC 9(02).                        00001340
           05 WS-SE-CLEAN             PIC 9(02).                        00001350
           05 WS-SE-REJECTS           PIC 9(05).                        00001360
           05 WS-SE-QUARANTINED       PIC 9(05).                        00001370
           05 WS-SE-RELEASED          PIC 9(05).                        00001380
           05 WS-SE-ADJUSTMENTS       PIC 9(05).                        00001390
           05 WS-SE-ADJ-CASES         PIC 9(09).                        00001400
           05 WS-SE-ADJ-DEATHS        PIC 9(09).                        00001410
           05 WS-SE-LAST-DD           PIC 9(02).                        00001420
           05 WS-SE-GAPS              PIC 9(02).                        00001430
           05 WS-SE-LONGEST-GAP       PIC 9(02).                        00001440
           05 WS-SE-STOPPED           PIC 9(03).                        00001450
           05 WS-SE-NEWLY             PIC 9(03).                        00001460
           05 WS-SE-GAP-DAYS          PIC 9(02).                        00001470
           05 WS-SE-DISCARDED         PIC 9(05).                        00001480
           05 WS-SE-CLEAN-PCT         PIC 9(03)V9.                      00001490
           05 FILLER                  PIC X(12).                        00001500
       01  SCORE-TABLE-DATA.                                            00001510
           05 WS-TAB-SCORE            PIC X(120) OCCURS 300 TIMES.      00001520
      * The ranking: table subscripts in scorecard order, each with     00001530
      *  its ranking key - clean percentage first, then 9999 less the   00001540
      *  problem count, so fewer problems rank higher.                  00001550
       01  SCORE-RANK-DATA.                                             00001560
           05 WS-TAB-SRANK        OCCURS 300 TIMES.                     00001570
              10 WS-SR-KEY            PIC 9(08).                        00001580
              10 WS-SR-SUB            PIC 999.                          00001590
       01  RANK-WORK-DATA.                                              00001600
           05 WS-NEW-KEY              PIC 9(08).                        00001610
           05 WS-PROBLEMS             PIC 9(06).                        00001620
           05 WS-GAP-LEN              PIC 9(02).                        00001630
           05 WS-PRINT-RANK           PIC 9(03).                        00001640
       01  WS-TODAYS-DATE.                                              00001650
           05 TD-MONTH                PIC X(02).                        00001660
           05 FILLER                  PIC X.                            00001670
           05 TD-DAY                  PIC X(02).                        00001680
           05 FILLER                  PIC X.                            00001690
           05 TD-YEAR                 PIC X(02).                        00001700
       01  WS-TODAYS-DATE-N REDEFINES WS-TODAYS-DATE.                   00001710
           05 TD-MONTH-N              PIC 9(02).                        00001720
           05 FILLER                  PIC X(04).                        00001730
           05 TD-YEAR-N               PIC 9(02).                        00001740
       01  WS-TODAYS-TIME.                                              00001750
           05 TT-HOURS                PIC X(02).                        00001760
           05 TT-MINUTES              PIC X(02).                        00001770
           05 TT-SECONDS              PIC X(02).                        00001780
      **********************************                                00001790
       REPORT SECTION.                                                  00001800
      **********************************                                00001810
       RD  RELIABILITY-SCORECARD                                        00001820
           PAGE LIMIT IS 66 LINES                                       00001830
           HEADING 1                                                    00001840
           FIRST DETAIL 5                                               00001850
           LAST DETAIL 58.                                              00001860
       01  PAGE-HEAD-GROUP TYPE PAGE HEADING.                           00001870
           05 LINE 1.                                                   00001880
              10 COLUMN 01        PIC X(05)  VALUE 'DATE:'.             00001890
              10 COLUMN 07        PIC 99     SOURCE TD-DAY.             00001900
              10 COLUMN 09        PIC X      VALUE '/'.                 00001910
              10 COLUMN 10        PIC 99     SOURCE TD-MONTH.           00001920
              10 COLUMN 12        PIC X      VALUE '/'.                 00001930
              10 COLUMN 13        PIC 99     SOURCE WS-YEAR-CC.         00001940
              10 COLUMN 15        PIC 99     SOURCE TD-YEAR.            00001950
              10 COLUMN 40        PIC A(48)  VALUE                      00001960
                    'COVID-19 COUNTRY REPORTING RELIABILITY SCORECARD'. 00001970
              10 COLUMN 121       PIC X(05)  VALUE 'PAGE:'.             00001980
              10 COLUMN 127       PIC ZZ,ZZ9 SOURCE PAGE-COUNTER.       00001990
           05 LINE PLUS 1.                                              00002000
              10 COLUMN 01        PIC X(05)  VALUE 'TIME:'.             00002010
              10 COLUMN 07        PIC 99     SOURCE TT-HOURS.           00002020
              10 COLUMN 09        PIC X      VALUE ':'.                 00002030
              10 COLUMN 10        PIC 99     SOURCE TT-MINUTES.         00002040
              10 COLUMN 12        PIC X      VALUE ':'.                 00002050
              10 COLUMN 13        PIC 99     SOURCE TT-SECONDS.         00002060
              10 COLUMN 40        PIC X(06)  VALUE 'MONTH:'.            00002070
              10 COLUMN 47        PIC 9(04)  SOURCE WS-SC-YYYY.         00002080
              10 COLUMN 51        PIC X      VALUE '-'.                 00002090
              10 COLUMN 52        PIC 99     SOURCE WS-SC-MM.           00002100
              10 COLUMN 57        PIC X(14)  VALUE 'DAYS EXPECTED:'.    00002110
              10 COLUMN 72        PIC Z9     SOURCE WS-EXPECTED-DAYS.   00002120
       01  SCORE-HEADER TYPE DETAIL.                                    00002130
           05 LINE PLUS 2.                                              00002140
              10 COLUMN 01        PIC X(04)  VALUE 'Rank'.              00002150
              10 COLUMN 06        PIC X(07)  VALUE 'Country'.           00002160
              10 COLUMN 37        PIC X(03)  VALUE 'Rep'.               00002170
              10 COLUMN 41        PIC X(05)  VALUE 'Clean'.             00002180
              10 COLUMN 48        PIC X(06)  VALUE 'Clean%'.            00002190
              10 COLUMN 56        PIC X(04)  VALUE 'Rejs'.              00002200
              10 COLUMN 61        PIC X(04)  VALUE 'Quar'.              00002210
              10 COLUMN 66        PIC X(04)  VALUE 'Rels'.              00002220
              10 COLUMN 71        PIC X(04)  VALUE 'Disc'.              00002230
              10 COLUMN 76        PIC X(04)  VALUE 'Adjs'.              00002240
              10 COLUMN 83        PIC X(09)  VALUE 'Adj cases'.         00002250
              10 COLUMN 94        PIC X(10)  VALUE 'Adj deaths'.        00002260
              10 COLUMN 105       PIC X(04)  VALUE 'Gaps'.              00002270
              10 COLUMN 110       PIC X(04)  VALUE 'Days'.              00002280
              10 COLUMN 115       PIC X(04)  VALUE 'Long'.              00002290
              10 COLUMN 120       PIC X(04)  VALUE 'Stop'.              00002300
              10 COLUMN 125       PIC X(03)  VALUE 'New'.               00002310
           05 LINE PLUS 1.                                              00002320
              10 COLUMN 01        PIC X(04)  VALUE '----'.              00002330
              10 COLUMN 06        PIC X(30)  VALUE                      00002340
                    '------------------------------'.                   00002350
              10 COLUMN 37        PIC X(03)  VALUE '---'.               00002360
              10 COLUMN 41        PIC X(05)  VALUE '-----'.             00002370
              10 COLUMN 48        PIC X(06)  VALUE '------'.            00002380
              10 COLUMN 56        PIC X(04)  VALUE '----'.              00002390
              10 COLUMN 61        PIC X(04)  VALUE '----'.              00002400
              10 COLUMN 66        PIC X(04)  VALUE '----'.              00002410
              10 COLUMN 71        PIC X(04)  VALUE '----'.              00002420
              10 COLUMN 76        PIC X(04)  VALUE '----'.              00002430
              10 COLUMN 81        PIC X(11)  VALUE '-----------'.       00002440
              10 COLUMN 93        PIC X(11)  VALUE '-----------'.       00002450
              10 COLUMN 105       PIC X(04)  VALUE '----'.              00002460
              10 COLUMN 110       PIC X(04)  VALUE '----'.              00002470
              10 COLUMN 115       PIC X(04)  VALUE '----'.              00002480
              10 COLUMN 120       PIC X(04)  VALUE '----'.              00002490
              10 COLUMN 125       PIC X(03)  VALUE '---'.               00002500
       01  SCORE-DETAIL TYPE DETAIL.                                    00002510
           05 LINE PLUS 1.                                              00002520
              10 COLUMN 01        PIC ZZ9    SOURCE WS-PRINT-RANK.      00002530
              10 COLUMN 06        PIC X(30)  SOURCE WS-SE-NAME.         00002540
              10 COLUMN 38        PIC Z9     SOURCE WS-SE-REPORTED.     00002550
              10 COLUMN 43        PIC Z9     SOURCE WS-SE-CLEAN.        00002560
              10 COLUMN 48        PIC ZZ9.9  SOURCE WS-SE-CLEAN-PCT.    00002570
              10 COLUMN 55        PIC ZZZZ9  SOURCE WS-SE-REJECTS.      00002580
              10 COLUMN 60        PIC ZZZZ9  SOURCE WS-SE-QUARANTINED.  00002590
              10 COLUMN 65        PIC ZZZZ9  SOURCE WS-SE-RELEASED.     00002600
              10 COLUMN 70        PIC ZZZZ9  SOURCE WS-SE-DISCARDED.    00002610
              10 COLUMN 75        PIC ZZZZ9  SOURCE WS-SE-ADJUSTMENTS.  00002620
              10 COLUMN 81        PIC ZZZ,ZZZ,ZZ9 SOURCE                00002630
                                              WS-SE-ADJ-CASES.          00002640
              10 COLUMN 93        PIC ZZZ,ZZZ,ZZ9 SOURCE                00002650
                                              WS-SE-ADJ-DEATHS.         00002660
              10 COLUMN 107       PIC Z9     SOURCE WS-SE-GAPS.         00002670
              10 COLUMN 112       PIC Z9     SOURCE WS-SE-GAP-DAYS.     00002680
              10 COLUMN 117       PIC Z9     SOURCE WS-SE-LONGEST-GAP.  00002690
              10 COLUMN 121       PIC ZZ9    SOURCE WS-SE-STOPPED.      00002700
              10 COLUMN 125       PIC ZZ9    SOURCE WS-SE-NEWLY.        00002710
       01  SCORE-FOOTING TYPE REPORT FOOTING.                           00002720
           05 LINE PLUS 2.                                              00002730
              10 COLUMN 01        PIC X(64)  VALUE                      00002740
           'Rep  - days reported.  Clean - reported, nothing against.'. 00002740
           05 LINE PLUS 1.                                              00002760
              10 COLUMN 01        PIC X(64)  VALUE                      00002770
           'Clean% - clean days as a percentage of days expected.'.     00002770
           05 LINE PLUS 1.                                              00002790
              10 COLUMN 01        PIC X(64)  VALUE                      00002800
           'Rejs - rejected.   Quar - quarantined.'.                    00002800
           05 LINE PLUS 1.                                              00002820
              10 COLUMN 01        PIC X(64)  VALUE                      00002830
           'Rels - released.   Disc - quarantined, never released.'.    00002830
           05 LINE PLUS 1.                                              00002850
              10 COLUMN 01        PIC X(64)  VALUE                      00002860
           'Adjs - adjustments, with the cases and deaths moved.'.      00002860
           05 LINE PLUS 1.                                              00002880
              10 COLUMN 01        PIC X(64)  VALUE                      00002890
           'Gaps - stretches of days not reported.'.                    00002890
           05 LINE PLUS 1.                                              00002910
              10 COLUMN 01        PIC X(64)  VALUE                      00002920
           'Days - days those stretches cover.  Long - the longest.'.   00002920
           05 LINE PLUS 1.                                              00002940
              10 COLUMN 01        PIC X(64)  VALUE                      00002950
           'Stop / New - stopped / newly reporting events.'.            00002960
      ******************************************************************00002970
       PROCEDURE DIVISION.                                              00002980
      ******************************************************************00002990
       0000-MAIN.                                                       00003000
      **********************************                                00003010
           PERFORM 1000-INITIALISE THRU 1000-EXIT.                      00003020
           PERFORM 2000-READ-LEDGER-ROW THRU 2000-EXIT                  00003030
               UNTIL EOF.                                               00003040
           IF WS-SE-CODE NOT = SPACES THEN                              00003050
               PERFORM 2200-SAVE-COUNTRY THRU 2200-EXIT.                00003060
           CLOSE RELLEDG-FILE.                                          00003070
           PERFORM 3000-SETTLE-DAYS-EXPECTED THRU 3000-EXIT.            00003080
           MOVE 1 TO WS-SCORE-SUB.                                      00003090
           PERFORM 3100-FINISH-ONE-COUNTRY THRU 3100-EXIT               00003100
               UNTIL WS-SCORE-SUB > WS-SCORE-COUNT.                     00003110
           PERFORM 4000-PRINT-SCORECARD THRU 4000-EXIT.                 00003120
           PERFORM 9000-PRINT-SUMMARY THRU 9000-EXIT.                   00003130
       0000-EXIT.                                                       00003140
           STOP RUN.                                                    00003150
      **********************************                                00003160
       1000-INITIALISE.                                                 00003170
      **********************************                                00003180
           ACCEPT WS-SC-MONTH-X.                                        00003190
           MOVE CURRENT-DATE TO WS-TODAYS-DATE.                         00003200
           MOVE TIME-OF-DAY  TO WS-TODAYS-TIME.                         00003210
           COMPUTE WS-RUN-YYYY = WS-YEAR-CC * 100 + TD-YEAR-N.          00003220
           MOVE TD-MONTH-N TO WS-RUN-MM.                                00003230
           IF WS-SC-MONTH-X = SPACES THEN                               00003240
               MOVE WS-RUN-MONTH TO WS-SC-MONTH                         00003250
               IF WS-SC-MM = 1 THEN                                     00003260
                   MOVE 12 TO WS-SC-MM                                  00003270
                   SUBTRACT 1 FROM WS-SC-YYYY                           00003280
               ELSE                                                     00003290
                   SUBTRACT 1 FROM WS-SC-MM                             00003300
           ELSE                                                         00003310
               MOVE WS-SC-MONTH-X TO WS-SC-MONTH.                       00003320
           IF WS-SC-MONTH IS NOT NUMERIC                                00003330
             OR WS-SC-MM < 1 OR WS-SC-MM > 12 THEN                      00003340
               DISPLAY 'RELSCORE - SCORECARD MONTH ' WS-SC-MONTH-X      00003350
                   ' IS NOT A VALID YYYYMM - RUN ABANDONED'             00003360
               MOVE 16 TO RETURN-CODE                                   00003370
               STOP RUN.                                                00003380
           PERFORM 1100-WORK-OUT-MONTH-LENGTH THRU 1100-EXIT.           00003390
           DISPLAY 'RELSCORE - SCORECARD FOR MONTH ' WS-SC-MONTH.       00003400
           OPEN INPUT RELLEDG-FILE.                                     00003410
           IF WS-RLG-STATUS NOT = '00' THEN                             00003420
               DISPLAY 'RELSCORE - RELLEDG OPEN FAILED, STATUS '        00003430
                   WS-RLG-STATUS ' - RUN ABANDONED'                     00003440
               MOVE 16 TO RETURN-CODE                                   00003450
               STOP RUN.                                                00003460
       1000-EXIT.                                                       00003470
           EXIT.                                                        00003480
      **********************************                                00003490
       1100-WORK-OUT-MONTH-LENGTH.                                      00003500
      **********************************                                00003510
      * February has 29 days in a year divisible by 4, except a         00003520
      *  century year not divisible by 400.                             00003530
           MOVE WS-MONTH-LEN (WS-SC-MM) TO WS-MONTH-DAYS.               00003540
           IF WS-SC-MM NOT = 2 THEN                                     00003550
               GO TO 1100-EXIT.                                         00003560
           DIVIDE WS-SC-YYYY BY 4   GIVING WS-LEAP-QUOT                 00003570
               REMAINDER WS-LEAP-REM4.                                  00003580
           DIVIDE WS-SC-YYYY BY 100 GIVING WS-LEAP-QUOT                 00003590
               REMAINDER WS-LEAP-REM100.                                00003600
           DIVIDE WS-SC-YYYY BY 400 GIVING WS-LEAP-QUOT                 00003610
               REMAINDER WS-LEAP-REM400.                                00003620
           IF WS-LEAP-REM4 = 0 THEN                                     00003630
               IF WS-LEAP-REM100 NOT = 0 OR WS-LEAP-REM400 = 0 THEN     00003640
                   MOVE 29 TO WS-MONTH-DAYS.                            00003650
       1100-EXIT.                                                       00003660
           EXIT.                                                        00003670
      **********************************                                00003680
       2000-READ-LEDGER-ROW.                                            00003690
      **********************************                                00003700
      * The ledger is in country and date order, so each country's      00003710
      *  rows for the month arrive together, earliest first.            00003720
           READ RELLEDG-FILE                                            00003730
               AT END MOVE 'Y' TO END-OF-FILE.                          00003740
           IF EOF THEN                                                  00003750
               GO TO 2000-EXIT.                                         00003760
           ADD 1 TO WS-ROWS-READ.                                       00003770
           IF RLG-DATE-YYYYMM NOT = WS-SC-MONTH                         00003780
             OR RLG-DATE-DD IS NOT NUMERIC THEN                         00003790
               GO TO 2000-EXIT.                                         00003800
           ADD 1 TO WS-ROWS-IN-MONTH.                                   00003810
           IF RLG-DATE-DD > WS-LATEST-DD THEN                           00003820
               MOVE RLG-DATE-DD TO WS-LATEST-DD.                        00003830
           IF RLG-COUNTRYCODE NOT = WS-SE-CODE THEN                     00003840
               IF WS-SE-CODE NOT = SPACES THEN                          00003850
                   PERFORM 2200-SAVE-COUNTRY THRU 2200-EXIT             00003860
                   PERFORM 2100-START-COUNTRY THRU 2100-EXIT            00003870
               ELSE                                                     00003880
                   PERFORM 2100-START-COUNTRY THRU 2100-EXIT.           00003890
           IF RLG-COUNTRYNAME NOT = SPACES THEN                         00003900
               MOVE RLG-COUNTRYNAME TO WS-SE-NAME.                      00003910
           ADD RLG-REJECTS     TO WS-SE-REJECTS.                        00003920
           ADD RLG-QUARANTINED TO WS-SE-QUARANTINED.                    00003930
           ADD RLG-RELEASED    TO WS-SE-RELEASED.                       00003940
           ADD RLG-ADJUSTMENTS TO WS-SE-ADJUSTMENTS.                    00003950
           ADD RLG-ADJ-CASES   TO WS-SE-ADJ-CASES.                      00003960
           ADD RLG-ADJ-DEATHS  TO WS-SE-ADJ-DEATHS.                     00003970
           ADD RLG-STOPPED     TO WS-SE-STOPPED.                        00003980
           ADD RLG-NEWLY       TO WS-SE-NEWLY.                          00003990
           IF NOT RLG-DAY-REPORTED THEN                                 00004000
               GO TO 2000-EXIT.                                         00004010
           ADD 1 TO WS-SE-REPORTED.                                     00004020
           IF RLG-REJECTS = 0 AND RLG-QUARANTINED = 0                   00004030
             AND RLG-ADJUSTMENTS = 0 THEN                               00004040
               ADD 1 TO WS-SE-CLEAN.                                    00004050
           IF RLG-DATE-DD > WS-SE-LAST-DD + 1 THEN                      00004060
               COMPUTE WS-GAP-LEN = RLG-DATE-DD - WS-SE-LAST-DD - 1     00004070
               PERFORM 2300-COUNT-GAP THRU 2300-EXIT.                   00004080
           MOVE RLG-DATE-DD TO WS-SE-LAST-DD.                           00004090
       2000-EXIT.                                                       00004100
           EXIT.                                                        00004110
      **********************************                                00004120
       2100-START-COUNTRY.                                              00004130
      **********************************                                00004140
           MOVE SPACES TO WS-SCORE-ENTRY.                               00004150
           MOVE RLG-COUNTRYCODE TO WS-SE-CODE.                          00004160
           MOVE RLG-COUNTRYCODE TO WS-SE-NAME.                          00004170
           MOVE ZERO TO WS-SE-REPORTED WS-SE-CLEAN WS-SE-REJECTS        00004180
                        WS-SE-QUARANTINED WS-SE-RELEASED                00004190
                        WS-SE-ADJUSTMENTS WS-SE-ADJ-CASES               00004200
                        WS-SE-ADJ-DEATHS WS-SE-LAST-DD WS-SE-GAPS       00004210
                        WS-SE-LONGEST-GAP WS-SE-STOPPED WS-SE-NEWLY     00004220
                        WS-SE-GAP-DAYS WS-SE-DISCARDED                  00004230
                        WS-SE-CLEAN-PCT.                                00004240
       2100-EXIT.                                                       00004250
           EXIT.                                                        00004260
      **********************************                                00004270
       2200-SAVE-COUNTRY.                                               00004280
      **********************************                                00004290
           IF WS-SCORE-COUNT NOT < COUNTER-MAX-SCORE THEN               00004300
               DISPLAY 'RELSCORE - SCORECARD TABLE FULL AT '            00004310
                   COUNTER-MAX-SCORE ' - RUN ABANDONED'                 00004320
               MOVE 16 TO RETURN-CODE                                   00004330
               STOP RUN.                                                00004340
           ADD 1 TO WS-SCORE-COUNT.                                     00004350
           MOVE WS-SCORE-ENTRY TO WS-TAB-SCORE (WS-SCORE-COUNT).        00004360
       2200-EXIT.                                                       00004370
           EXIT.                                                        00004380
      **********************************                                00004390
       2300-COUNT-GAP.                                                  00004400
      **********************************                                00004410
           ADD 1 TO WS-SE-GAPS.                                         00004420
           IF WS-GAP-LEN > WS-SE-LONGEST-GAP THEN                       00004430
               MOVE WS-GAP-LEN TO WS-SE-LONGEST-GAP.                    00004440
       2300-EXIT.                                                       00004450
           EXIT.                                                        00004460
      **********************************                                00004470
       3000-SETTLE-DAYS-EXPECTED.                                       00004480
      **********************************                                00004490
      * A month not yet over is only expected up to the latest data     00004500
      *  date on the ledger for it.                                     00004510
           MOVE WS-MONTH-DAYS TO WS-EXPECTED-DAYS.                      00004520
           IF WS-SC-MONTH NOT < WS-RUN-MONTH                            00004530
             AND WS-LATEST-DD > 0 THEN                                  00004540
               MOVE WS-LATEST-DD TO WS-EXPECTED-DAYS.                   00004550
       3000-EXIT.                                                       00004560
           EXIT.                                                        00004570
      **********************************                                00004580
       3100-FINISH-ONE-COUNTRY.                                         00004590
      **********************************                                00004600
      * Close off the stretch after the last day reported, work out     00004610
      *  the discards and the clean percentage, and rank the country.   00004620
           MOVE WS-TAB-SCORE (WS-SCORE-SUB) TO WS-SCORE-ENTRY.          00004630
           IF WS-EXPECTED-DAYS > WS-SE-LAST-DD THEN                     00004640
               COMPUTE WS-GAP-LEN = WS-EXPECTED-DAYS - WS-SE-LAST-DD    00004650
               PERFORM 2300-COUNT-GAP THRU 2300-EXIT.                   00004660
           MOVE 0 TO WS-SE-GAP-DAYS.                                    00004670
           IF WS-EXPECTED-DAYS > WS-SE-REPORTED THEN                    00004680
               COMPUTE WS-SE-GAP-DAYS =                                 00004690
                   WS-EXPECTED-DAYS - WS-SE-REPORTED.                   00004700
           MOVE 0 TO WS-SE-DISCARDED.                                   00004710
           IF WS-SE-QUARANTINED > WS-SE-RELEASED THEN                   00004720
               COMPUTE WS-SE-DISCARDED =                                00004730
                   WS-SE-QUARANTINED - WS-SE-RELEASED.                  00004740
           MOVE 0 TO WS-SE-CLEAN-PCT.                                   00004750
           IF WS-EXPECTED-DAYS > 0 THEN                                 00004760
               COMPUTE WS-SE-CLEAN-PCT ROUNDED =                        00004770
                   WS-SE-CLEAN * 100 / WS-EXPECTED-DAYS.                00004780
           IF WS-SE-CLEAN-PCT > 100 THEN                                00004790
               MOVE 100 TO WS-SE-CLEAN-PCT.                             00004800
           MOVE WS-SCORE-ENTRY TO WS-TAB-SCORE (WS-SCORE-SUB).          00004810
           COMPUTE WS-PROBLEMS = WS-SE-REJECTS + WS-SE-QUARANTINED      00004820
               + WS-SE-ADJUSTMENTS + WS-SE-GAP-DAYS.                    00004830
           IF WS-PROBLEMS > 9999 THEN                                   00004840
               MOVE 9999 TO WS-PROBLEMS.                                00004850
           COMPUTE WS-NEW-KEY =                                         00004860
               WS-SE-CLEAN-PCT * 100000 + 9999 - WS-PROBLEMS.           00004870
           PERFORM 3200-RANK-ONE-COUNTRY THRU 3200-EXIT.                00004880
           ADD 1 TO WS-SCORE-SUB.                                       00004890
       3100-EXIT.                                                       00004900
           EXIT.                                                        00004910
      **********************************                                00004920
       3200-RANK-ONE-COUNTRY.                                           00004930
      **********************************                                00004940
      * Find the first slot with a lower key, move everything from      00004950
      *  there down by one, and put the country in the gap.             00004960
           MOVE 'N' TO WS-SLOT-FOUND-SW.                                00004970
           MOVE 1   TO WS-RANK-SUB.                                     00004980
           PERFORM 3210-FIND-COUNTRY-SLOT THRU 3210-EXIT                00004990
               UNTIL WS-RANK-SUB > WS-SCORE-SUB - 1                     00005000
                  OR SLOT-FOUND.                                        00005010
           MOVE WS-SCORE-SUB TO WS-RANK-MOVE-SUB.                       00005020
           PERFORM 3220-SHIFT-COUNTRY-DOWN THRU 3220-EXIT               00005030
               UNTIL WS-RANK-MOVE-SUB NOT > WS-RANK-SUB.                00005040
           MOVE WS-NEW-KEY   TO WS-SR-KEY (WS-RANK-SUB).                00005050
           MOVE WS-SCORE-SUB TO WS-SR-SUB (WS-RANK-SUB).                00005060
       3200-EXIT.                                                       00005070
           EXIT.                                                        00005080
      **********************************                                00005090
       3210-FIND-COUNTRY-SLOT.                                          00005100
      **********************************                                00005110
           IF WS-NEW-KEY > WS-SR-KEY (WS-RANK-SUB) THEN                 00005120
               MOVE 'Y' TO WS-SLOT-FOUND-SW                             00005130
           ELSE                                                         00005140
               ADD 1 TO WS-RANK-SUB.                                    00005150
       3210-EXIT.                                                       00005160
           EXIT.                                                        00005170
      **********************************                                00005180
       3220-SHIFT-COUNTRY-DOWN.                                         00005190
      **********************************                                00005200
           MOVE WS-TAB-SRANK (WS-RANK-MOVE-SUB - 1)                     00005210
                TO WS-TAB-SRANK (WS-RANK-MOVE-SUB).                     00005220
           SUBTRACT 1 FROM WS-RANK-MOVE-SUB.                            00005230
       3220-EXIT.                                                       00005240
           EXIT.                                                        00005250
      **********************************                                00005260
       4000-PRINT-SCORECARD.                                            00005270
      **********************************                                00005280
           OPEN OUTPUT REPORT-PRINT.                                    00005290
           INITIATE RELIABILITY-SCORECARD.                              00005300
           GENERATE SCORE-HEADER.                                       00005310
           MOVE 1 TO WS-RANK-SUB.                                       00005320
           PERFORM 4100-PRINT-ONE-COUNTRY THRU 4100-EXIT                00005330
               UNTIL WS-RANK-SUB > WS-SCORE-COUNT.                      00005340
           TERMINATE RELIABILITY-SCORECARD.                             00005350
           CLOSE REPORT-PRINT.                                          00005360
       4000-EXIT.                                                       00005370
           EXIT.                                                        00005380
      **********************************                                00005390
       4100-PRINT-ONE-COUNTRY.                                          00005400
      **********************************                                00005410
           MOVE WS-TAB-SCORE (WS-SR-SUB (WS-RANK-SUB))                  00005420
                TO WS-SCORE-ENTRY.                                      00005430
           MOVE WS-RANK-SUB TO WS-PRINT-RANK.                           00005440
           GENERATE SCORE-DETAIL.                                       00005450
           ADD 1 TO WS-RANK-SUB.                                        00005460
       4100-EXIT.                                                       00005470
           EXIT.                                                        00005480
      **********************************                                00005490
       9000-PRINT-SUMMARY.                                              00005500
      **********************************                                00005510
           DISPLAY 'RELSCORE - LEDGER ROWS READ : ' WS-ROWS-READ.       00005520
           DISPLAY 'RELSCORE - ROWS IN MONTH    : ' WS-ROWS-IN-MONTH.   00005530
           DISPLAY 'RELSCORE - DAYS EXPECTED    : ' WS-EXPECTED-DAYS.   00005540
           DISPLAY 'RELSCORE - COUNTRIES SCORED : ' WS-SCORE-COUNT.     00005550
       9000-EXIT.                                                       00005560
           EXIT.                                                        00005570
      ******************************************************************00005580
/*                                                                      00005590
//LKED.SYSLIB  DD DISP=SHR,DSNAME=SYS1.COBLIB                           00005600
//             DD DISP=SHR,DSNAME=SYS1.LINKLIB                          00005610
//             DD DISP=SHR,DSNAME=COVID19.LINKLIB                       00005620
//LKED.SYSLMOD DD DISP=SHR,DSNAME=COVID19.LINKLIB(RELSCORE)             00005630
//                                                                      00005640
