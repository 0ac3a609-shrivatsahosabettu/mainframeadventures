//PMMSALRP JOB (COBOL),                                                 00000010
//             'PMMSALRP',                                              00000020
//             CLASS=A,MSGCLASS=H,                                      00000030
//             MSGLEVEL=(1,1)                                           00000040
//COMPLINK EXEC COBUCL                                                  00000050
//COB.SYSLIB DD DISP=SHR,DSNAME=SYS1.COBLIB                             00000060
//           DD DISP=SHR,DSNAME=SYS1.LINKLIB                            00000070
//COB.SYSPUNCH DD DUMMY                                                 00000080
//COB.SYSIN DD *                                                        00000090
      ******************************************************************00000100
      * PROGRAM DESCRIPTION:                                            00000110
      *   This program is part of PMMS.                                 00000120
      *   Prints the daily alert report from the alert ledger           00000130
      *   PMMS.DATA.ALERTLOG that PMMSSCHD writes - one RAIS record     00000140
      *   when an alert is raised, an ESCL record each time it is       00000150
      *   re-issued unacknowledged, an ACK record when an operator      00000160
      *   acknowledges it. The report day is ACCEPTed as YYMMDD; blank  00000170
      *   means today. Three sections follow:                           00000180
      *    ALERTS RAISED        every alert raised on the day;          00000190
      *    ALERTS ACKNOWLEDGED  every alert acknowledged on the day,    00000200
      *                         by whom, how many minutes after it was  00000210
      *                         raised, and how often it had been       00000220
      *                         re-issued by then;                      00000230
      *    ALERTS STILL OPEN    every alert raised on or before the     00000240
      *                         day and not acknowledged by its end.    00000250
      *   Ledger records dated after the report day are not read, so    00000260
      *   an earlier day can be reprinted as it stood. The step ends    00000270
      *   RC 4 when any alert is still open.                            00000280
      *                                                                 00000290
      *   ALERTLOG   Input alert ledger.                                00000300
      ******************************************************************00000310
      * MODIFICATION LOG:                                               00000320
      *   15/OCT/2026 - D. ASTA - Code started.                         00000330
      ******************************************************************00000340
       IDENTIFICATION DIVISION.                                         00000350
       PROGRAM-ID.   'PMMSALRP'.                                        00000360
       AUTHOR.       'DAVID ASTA'.                                      00000370
       INSTALLATION. 'MVS 3.8j TK4-'.                                   00000380
       DATE-WRITTEN. '15/10/2026'.                                      00000390
       DATE-COMPILED.                                                   00000400
       REMARKS.      'V1R1M0'.                                          00000410
      ******************************************************************00000420
       ENVIRONMENT DIVISION.                                            00000430
      ******************************************************************00000440
       INPUT-OUTPUT SECTION.                                            00000450
       FILE-CONTROL.                                                    00000460
           SELECT ALERTLOG-FILE ASSIGN TO DA-S-ALERTLOG                 00000470
                                FILE STATUS IS WS-ALERTLOG-STATUS.      00000480
           SELECT REPORT-PRINT  ASSIGN UR-S-SYSPRINT.                   00000490
      ******************************************************************00000500
       DATA DIVISION.                                                   00000510
      ******************************************************************00000520
       FILE SECTION.                                                    00000530
      *******************                                               00000540
       FD  ALERTLOG-FILE                                                00000550
      *******************                                               00000560
           LABEL RECORDS ARE STANDARD                                   00000570
           RECORD CONTAINS 120 CHARACTERS                               00000580
           RECORDING MODE IS F.                                         00000590
       01  AL-RECORD.                                                   00000600
           05 AL-ID                    PIC 9(06).                       00000610
           05 FILLER                   PIC X.                           00000620
           05 AL-EVENT                 PIC X(04).                       00000630
           05 FILLER                   PIC X.                           00000640
           05 AL-SEVERITY              PIC X.                           00000650
           05 FILLER                   PIC X.                           00000660
           05 AL-SOURCE                PIC X(08).                       00000670
           05 FILLER                   PIC X.                           00000680
           05 AL-DATE.                                                  00000690
              10 AL-DATE-MM            PIC X(02).                       00000700
              10 FILLER                PIC X.                           00000710
              10 AL-DATE-DD            PIC X(02).                       00000720
              10 FILLER                PIC X.                           00000730
              10 AL-DATE-YY            PIC X(02).                       00000740
           05 FILLER                   PIC X.                           00000750
           05 AL-TIME.                                                  00000760
              10 AL-TIME-HH            PIC 9(02).                       00000770
              10 AL-TIME-MM            PIC 9(02).                       00000780
              10 AL-TIME-SS            PIC 9(02).                       00000790
           05 FILLER                   PIC X.                           00000800
           05 AL-OPERATOR              PIC X(08).                       00000810
           05 FILLER                   PIC X.                           00000820
           05 AL-TEXT.                                                  00000830
              10 AL-TEXT-SHORT         PIC X(52).                       00000840
              10 FILLER                PIC X(18).                       00000850
           05 FILLER                   PIC X(02).                       00000860
      **********************                                            00000870
       FD  REPORT-PRINT                                                 00000880
      **********************                                            00000890
           LABEL RECORDS ARE OMITTED                                    00000900
           REPORT IS ALERT-REPORT.                                      00000910
      **********************************                                00000920
       WORKING-STORAGE SECTION.                                         00000930
      **********************************                                00000940
       01  SWITCHES.                                                    00000950
           05 WS-ALERTLOG-EOF-SW       PIC X        VALUE 'N'.          00000960
              88 WS-ALERTLOG-EOF                    VALUE 'Y'.          00000970
           05 WS-ALERT-FOUND-SW        PIC X        VALUE 'N'.          00000980
              88 WS-ALERT-FOUND                     VALUE 'Y'.          00000990
       01  WS-ALERTLOG-STATUS          PIC XX.                          00001000
       01  WS-REPORT-DATE              PIC X(06)    VALUE SPACES.       00001010
       01  WS-AL-YYMMDD.                                                00001020
           05 WS-AL-YY                 PIC X(02).                       00001030
           05 WS-AL-MM                 PIC X(02).                       00001040
           05 WS-AL-DD                 PIC X(02).                       00001050
       01  COUNTERS.                                                    00001060
           05 WS-RAISED-COUNT          PIC 9(04)    VALUE ZERO.         00001070
           05 WS-ACKED-COUNT           PIC 9(04)    VALUE ZERO.         00001080
           05 WS-OPEN-COUNT            PIC 9(04)    VALUE ZERO.         00001090
           05 WS-ACK-MINS-TOTAL        PIC 9(07)    VALUE ZERO.         00001100
           05 WS-ACK-MINS-AVG          PIC 9(05)    VALUE ZERO.         00001110
           05 WS-NOT-TRACKED-COUNT     PIC 9(04)    VALUE ZERO.         00001120
       01  WS-TAB-CONSTANTS.                                            00001130
           05 COUNTER-MAX-ALERTS       PIC 999      VALUE 200.          00001140
       01  ALERT-WORK.                                                  00001150
           05 WS-ALERT-COUNT           PIC 999      VALUE ZERO.         00001160
           05 WS-ALERT-SUB             PIC 999.                         00001170
           05 WS-ALERT-FIND-ID         PIC 9(06).                       00001180
       01  ALERT-TABLE.                                                 00001190
      * One entry per alert raised up to the report day and not         00001200
      *  acknowledged before it. An acknowledged alert of an earlier    00001210
      *  day frees its entry (ID zero) for reuse. Day numbers and       00001220
      *  minutes are counted as in 8000-GET-DAY-NUMBER, so the time     00001230
      *  to acknowledge runs on across midnight.                        00001240
           05 WS-TAB-ALERT OCCURS 200 TIMES.                            00001250
              10 WS-AT-ID              PIC 9(06).                       00001260
              10 WS-AT-SEV-RAISED      PIC X.                           00001270
              10 WS-AT-SEV-NOW         PIC X.                           00001280
              10 WS-AT-SOURCE          PIC X(08).                       00001290
              10 WS-AT-RAISED-YYMMDD   PIC X(06).                       00001300
              10 WS-AT-RAISED-DATE     PIC X(08).                       00001310
              10 WS-AT-RAISED-TIME     PIC X(05).                       00001320
              10 WS-AT-RAISED-MINS     PIC 9(08).                       00001330
              10 WS-AT-ESCALATIONS     PIC 9(03).                       00001340
              10 WS-AT-ACKED-SW        PIC X.                           00001350
                 88 WS-AT-ACKED                     VALUE 'Y'.          00001360
              10 WS-AT-ACK-BY          PIC X(08).                       00001370
              10 WS-AT-ACK-TIME        PIC X(05).                       00001380
              10 WS-AT-ACK-MINS        PIC 9(05).                       00001390
              10 WS-AT-TEXT            PIC X(52).                       00001400
       01  DAY-NUMBER-WORK.                                             00001410
      * Days from the start of the century (ledger years are two        00001420
      *  digits) - every fourth year a leap year, which holds for all   00001430
      *  of 2000 to 2099.                                               00001440
           05 WS-DN-YY                 PIC 9(02).                       00001450
           05 WS-DN-MM                 PIC 9(02).                       00001460
           05 WS-DN-DD                 PIC 9(02).                       00001470
           05 WS-DN-LEAP-QUOT          PIC 9(02).                       00001480
           05 WS-DN-LEAP-REM           PIC 9(01).                       00001490
           05 WS-DN-DAYS               PIC 9(05).                       00001500
           05 WS-DN-MINS               PIC 9(08).                       00001510
       01  WS-MONTH-START-VALUES.                                       00001520
           05 FILLER                   PIC X(36)    VALUE               00001530
                             '000031059090120151181212243273304334'.    00001540
       01  WS-MONTH-START REDEFINES WS-MONTH-START-VALUES.              00001550
           05 WS-DAYS-BEFORE-MONTH     PIC 999 OCCURS 12 TIMES.         00001560
       01  DETAIL-FIELDS.                                               00001570
           05 WS-DET-ID                PIC 9(06).                       00001580
           05 WS-DET-SEV-RAISED        PIC X(01).                       00001590
           05 WS-DET-SEV-NOW           PIC X(01).                       00001600
           05 WS-DET-SOURCE            PIC X(08).                       00001610
           05 WS-DET-RAISED-DATE       PIC X(08).                       00001620
           05 WS-DET-RAISED-TIME       PIC X(05).                       00001630
           05 WS-DET-ACK-BY            PIC X(08).                       00001640
           05 WS-DET-ACK-TIME          PIC X(05).                       00001650
           05 WS-DET-ACK-MINS          PIC X(05).                       00001660
           05 WS-DET-ESCALATIONS       PIC 9(03).                       00001670
           05 WS-DET-TEXT              PIC X(52).                       00001680
           05 WS-SECTION-TITLE         PIC X(40).                       00001690
       01  FORMAT-WORK.                                                 00001700
           05 WS-FMT-DATE.                                              00001710
              10 WS-FMT-DD             PIC X(02).                       00001720
              10 FILLER                PIC X        VALUE '/'.          00001730
              10 WS-FMT-MM             PIC X(02).                       00001740
              10 FILLER                PIC X        VALUE '/'.          00001750
              10 WS-FMT-YY             PIC X(02).                       00001760
           05 WS-FMT-TIME.                                              00001770
              10 WS-FMT-HH             PIC 9(02).                       00001780
              10 FILLER                PIC X        VALUE ':'.          00001790
              10 WS-FMT-MI             PIC 9(02).                       00001800
           05 WS-FMT-MINS              PIC ZZZZ9.                       00001810
       01  WS-TODAYS-DATE.                                              00001820
           05 TD-MONTH                 PIC X(02).                       00001830
           05 FILLER                   PIC X.                           00001840
           05 TD-DAY                   PIC X(02).                       00001850
           05 FILLER                   PIC X.                           00001860
           05 TD-YEAR                  PIC X(02).                       00001870
       01  WS-TODAYS-TIME.                                              00001880
           05 TT-HOURS                 PIC 9(02).                       00001890
           05 TT-MINUTES               PIC 9(02).                       00001900
           05 TT-SECONDS               PIC 9(02).                       00001910
       01  WS-REPORT-DATE-PARTS.                                        00001920
           05 RD-YEAR                  PIC X(02).                       00001930
           05 RD-MONTH                 PIC X(02).                       00001940
           05 RD-DAY                   PIC X(02).                       00001950
      **********************************                                00001960
       REPORT SECTION.                                                  00001970
      **********************************                                00001980
       RD  ALERT-REPORT                                                 00001990
           PAGE LIMIT IS 66 LINES                                       00002000
           HEADING 1                                                    00002010
           FIRST DETAIL 5                                               00002020
           LAST DETAIL 58.                                              00002030
       01  PAGE-HEAD-GROUP TYPE PAGE HEADING.                           00002040
           05 LINE 1.                                                   00002050
              10 COLUMN 01        PIC X(05)  VALUE 'DATE:'.             00002060
              10 COLUMN 07        PIC 99     SOURCE TD-DAY.             00002070
              10 COLUMN 09        PIC X      VALUE '/'.                 00002080
              10 COLUMN 10        PIC 99     SOURCE TD-MONTH.           00002090
              10 COLUMN 12        PIC X      VALUE '/'.                 00002100
              10 COLUMN 13        PIC 99     SOURCE TD-YEAR.            00002110
              10 COLUMN 40        PIC X(40)  VALUE                      00002120
                    'P M M S   DAILY ALERT REPORT'.                     00002130
              10 COLUMN 122       PIC X(05)  VALUE 'PAGE:'.             00002140
              10 COLUMN 128       PIC ZZZZ9  SOURCE PAGE-COUNTER.       00002150
           05 LINE PLUS 1.                                              00002160
              10 COLUMN 01        PIC X(05)  VALUE 'TIME:'.             00002170
              10 COLUMN 07        PIC 99     SOURCE TT-HOURS.           00002180
              10 COLUMN 09        PIC X      VALUE ':'.                 00002190
              10 COLUMN 10        PIC 99     SOURCE TT-MINUTES.         00002200
              10 COLUMN 12        PIC X      VALUE ':'.                 00002210
              10 COLUMN 13        PIC 99     SOURCE TT-SECONDS.         00002220
              10 COLUMN 40        PIC X(11)  VALUE 'REPORT DAY:'.       00002230
              10 COLUMN 52        PIC XX     SOURCE RD-DAY.             00002240
              10 COLUMN 54        PIC X      VALUE '/'.                 00002250
              10 COLUMN 55        PIC XX     SOURCE RD-MONTH.           00002260
              10 COLUMN 57        PIC X      VALUE '/'.                 00002270
              10 COLUMN 58        PIC XX     SOURCE RD-YEAR.            00002280
           05 LINE PLUS 2.                                              00002290
              10 COLUMN 02        PIC X(06)  VALUE 'Alert'.             00002300
              10 COLUMN 10        PIC X(03)  VALUE 'Sev'.               00002310
              10 COLUMN 15        PIC X(06)  VALUE 'Source'.            00002320
              10 COLUMN 25        PIC X(06)  VALUE 'Raised'.            00002330
              10 COLUMN 35        PIC X(02)  VALUE 'At'.                00002340
              10 COLUMN 42        PIC X(06)  VALUE 'Ack by'.            00002350
              10 COLUMN 52        PIC X(06)  VALUE 'Ack at'.            00002360
              10 COLUMN 59        PIC X(04)  VALUE 'Mins'.              00002370
              10 COLUMN 65        PIC X(04)  VALUE 'Escl'.              00002380
              10 COLUMN 71        PIC X(10)  VALUE 'Alert text'.        00002390
           05 LINE PLUS 1.                                              00002400
              10 COLUMN 02        PIC X(06)  VALUE '------'.            00002410
              10 COLUMN 10        PIC X(03)  VALUE '---'.               00002420
              10 COLUMN 15        PIC X(08)  VALUE '--------'.          00002430
              10 COLUMN 25        PIC X(08)  VALUE '--------'.          00002440
              10 COLUMN 35        PIC X(05)  VALUE '-----'.             00002450
              10 COLUMN 42        PIC X(08)  VALUE '--------'.          00002460
              10 COLUMN 52        PIC X(06)  VALUE '------'.            00002470
              10 COLUMN 59        PIC X(05)  VALUE '-----'.             00002480
              10 COLUMN 65        PIC X(04)  VALUE '----'.              00002490
              10 COLUMN 71        PIC X(10)  VALUE '----------'.        00002500
       01  SECTION-TITLE-DETAIL TYPE DETAIL.                            00002510
           05 LINE PLUS 2.                                              00002520
              10 COLUMN 01        PIC X(40)  SOURCE WS-SECTION-TITLE.   00002530
       01  ALERT-DETAIL TYPE DETAIL.                                    00002540
           05 LINE PLUS 1.                                              00002550
              10 COLUMN 02        PIC 9(06)  SOURCE WS-DET-ID.          00002560
              10 COLUMN 10        PIC X(01)  SOURCE WS-DET-SEV-RAISED.  00002570
              10 COLUMN 11        PIC X(01)  VALUE '>'.                 00002580
              10 COLUMN 12        PIC X(01)  SOURCE WS-DET-SEV-NOW.     00002590
              10 COLUMN 15        PIC X(08)  SOURCE WS-DET-SOURCE.      00002600
              10 COLUMN 25        PIC X(08)  SOURCE WS-DET-RAISED-DATE. 00002610
              10 COLUMN 35        PIC X(05)  SOURCE WS-DET-RAISED-TIME. 00002620
              10 COLUMN 42        PIC X(08)  SOURCE WS-DET-ACK-BY.      00002630
              10 COLUMN 52        PIC X(05)  SOURCE WS-DET-ACK-TIME.    00002640
              10 COLUMN 59        PIC X(05)  SOURCE WS-DET-ACK-MINS.    00002650
              10 COLUMN 66        PIC ZZ9    SOURCE WS-DET-ESCALATIONS. 00002660
              10 COLUMN 71        PIC X(52)  SOURCE WS-DET-TEXT.        00002670
       01  TOTALS-DETAIL TYPE DETAIL.                                   00002680
           05 LINE PLUS 2.                                              00002690
              10 COLUMN 01        PIC X(15)  VALUE 'ALERTS RAISED:'.    00002700
              10 COLUMN 17        PIC ZZZ9   SOURCE WS-RAISED-COUNT.    00002710
              10 COLUMN 25        PIC X(13)  VALUE 'ACKNOWLEDGED:'.     00002720
              10 COLUMN 39        PIC ZZZ9   SOURCE WS-ACKED-COUNT.     00002730
              10 COLUMN 47        PIC X(17)  VALUE 'AVERAGE ACK MINS:'. 00002740
              10 COLUMN 65        PIC ZZZZ9  SOURCE WS-ACK-MINS-AVG.    00002750
              10 COLUMN 73        PIC X(11)  VALUE 'STILL OPEN:'.       00002760
              10 COLUMN 85        PIC ZZZ9   SOURCE WS-OPEN-COUNT.      00002770
      ******************************************************************00002780
       PROCEDURE DIVISION.                                              00002790
      ******************************************************************00002800
       0000-MAIN.                                                       00002810
      **********************************                                00002820
           PERFORM 0001-INITIALISE THRU 0001-EXIT.                      00002830
           PERFORM 1000-LOAD-ALERT-LEDGER THRU 1000-EXIT.               00002840
           MOVE 'ALERTS RAISED' TO WS-SECTION-TITLE.                    00002850
           GENERATE SECTION-TITLE-DETAIL.                               00002860
           MOVE 1 TO WS-ALERT-SUB.                                      00002870
           PERFORM 3000-PRINT-IF-RAISED THRU 3000-EXIT                  00002880
               UNTIL WS-ALERT-SUB > WS-ALERT-COUNT.                     00002890
           IF WS-RAISED-COUNT = ZERO THEN                               00002900
               MOVE '  NONE' TO WS-SECTION-TITLE                        00002910
               GENERATE SECTION-TITLE-DETAIL.                           00002920
           MOVE 'ALERTS ACKNOWLEDGED' TO WS-SECTION-TITLE.              00002930
           GENERATE SECTION-TITLE-DETAIL.                               00002940
           MOVE 1 TO WS-ALERT-SUB.                                      00002950
           PERFORM 4000-PRINT-IF-ACKED THRU 4000-EXIT                   00002960
               UNTIL WS-ALERT-SUB > WS-ALERT-COUNT.                     00002970
           IF WS-ACKED-COUNT = ZERO THEN                                00002980
               MOVE '  NONE' TO WS-SECTION-TITLE                        00002990
               GENERATE SECTION-TITLE-DETAIL.                           00003000
           MOVE 'ALERTS STILL OPEN' TO WS-SECTION-TITLE.                00003010
           GENERATE SECTION-TITLE-DETAIL.                               00003020
           MOVE 1 TO WS-ALERT-SUB.                                      00003030
           PERFORM 5000-PRINT-IF-OPEN THRU 5000-EXIT                    00003040
               UNTIL WS-ALERT-SUB > WS-ALERT-COUNT.                     00003050
           IF WS-OPEN-COUNT = ZERO THEN                                 00003060
               MOVE '  NONE' TO WS-SECTION-TITLE                        00003070
               GENERATE SECTION-TITLE-DETAIL.                           00003080
           IF WS-ACKED-COUNT > ZERO THEN                                00003090
               DIVIDE WS-ACK-MINS-TOTAL BY WS-ACKED-COUNT               00003100
                   GIVING WS-ACK-MINS-AVG.                              00003110
           GENERATE TOTALS-DETAIL.                                      00003120
           TERMINATE ALERT-REPORT.                                      00003130
           CLOSE REPORT-PRINT.                                          00003140
           DISPLAY 'PMMSALRP - ALERTS RAISED      : ' WS-RAISED-COUNT.  00003150
           DISPLAY 'PMMSALRP - ALERTS ACKNOWLEDGED: ' WS-ACKED-COUNT.   00003160
           DISPLAY 'PMMSALRP - ALERTS STILL OPEN  : ' WS-OPEN-COUNT.    00003170
           IF WS-NOT-TRACKED-COUNT > ZERO THEN                          00003180
               DISPLAY 'PMMSALRP - ALERT TABLE FULL, NOT REPORTED: '    00003190
                   WS-NOT-TRACKED-COUNT.                                00003200
           IF WS-OPEN-COUNT > ZERO THEN                                 00003210
               MOVE 4 TO RETURN-CODE.                                   00003220
       0000-EXIT.                                                       00003230
           STOP RUN.                                                    00003240
      **********************************                                00003250
       0001-INITIALISE.                                                 00003260
      **********************************                                00003270
      * The report day is ACCEPTed as YYMMDD; blank means today.        00003280
           MOVE CURRENT-DATE TO WS-TODAYS-DATE.                         00003290
           MOVE TIME-OF-DAY  TO WS-TODAYS-TIME.                         00003300
           ACCEPT WS-REPORT-DATE.                                       00003310
           IF WS-REPORT-DATE = SPACES THEN                              00003320
               MOVE TD-YEAR  TO RD-YEAR                                 00003330
               MOVE TD-MONTH TO RD-MONTH                                00003340
               MOVE TD-DAY   TO RD-DAY                                  00003350
               MOVE WS-REPORT-DATE-PARTS TO WS-REPORT-DATE              00003360
           ELSE                                                         00003370
               MOVE WS-REPORT-DATE TO WS-REPORT-DATE-PARTS.             00003380
           OPEN OUTPUT REPORT-PRINT.                                    00003390
           INITIATE ALERT-REPORT.                                       00003400
       0001-EXIT.                                                       00003410
           EXIT.                                                        00003420
      **********************************                                00003430
       1000-LOAD-ALERT-LEDGER.                                          00003440
      **********************************                                00003450
      * A missing ledger is an empty one - no alert raised yet.         00003460
           OPEN INPUT ALERTLOG-FILE.                                    00003470
           IF WS-ALERTLOG-STATUS NOT = '00' THEN                        00003480
               GO TO 1000-EXIT.                                         00003490
           PERFORM 1100-READ-LEDGER-RECORD THRU 1100-EXIT               00003500
               UNTIL WS-ALERTLOG-EOF.                                   00003510
           CLOSE ALERTLOG-FILE.                                         00003520
       1000-EXIT.                                                       00003530
           EXIT.                                                        00003540
      **********************************                                00003550
       1100-READ-LEDGER-RECORD.                                         00003560
      **********************************                                00003570
           READ ALERTLOG-FILE                                           00003580
               AT END MOVE 'Y' TO WS-ALERTLOG-EOF-SW.                   00003590
           IF WS-ALERTLOG-EOF THEN                                      00003600
               GO TO 1100-EXIT.                                         00003610
           MOVE AL-DATE-YY TO WS-AL-YY.                                 00003620
           MOVE AL-DATE-MM TO WS-AL-MM.                                 00003630
           MOVE AL-DATE-DD TO WS-AL-DD.                                 00003640
           IF WS-AL-YYMMDD > WS-REPORT-DATE THEN                        00003650
               GO TO 1100-EXIT.                                         00003660
           PERFORM 8000-GET-DAY-NUMBER THRU 8000-EXIT.                  00003670
           MOVE AL-ID TO WS-ALERT-FIND-ID.                              00003680
           PERFORM 2000-FIND-ALERT THRU 2000-EXIT.                      00003690
           IF AL-EVENT = 'RAIS' THEN                                    00003700
               PERFORM 1200-ADD-RAISED-ALERT THRU 1200-EXIT             00003710
               GO TO 1100-EXIT.                                         00003720
      *    Escalations and acknowledgements of alerts raised before     00003730
      *     the ledger began have nothing to attach to.                 00003740
           IF NOT WS-ALERT-FOUND THEN                                   00003750
               GO TO 1100-EXIT.                                         00003760
           IF AL-EVENT = 'ESCL' THEN                                    00003770
               MOVE AL-SEVERITY TO WS-AT-SEV-NOW (WS-ALERT-SUB)         00003780
               ADD 1 TO WS-AT-ESCALATIONS (WS-ALERT-SUB)                00003790
               GO TO 1100-EXIT.                                         00003800
           IF AL-EVENT NOT = 'ACK ' THEN                                00003810
               GO TO 1100-EXIT.                                         00003820
           IF WS-AL-YYMMDD < WS-REPORT-DATE THEN                        00003830
               MOVE ZERO TO WS-AT-ID (WS-ALERT-SUB)                     00003840
               GO TO 1100-EXIT.                                         00003850
           MOVE 'Y'         TO WS-AT-ACKED-SW (WS-ALERT-SUB).           00003860
           MOVE AL-OPERATOR TO WS-AT-ACK-BY (WS-ALERT-SUB).             00003870
           MOVE AL-TIME-HH  TO WS-FMT-HH.                               00003880
           MOVE AL-TIME-MM  TO WS-FMT-MI.                               00003890
           MOVE WS-FMT-TIME TO WS-AT-ACK-TIME (WS-ALERT-SUB).           00003900
           COMPUTE WS-AT-ACK-MINS (WS-ALERT-SUB) =                      00003910
               WS-DN-MINS - WS-AT-RAISED-MINS (WS-ALERT-SUB).           00003920
       1100-EXIT.                                                       00003930
           EXIT.                                                        00003940
      **********************************                                00003950
       1200-ADD-RAISED-ALERT.                                           00003960
      **********************************                                00003970
      * A RAIS for an ID already held means the scheduler's IDs have    00003980
      *  wrapped - the older alert gives way to the new one.            00003990
           IF NOT WS-ALERT-FOUND THEN                                   00004000
               MOVE ZERO TO WS-ALERT-FIND-ID                            00004010
               PERFORM 2000-FIND-ALERT THRU 2000-EXIT.                  00004020
           IF NOT WS-ALERT-FOUND                                        00004030
             AND WS-ALERT-COUNT < COUNTER-MAX-ALERTS THEN               00004040
               ADD 1 TO WS-ALERT-COUNT                                  00004050
               MOVE WS-ALERT-COUNT TO WS-ALERT-SUB                      00004060
               MOVE 'Y' TO WS-ALERT-FOUND-SW.                           00004070
           IF NOT WS-ALERT-FOUND THEN                                   00004080
               ADD 1 TO WS-NOT-TRACKED-COUNT                            00004090
               GO TO 1200-EXIT.                                         00004100
           MOVE AL-ID       TO WS-AT-ID (WS-ALERT-SUB).                 00004110
           MOVE AL-SEVERITY TO WS-AT-SEV-RAISED (WS-ALERT-SUB).         00004120
           MOVE AL-SEVERITY TO WS-AT-SEV-NOW (WS-ALERT-SUB).            00004130
           MOVE AL-SOURCE   TO WS-AT-SOURCE (WS-ALERT-SUB).             00004140
           MOVE WS-AL-YYMMDD                                            00004150
                TO WS-AT-RAISED-YYMMDD (WS-ALERT-SUB).                  00004160
           MOVE AL-DATE-DD  TO WS-FMT-DD.                               00004170
           MOVE AL-DATE-MM  TO WS-FMT-MM.                               00004180
           MOVE AL-DATE-YY  TO WS-FMT-YY.                               00004190
           MOVE WS-FMT-DATE TO WS-AT-RAISED-DATE (WS-ALERT-SUB).        00004200
           MOVE AL-TIME-HH  TO WS-FMT-HH.                               00004210
           MOVE AL-TIME-MM  TO WS-FMT-MI.                               00004220
           MOVE WS-FMT-TIME TO WS-AT-RAISED-TIME (WS-ALERT-SUB).        00004230
           MOVE WS-DN-MINS  TO WS-AT-RAISED-MINS (WS-ALERT-SUB).        00004240
           MOVE ZERO        TO WS-AT-ESCALATIONS (WS-ALERT-SUB).        00004250
           MOVE 'N'         TO WS-AT-ACKED-SW (WS-ALERT-SUB).           00004260
           MOVE SPACES      TO WS-AT-ACK-BY (WS-ALERT-SUB).             00004270
           MOVE SPACES      TO WS-AT-ACK-TIME (WS-ALERT-SUB).           00004280
           MOVE ZERO        TO WS-AT-ACK-MINS (WS-ALERT-SUB).           00004290
           MOVE AL-TEXT-SHORT TO WS-AT-TEXT (WS-ALERT-SUB).             00004300
       1200-EXIT.                                                       00004310
           EXIT.                                                        00004320
      **********************************                                00004330
       2000-FIND-ALERT.                                                 00004340
      **********************************                                00004350
      * Looking for ID zero finds an entry freed for reuse.             00004360
           MOVE 'N' TO WS-ALERT-FOUND-SW.                               00004370
           MOVE 1   TO WS-ALERT-SUB.                                    00004380
           PERFORM 2100-MATCH-ALERT THRU 2100-EXIT                      00004390
               UNTIL WS-ALERT-SUB > WS-ALERT-COUNT                      00004400
                  OR WS-ALERT-FOUND.                                    00004410
       2000-EXIT.                                                       00004420
           EXIT.                                                        00004430
      **********************************                                00004440
       2100-MATCH-ALERT.                                                00004450
      **********************************                                00004460
           IF WS-AT-ID (WS-ALERT-SUB) = WS-ALERT-FIND-ID THEN           00004470
               MOVE 'Y' TO WS-ALERT-FOUND-SW                            00004480
           ELSE                                                         00004490
               ADD 1 TO WS-ALERT-SUB.                                   00004500
       2100-EXIT.                                                       00004510
           EXIT.                                                        00004520
      **********************************                                00004530
       3000-PRINT-IF-RAISED.                                            00004540
      **********************************                                00004550
           IF WS-AT-ID (WS-ALERT-SUB) = ZERO THEN                       00004560
               GO TO 3000-NEXT.                                         00004570
           IF WS-AT-RAISED-YYMMDD (WS-ALERT-SUB) NOT = WS-REPORT-DATE   00004580
             THEN                                                       00004590
               GO TO 3000-NEXT.                                         00004600
           ADD 1 TO WS-RAISED-COUNT.                                    00004610
           PERFORM 6000-PRINT-ALERT-LINE THRU 6000-EXIT.                00004620
       3000-NEXT.                                                       00004630
           ADD 1 TO WS-ALERT-SUB.                                       00004640
       3000-EXIT.                                                       00004650
           EXIT.                                                        00004660
      **********************************                                00004670
       4000-PRINT-IF-ACKED.                                             00004680
      **********************************                                00004690
      * Only acknowledgements of the report day are still held.         00004700
           IF WS-AT-ID (WS-ALERT-SUB) = ZERO THEN                       00004710
               GO TO 4000-NEXT.                                         00004720
           IF NOT WS-AT-ACKED (WS-ALERT-SUB) THEN                       00004730
               GO TO 4000-NEXT.                                         00004740
           ADD 1 TO WS-ACKED-COUNT.                                     00004750
           ADD WS-AT-ACK-MINS (WS-ALERT-SUB) TO WS-ACK-MINS-TOTAL.      00004760
           PERFORM 6000-PRINT-ALERT-LINE THRU 6000-EXIT.                00004770
       4000-NEXT.                                                       00004780
           ADD 1 TO WS-ALERT-SUB.                                       00004790
       4000-EXIT.                                                       00004800
           EXIT.                                                        00004810
      **********************************                                00004820
       5000-PRINT-IF-OPEN.                                              00004830
      **********************************                                00004840
           IF WS-AT-ID (WS-ALERT-SUB) = ZERO THEN                       00004850
               GO TO 5000-NEXT.                                         00004860
           IF WS-AT-ACKED (WS-ALERT-SUB) THEN                           00004870
               GO TO 5000-NEXT.                                         00004880
           ADD 1 TO WS-OPEN-COUNT.                                      00004890
           PERFORM 6000-PRINT-ALERT-LINE THRU 6000-EXIT.                00004900
       5000-NEXT.                                                       00004910
           ADD 1 TO WS-ALERT-SUB.                                       00004920
       5000-EXIT.                                                       00004930
           EXIT.                                                        00004940
      **********************************                                00004950
       6000-PRINT-ALERT-LINE.                                           00004960
      **********************************                                00004970
           MOVE WS-AT-ID (WS-ALERT-SUB)          TO WS-DET-ID.          00004980
           MOVE WS-AT-SEV-RAISED (WS-ALERT-SUB)  TO WS-DET-SEV-RAISED.  00004990
           MOVE WS-AT-SEV-NOW (WS-ALERT-SUB)     TO WS-DET-SEV-NOW.     00005000
           MOVE WS-AT-SOURCE (WS-ALERT-SUB)      TO WS-DET-SOURCE.      00005010
           MOVE WS-AT-RAISED-DATE (WS-ALERT-SUB) TO WS-DET-RAISED-DATE. 00005020
           MOVE WS-AT-RAISED-TIME (WS-ALERT-SUB) TO WS-DET-RAISED-TIME. 00005030
           MOVE WS-AT-TEXT (WS-ALERT-SUB)        TO WS-DET-TEXT.        00005040
           MOVE WS-AT-ESCALATIONS (WS-ALERT-SUB) TO WS-DET-ESCALATIONS. 00005050
           MOVE SPACES TO WS-DET-ACK-BY.                                00005060
           MOVE SPACES TO WS-DET-ACK-TIME.                              00005070
           MOVE SPACES TO WS-DET-ACK-MINS.                              00005080
           IF WS-AT-ACKED (WS-ALERT-SUB) THEN                           00005090
               MOVE WS-AT-ACK-BY (WS-ALERT-SUB)   TO WS-DET-ACK-BY      00005100
               MOVE WS-AT-ACK-TIME (WS-ALERT-SUB) TO WS-DET-ACK-TIME    00005110
               MOVE WS-AT-ACK-MINS (WS-ALERT-SUB) TO WS-FMT-MINS        00005120
               MOVE WS-FMT-MINS                   TO WS-DET-ACK-MINS.   00005130
           GENERATE ALERT-DETAIL.                                       00005140
       6000-EXIT.                                                       00005150
           EXIT.                                                        00005160
      **********************************                                00005170
       8000-GET-DAY-NUMBER.                                             00005180
      **********************************                                00005190
      * Minutes from the start of the century to the ledger record's    00005200
      *  date and time, into WS-DN-MINS.                                00005210
           MOVE AL-DATE-YY TO WS-DN-YY.                                 00005220
           MOVE AL-DATE-MM TO WS-DN-MM.                                 00005230
           MOVE AL-DATE-DD TO WS-DN-DD.                                 00005240
      *    One extra day for each leap year before this one, and for    00005250
      *     this one's own 29 February once March is reached.           00005260
           DIVIDE WS-DN-YY BY 4 GIVING WS-DN-LEAP-QUOT                  00005270
               REMAINDER WS-DN-LEAP-REM.                                00005280
           IF WS-DN-LEAP-REM NOT = ZERO THEN                            00005290
               ADD 1 TO WS-DN-LEAP-QUOT.                                00005300
           COMPUTE WS-DN-DAYS = WS-DN-YY * 365 + WS-DN-LEAP-QUOT        00005310
               + WS-DAYS-BEFORE-MONTH (WS-DN-MM) + WS-DN-DD.            00005320
           IF WS-DN-LEAP-REM = ZERO AND WS-DN-MM > 2 THEN               00005330
               ADD 1 TO WS-DN-DAYS.                                     00005340
           COMPUTE WS-DN-MINS = WS-DN-DAYS * 1440                       00005350
               + AL-TIME-HH * 60 + AL-TIME-MM.                          00005360
       8000-EXIT.                                                       00005370
           EXIT.                                                        00005380
/*                                                                      00005390
//LKED.SYSLIB  DD DISP=SHR,DSNAME=SYS1.COBLIB                           00005400
//             DD DISP=SHR,DSNAME=SYS1.LINKLIB                          00005410
//             DD DISP=SHR,DSNAME=PMMS.LINKLIB                          00005420
//LKED.SYSLMOD DD DISP=SHR,DSNAME=PMMS.LINKLIB(PMMSALRP)                00005430
//                                                                      00005440
