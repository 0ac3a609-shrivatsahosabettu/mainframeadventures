//PMMSCPTH JOB (COBOL),                                                 00000010
//             'PMMSCPTH',                                              00000020
//             CLASS=A,MSGCLASS=H,                                      00000030
//             MSGLEVEL=(1,1)                                           00000040
//COMPLINK EXEC COBUCL                                                  00000050
//COB.SYSLIB DD DISP=SHR,DSNAME=SYS1.COBLIB                             00000060
//           DD DISP=SHR,DSNAME=SYS1.LINKLIB                            00000070
//COB.SYSPUNCH DD DUMMY                                                 00000080
//COB.SYSIN DD *                                                        00000090
      ******************************************************************00000100
      * PROGRAM DESCRIPTION:                                           *00000110
      *   This program is part of PMMS.                                 00000120
      *   Projects the rest of today's run from where the night really  00000130
      *   is. Every TASKLIST entry due today (same calendar and         00000140
      *   holiday test as the scheduler) becomes a node of the          00000150
      *   dependency network, linked through REC-DEPEND-ON. Each node   00000160
      *   is placed by what has actually happened today - an 'OK' on    00000170
      *   PMMS.DATA.JOBSTAT is done, a 'STRT' or a submission on        00000180
      *   PMMS.DATA.REPHIST with no outcome yet is running, a 'FAIL'    00000190
      *   waits for its rerun - and everything still to come is         00000200
      *   projected forward: a task starts at the later of its          00000210
      *   scheduled time, now, and its prerequisite's projected         00000220
      *   finish, and runs for its average elapsed time over the 'OK'   00000230
      *   runs on PMMS.DATA.JSTARCH.                                    00000240
      *   The page lists every node in projected start order. The       00000250
      *   critical path - the chain of tasks each held up by the one    00000260
      *   before it, ending at the task with the least deadline slack   00000270
      *   (or the last to finish when no task carries a deadline) - is  00000280
      *   marked '*'. A second section lists every task whose           00000290
      *   projected finish breaches its REC-DEADLINE, and the step      00000300
      *   ends RC 4 when there is one.                                  00000310
      *   Times past midnight print as 24:10, 25:30 and so on. The      00000320
      *   poll interval is not added to the projection - PMMSSTAT       00000330
      *   reports what it costs. Interval tasks are not projected, nor  00000340
      *   are trigger tasks - nothing says when their trigger will      00000340
      *   arrive.                                                       00000340
      *                                                                 00000350
      *   TASKLIST   Input task list (same layout as PMMSSCHD).         00000360
      *   HOLCAL     Input site holiday calendar.                       00000370
      *   JOBSTAT    Input today's completion-status ledger.            00000380
      *   JSTARCH    Input outcome archive (run-time history).          00000390
      *   RPRTFILE   Input cumulative execution history (REPHIST).      00000400
      ******************************************************************00000410
      * MODIFICATION LOG:                                              *00000420
      *   15/OCT/2026 - D. ASTA - Code started.                        *00000430
      *   15/OCT/2026 - D. ASTA - Trigger tasks ('TRG' interval) are    00000430
      *                           left out of the projection.           00000430
      ******************************************************************00000440
       IDENTIFICATION DIVISION.                                         00000450
       PROGRAM-ID.   'PMMSCPTH'.                                        00000460
       AUTHOR.       'DAVID ASTA'.                                      00000470
       INSTALLATION. 'MVS 3.8j TK4-'.                                   00000480
       DATE-WRITTEN. '15/10/2026'.                                      00000490
       DATE-COMPILED.                                                   00000500
       REMARKS.      'V1R1M0'.                                          00000510
      ******************************************************************00000520
       ENVIRONMENT DIVISION.                                            00000530
      ******************************************************************00000540
       INPUT-OUTPUT SECTION.                                            00000550
       FILE-CONTROL.                                                    00000560
           SELECT TASKLIST-FILE ASSIGN TO DA-S-INFILE.                  00000570
           SELECT HOLCAL-FILE   ASSIGN TO DA-S-HOLCAL                   00000580
                                FILE STATUS IS WS-HOLCAL-STATUS.        00000590
           SELECT JOBSTAT-FILE  ASSIGN TO DA-S-JOBSTAT                  00000600
                                FILE STATUS IS WS-JOBSTAT-STATUS.       00000610
           SELECT JSTARCH-FILE  ASSIGN TO DA-S-JSTARCH                  00000620
                                FILE STATUS IS WS-JSTARCH-STATUS.       00000630
           SELECT REPORT-FILE   ASSIGN TO DA-S-RPRTFILE                 00000640
                                FILE STATUS IS WS-RPRTFILE-STATUS.      00000650
           SELECT REPORT-PRINT  ASSIGN UR-S-SYSPRINT.                   00000660
      ******************************************************************00000670
       DATA DIVISION.                                                   00000680
      ******************************************************************00000690
       FILE SECTION.                                                    00000700
      *******************                                               00000710
       FD  TASKLIST-FILE                                                00000720
      *******************                                               00000730
           LABEL RECORDS ARE STANDARD                                   00000740
           BLOCK CONTAINS 0 RECORDS                                     00000750
           RECORD CONTAINS 80 CHARACTERS.                               00000760
       01  IN-RECORD.                                                   00000770
           05 REC-INDICATOR            PIC X.                           00000780
              88 REC-ACTIVE                        VALUE ' '.           00000790
              88 REC-PAUSED                        VALUE 'P'.           00000800
           05 REC-WEEKDAY.                                              00000810
              10 REC-WEEKDAY-MO        PIC X.                           00000820
              10 REC-WEEKDAY-TU        PIC X.                           00000830
              10 REC-WEEKDAY-WE        PIC X.                           00000840
              10 REC-WEEKDAY-TH        PIC X.                           00000850
              10 REC-WEEKDAY-FR        PIC X.                           00000860
              10 REC-WEEKDAY-SA        PIC X.                           00000870
              10 REC-WEEKDAY-SU        PIC X.                           00000880
           05 REC-TIME.                                                 00000890
              10 REC-TIME-HH           PIC XX.                          00000900
              10 REC-TIME-MM           PIC XX.                          00000910
           05 REC-DATE.                                                 00000920
              10 REC-DATE-DD           PIC XX.                          00000930
                 88 REC-DD-LAST-DAY             VALUE 'LD'.             00000940
                 88 REC-DD-FIRST-WORKDAY        VALUE 'FW'.             00000950
                 88 REC-DD-LAST-FRIDAY          VALUE 'LF'.             00000960
                 88 REC-DD-RELATIVE      VALUES 'LD' 'FW' 'LF'.         00000970
              10 REC-DATE-MM           PIC XX.                          00000980
           05 REC-COMMAND              PIC X(06).                       00000990
           05 REC-DEPEND-ON            PIC X(06).                       00001000
           05 REC-INTERVAL-MINS        PIC X(03).                       00001010
              88 REC-TRIGGER-TASK                  VALUE 'TRG'.         00001010
           05 REC-WINDOW-FROM          PIC X(04).                       00001020
           05 REC-WINDOW-TO            PIC X(04).                       00001030
           05 REC-HOLIDAY-ACTION       PIC X.                           00001040
              88 REC-HOL-RUNS-ANYWAY               VALUES ' ' 'R'.      00001050
              88 REC-HOL-SKIPS                     VALUE 'S'.           00001060
              88 REC-HOL-ROLLS                     VALUE 'N'.           00001070
           05 REC-RETRY-MAX            PIC X(01).                       00001080
           05 REC-RETRY-WAIT           PIC X(03).                       00001090
           05 REC-RESOURCE             PIC X(06).                       00001100
           05 REC-DEADLINE.                                             00001110
              10 REC-DEADLINE-HH       PIC XX.                          00001120
              10 REC-DEADLINE-MM       PIC XX.                          00001130
           05 REC-SUBCOMMAND           PIC X(26).                       00001140
      *******************                                               00001150
       FD  HOLCAL-FILE                                                  00001160
      *******************                                               00001170
           LABEL RECORDS ARE STANDARD                                   00001180
           BLOCK CONTAINS 0 RECORDS                                     00001190
           RECORD CONTAINS 6 CHARACTERS.                                00001200
       01  HOL-RECORD.                                                  00001210
           05 HOL-DATE                 PIC X(06).                       00001220
      *******************                                               00001230
       FD  JOBSTAT-FILE                                                 00001240
      *******************                                               00001250
           LABEL RECORDS ARE STANDARD                                   00001260
           RECORD CONTAINS 80 CHARACTERS                                00001270
           RECORDING MODE IS F.                                         00001280
       01  JS-RECORD.                                                   00001290
           05 JS-COMMAND               PIC X(06).                       00001300
           05 FILLER                   PIC X.                           00001310
           05 JS-DATE                  PIC X(08).                       00001320
           05 FILLER                   PIC X.                           00001330
           05 JS-TIME.                                                  00001340
              10 JS-TIME-HH            PIC 9(02).                       00001350
              10 JS-TIME-MM            PIC 9(02).                       00001360
              10 JS-TIME-SS            PIC 9(02).                       00001370
           05 FILLER                   PIC X.                           00001380
           05 JS-STATUS                PIC X(04).                       00001390
           05 FILLER                   PIC X.                           00001400
           05 JS-STEP                  PIC X(08).                       00001410
           05 FILLER                   PIC X.                           00001420
           05 JS-RC                    PIC X(04).                       00001430
           05 FILLER                   PIC X.                           00001440
           05 JS-ELAPSED               PIC 9(06).                       00001450
           05 FILLER                   PIC X(32).                       00001460
      *******************                                               00001470
       FD  JSTARCH-FILE                                                 00001480
      *******************                                               00001490
           LABEL RECORDS ARE STANDARD                                   00001500
           RECORD CONTAINS 80 CHARACTERS                                00001510
           RECORDING MODE IS F.                                         00001520
       01  JSARCH-REC                  PIC X(80).                       00001530
      *******************                                               00001540
       FD  REPORT-FILE                                                  00001550
      *******************                                               00001560
           LABEL RECORDS ARE STANDARD                                   00001570
           BLOCK CONTAINS 0 RECORDS                                     00001580
           RECORD CONTAINS 80 CHARACTERS.                               00001590
       01  REP-RECORD.                                                  00001600
           05 REP-EXEC-RESULT          PIC X.                           00001610
           05 REP-DATE-SCHED.                                           00001620
              10 REP-DATE-SCHED-DD     PIC XX.                          00001630
              10 REP-DATE-SCHED-MM     PIC XX.                          00001640
           05 REP-TIME-SCHED.                                           00001650
              10 REP-TIME-SCHED-HH     PIC XX.                          00001660
              10 REP-TIME-SCHED-MM     PIC XX.                          00001670
           05 REP-DATE-SUBMI.                                           00001680
              10 REP-DATE-SUBMI-DD     PIC X(02).                       00001690
              10 REP-DATE-SUBMI-MM     PIC X(02).                       00001700
              10 REP-DATE-SUBMI-YY     PIC X(02).                       00001710
           05 REP-TIME-SUBMI.                                           00001720
              10 REP-TIME-SUBMI-HH     PIC 9(02).                       00001730
              10 REP-TIME-SUBMI-MM     PIC 9(02).                       00001740
              10 REP-TIME-SUBMI-SS     PIC 9(02).                       00001750
           05 REP-COMMAND              PIC X(06).                       00001760
           05 REP-SUBCOMMAND           PIC X(53).                       00001770
      **********************                                            00001780
       FD  REPORT-PRINT                                                 00001790
      **********************                                            00001800
           LABEL RECORDS ARE OMITTED                                    00001810
           REPORT IS CPATH-REPORT.                                      00001820
      **********************************                                00001830
       WORKING-STORAGE SECTION.                                         00001840
      **********************************                                00001850
       01  SWITCHES.                                                    00001860
           05 END-OF-FILE              PIC X        VALUE 'N'.          00001870
              88 EOF                                VALUE 'Y'.          00001880
           05 WS-HOLCAL-EOF-SW         PIC X        VALUE 'N'.          00001890
              88 WS-HOLCAL-EOF                      VALUE 'Y'.          00001900
           05 WS-TODAY-HOLIDAY-SW      PIC X        VALUE 'N'.          00001910
              88 WS-TODAY-HOLIDAY                   VALUE 'Y'.          00001920
           05 WS-DUE-SW                PIC X        VALUE 'N'.          00001930
              88 WS-DUE                             VALUE 'Y'.          00001940
           05 WS-NODE-FOUND-SW         PIC X        VALUE 'N'.          00001950
              88 WS-NODE-FOUND                      VALUE 'Y'.          00001960
           05 WS-PASS-CHANGED-SW       PIC X        VALUE 'N'.          00001970
              88 WS-PASS-CHANGED                    VALUE 'Y'.          00001980
       01  WS-HOLCAL-STATUS            PIC XX.                          00001990
       01  WS-JOBSTAT-STATUS           PIC XX.                          00002000
       01  WS-JSTARCH-STATUS           PIC XX.                          00002010
       01  WS-RPRTFILE-STATUS          PIC XX.                          00002020
       01  COUNTERS.                                                    00002030
           05 WS-COUNT-WDAY            PIC 9.                           00002040
           05 WS-BREACH-COUNT          PIC 99       VALUE ZERO.         00002050
           05 WS-PRINTED-COUNT         PIC 99.                          00002060
       01  WS-TAB-CONSTANTS.                                            00002070
           05 COUNTER-MAX-NODES        PIC 99       VALUE 50.           00002080
           05 COUNTER-MAX-HOLIDAYS     PIC 999      VALUE 100.          00002090
       01  WS-HOLCAL-WORK.                                              00002100
           05 WS-HOLCAL-COUNT          PIC 999      VALUE ZERO.         00002110
           05 WS-HOLCAL-SUB            PIC 999.                         00002120
           05 WS-HOL-TEST-DATE         PIC X(06).                       00002130
       01  WS-HOLCAL-TABLE.                                             00002140
           05 WS-TAB-HOLCAL OCCURS 100 TIMES.                           00002150
              10 WS-HOLCAL-DATE        PIC X(06).                       00002160
       01  NODE-WORK.                                                   00002170
           05 WS-NODE-COUNT            PIC 99       VALUE ZERO.         00002180
           05 WS-NODE-SUB              PIC 99.                          00002190
           05 WS-DEP-SUB               PIC 99.                          00002200
           05 WS-NODE-BEST             PIC 99.                          00002210
           05 WS-NODE-KEY              PIC X(06).                       00002220
           05 WS-CP-TARGET             PIC 99.                          00002230
           05 WS-CP-SUB                PIC 99.                          00002240
           05 WS-CP-BEST-SLACK         PIC S9(04).                      00002250
           05 WS-CP-BEST-FINISH        PIC 9(04).                       00002260
       01  NODE-TABLE.                                                  00002270
      * One node per command due today - the scheduler clears a         00002280
      *  dependency on the command, so several TASKLIST entries for     00002290
      *  one command are one node, at the earliest scheduled time       00002300
      *  and the earliest deadline among them. All times are minutes    00002310
      *  past today's midnight.                                         00002320
           05 WS-TAB-NODE OCCURS 50 TIMES.                              00002330
              10 WS-ND-CMD             PIC X(06).                       00002340
              10 WS-ND-DEPEND          PIC X(06).                       00002350
              10 WS-ND-DEP-SUB         PIC 99.                          00002360
              10 WS-ND-SCHED           PIC 9(04).                       00002370
              10 WS-ND-DEADLINE-SW     PIC X.                           00002380
                 88 WS-ND-HAS-DEADLINE              VALUE 'Y'.          00002390
              10 WS-ND-DEADLINE        PIC 9(04).                       00002400
              10 WS-ND-RUNS            PIC 9(05).                       00002410
              10 WS-ND-RUN-SECS        PIC 9(09).                       00002420
              10 WS-ND-DURATION        PIC 9(04).                       00002430
              10 WS-ND-STATE           PIC X.                           00002440
                 88 WS-ND-PENDING                   VALUE 'P'.          00002450
                 88 WS-ND-RUNNING                   VALUE 'R'.          00002460
                 88 WS-ND-DONE                      VALUE 'D'.          00002470
                 88 WS-ND-FAILED                    VALUE 'F'.          00002480
              10 WS-ND-EVENT-SW        PIC X.                           00002490
                 88 WS-ND-HAS-EVENT                 VALUE 'Y'.          00002500
              10 WS-ND-EVENT-SECS      PIC 9(05).                       00002510
              10 WS-ND-CARRY-SW        PIC X.                           00002520
                 88 WS-ND-CARRIED                   VALUE 'Y'.          00002530
              10 WS-ND-START-SW        PIC X.                           00002540
                 88 WS-ND-HAS-START                 VALUE 'Y'.          00002550
              10 WS-ND-START           PIC 9(04).                       00002560
              10 WS-ND-FINISH          PIC 9(04).                       00002570
              10 WS-ND-RESOLVED-SW     PIC X.                           00002580
                 88 WS-ND-RESOLVED                  VALUE 'Y'.          00002590
              10 WS-ND-BOUND-SW        PIC X.                           00002600
                 88 WS-ND-BOUND                     VALUE 'Y'.          00002610
              10 WS-ND-CRITICAL-SW     PIC X.                           00002620
                 88 WS-ND-CRITICAL                  VALUE 'Y'.          00002630
              10 WS-ND-PRINTED-SW      PIC X.                           00002640
                 88 WS-ND-PRINTED                   VALUE 'Y'.          00002650
              10 WS-ND-SORT-KEY        PIC 9(04).                       00002660
              10 WS-ND-NOTE            PIC X(12).                       00002670
       01  EVENT-WORK.                                                  00002680
      * One happening on today's ledgers, handed to 4900-APPLY-EVENT:   00002690
      *  'S' a start (STRT record or submission), 'O' an OK, 'F' a      00002700
      *  FAIL, at seconds past midnight.                                00002710
           05 WS-EV-CMD                PIC X(06).                       00002720
           05 WS-EV-TYPE               PIC X.                           00002730
           05 WS-EV-SECS               PIC 9(05).                       00002740
       01  PROJECTION-WORK.                                             00002750
           05 WS-NOW-MINS              PIC 9(04).                       00002760
           05 WS-EARLIEST              PIC 9(04).                       00002770
           05 WS-SLACK                 PIC S9(04).                      00002780
           05 WS-TIME-HH-9             PIC 9(02).                       00002790
           05 WS-TIME-MM-9             PIC 9(02).                       00002800
       01  WS-JSARCH-RECORD.                                            00002810
           05 WS-JA-COMMAND            PIC X(06).                       00002820
           05 FILLER                   PIC X(17).                       00002830
           05 WS-JA-STATUS             PIC X(04).                       00002840
           05 FILLER                   PIC X(15).                       00002850
           05 WS-JA-ELAPSED            PIC 9(06).                       00002860
           05 FILLER                   PIC X(32).                       00002870
       01  DETAIL-FIELDS.                                               00002880
           05 WS-DET-CP                PIC X(01).                       00002890
           05 WS-DET-COMMAND           PIC X(06).                       00002900
           05 WS-DET-DEPEND            PIC X(06).                       00002910
           05 WS-DET-STATE             PIC X(08).                       00002920
           05 WS-DET-SCHED             PIC X(05).                       00002930
           05 WS-DET-DURATION          PIC 9(04).                       00002940
           05 WS-DET-START             PIC X(05).                       00002950
           05 WS-DET-FINISH            PIC X(05).                       00002960
           05 WS-DET-DEADLINE          PIC X(05).                       00002970
           05 WS-DET-SLACK             PIC X(05).                       00002980
           05 WS-DET-NOTE              PIC X(12).                       00002990
           05 WS-SECTION-TITLE         PIC X(40).                       00003000
       01  FORMAT-WORK.                                                 00003010
           05 WS-FMT-MINS              PIC 9(04).                       00003020
           05 WS-FMT-TEXT.                                              00003030
              10 WS-FMT-HH             PIC 9(02).                       00003040
              10 FILLER                PIC X        VALUE ':'.          00003050
              10 WS-FMT-MM             PIC 9(02).                       00003060
           05 WS-FMT-SLACK             PIC -ZZZ9.                       00003070
       01  EVAL-DATE-DATA.                                              00003080
      * The calendar test runs against today only - these are the       00003090
      *  values under test, kept apart so the paragraphs shared with    00003100
      *  PMMSFCST read the same.                                        00003110
           05 WS-EVAL-DD               PIC X(02).                       00003120
           05 WS-EVAL-MM               PIC X(02).                       00003130
           05 WS-EVAL-YY               PIC X(02).                       00003140
           05 WS-EVAL-DOW              PIC 9.                           00003150
       01  WS-RELATIVE-DATE-DATA.                                       00003160
           05 WS-REL-DD                PIC 9(02).                       00003170
           05 WS-REL-MM                PIC 9(02).                       00003180
           05 WS-REL-YY                PIC 9(02).                       00003190
           05 WS-REL-MAX-DD            PIC 9(02).                       00003200
           05 WS-REL-SCAN-DD           PIC 9(02).                       00003210
           05 WS-REL-TARGET-DD         PIC 9(02).                       00003220
           05 WS-REL-LEAP-QUOT         PIC 9(04).                       00003230
           05 WS-REL-LEAP-REM          PIC 9(01).                       00003240
           05 WS-REL-FOUND-SW          PIC X.                           00003250
              88 WS-REL-FOUND                      VALUE 'Y'.           00003260
           05 WS-REL-HOL-SW            PIC X.                           00003270
              88 WS-REL-HOLIDAY                    VALUE 'Y'.           00003280
           05 WS-REL-HOL-SUB           PIC 999.                         00003290
           05 WS-REL-TEST-DDMMYY.                                       00003300
              10 WS-RT-DD              PIC 9(02).                       00003310
              10 WS-RT-MM              PIC 9(02).                       00003320
              10 WS-RT-YY              PIC 9(02).                       00003330
       01  WS-MONTH-DAYS-VALUES.                                        00003340
           05 FILLER                   PIC X(24)    VALUE               00003350
                                       '312831303130313130313031'.      00003360
       01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-VALUES.                00003370
           05 WS-DAYS-IN-MONTH         PIC 99 OCCURS 12 TIMES.          00003380
       01  WS-ZELLER-FORMULA.                                           00003390
           05 WS-DD                    PIC 9(02).                       00003400
           05 WS-MM                    PIC 9(02).                       00003410
           05 WS-YY1                   PIC 9(02).                       00003420
           05 WS-YY2                   PIC 9(02).                       00003430
           05 WS-PART1                 PIC 9(03).                       00003440
           05 WS-PART2                 PIC 9(02).                       00003450
           05 WS-PART3                 PIC 9(02).                       00003460
           05 WS-PART4                 PIC 9(02).                       00003470
           05 WS-PART5                 PIC 9(03).                       00003480
           05 WS-DOW                   PIC 9.                           00003490
       01  WS-TODAYS-DATE.                                              00003500
           05 TD-MONTH                 PIC X(02).                       00003510
           05 FILLER                   PIC X.                           00003520
           05 TD-DAY                   PIC X(02).                       00003530
           05 FILLER                   PIC X.                           00003540
           05 TD-YEAR                  PIC X(02).                       00003550
       01  WS-TODAYS-TIME.                                              00003560
           05 TT-HOURS                 PIC 9(02).                       00003570
           05 TT-MINUTES               PIC 9(02).                       00003580
           05 TT-SECONDS               PIC 9(02).                       00003590
      **********************************                                00003600
       REPORT SECTION.                                                  00003610
      **********************************                                00003620
       RD  CPATH-REPORT                                                 00003630
           PAGE LIMIT IS 66 LINES                                       00003640
           HEADING 1                                                    00003650
           FIRST DETAIL 5                                               00003660
           LAST DETAIL 58.                                              00003670
       01  PAGE-HEAD-GROUP TYPE PAGE HEADING.                           00003680
           05 LINE 1.                                                   00003690
              10 COLUMN 01        PIC X(05)  VALUE 'DATE:'.             00003700
              10 COLUMN 07        PIC 99     SOURCE TD-DAY.             00003710
              10 COLUMN 09        PIC X      VALUE '/'.                 00003720
              10 COLUMN 10        PIC 99     SOURCE TD-MONTH.           00003730
              10 COLUMN 12        PIC X      VALUE '/'.                 00003740
              10 COLUMN 13        PIC 99     SOURCE TD-YEAR.            00003750
              10 COLUMN 40        PIC X(40)  VALUE                      00003760
                    'P M M S   CRITICAL PATH PROJECTION'.               00003770
              10 COLUMN 122       PIC X(05)  VALUE 'PAGE:'.             00003780
              10 COLUMN 128       PIC ZZZZ9  SOURCE PAGE-COUNTER.       00003790
           05 LINE PLUS 1.                                              00003800
              10 COLUMN 01        PIC X(05)  VALUE 'TIME:'.             00003810
              10 COLUMN 07        PIC 99     SOURCE TT-HOURS.           00003820
              10 COLUMN 09        PIC X      VALUE ':'.                 00003830
              10 COLUMN 10        PIC 99     SOURCE TT-MINUTES.         00003840
              10 COLUMN 12        PIC X      VALUE ':'.                 00003850
              10 COLUMN 13        PIC 99     SOURCE TT-SECONDS.         00003860
           05 LINE PLUS 2.                                              00003870
              10 COLUMN 02        PIC X(02)  VALUE 'CP'.                00003880
              10 COLUMN 05        PIC X(07)  VALUE 'Command'.           00003890
              10 COLUMN 14        PIC X(07)  VALUE 'Dep. on'.           00003900
              10 COLUMN 23        PIC X(05)  VALUE 'State'.             00003910
              10 COLUMN 33        PIC X(05)  VALUE 'Sched'.             00003920
              10 COLUMN 40        PIC X(08)  VALUE 'Run mins'.          00003930
              10 COLUMN 50        PIC X(05)  VALUE 'Start'.             00003940
              10 COLUMN 57        PIC X(06)  VALUE 'Finish'.            00003950
              10 COLUMN 65        PIC X(08)  VALUE 'Deadline'.          00003960
              10 COLUMN 75        PIC X(05)  VALUE 'Slack'.             00003970
              10 COLUMN 82        PIC X(04)  VALUE 'Note'.              00003980
           05 LINE PLUS 1.                                              00003990
              10 COLUMN 02        PIC X(02)  VALUE '--'.                00004000
              10 COLUMN 05        PIC X(07)  VALUE '-------'.           00004010
              10 COLUMN 14        PIC X(07)  VALUE '-------'.           00004020
              10 COLUMN 23        PIC X(08)  VALUE '--------'.          00004030
              10 COLUMN 33        PIC X(05)  VALUE '-----'.             00004040
              10 COLUMN 40        PIC X(08)  VALUE '--------'.          00004050
              10 COLUMN 50        PIC X(05)  VALUE '-----'.             00004060
              10 COLUMN 57        PIC X(06)  VALUE '------'.            00004070
              10 COLUMN 65        PIC X(08)  VALUE '--------'.          00004080
              10 COLUMN 75        PIC X(05)  VALUE '-----'.             00004090
              10 COLUMN 82        PIC X(12)  VALUE '------------'.      00004100
       01  SECTION-TITLE-DETAIL TYPE DETAIL.                            00004110
           05 LINE PLUS 2.                                              00004120
              10 COLUMN 01        PIC X(40)  SOURCE WS-SECTION-TITLE.   00004130
       01  NODE-DETAIL TYPE DETAIL.                                     00004140
           05 LINE PLUS 1.                                              00004150
              10 COLUMN 03        PIC X(01)  SOURCE WS-DET-CP.          00004160
              10 COLUMN 05        PIC X(06)  SOURCE WS-DET-COMMAND.     00004170
              10 COLUMN 14        PIC X(06)  SOURCE WS-DET-DEPEND.      00004180
              10 COLUMN 23        PIC X(08)  SOURCE WS-DET-STATE.       00004190
              10 COLUMN 33        PIC X(05)  SOURCE WS-DET-SCHED.       00004200
              10 COLUMN 44        PIC ZZZ9   SOURCE WS-DET-DURATION.    00004210
              10 COLUMN 50        PIC X(05)  SOURCE WS-DET-START.       00004220
              10 COLUMN 57        PIC X(05)  SOURCE WS-DET-FINISH.      00004230
              10 COLUMN 65        PIC X(05)  SOURCE WS-DET-DEADLINE.    00004240
              10 COLUMN 75        PIC X(05)  SOURCE WS-DET-SLACK.       00004250
              10 COLUMN 82        PIC X(12)  SOURCE WS-DET-NOTE.        00004260
      ******************************************************************00004270
       PROCEDURE DIVISION.                                              00004280
      ******************************************************************00004290
       0000-MAIN.                                                       00004300
      **********************************                                00004310
           PERFORM 0001-INITIALISE THRU 0001-EXIT.                      00004320
           PERFORM 1000-READ-TASKLIST-RECORDS THRU 1000-EXIT            00004330
               UNTIL EOF.                                               00004340
           CLOSE TASKLIST-FILE.                                         00004350
           MOVE 1 TO WS-NODE-SUB.                                       00004360
           PERFORM 2500-LINK-ONE-DEPENDENCY THRU 2500-EXIT              00004370
               UNTIL WS-NODE-SUB > WS-NODE-COUNT.                       00004380
           PERFORM 3000-LOAD-RUN-HISTORY THRU 3000-EXIT.                00004390
           PERFORM 4000-LOAD-TODAYS-JOBSTAT THRU 4000-EXIT.             00004400
           PERFORM 4500-LOAD-TODAYS-SUBMITS THRU 4500-EXIT.             00004410
           PERFORM 5000-PROJECT-NETWORK THRU 5000-EXIT.                 00004420
           PERFORM 6000-MARK-CRITICAL-PATH THRU 6000-EXIT.              00004430
           MOVE 'PROJECTED RUN - TODAY' TO WS-SECTION-TITLE.            00004440
           GENERATE SECTION-TITLE-DETAIL.                               00004450
           PERFORM 7000-PRINT-NETWORK THRU 7000-EXIT.                   00004460
           PERFORM 8000-PRINT-BREACHES THRU 8000-EXIT.                  00004470
           TERMINATE CPATH-REPORT.                                      00004480
           CLOSE REPORT-PRINT.                                          00004490
           DISPLAY 'PMMSCPTH - TASKS PROJECTED  : ' WS-NODE-COUNT.      00004500
           DISPLAY 'PMMSCPTH - DEADLINE BREACHES: ' WS-BREACH-COUNT.    00004510
           IF WS-BREACH-COUNT > 0 THEN                                  00004520
               MOVE 4 TO RETURN-CODE.                                   00004530
       0000-EXIT.                                                       00004540
           STOP RUN.                                                    00004550
      **********************************                                00004560
       0001-INITIALISE.                                                 00004570
      **********************************                                00004580
           MOVE CURRENT-DATE TO WS-TODAYS-DATE.                         00004590
           MOVE TIME-OF-DAY  TO WS-TODAYS-TIME.                         00004600
           COMPUTE WS-NOW-MINS = TT-HOURS * 60 + TT-MINUTES.            00004610
           MOVE ZERO TO WS-DOW.                                         00004620
           PERFORM 9000-GET-DAY-OF-THE-WEEK THRU 9000-EXIT.             00004630
           MOVE TD-DAY   TO WS-EVAL-DD.                                 00004640
           MOVE TD-MONTH TO WS-EVAL-MM.                                 00004650
           MOVE TD-YEAR  TO WS-EVAL-YY.                                 00004660
           PERFORM 9200-LOAD-HOLIDAY-CALENDAR THRU 9200-EXIT.           00004670
           PERFORM 9300-CHECK-TODAY-HOLIDAY THRU 9300-EXIT.             00004680
           OPEN INPUT  TASKLIST-FILE,                                   00004690
                OUTPUT REPORT-PRINT.                                    00004700
           INITIATE CPATH-REPORT.                                       00004710
       0001-EXIT.                                                       00004720
           EXIT.                                                        00004730
      **********************************                                00004740
       1000-READ-TASKLIST-RECORDS.                                      00004750
      **********************************                                00004760
           READ TASKLIST-FILE                                           00004770
               AT END MOVE 'Y' TO END-OF-FILE.                          00004780
           IF NOT EOF THEN                                              00004790
               IF REC-ACTIVE THEN                                       00004800
                   PERFORM 2000-ADD-IF-DUE-TODAY THRU 2000-EXIT.        00004810
       1000-EXIT.                                                       00004820
           EXIT.                                                        00004830
      **********************************                                00004840
       2000-ADD-IF-DUE-TODAY.                                           00004850
      **********************************                                00004860
      * A paused task, an interval or trigger task, a task with no      00004870
      *  usable time and one that skips or rolls on today's holiday     00004870
      *  will not run today - it is no node. NOTIFY and CONFIG hand     00004880
      *  nothing to JES and write no ledger record, so they stay out    00004890
      *  as well.                                                       00004900
           IF REC-INTERVAL-MINS IS NUMERIC                              00004910
             AND REC-INTERVAL-MINS > '000' THEN                         00004920
               GO TO 2000-EXIT.                                         00004920
           IF REC-TRIGGER-TASK THEN                                     00004920
               GO TO 2000-EXIT.                                         00004930
           IF REC-COMMAND = 'NOTIFY' OR REC-COMMAND = 'CONFIG' THEN     00004940
               GO TO 2000-EXIT.                                         00004950
           IF REC-TIME IS NOT NUMERIC THEN                              00004960
               GO TO 2000-EXIT.                                         00004970
           IF WS-TODAY-HOLIDAY                                          00004980
             AND (REC-HOL-SKIPS OR REC-HOL-ROLLS) THEN                  00004990
               GO TO 2000-EXIT.                                         00005000
           MOVE WS-DOW TO WS-EVAL-DOW.                                  00005010
           PERFORM 5500-CHECK-WHEN-DUE THRU 5500-EXIT.                  00005020
           IF NOT WS-DUE THEN                                           00005030
               GO TO 2000-EXIT.                                         00005040
           MOVE REC-COMMAND TO WS-NODE-KEY.                             00005050
           PERFORM 2200-FIND-NODE THRU 2200-EXIT.                       00005060
           IF NOT WS-NODE-FOUND THEN                                    00005070
               IF WS-NODE-COUNT NOT < COUNTER-MAX-NODES THEN            00005080
                   DISPLAY 'PMMSCPTH - NODE TABLE FULL, TASK '          00005090
                       REC-COMMAND ' LEFT OFF THE PROJECTION'           00005100
                   GO TO 2000-EXIT                                      00005110
               ELSE                                                     00005120
                   PERFORM 2100-ADD-NODE THRU 2100-EXIT.                00005130
           MOVE REC-TIME-HH TO WS-TIME-HH-9.                            00005140
           MOVE REC-TIME-MM TO WS-TIME-MM-9.                            00005150
           IF WS-TIME-HH-9 * 60 + WS-TIME-MM-9                          00005160
                  < WS-ND-SCHED (WS-NODE-SUB) THEN                      00005170
               COMPUTE WS-ND-SCHED (WS-NODE-SUB) =                      00005180
                   WS-TIME-HH-9 * 60 + WS-TIME-MM-9.                    00005190
           IF WS-ND-DEPEND (WS-NODE-SUB) = SPACES THEN                  00005200
               MOVE REC-DEPEND-ON TO WS-ND-DEPEND (WS-NODE-SUB).        00005210
           IF REC-DEADLINE IS NOT NUMERIC THEN                          00005220
               GO TO 2000-EXIT.                                         00005230
           MOVE REC-DEADLINE-HH TO WS-TIME-HH-9.                        00005240
           MOVE REC-DEADLINE-MM TO WS-TIME-MM-9.                        00005250
           IF NOT WS-ND-HAS-DEADLINE (WS-NODE-SUB)                      00005260
             OR WS-TIME-HH-9 * 60 + WS-TIME-MM-9                        00005270
                  < WS-ND-DEADLINE (WS-NODE-SUB) THEN                   00005280
               MOVE 'Y' TO WS-ND-DEADLINE-SW (WS-NODE-SUB)              00005290
               COMPUTE WS-ND-DEADLINE (WS-NODE-SUB) =                   00005300
                   WS-TIME-HH-9 * 60 + WS-TIME-MM-9.                    00005310
       2000-EXIT.                                                       00005320
           EXIT.                                                        00005330
      **********************************                                00005340
       2100-ADD-NODE.                                                   00005350
      **********************************                                00005360
           ADD 1 TO WS-NODE-COUNT.                                      00005370
           MOVE WS-NODE-COUNT TO WS-NODE-SUB.                           00005380
           MOVE REC-COMMAND TO WS-ND-CMD (WS-NODE-SUB).                 00005390
           MOVE SPACES TO WS-ND-DEPEND (WS-NODE-SUB).                   00005400
           MOVE ZERO   TO WS-ND-DEP-SUB (WS-NODE-SUB).                  00005410
           MOVE 9999   TO WS-ND-SCHED (WS-NODE-SUB).                    00005420
           MOVE 'N'    TO WS-ND-DEADLINE-SW (WS-NODE-SUB).              00005430
           MOVE ZERO   TO WS-ND-DEADLINE (WS-NODE-SUB).                 00005440
           MOVE ZERO   TO WS-ND-RUNS (WS-NODE-SUB).                     00005450
           MOVE ZERO   TO WS-ND-RUN-SECS (WS-NODE-SUB).                 00005460
           MOVE ZERO   TO WS-ND-DURATION (WS-NODE-SUB).                 00005470
           MOVE 'P'    TO WS-ND-STATE (WS-NODE-SUB).                    00005480
           MOVE 'N'    TO WS-ND-EVENT-SW (WS-NODE-SUB).                 00005490
           MOVE ZERO   TO WS-ND-EVENT-SECS (WS-NODE-SUB).               00005500
           MOVE 'N'    TO WS-ND-CARRY-SW (WS-NODE-SUB).                 00005510
           MOVE 'N'    TO WS-ND-START-SW (WS-NODE-SUB).                 00005520
           MOVE ZERO   TO WS-ND-START (WS-NODE-SUB).                    00005530
           MOVE ZERO   TO WS-ND-FINISH (WS-NODE-SUB).                   00005540
           MOVE 'N'    TO WS-ND-RESOLVED-SW (WS-NODE-SUB).              00005550
           MOVE 'N'    TO WS-ND-BOUND-SW (WS-NODE-SUB).                 00005560
           MOVE 'N'    TO WS-ND-CRITICAL-SW (WS-NODE-SUB).              00005570
           MOVE 'N'    TO WS-ND-PRINTED-SW (WS-NODE-SUB).               00005580
           MOVE 9999   TO WS-ND-SORT-KEY (WS-NODE-SUB).                 00005590
           MOVE SPACES TO WS-ND-NOTE (WS-NODE-SUB).                     00005600
       2100-EXIT.                                                       00005610
           EXIT.                                                        00005620
      **********************************                                00005630
       2200-FIND-NODE.                                                  00005640
      **********************************                                00005650
      * Leaves WS-NODE-SUB on the node for WS-NODE-KEY when found.      00005660
           MOVE 'N' TO WS-NODE-FOUND-SW.                                00005670
           MOVE 1   TO WS-NODE-SUB.                                     00005680
           PERFORM 2210-MATCH-ONE-NODE THRU 2210-EXIT                   00005690
               UNTIL WS-NODE-SUB > WS-NODE-COUNT                        00005700
                  OR WS-NODE-FOUND.                                     00005710
       2200-EXIT.                                                       00005720
           EXIT.                                                        00005730
      **********************************                                00005740
       2210-MATCH-ONE-NODE.                                             00005750
      **********************************                                00005760
           IF WS-NODE-KEY = WS-ND-CMD (WS-NODE-SUB) THEN                00005770
               MOVE 'Y' TO WS-NODE-FOUND-SW                             00005780
           ELSE                                                         00005790
               ADD 1 TO WS-NODE-SUB.                                    00005800
       2210-EXIT.                                                       00005810
           EXIT.                                                        00005820
      **********************************                                00005830
       2500-LINK-ONE-DEPENDENCY.                                        00005840
      **********************************                                00005850
      * A prerequisite that is not due today will never clear - the     00005860
      *  scheduler holds the task until an operator steps in. It is     00005870
      *  projected as if unheld and noted.                              00005880
           IF WS-ND-DEPEND (WS-NODE-SUB) NOT = SPACES THEN              00005890
               MOVE WS-NODE-SUB TO WS-DEP-SUB                           00005900
               MOVE WS-ND-DEPEND (WS-NODE-SUB) TO WS-NODE-KEY           00005910
               PERFORM 2200-FIND-NODE THRU 2200-EXIT                    00005920
               MOVE WS-NODE-SUB TO WS-CP-SUB                            00005930
               MOVE WS-DEP-SUB  TO WS-NODE-SUB                          00005940
               IF WS-NODE-FOUND THEN                                    00005950
                   MOVE WS-CP-SUB TO WS-ND-DEP-SUB (WS-NODE-SUB)        00005960
               ELSE                                                     00005970
                   MOVE 'DEP NOT DUE' TO WS-ND-NOTE (WS-NODE-SUB).      00005980
           ADD 1 TO WS-NODE-SUB.                                        00005990
       2500-EXIT.                                                       00006000
           EXIT.                                                        00006010
      **********************************                                00006020
       3000-LOAD-RUN-HISTORY.                                           00006030
      **********************************                                00006040
      * Normal duration per node: the elapsed seconds on the 'OK'       00006050
      *  rows of the outcome archive, averaged. Outcomes from before    00006060
      *  the start records existed carry no elapsed time and are        00006070
      *  left out; a node with no timed run projects as zero minutes    00006080
      *  and is noted. A missing archive leaves every node so.          00006090
           OPEN INPUT JSTARCH-FILE.                                     00006100
           IF WS-JSTARCH-STATUS NOT = '00' THEN                         00006110
               GO TO 3000-SET-DURATIONS.                                00006120
           MOVE 'N' TO END-OF-FILE.                                     00006130
           PERFORM 3100-READ-ARCHIVED-OUTCOME THRU 3100-EXIT            00006140
               UNTIL EOF.                                               00006150
           CLOSE JSTARCH-FILE.                                          00006160
       3000-SET-DURATIONS.                                              00006170
           MOVE 1 TO WS-NODE-SUB.                                       00006180
           PERFORM 3200-SET-ONE-DURATION THRU 3200-EXIT                 00006190
               UNTIL WS-NODE-SUB > WS-NODE-COUNT.                       00006200
       3000-EXIT.                                                       00006210
           EXIT.                                                        00006220
      **********************************                                00006230
       3100-READ-ARCHIVED-OUTCOME.                                      00006240
      **********************************                                00006250
           READ JSTARCH-FILE INTO WS-JSARCH-RECORD                      00006260
               AT END MOVE 'Y' TO END-OF-FILE.                          00006270
           IF EOF THEN                                                  00006280
               GO TO 3100-EXIT.                                         00006290
           IF WS-JA-STATUS NOT = 'OK' THEN                              00006300
               GO TO 3100-EXIT.                                         00006310
           IF WS-JA-ELAPSED NOT NUMERIC THEN                            00006320
               GO TO 3100-EXIT.                                         00006330
           MOVE WS-JA-COMMAND TO WS-NODE-KEY.                           00006340
           PERFORM 2200-FIND-NODE THRU 2200-EXIT.                       00006350
           IF WS-NODE-FOUND THEN                                        00006360
               ADD 1 TO WS-ND-RUNS (WS-NODE-SUB)                        00006370
               ADD WS-JA-ELAPSED TO WS-ND-RUN-SECS (WS-NODE-SUB).       00006380
       3100-EXIT.                                                       00006390
           EXIT.                                                        00006400
      **********************************                                00006410
       3200-SET-ONE-DURATION.                                           00006420
      **********************************                                00006430
           IF WS-ND-RUNS (WS-NODE-SUB) > 0 THEN                         00006440
               COMPUTE WS-ND-DURATION (WS-NODE-SUB) ROUNDED =           00006450
                   WS-ND-RUN-SECS (WS-NODE-SUB)                         00006460
                   / WS-ND-RUNS (WS-NODE-SUB) / 60                      00006470
           ELSE                                                         00006480
               IF WS-ND-NOTE (WS-NODE-SUB) = SPACES THEN                00006490
                   MOVE 'NO HISTORY' TO WS-ND-NOTE (WS-NODE-SUB).       00006500
           ADD 1 TO WS-NODE-SUB.                                        00006510
       3200-EXIT.                                                       00006520
           EXIT.                                                        00006530
      **********************************                                00006540
       4000-LOAD-TODAYS-JOBSTAT.                                        00006550
      **********************************                                00006560
      * Today's starts and outcomes from the live ledger. A start       00006570
      *  record from an earlier day is a job still running across       00006580
      *  midnight unless an outcome for it follows - the scheduler's    00006590
      *  midnight trim carries exactly those - and counts as started    00006600
      *  at 00:00. A missing ledger means nothing has run yet.          00006610
           OPEN INPUT JOBSTAT-FILE.                                     00006620
           IF WS-JOBSTAT-STATUS NOT = '00' THEN                         00006630
               GO TO 4000-EXIT.                                         00006640
           MOVE 'N' TO END-OF-FILE.                                     00006650
           PERFORM 4100-READ-JOBSTAT-RECORD THRU 4100-EXIT              00006660
               UNTIL EOF.                                               00006670
           CLOSE JOBSTAT-FILE.                                          00006680
           MOVE 1 TO WS-NODE-SUB.                                       00006690
           PERFORM 4200-APPLY-CARRIED-START THRU 4200-EXIT              00006700
               UNTIL WS-NODE-SUB > WS-NODE-COUNT.                       00006710
       4000-EXIT.                                                       00006720
           EXIT.                                                        00006730
      **********************************                                00006740
       4100-READ-JOBSTAT-RECORD.                                        00006750
      **********************************                                00006760
           READ JOBSTAT-FILE                                            00006770
               AT END MOVE 'Y' TO END-OF-FILE.                          00006780
           IF EOF THEN                                                  00006790
               GO TO 4100-EXIT.                                         00006800
           MOVE JS-COMMAND TO WS-NODE-KEY.                              00006810
           PERFORM 2200-FIND-NODE THRU 2200-EXIT.                       00006820
           IF NOT WS-NODE-FOUND THEN                                    00006830
               GO TO 4100-EXIT.                                         00006840
           IF JS-DATE NOT = WS-TODAYS-DATE THEN                         00006850
               IF JS-STATUS = 'STRT' THEN                               00006860
                   MOVE 'Y' TO WS-ND-CARRY-SW (WS-NODE-SUB)             00006870
                   GO TO 4100-EXIT                                      00006880
               ELSE                                                     00006890
                   MOVE 'N' TO WS-ND-CARRY-SW (WS-NODE-SUB)             00006900
                   GO TO 4100-EXIT.                                     00006910
           IF JS-TIME IS NOT NUMERIC THEN                               00006920
               GO TO 4100-EXIT.                                         00006930
           MOVE JS-COMMAND TO WS-EV-CMD.                                00006940
           COMPUTE WS-EV-SECS = JS-TIME-HH * 3600 + JS-TIME-MM * 60     00006950
                              + JS-TIME-SS.                             00006960
           IF JS-STATUS = 'STRT' THEN                                   00006970
               MOVE 'S' TO WS-EV-TYPE                                   00006980
               PERFORM 4900-APPLY-EVENT THRU 4900-EXIT.                 00006990
           IF JS-STATUS = 'OK' THEN                                     00007000
               MOVE 'O' TO WS-EV-TYPE                                   00007010
               PERFORM 4900-APPLY-EVENT THRU 4900-EXIT.                 00007020
           IF JS-STATUS = 'FAIL' THEN                                   00007030
               MOVE 'F' TO WS-EV-TYPE                                   00007040
               PERFORM 4900-APPLY-EVENT THRU 4900-EXIT.                 00007050
       4100-EXIT.                                                       00007060
           EXIT.                                                        00007070
      **********************************                                00007080
       4200-APPLY-CARRIED-START.                                        00007090
      **********************************                                00007100
           IF WS-ND-CARRIED (WS-NODE-SUB) THEN                          00007110
               MOVE WS-ND-CMD (WS-NODE-SUB) TO WS-EV-CMD                00007120
               MOVE 'S'  TO WS-EV-TYPE                                  00007130
               MOVE ZERO TO WS-EV-SECS                                  00007140
               PERFORM 4900-APPLY-EVENT THRU 4900-EXIT.                 00007150
           ADD 1 TO WS-NODE-SUB.                                        00007160
       4200-EXIT.                                                       00007170
           EXIT.                                                        00007180
      **********************************                                00007190
       4500-LOAD-TODAYS-SUBMITS.                                        00007200
      **********************************                                00007210
      * Today's submissions on the execution history count as starts    00007220
      *  too - work that went to JES but whose stream has not reached   00007230
      *  its start step yet, or a stream generated before start         00007240
      *  records existed.                                               00007250
           OPEN INPUT REPORT-FILE.                                      00007260
           IF WS-RPRTFILE-STATUS NOT = '00' THEN                        00007270
               GO TO 4500-EXIT.                                         00007280
           MOVE 'N' TO END-OF-FILE.                                     00007290
           PERFORM 4600-READ-HISTORY-ROW THRU 4600-EXIT                 00007300
               UNTIL EOF.                                               00007310
           CLOSE REPORT-FILE.                                           00007320
       4500-EXIT.                                                       00007330
           EXIT.                                                        00007340
      **********************************                                00007350
       4600-READ-HISTORY-ROW.                                           00007360
      **********************************                                00007370
      * Same set of submitted results PMMSSTAT counts as firings.       00007380
           READ REPORT-FILE                                             00007390
               AT END MOVE 'Y' TO END-OF-FILE.                          00007400
           IF EOF THEN                                                  00007410
               GO TO 4600-EXIT.                                         00007420
           IF REP-DATE-SUBMI-DD NOT = TD-DAY                            00007430
             OR REP-DATE-SUBMI-MM NOT = TD-MONTH                        00007440
             OR REP-DATE-SUBMI-YY NOT = TD-YEAR THEN                    00007450
               GO TO 4600-EXIT.                                         00007460
           IF REP-EXEC-RESULT NOT = ' '                                 00007470
             AND REP-EXEC-RESULT NOT = 'R'                              00007480
             AND REP-EXEC-RESULT NOT = 'O'                              00007490
             AND REP-EXEC-RESULT NOT = 'T'                              00007500
             AND REP-EXEC-RESULT NOT = 'C' THEN                         00007510
               GO TO 4600-EXIT.                                         00007520
           IF REP-TIME-SUBMI IS NOT NUMERIC THEN                        00007530
               GO TO 4600-EXIT.                                         00007540
           MOVE REP-COMMAND TO WS-EV-CMD.                               00007550
           MOVE 'S' TO WS-EV-TYPE.                                      00007560
           COMPUTE WS-EV-SECS = REP-TIME-SUBMI-HH * 3600                00007570
                              + REP-TIME-SUBMI-MM * 60                  00007580
                              + REP-TIME-SUBMI-SS.                      00007590
           PERFORM 4900-APPLY-EVENT THRU 4900-EXIT.                     00007600
       4600-EXIT.                                                       00007610
           EXIT.                                                        00007620
      **********************************                                00007630
       4900-APPLY-EVENT.                                                00007640
      **********************************                                00007650
      * The latest happening decides the node's state: an OK is done,   00007660
      *  a FAIL waits for its rerun, a start is running. The latest     00007670
      *  start is kept either way, for the start column.                00007680
           MOVE WS-EV-CMD TO WS-NODE-KEY.                               00007690
           PERFORM 2200-FIND-NODE THRU 2200-EXIT.                       00007700
           IF NOT WS-NODE-FOUND THEN                                    00007710
               GO TO 4900-EXIT.                                         00007720
           IF WS-EV-TYPE = 'S' THEN                                     00007730
               IF NOT WS-ND-HAS-START (WS-NODE-SUB)                     00007740
                 OR WS-EV-SECS / 60 > WS-ND-START (WS-NODE-SUB) THEN    00007750
                   MOVE 'Y' TO WS-ND-START-SW (WS-NODE-SUB)             00007760
                   COMPUTE WS-ND-START (WS-NODE-SUB) = WS-EV-SECS / 60. 00007770
           IF WS-ND-HAS-EVENT (WS-NODE-SUB)                             00007780
             AND WS-EV-SECS < WS-ND-EVENT-SECS (WS-NODE-SUB) THEN       00007790
               GO TO 4900-EXIT.                                         00007800
           MOVE 'Y' TO WS-ND-EVENT-SW (WS-NODE-SUB).                    00007810
           MOVE WS-EV-SECS TO WS-ND-EVENT-SECS (WS-NODE-SUB).           00007820
           IF WS-EV-TYPE = 'S' THEN                                     00007830
               MOVE 'R' TO WS-ND-STATE (WS-NODE-SUB).                   00007840
           IF WS-EV-TYPE = 'O' THEN                                     00007850
               MOVE 'D' TO WS-ND-STATE (WS-NODE-SUB)                    00007860
               COMPUTE WS-ND-FINISH (WS-NODE-SUB) = WS-EV-SECS / 60.    00007870
           IF WS-EV-TYPE = 'F' THEN                                     00007880
               MOVE 'F' TO WS-ND-STATE (WS-NODE-SUB).                   00007890
       4900-EXIT.                                                       00007900
           EXIT.                                                        00007910
      **********************************                                00007920
       5000-PROJECT-NETWORK.                                            00007930
      **********************************                                00007940
      * Pass over the nodes until a pass places nothing new: a node is  00007950
      *  placed once its prerequisite is. Whatever is still unplaced    00007960
      *  after that sits on a dependency loop.                          00007970
           MOVE 'Y' TO WS-PASS-CHANGED-SW.                              00007980
           PERFORM 5100-PROJECTION-PASS THRU 5100-EXIT                  00007990
               UNTIL NOT WS-PASS-CHANGED.                               00008000
           MOVE 1 TO WS-NODE-SUB.                                       00008010
           PERFORM 5300-NOTE-UNPLACED THRU 5300-EXIT                    00008020
               UNTIL WS-NODE-SUB > WS-NODE-COUNT.                       00008030
       5000-EXIT.                                                       00008040
           EXIT.                                                        00008050
      **********************************                                00008060
       5100-PROJECTION-PASS.                                            00008070
      **********************************                                00008080
           MOVE 'N' TO WS-PASS-CHANGED-SW.                              00008090
           MOVE 1 TO WS-NODE-SUB.                                       00008100
           PERFORM 5200-PLACE-ONE-NODE THRU 5200-EXIT                   00008110
               UNTIL WS-NODE-SUB > WS-NODE-COUNT.                       00008120
       5100-EXIT.                                                       00008130
           EXIT.                                                        00008140
      **********************************                                00008150
       5200-PLACE-ONE-NODE.                                             00008160
      **********************************                                00008170
           PERFORM 5210-PLACE-NODE THRU 5210-EXIT.                      00008180
           ADD 1 TO WS-NODE-SUB.                                        00008190
       5200-EXIT.                                                       00008200
           EXIT.                                                        00008210
      **********************************                                00008220
       5210-PLACE-NODE.                                                 00008230
      **********************************                                00008240
      * Done: as it happened. Running: due to end its normal duration   00008250
      *  after its start, and not before now. Still to come (or a       00008260
      *  failure awaiting its rerun): at the later of its scheduled     00008270
      *  time, now and its prerequisite's finish - 'bound' when the     00008280
      *  prerequisite is what holds it.                                 00008290
           IF WS-ND-RESOLVED (WS-NODE-SUB) THEN                         00008300
               GO TO 5210-EXIT.                                         00008310
           IF WS-ND-DONE (WS-NODE-SUB) THEN                             00008320
               IF WS-ND-HAS-START (WS-NODE-SUB)                         00008330
                 AND WS-ND-START (WS-NODE-SUB)                          00008340
                     NOT > WS-ND-FINISH (WS-NODE-SUB) THEN              00008350
                   MOVE WS-ND-START (WS-NODE-SUB)                       00008360
                        TO WS-ND-SORT-KEY (WS-NODE-SUB)                 00008370
                   GO TO 5210-RESOLVED                                  00008380
               ELSE                                                     00008390
                   MOVE 'N' TO WS-ND-START-SW (WS-NODE-SUB)             00008400
                   MOVE WS-ND-FINISH (WS-NODE-SUB)                      00008410
                        TO WS-ND-SORT-KEY (WS-NODE-SUB)                 00008420
                   GO TO 5210-RESOLVED.                                 00008430
           IF WS-ND-RUNNING (WS-NODE-SUB) THEN                          00008440
               COMPUTE WS-ND-FINISH (WS-NODE-SUB) =                     00008450
                   WS-ND-START (WS-NODE-SUB)                            00008460
                   + WS-ND-DURATION (WS-NODE-SUB)                       00008470
               IF WS-ND-FINISH (WS-NODE-SUB) < WS-NOW-MINS THEN         00008480
                   MOVE WS-NOW-MINS TO WS-ND-FINISH (WS-NODE-SUB)       00008490
                   MOVE 'OVERRUNNING' TO WS-ND-NOTE (WS-NODE-SUB)       00008500
                   MOVE WS-ND-START (WS-NODE-SUB)                       00008510
                        TO WS-ND-SORT-KEY (WS-NODE-SUB)                 00008520
                   GO TO 5210-RESOLVED                                  00008530
               ELSE                                                     00008540
                   MOVE WS-ND-START (WS-NODE-SUB)                       00008550
                        TO WS-ND-SORT-KEY (WS-NODE-SUB)                 00008560
                   GO TO 5210-RESOLVED.                                 00008570
           IF WS-ND-FAILED (WS-NODE-SUB) THEN                           00008580
               MOVE WS-NOW-MINS TO WS-EARLIEST                          00008590
           ELSE                                                         00008600
               MOVE WS-ND-SCHED (WS-NODE-SUB) TO WS-EARLIEST.           00008610
           IF WS-EARLIEST < WS-NOW-MINS THEN                            00008620
               MOVE WS-NOW-MINS TO WS-EARLIEST.                         00008630
           MOVE WS-ND-DEP-SUB (WS-NODE-SUB) TO WS-DEP-SUB.              00008640
           IF WS-DEP-SUB > 0 THEN                                       00008650
               IF NOT WS-ND-RESOLVED (WS-DEP-SUB) THEN                  00008660
                   GO TO 5210-EXIT                                      00008670
               ELSE                                                     00008680
                   IF WS-ND-FINISH (WS-DEP-SUB) > WS-EARLIEST THEN      00008690
                       MOVE WS-ND-FINISH (WS-DEP-SUB) TO WS-EARLIEST    00008700
                       MOVE 'Y' TO WS-ND-BOUND-SW (WS-NODE-SUB).        00008710
           MOVE 'Y' TO WS-ND-START-SW (WS-NODE-SUB).                    00008720
           MOVE WS-EARLIEST TO WS-ND-START (WS-NODE-SUB).               00008730
           MOVE WS-EARLIEST TO WS-ND-SORT-KEY (WS-NODE-SUB).            00008740
           COMPUTE WS-ND-FINISH (WS-NODE-SUB) =                         00008750
               WS-EARLIEST + WS-ND-DURATION (WS-NODE-SUB).              00008760
       5210-RESOLVED.                                                   00008770
           MOVE 'Y' TO WS-ND-RESOLVED-SW (WS-NODE-SUB).                 00008780
           MOVE 'Y' TO WS-PASS-CHANGED-SW.                              00008790
       5210-EXIT.                                                       00008800
           EXIT.                                                        00008810
      **********************************                                00008820
       5300-NOTE-UNPLACED.                                              00008830
      **********************************                                00008840
           IF NOT WS-ND-RESOLVED (WS-NODE-SUB) THEN                     00008850
               MOVE 'DEP LOOP' TO WS-ND-NOTE (WS-NODE-SUB).             00008860
           ADD 1 TO WS-NODE-SUB.                                        00008870
       5300-EXIT.                                                       00008880
           EXIT.                                                        00008890
      **********************************                                00008900
       5500-CHECK-WHEN-DUE.                                             00008910
      **********************************                                00008920
      * Same weekday/day/month match the scheduler applies, run         00008930
      *  against the evaluation date in EVAL-DATE-DATA.                 00008940
           MOVE ZERO TO WS-COUNT-WDAY.                                  00008950
           EXAMINE REC-WEEKDAY TALLYING ALL 'X'.                        00008960
           MOVE TALLY TO WS-COUNT-WDAY.                                 00008970
           MOVE 'Y' TO WS-DUE-SW.                                       00008980
           IF REC-DATE-MM > 0 THEN                                      00008990
               PERFORM 5520-CHECK-MONTH-MATCHES THRU 5520-EXIT          00009000
               IF REC-DATE-DD = ' ' AND WS-COUNT-WDAY = 0 THEN          00009010
                   MOVE 'N' TO WS-DUE-SW.                               00009020
           IF WS-DUE AND REC-DD-RELATIVE THEN                           00009030
               PERFORM 5540-CHECK-RELATIVE-DAY THRU 5540-EXIT           00009040
           ELSE                                                         00009050
            IF WS-DUE AND REC-DATE-DD > 0 THEN                          00009060
               PERFORM 5530-CHECK-DAY-MATCHES THRU 5530-EXIT.           00009070
           IF WS-DUE AND WS-COUNT-WDAY > 0 THEN                         00009080
               PERFORM 5510-CHECK-WEEKDAY-MATCHES THRU 5510-EXIT.       00009090
       5500-EXIT.                                                       00009100
           EXIT.                                                        00009110
      **********************************                                00009120
       5510-CHECK-WEEKDAY-MATCHES.                                      00009130
      **********************************                                00009140
           MOVE 'N' TO WS-DUE-SW.                                       00009150
      *  Monday                                                         00009160
           IF WS-EVAL-DOW = 1 AND REC-WEEKDAY-MO = 'X' THEN             00009170
               MOVE 'Y' TO WS-DUE-SW                                    00009180
               GO TO 5510-EXIT.                                         00009190
      *  Tuesday                                                        00009200
           IF WS-EVAL-DOW = 2 AND REC-WEEKDAY-TU = 'X' THEN             00009210
               MOVE 'Y' TO WS-DUE-SW                                    00009220
               GO TO 5510-EXIT.                                         00009230
      *  Wednesday                                                      00009240
           IF WS-EVAL-DOW = 3 AND REC-WEEKDAY-WE = 'X' THEN             00009250
               MOVE 'Y' TO WS-DUE-SW                                    00009260
               GO TO 5510-EXIT.                                         00009270
      *  Thursday                                                       00009280
           IF WS-EVAL-DOW = 4 AND REC-WEEKDAY-TH = 'X' THEN             00009290
               MOVE 'Y' TO WS-DUE-SW                                    00009300
               GO TO 5510-EXIT.                                         00009310
      *  Friday                                                         00009320
           IF WS-EVAL-DOW = 5 AND REC-WEEKDAY-FR = 'X' THEN             00009330
               MOVE 'Y' TO WS-DUE-SW                                    00009340
               GO TO 5510-EXIT.                                         00009350
      *  Saturday                                                       00009360
           IF WS-EVAL-DOW = 6 AND REC-WEEKDAY-SA = 'X' THEN             00009370
               MOVE 'Y' TO WS-DUE-SW                                    00009380
               GO TO 5510-EXIT.                                         00009390
      *  Sunday                                                         00009400
           IF WS-EVAL-DOW = 7 AND REC-WEEKDAY-SU = 'X' THEN             00009410
               MOVE 'Y' TO WS-DUE-SW.                                   00009420
       5510-EXIT.                                                       00009430
           EXIT.                                                        00009440
      **********************************                                00009450
       5520-CHECK-MONTH-MATCHES.                                        00009460
      **********************************                                00009470
           IF REC-DATE-MM = WS-EVAL-MM THEN                             00009480
               MOVE 'Y' TO WS-DUE-SW                                    00009490
           ELSE                                                         00009500
               MOVE 'N' TO WS-DUE-SW.                                   00009510
       5520-EXIT.                                                       00009520
           EXIT.                                                        00009530
      **********************************                                00009540
       5530-CHECK-DAY-MATCHES.                                          00009550
      **********************************                                00009560
           IF REC-DATE-DD = WS-EVAL-DD THEN                             00009570
               MOVE 'Y' TO WS-DUE-SW                                    00009580
           ELSE                                                         00009590
               MOVE 'N' TO WS-DUE-SW.                                   00009600
       5530-EXIT.                                                       00009610
           EXIT.                                                        00009620
      **********************************                                00009630
       5540-CHECK-RELATIVE-DAY.                                         00009640
      **********************************                                00009650
      * Resolve a relative calendar code against the evaluation         00009660
      *  month - same resolution as PMMSSCHD and PMMSFCST.              00009670
           MOVE WS-EVAL-DD TO WS-REL-DD.                                00009680
           MOVE WS-EVAL-MM TO WS-REL-MM.                                00009690
           MOVE WS-EVAL-YY TO WS-REL-YY.                                00009700
           PERFORM 5550-WORK-OUT-TARGET-DAY THRU 5550-EXIT.             00009710
           IF WS-REL-DD = WS-REL-TARGET-DD THEN                         00009720
               MOVE 'Y' TO WS-DUE-SW                                    00009730
           ELSE                                                         00009740
               MOVE 'N' TO WS-DUE-SW.                                   00009750
      * The scans ran Zeller over other dates and left their day of     00009760
      *  the week in WS-DOW - put today's value back.                   00009770
           PERFORM 9000-GET-DAY-OF-THE-WEEK THRU 9000-EXIT.             00009780
       5540-EXIT.                                                       00009790
           EXIT.                                                        00009800
      **********************************                                00009810
       5550-WORK-OUT-TARGET-DAY.                                        00009820
      **********************************                                00009830
           MOVE WS-DAYS-IN-MONTH (WS-REL-MM) TO WS-REL-MAX-DD.          00009840
           IF WS-REL-MM = 02 THEN                                       00009850
               DIVIDE WS-REL-YY BY 4 GIVING WS-REL-LEAP-QUOT            00009860
                      REMAINDER WS-REL-LEAP-REM                         00009870
               IF WS-REL-LEAP-REM = 0 THEN                              00009880
                   MOVE 29 TO WS-REL-MAX-DD.                            00009890
           MOVE ZERO TO WS-REL-TARGET-DD.                               00009900
           IF REC-DD-LAST-DAY THEN                                      00009910
               MOVE WS-REL-MAX-DD TO WS-REL-TARGET-DD                   00009920
               GO TO 5550-EXIT.                                         00009930
           MOVE 'N' TO WS-REL-FOUND-SW.                                 00009940
           IF REC-DD-FIRST-WORKDAY THEN                                 00009950
               MOVE 1 TO WS-REL-SCAN-DD                                 00009960
               PERFORM 5560-SCAN-FORWARD-WORKDAY THRU 5560-EXIT         00009970
                   UNTIL WS-REL-FOUND                                   00009980
                      OR WS-REL-SCAN-DD > WS-REL-MAX-DD                 00009990
               GO TO 5550-EXIT.                                         00010000
           IF REC-DD-LAST-FRIDAY THEN                                   00010010
               MOVE WS-REL-MAX-DD TO WS-REL-SCAN-DD                     00010020
               PERFORM 5570-SCAN-BACK-FRIDAY THRU 5570-EXIT             00010030
                   UNTIL WS-REL-FOUND                                   00010040
                      OR WS-REL-SCAN-DD < 1.                            00010050
       5550-EXIT.                                                       00010060
           EXIT.                                                        00010070
      **********************************                                00010080
       5560-SCAN-FORWARD-WORKDAY.                                       00010090
      **********************************                                00010100
           MOVE WS-REL-SCAN-DD TO WS-DD.                                00010110
           MOVE WS-REL-MM      TO WS-MM.                                00010120
           MOVE WS-REL-YY      TO WS-YY2.                               00010130
           PERFORM 9050-ZELLER-FOR-DATE THRU 9050-EXIT.                 00010140
           PERFORM 5580-CHECK-DATE-HOLIDAY THRU 5580-EXIT.              00010150
           IF WS-DOW < 6 AND NOT WS-REL-HOLIDAY THEN                    00010160
               MOVE WS-REL-SCAN-DD TO WS-REL-TARGET-DD                  00010170
               MOVE 'Y' TO WS-REL-FOUND-SW                              00010180
           ELSE                                                         00010190
               ADD 1 TO WS-REL-SCAN-DD.                                 00010200
       5560-EXIT.                                                       00010210
           EXIT.                                                        00010220
      **********************************                                00010230
       5570-SCAN-BACK-FRIDAY.                                           00010240
      **********************************                                00010250
           MOVE WS-REL-SCAN-DD TO WS-DD.                                00010260
           MOVE WS-REL-MM      TO WS-MM.                                00010270
           MOVE WS-REL-YY      TO WS-YY2.                               00010280
           PERFORM 9050-ZELLER-FOR-DATE THRU 9050-EXIT.                 00010290
           IF WS-DOW = 5 THEN                                           00010300
               MOVE WS-REL-SCAN-DD TO WS-REL-TARGET-DD                  00010310
               MOVE 'Y' TO WS-REL-FOUND-SW                              00010320
           ELSE                                                         00010330
               SUBTRACT 1 FROM WS-REL-SCAN-DD.                          00010340
       5570-EXIT.                                                       00010350
           EXIT.                                                        00010360
      **********************************                                00010370
       5580-CHECK-DATE-HOLIDAY.                                         00010380
      **********************************                                00010390
           MOVE WS-REL-SCAN-DD TO WS-RT-DD.                             00010400
           MOVE WS-REL-MM      TO WS-RT-MM.                             00010410
           MOVE WS-REL-YY      TO WS-RT-YY.                             00010420
           MOVE 'N' TO WS-REL-HOL-SW.                                   00010430
           MOVE 1 TO WS-REL-HOL-SUB.                                    00010440
           PERFORM 5581-MATCH-DATE-HOLIDAY THRU 5581-EXIT               00010450
               UNTIL WS-REL-HOL-SUB > WS-HOLCAL-COUNT                   00010460
                  OR WS-REL-HOLIDAY.                                    00010470
       5580-EXIT.                                                       00010480
           EXIT.                                                        00010490
      **********************************                                00010500
       5581-MATCH-DATE-HOLIDAY.                                         00010510
      **********************************                                00010520
           IF WS-REL-TEST-DDMMYY = WS-HOLCAL-DATE (WS-REL-HOL-SUB)      00010530
               THEN                                                     00010540
               MOVE 'Y' TO WS-REL-HOL-SW.                               00010550
           ADD 1 TO WS-REL-HOL-SUB.                                     00010560
       5581-EXIT.                                                       00010570
           EXIT.                                                        00010580
      **********************************                                00010590
       6000-MARK-CRITICAL-PATH.                                         00010600
      **********************************                                00010610
      * The path ends at the placed task with the least deadline        00010620
      *  slack, or - with no deadline anywhere - at the last one to     00010630
      *  finish, and runs back through every prerequisite that held     00010640
      *  its successor up.                                              00010650
           MOVE ZERO TO WS-CP-TARGET.                                   00010660
           MOVE 1 TO WS-NODE-SUB.                                       00010670
           PERFORM 6100-TRY-DEADLINE-TARGET THRU 6100-EXIT              00010680
               UNTIL WS-NODE-SUB > WS-NODE-COUNT.                       00010690
           IF WS-CP-TARGET = ZERO THEN                                  00010700
               MOVE 1 TO WS-NODE-SUB                                    00010710
               PERFORM 6200-TRY-FINISH-TARGET THRU 6200-EXIT            00010720
                   UNTIL WS-NODE-SUB > WS-NODE-COUNT.                   00010730
           MOVE WS-CP-TARGET TO WS-CP-SUB.                              00010740
           PERFORM 6300-MARK-ONE-STEP THRU 6300-EXIT                    00010750
               UNTIL WS-CP-SUB = ZERO.                                  00010760
       6000-EXIT.                                                       00010770
           EXIT.                                                        00010780
      **********************************                                00010790
       6100-TRY-DEADLINE-TARGET.                                        00010800
      **********************************                                00010810
           IF WS-ND-RESOLVED (WS-NODE-SUB)                              00010820
             AND WS-ND-HAS-DEADLINE (WS-NODE-SUB) THEN                  00010830
               COMPUTE WS-SLACK = WS-ND-DEADLINE (WS-NODE-SUB)          00010840
                                - WS-ND-FINISH (WS-NODE-SUB)            00010850
               IF WS-CP-TARGET = ZERO                                   00010860
                 OR WS-SLACK < WS-CP-BEST-SLACK THEN                    00010870
                   MOVE WS-NODE-SUB TO WS-CP-TARGET                     00010880
                   MOVE WS-SLACK    TO WS-CP-BEST-SLACK.                00010890
           ADD 1 TO WS-NODE-SUB.                                        00010900
       6100-EXIT.                                                       00010910
           EXIT.                                                        00010920
      **********************************                                00010930
       6200-TRY-FINISH-TARGET.                                          00010940
      **********************************                                00010950
           IF WS-ND-RESOLVED (WS-NODE-SUB) THEN                         00010960
               IF WS-CP-TARGET = ZERO                                   00010970
                 OR WS-ND-FINISH (WS-NODE-SUB) > WS-CP-BEST-FINISH THEN 00010980
                   MOVE WS-NODE-SUB TO WS-CP-TARGET                     00010990
                   MOVE WS-ND-FINISH (WS-NODE-SUB)                      00011000
                        TO WS-CP-BEST-FINISH.                           00011010
           ADD 1 TO WS-NODE-SUB.                                        00011020
       6200-EXIT.                                                       00011030
           EXIT.                                                        00011040
      **********************************                                00011050
       6300-MARK-ONE-STEP.                                              00011060
      **********************************                                00011070
           MOVE 'Y' TO WS-ND-CRITICAL-SW (WS-CP-SUB).                   00011080
           IF WS-ND-BOUND (WS-CP-SUB) THEN                              00011090
               MOVE WS-ND-DEP-SUB (WS-CP-SUB) TO WS-CP-SUB              00011100
           ELSE                                                         00011110
               MOVE ZERO TO WS-CP-SUB.                                  00011120
       6300-EXIT.                                                       00011130
           EXIT.                                                        00011140
      **********************************                                00011150
       7000-PRINT-NETWORK.                                              00011160
      **********************************                                00011170
      * Selection print in projected start order; a node left on a      00011180
      *  dependency loop sorts last.                                    00011190
           MOVE ZERO TO WS-PRINTED-COUNT.                               00011200
       7000-LOOP.                                                       00011210
           IF WS-PRINTED-COUNT NOT < WS-NODE-COUNT THEN                 00011220
               GO TO 7000-EXIT.                                         00011230
           MOVE ZERO TO WS-NODE-BEST.                                   00011240
           MOVE 1    TO WS-NODE-SUB.                                    00011250
           PERFORM 7100-FIND-EARLIEST THRU 7100-EXIT                    00011260
               UNTIL WS-NODE-SUB > WS-NODE-COUNT.                       00011270
           IF WS-NODE-BEST = ZERO THEN                                  00011280
               GO TO 7000-EXIT.                                         00011290
           MOVE WS-NODE-BEST TO WS-NODE-SUB.                            00011300
           PERFORM 7200-PRINT-ONE-NODE THRU 7200-EXIT.                  00011310
           MOVE 'Y' TO WS-ND-PRINTED-SW (WS-NODE-SUB).                  00011320
           ADD 1 TO WS-PRINTED-COUNT.                                   00011330
           GO TO 7000-LOOP.                                             00011340
       7000-EXIT.                                                       00011350
           EXIT.                                                        00011360
      **********************************                                00011370
       7100-FIND-EARLIEST.                                              00011380
      **********************************                                00011390
           IF WS-ND-PRINTED (WS-NODE-SUB) THEN                          00011400
               GO TO 7100-NEXT.                                         00011410
           IF WS-NODE-BEST = ZERO THEN                                  00011420
               MOVE WS-NODE-SUB TO WS-NODE-BEST                         00011430
               GO TO 7100-NEXT.                                         00011440
           IF WS-ND-SORT-KEY (WS-NODE-SUB)                              00011450
                  < WS-ND-SORT-KEY (WS-NODE-BEST) THEN                  00011460
               MOVE WS-NODE-SUB TO WS-NODE-BEST.                        00011470
       7100-NEXT.                                                       00011480
           ADD 1 TO WS-NODE-SUB.                                        00011490
       7100-EXIT.                                                       00011500
           EXIT.                                                        00011510
      **********************************                                00011520
       7200-PRINT-ONE-NODE.                                             00011530
      **********************************                                00011540
           MOVE SPACES TO WS-DET-CP.                                    00011550
           IF WS-ND-CRITICAL (WS-NODE-SUB) THEN                         00011560
               MOVE '*' TO WS-DET-CP.                                   00011570
           MOVE WS-ND-CMD (WS-NODE-SUB)    TO WS-DET-COMMAND.           00011580
           MOVE WS-ND-DEPEND (WS-NODE-SUB) TO WS-DET-DEPEND.            00011590
           MOVE 'PENDING' TO WS-DET-STATE.                              00011600
           IF WS-ND-RUNNING (WS-NODE-SUB) THEN                          00011610
               MOVE 'RUNNING' TO WS-DET-STATE.                          00011620
           IF WS-ND-DONE (WS-NODE-SUB) THEN                             00011630
               MOVE 'DONE' TO WS-DET-STATE.                             00011640
           IF WS-ND-FAILED (WS-NODE-SUB) THEN                           00011650
               MOVE 'FAILED' TO WS-DET-STATE.                           00011660
           MOVE WS-ND-SCHED (WS-NODE-SUB) TO WS-FMT-MINS.               00011670
           PERFORM 9400-FORMAT-TIME THRU 9400-EXIT.                     00011680
           MOVE WS-FMT-TEXT TO WS-DET-SCHED.                            00011690
           MOVE WS-ND-DURATION (WS-NODE-SUB) TO WS-DET-DURATION.        00011700
           MOVE SPACES TO WS-DET-START.                                 00011710
           MOVE SPACES TO WS-DET-FINISH.                                00011720
           MOVE SPACES TO WS-DET-DEADLINE.                              00011730
           MOVE SPACES TO WS-DET-SLACK.                                 00011740
           MOVE WS-ND-NOTE (WS-NODE-SUB) TO WS-DET-NOTE.                00011750
           IF WS-ND-HAS-DEADLINE (WS-NODE-SUB) THEN                     00011760
               MOVE WS-ND-DEADLINE (WS-NODE-SUB) TO WS-FMT-MINS         00011770
               PERFORM 9400-FORMAT-TIME THRU 9400-EXIT                  00011780
               MOVE WS-FMT-TEXT TO WS-DET-DEADLINE.                     00011790
           IF NOT WS-ND-RESOLVED (WS-NODE-SUB) THEN                     00011800
               GO TO 7200-GENERATE.                                     00011810
           IF WS-ND-HAS-START (WS-NODE-SUB) THEN                        00011820
               MOVE WS-ND-START (WS-NODE-SUB) TO WS-FMT-MINS            00011830
               PERFORM 9400-FORMAT-TIME THRU 9400-EXIT                  00011840
               MOVE WS-FMT-TEXT TO WS-DET-START.                        00011850
           MOVE WS-ND-FINISH (WS-NODE-SUB) TO WS-FMT-MINS.              00011860
           PERFORM 9400-FORMAT-TIME THRU 9400-EXIT.                     00011870
           MOVE WS-FMT-TEXT TO WS-DET-FINISH.                           00011880
           IF WS-ND-HAS-DEADLINE (WS-NODE-SUB) THEN                     00011890
               COMPUTE WS-SLACK = WS-ND-DEADLINE (WS-NODE-SUB)          00011900
                                - WS-ND-FINISH (WS-NODE-SUB)            00011910
               MOVE WS-SLACK TO WS-FMT-SLACK                            00011920
               MOVE WS-FMT-SLACK TO WS-DET-SLACK.                       00011930
       7200-GENERATE.                                                   00011940
           GENERATE NODE-DETAIL.                                        00011950
       7200-EXIT.                                                       00011960
           EXIT.                                                        00011970
      **********************************                                00011980
       8000-PRINT-BREACHES.                                             00011990
      **********************************                                00012000
      * Every placed task whose finish - projected, or actual for one   00012010
      *  already done - falls after its deadline.                       00012020
           MOVE 'DEADLINE BREACHES' TO WS-SECTION-TITLE.                00012030
           GENERATE SECTION-TITLE-DETAIL.                               00012040
           MOVE 1 TO WS-NODE-SUB.                                       00012050
           PERFORM 8100-PRINT-IF-BREACHED THRU 8100-EXIT                00012060
               UNTIL WS-NODE-SUB > WS-NODE-COUNT.                       00012070
           IF WS-BREACH-COUNT = ZERO THEN                               00012080
               MOVE '  NONE PROJECTED' TO WS-SECTION-TITLE              00012090
               GENERATE SECTION-TITLE-DETAIL.                           00012100
       8000-EXIT.                                                       00012110
           EXIT.                                                        00012120
      **********************************                                00012130
       8100-PRINT-IF-BREACHED.                                          00012140
      **********************************                                00012150
           IF WS-ND-RESOLVED (WS-NODE-SUB)                              00012160
             AND WS-ND-HAS-DEADLINE (WS-NODE-SUB)                       00012170
             AND WS-ND-FINISH (WS-NODE-SUB)                             00012180
                 > WS-ND-DEADLINE (WS-NODE-SUB) THEN                    00012190
               ADD 1 TO WS-BREACH-COUNT                                 00012200
               PERFORM 7200-PRINT-ONE-NODE THRU 7200-EXIT.              00012210
           ADD 1 TO WS-NODE-SUB.                                        00012220
       8100-EXIT.                                                       00012230
           EXIT.                                                        00012240
      **********************************                                00012250
       9000-GET-DAY-OF-THE-WEEK.                                        00012260
      **********************************                                00012270
      * Zeller's Rule - see PMMSSCHD for the full derivation.           00012280
           MOVE TD-DAY   TO WS-DD.                                      00012290
           MOVE TD-MONTH TO WS-MM.                                      00012300
           MOVE TD-YEAR  TO WS-YY2.                                     00012310
           PERFORM 9050-ZELLER-FOR-DATE THRU 9050-EXIT.                 00012320
       9000-EXIT.                                                       00012330
           EXIT.                                                        00012340
      **********************************                                00012350
       9050-ZELLER-FOR-DATE.                                            00012360
      **********************************                                00012370
           MOVE 20      TO WS-YY1.                                      00012380
           IF WS-MM IS GREATER THAN 2 THEN                              00012390
               SUBTRACT 2 FROM WS-MM                                    00012400
           ELSE                                                         00012410
               ADD 10 TO WS-MM.                                         00012420
           IF WS-MM EQUAL 11 OR WS-MM EQUAL 12 THEN                     00012430
               SUBTRACT 1 FROM WS-YY2.                                  00012440
           COMPUTE WS-PART1 = 13 * WS-MM - 1.                           00012450
           DIVIDE WS-PART1 BY 5 GIVING WS-PART1.                        00012460
           DIVIDE WS-YY2 BY 4 GIVING WS-PART2.                          00012470
           DIVIDE WS-YY1 BY 4 GIVING WS-PART3.                          00012480
           MULTIPLY 2 BY WS-YY1 GIVING WS-PART4.                        00012490
           COMPUTE WS-PART5 = WS-DD + WS-PART1 + WS-YY2 + WS-PART2.     00012500
           COMPUTE WS-PART5 = WS-PART5 + WS-PART3 - WS-PART4            00012510
           DIVIDE WS-PART5 BY 7 GIVING WS-PART5 REMAINDER WS-DOW.       00012520
           IF WS-DOW = 0 THEN                                           00012530
               MOVE 7 TO WS-DOW.                                        00012540
       9050-EXIT.                                                       00012550
           EXIT.                                                        00012560
      **********************************                                00012570
       9200-LOAD-HOLIDAY-CALENDAR.                                      00012580
      **********************************                                00012590
      * Same calendar the scheduler honours; a missing dataset means    00012600
      *  no site holidays are in force.                                 00012610
           MOVE ZERO TO WS-HOLCAL-COUNT.                                00012620
           OPEN INPUT HOLCAL-FILE.                                      00012630
           IF WS-HOLCAL-STATUS NOT = '00' THEN                          00012640
               GO TO 9200-EXIT.                                         00012650
           MOVE 'N' TO WS-HOLCAL-EOF-SW.                                00012660
           PERFORM 9210-READ-HOLIDAY-RECORD THRU 9210-EXIT              00012670
               UNTIL WS-HOLCAL-EOF.                                     00012680
           CLOSE HOLCAL-FILE.                                           00012690
       9200-EXIT.                                                       00012700
           EXIT.                                                        00012710
      **********************************                                00012720
       9210-READ-HOLIDAY-RECORD.                                        00012730
      **********************************                                00012740
           READ HOLCAL-FILE                                             00012750
               AT END MOVE 'Y' TO WS-HOLCAL-EOF-SW.                     00012760
           IF NOT WS-HOLCAL-EOF                                         00012770
             AND WS-HOLCAL-COUNT < COUNTER-MAX-HOLIDAYS THEN            00012780
               ADD 1 TO WS-HOLCAL-COUNT                                 00012790
               MOVE HOL-DATE TO WS-HOLCAL-DATE (WS-HOLCAL-COUNT).       00012800
       9210-EXIT.                                                       00012810
           EXIT.                                                        00012820
      **********************************                                00012830
       9300-CHECK-TODAY-HOLIDAY.                                        00012840
      **********************************                                00012850
           MOVE SPACES TO WS-HOL-TEST-DATE.                             00012860
           STRING TD-DAY DELIMITED BY SIZE                              00012870
                  TD-MONTH DELIMITED BY SIZE                            00012880
                  TD-YEAR DELIMITED BY SIZE                             00012890
                  INTO WS-HOL-TEST-DATE.                                00012900
           MOVE 'N' TO WS-TODAY-HOLIDAY-SW.                             00012910
           MOVE 1 TO WS-HOLCAL-SUB.                                     00012920
           PERFORM 9310-MATCH-TODAY THRU 9310-EXIT                      00012930
               UNTIL WS-HOLCAL-SUB > WS-HOLCAL-COUNT                    00012940
                  OR WS-TODAY-HOLIDAY.                                  00012950
       9300-EXIT.                                                       00012960
           EXIT.                                                        00012970
      **********************************                                00012980
       9310-MATCH-TODAY.                                                00012990
      **********************************                                00013000
           IF WS-HOL-TEST-DATE = WS-HOLCAL-DATE (WS-HOLCAL-SUB) THEN    00013010
               MOVE 'Y' TO WS-TODAY-HOLIDAY-SW.                         00013020
           ADD 1 TO WS-HOLCAL-SUB.                                      00013030
       9310-EXIT.                                                       00013040
           EXIT.                                                        00013050
      **********************************                                00013060
       9400-FORMAT-TIME.                                                00013070
      **********************************                                00013080
      * Minutes past today's midnight as HH:MM - past midnight the      00013090
      *  hours run on (24:10), so the sheet still reads in order.       00013100
           DIVIDE WS-FMT-MINS BY 60 GIVING WS-FMT-HH                    00013110
                  REMAINDER WS-FMT-MM.                                  00013120
       9400-EXIT.                                                       00013130
           EXIT.                                                        00013140
/*                                                                      00013150
//LKED.SYSLIB  DD DISP=SHR,DSNAME=SYS1.COBLIB                           00013160
//             DD DISP=SHR,DSNAME=SYS1.LINKLIB                          00013170
//             DD DISP=SHR,DSNAME=PMMS.LINKLIB                          00013180
//LKED.SYSLMOD DD DISP=SHR,DSNAME=PMMS.LINKLIB(PMMSCPTH)                00013190
//                                                                      00013200
