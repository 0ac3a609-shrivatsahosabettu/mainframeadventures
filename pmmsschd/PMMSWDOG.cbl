//PMMSWDOG JOB (COBOL),                                                 00000010
//             'PMMSWDOG',                                              00000020
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
      *   Watchdog over the scheduler itself, run as its own started    00000130
      *   task so that a PMMSSCHD which hangs, abends or is cancelled   00000140
      *   is noticed at the time and not the next morning. PMMSSCHD     00000150
      *   rewrites its CONFIG checkpoint at the end of every poll       00000160
      *   (CFG-LAST-POLL-DATE/TIME) and carries its sleep interval      00000170
      *   there (CFG-SLEEP-MINS); this program reads both on a cycle    00000180
      *   of its own and works out how many polls have been missed.     00000190
      *   Past the allowed number an operator WTO goes out and a        00000200
      *   'DOWN' record is appended to the outage log, with a           00000210
      *   reminder WTO every hour the outage lasts. When the poll       00000220
      *   stamp moves again a 'UP' record closes the outage with the    00000230
      *   recovery stamp and its length in minutes, measured from the   00000240
      *   last good poll - the log reads as scheduler availability.     00000250
      *   An outage still open when the watchdog itself is restarted    00000260
      *   is picked up again from the last log record.                  00000270
      *   A scheduler stopped on purpose (CONFIG STOP) is no outage:    00000280
      *   the watchdog stops with it, and both are started together.    00000290
      *   The SYSIN card gives the polls allowed to be missed (cols     00000300
      *   1-2, default 03) and the watchdog's own cycle in minutes      00000310
      *   (cols 3-6, default 0005); a cycle of 0000 checks once and     00000320
      *   ends, for running the watchdog as a timed batch job.          00000330
      *                                                                 00000340
      *   CONFIG     Input scheduler checkpoint (PMMSSCHD).             00000350
      *   WDLOG      Output outage log (DISP=MOD); also read first to   00000360
      *              find an outage still open.                         00000370
      *   SYSIN      Input watchdog settings card.                      00000380
      ******************************************************************00000390
      * MODIFICATION LOG:                                              *00000400
      *   15/OCT/2026 - D. ASTA - Code started.                        *00000410
      ******************************************************************00000420
       IDENTIFICATION DIVISION.                                         00000430
       PROGRAM-ID.   'PMMSWDOG'.                                        00000440
       AUTHOR.       'DAVID ASTA'.                                      00000450
       INSTALLATION. 'MVS 3.8j TK4-'.                                   00000460
       DATE-WRITTEN. '15/10/2026'.                                      00000470
       DATE-COMPILED.                                                   00000480
       REMARKS.      'V1R1M0'.                                          00000490
      ******************************************************************00000500
       ENVIRONMENT DIVISION.                                            00000510
      ******************************************************************00000520
       INPUT-OUTPUT SECTION.                                            00000530
       FILE-CONTROL.                                                    00000540
           SELECT CONFIG-FILE   ASSIGN TO DA-S-CONFIG                   00000550
                                FILE STATUS IS WS-CONFIG-STATUS.        00000560
           SELECT WDLOG-FILE    ASSIGN TO DA-S-WDLOG                    00000570
                                FILE STATUS IS WS-WDLOG-STATUS.         00000580
      ******************************************************************00000590
       DATA DIVISION.                                                   00000600
      ******************************************************************00000610
       FILE SECTION.                                                    00000620
      *******************                                               00000630
       FD  CONFIG-FILE                                                  00000640
      *******************                                               00000650
           LABEL RECORDS ARE STANDARD                                   00000660
           RECORD CONTAINS 15 CHARACTERS.                               00000670
       01  CONFIG-RECORD.                                               00000680
           05 CFG-SLEEP-MINS           PIC 9(04).                       00000690
           05 CFG-STOP-SW              PIC X.                           00000700
           05 CFG-LAST-POLL-DATE       PIC X(06).                       00000710
           05 CFG-LAST-POLL-TIME       PIC X(04).                       00000720
      *******************                                               00000730
       FD  WDLOG-FILE                                                   00000740
      *******************                                               00000750
           LABEL RECORDS ARE STANDARD                                   00000760
           RECORD CONTAINS 80 CHARACTERS                                00000770
           RECORDING MODE IS F.                                         00000780
       01  WD-RECORD.                                                   00000790
           05 WD-EVENT                 PIC X(04).                       00000800
           05 FILLER                   PIC X.                           00000810
           05 WD-LAST-POLL-DATE        PIC X(06).                       00000820
           05 WD-LAST-POLL-TIME        PIC X(04).                       00000830
           05 FILLER                   PIC X.                           00000840
           05 WD-DETECT-DATE           PIC X(06).                       00000850
           05 WD-DETECT-TIME           PIC X(04).                       00000860
           05 FILLER                   PIC X.                           00000870
           05 WD-RECOVER-DATE          PIC X(06).                       00000880
           05 WD-RECOVER-TIME          PIC X(04).                       00000890
           05 FILLER                   PIC X.                           00000900
           05 WD-MISSED-POLLS          PIC 9(04).                       00000910
           05 FILLER                   PIC X.                           00000920
           05 WD-OUTAGE-MINS           PIC 9(06).                       00000930
           05 FILLER                   PIC X(31).                       00000940
      **********************************                                00000950
       WORKING-STORAGE SECTION.                                         00000960
      **********************************                                00000970
       01  WS-CONFIG-STATUS            PIC XX.                          00000980
       01  WS-WDLOG-STATUS             PIC XX.                          00000990
       01  WS-WDLOG-EOF-SW             PIC X        VALUE 'N'.          00001000
           88 WS-WDLOG-EOF                          VALUE 'Y'.          00001010
       01  WS-STOP-WATCH-SW            PIC X        VALUE 'N'.          00001020
           88 WS-STOP-WATCH                         VALUE 'Y'.          00001030
       01  WS-OUTAGE-SW                PIC X        VALUE 'N'.          00001040
           88 WS-OUTAGE-OPEN                        VALUE 'Y'.          00001050
       01  WS-STAMP-SW                 PIC X        VALUE 'N'.          00001060
           88 WS-STAMP-USABLE                       VALUE 'Y'.          00001070
       01  WS-WDOG-CARD.                                                00001080
           05 WS-WDOG-MISS-LIMIT       PIC 9(02).                       00001090
           05 WS-WDOG-CYCLE-MINS       PIC 9(04).                       00001100
           05 FILLER                   PIC X(74).                       00001110
       01  WS-TAB-CONSTANTS.                                            00001120
           05 COUNTER-DEF-MISS-LIMIT   PIC 99       VALUE 3.            00001130
           05 COUNTER-DEF-CYCLE-MINS   PIC 9(04)    VALUE 5.            00001140
           05 COUNTER-REMIND-MINS      PIC 9(04)    VALUE 60.           00001150
       01  WS-POLL-WORK.                                                00001160
           05 WS-POLL-SLEEP-MINS       PIC 9(04).                       00001170
           05 WS-POLL-DATE             PIC X(06).                       00001180
           05 WS-POLL-TIME             PIC X(04).                       00001190
           05 WS-POLL-STAMP            PIC 9(09).                       00001200
           05 WS-NOW-STAMP             PIC 9(09).                       00001210
           05 WS-SINCE-POLL-MINS       PIC 9(09).                       00001220
           05 WS-MISSED-POLLS          PIC 9(04).                       00001230
           05 WS-OUTAGE-MINS           PIC 9(06).                       00001240
      * The open outage - stamps as written on its 'DOWN' record.       00001250
       01  WS-OUTAGE-DATA.                                              00001260
           05 WS-OUT-POLL-DATE.                                         00001270
              10 WS-OUT-POLL-DD        PIC X(02).                       00001280
              10 WS-OUT-POLL-MM        PIC X(02).                       00001290
              10 WS-OUT-POLL-YY        PIC X(02).                       00001300
           05 WS-OUT-POLL-TIME.                                         00001310
              10 WS-OUT-POLL-HH        PIC X(02).                       00001320
              10 WS-OUT-POLL-MI        PIC X(02).                       00001330
           05 WS-OUT-DETECT-DATE       PIC X(06).                       00001340
           05 WS-OUT-DETECT-TIME       PIC X(04).                       00001350
           05 WS-OUT-POLL-STAMP        PIC 9(09).                       00001360
           05 WS-OUT-ALERT-STAMP       PIC 9(09).                       00001370
      * A DDMMYY date and HHMM time turned into minutes since the turn  00001380
      *  of the century, so a gap across midnight (or several) is a     00001390
      *  plain subtraction.                                             00001400
       01  WS-STAMP-WORK.                                               00001410
           05 WS-STAMP-DATE.                                            00001420
              10 WS-STAMP-DD           PIC 9(02).                       00001430
              10 WS-STAMP-MM           PIC 9(02).                       00001440
              10 WS-STAMP-YY           PIC 9(02).                       00001450
           05 WS-STAMP-TIME.                                            00001460
              10 WS-STAMP-HH           PIC 9(02).                       00001470
              10 WS-STAMP-MI           PIC 9(02).                       00001480
           05 WS-STAMP-DAYS            PIC 9(06).                       00001490
           05 WS-STAMP-MINS            PIC 9(09).                       00001500
           05 WS-STAMP-LEAP-QUOT       PIC 9(02).                       00001510
           05 WS-STAMP-LEAP-REM        PIC 9(01).                       00001520
       01  WS-MONTH-START-VALUES.                                       00001530
           05 FILLER                   PIC X(36)    VALUE               00001540
                               '000031059090120151181212243273304334'.  00001550
       01  WS-MONTH-START REDEFINES WS-MONTH-START-VALUES.              00001560
           05 WS-DAYS-BEFORE-MONTH     PIC 9(03) OCCURS 12 TIMES.       00001570
       01  WS-PRINT-WORK.                                               00001580
           05 WS-PRT-DATE.                                              00001590
              10 WS-PRT-DD             PIC X(02).                       00001600
              10 FILLER                PIC X        VALUE '/'.          00001610
              10 WS-PRT-MM             PIC X(02).                       00001620
              10 FILLER                PIC X        VALUE '/'.          00001630
              10 WS-PRT-YY             PIC X(02).                       00001640
           05 WS-PRT-TIME.                                              00001650
              10 WS-PRT-HH             PIC X(02).                       00001660
              10 FILLER                PIC X        VALUE ':'.          00001670
              10 WS-PRT-MI             PIC X(02).                       00001680
           05 WS-PRT-MISSED            PIC Z(03)9.                      00001690
           05 WS-PRT-OUTAGE            PIC Z(05)9.                      00001700
       01  WS-TODAYS-DATE.                                              00001710
           05 TD-MONTH                 PIC X(02).                       00001720
           05 FILLER                   PIC X.                           00001730
           05 TD-DAY                   PIC X(02).                       00001740
           05 FILLER                   PIC X.                           00001750
           05 TD-YEAR                  PIC X(02).                       00001760
       01  WS-TODAYS-TIME.                                              00001770
           05 TT-HOURS                 PIC X(02).                       00001780
           05 TT-MINUTES               PIC X(02).                       00001790
           05 TT-SECONDS               PIC X(02).                       00001800
       01  WS-NOW-DATE.                                                 00001810
           05 WS-NOW-DD                PIC X(02).                       00001820
           05 WS-NOW-MM                PIC X(02).                       00001830
           05 WS-NOW-YY                PIC X(02).                       00001840
       01  WS-NOW-TIME.                                                 00001850
           05 WS-NOW-HH                PIC X(02).                       00001860
           05 WS-NOW-MI                PIC X(02).                       00001870
       01  WS-SLEEP-PARM.                                               00001880
           05 WS-SLEEP-PARM-LENGTH     PIC 999 COMP VALUE 4.            00001890
           05 WS-SLEEP-PARM-TEXT       PIC X(04).                       00001900
       01  WS-SLEEP-SECS-UNSIGN        PIC 9(04).                       00001910
       01  WS-WTO-PARM.                                                 00001920
           05 WS-WTO-PARM-LENGTH       PIC 999 COMP VALUE 70.           00001930
           05 WS-WTO-PARM-TEXT         PIC X(70).                       00001940
      ******************************************************************00001950
       PROCEDURE DIVISION.                                              00001960
      ******************************************************************00001970
       0000-MAIN.                                                       00001980
      **********************************                                00001990
           PERFORM 0001-INITIALISE.                                     00002000
           PERFORM 0002-LOOP THRU 0002-EXIT                             00002010
               UNTIL WS-STOP-WATCH.                                     00002020
           PERFORM 0009-LEAVE.                                          00002030
      **********************************                                00002040
       0001-INITIALISE.                                                 00002050
      **********************************                                00002060
           MOVE SPACES TO WS-WDOG-CARD.                                 00002070
           ACCEPT WS-WDOG-CARD.                                         00002080
           IF WS-WDOG-MISS-LIMIT IS NOT NUMERIC                         00002090
             OR WS-WDOG-MISS-LIMIT = ZERO THEN                          00002100
               MOVE COUNTER-DEF-MISS-LIMIT TO WS-WDOG-MISS-LIMIT.       00002110
           IF WS-WDOG-CYCLE-MINS IS NOT NUMERIC THEN                    00002120
               MOVE COUNTER-DEF-CYCLE-MINS TO WS-WDOG-CYCLE-MINS.       00002130
           MULTIPLY WS-WDOG-CYCLE-MINS BY 60                            00002140
                    GIVING WS-SLEEP-SECS-UNSIGN.                        00002150
           MOVE WS-SLEEP-SECS-UNSIGN TO WS-SLEEP-PARM-TEXT.             00002160
           PERFORM 1000-FIND-OPEN-OUTAGE THRU 1000-EXIT.                00002170
           PERFORM 9100-GET-NOW THRU 9100-EXIT.                         00002180
           DISPLAY 'WATCHDOG STARTED: ' WS-TODAYS-TIME                  00002190
                   ' MISSED POLLS ALLOWED ' WS-WDOG-MISS-LIMIT.         00002200
      **********************************                                00002210
       0002-LOOP.                                                       00002220
      **********************************                                00002230
           PERFORM 9100-GET-NOW THRU 9100-EXIT.                         00002240
           PERFORM 2000-READ-POLL-STAMP THRU 2000-EXIT.                 00002250
           IF WS-STAMP-USABLE THEN                                      00002260
               PERFORM 3000-CHECK-SCHEDULER THRU 3000-EXIT.             00002270
           IF WS-WDOG-CYCLE-MINS = ZERO THEN                            00002280
               MOVE 'Y' TO WS-STOP-WATCH-SW.                            00002290
           IF NOT WS-STOP-WATCH THEN                                    00002300
               PERFORM 0003-SLEEP.                                      00002310
       0002-EXIT.                                                       00002320
           EXIT.                                                        00002330
      **********************************                                00002340
       0003-SLEEP.                                                      00002350
      **********************************                                00002360
           CALL 'SLEEP' USING WS-SLEEP-PARM.                            00002370
      **********************************                                00002380
       0009-LEAVE.                                                      00002390
      **********************************                                00002400
           DISPLAY 'WATCHDOG STOPPED: ' WS-TODAYS-TIME.                 00002410
           STOP RUN.                                                    00002420
      **********************************                                00002430
       1000-FIND-OPEN-OUTAGE.                                           00002440
      **********************************                                00002450
      * The last log record decides: a 'DOWN' with no 'UP' after it     00002460
      *  is an outage the watchdog was watching when it went away. No   00002470
      *  log yet means no outage recorded.                              00002480
           OPEN INPUT WDLOG-FILE.                                       00002490
           IF WS-WDLOG-STATUS NOT = '00' THEN                           00002500
               GO TO 1000-EXIT.                                         00002510
           MOVE 'N' TO WS-WDLOG-EOF-SW.                                 00002520
           PERFORM 1100-READ-LOG-RECORD THRU 1100-EXIT                  00002530
               UNTIL WS-WDLOG-EOF.                                      00002540
           CLOSE WDLOG-FILE.                                            00002550
           IF WS-OUTAGE-OPEN THEN                                       00002560
               MOVE WS-OUT-POLL-DATE TO WS-STAMP-DATE                   00002570
               MOVE WS-OUT-POLL-TIME TO WS-STAMP-TIME                   00002580
               PERFORM 9000-WORK-OUT-STAMP THRU 9000-EXIT               00002590
               MOVE WS-STAMP-MINS TO WS-OUT-POLL-STAMP                  00002600
               MOVE ZERO TO WS-OUT-ALERT-STAMP                          00002610
               DISPLAY 'WATCHDOG RESUMING OUTAGE FROM LAST POLL '       00002620
                       WS-OUT-POLL-DATE ' ' WS-OUT-POLL-TIME.           00002630
       1000-EXIT.                                                       00002640
           EXIT.                                                        00002650
      **********************************                                00002660
       1100-READ-LOG-RECORD.                                            00002670
      **********************************                                00002680
           READ WDLOG-FILE                                              00002690
               AT END MOVE 'Y' TO WS-WDLOG-EOF-SW.                      00002700
           IF WS-WDLOG-EOF THEN                                         00002710
               GO TO 1100-EXIT.                                         00002720
           IF WD-EVENT = 'DOWN' THEN                                    00002730
               MOVE 'Y' TO WS-OUTAGE-SW                                 00002740
               MOVE WD-LAST-POLL-DATE TO WS-OUT-POLL-DATE               00002750
               MOVE WD-LAST-POLL-TIME TO WS-OUT-POLL-TIME               00002760
               MOVE WD-DETECT-DATE    TO WS-OUT-DETECT-DATE             00002770
               MOVE WD-DETECT-TIME    TO WS-OUT-DETECT-TIME             00002780
           ELSE                                                         00002790
               MOVE 'N' TO WS-OUTAGE-SW.                                00002800
       1100-EXIT.                                                       00002810
           EXIT.                                                        00002820
      **********************************                                00002830
       2000-READ-POLL-STAMP.                                            00002840
      **********************************                                00002850
      * A checkpoint that is missing, or carries no poll stamp yet (a   00002860
      *  scheduler never started, or the old 5-byte layout), gives      00002870
      *  nothing to judge - noted on the log, never alerted.            00002880
           MOVE 'N' TO WS-STAMP-SW.                                     00002890
           OPEN INPUT CONFIG-FILE.                                      00002900
           IF WS-CONFIG-STATUS NOT = '00' THEN                          00002910
               DISPLAY 'WATCHDOG - CONFIG CHECKPOINT NOT AVAILABLE, '   00002920
                       'STATUS ' WS-CONFIG-STATUS                       00002930
               GO TO 2000-EXIT.                                         00002940
           READ CONFIG-FILE.                                            00002950
           IF WS-CONFIG-STATUS NOT = '00' THEN                          00002960
               DISPLAY 'WATCHDOG - CONFIG CHECKPOINT NOT READ, '        00002970
                       'STATUS ' WS-CONFIG-STATUS                       00002980
               CLOSE CONFIG-FILE                                        00002990
               GO TO 2000-EXIT.                                         00003000
           CLOSE CONFIG-FILE.                                           00003010
           IF CFG-LAST-POLL-DATE IS NOT NUMERIC                         00003020
             OR CFG-LAST-POLL-TIME IS NOT NUMERIC THEN                  00003030
               DISPLAY 'WATCHDOG - NO POLL RECORDED ON CONFIG YET'      00003040
               GO TO 2000-EXIT.                                         00003050
           MOVE CFG-LAST-POLL-DATE TO WS-POLL-DATE.                     00003060
           MOVE CFG-LAST-POLL-TIME TO WS-POLL-TIME.                     00003070
           MOVE CFG-SLEEP-MINS     TO WS-POLL-SLEEP-MINS.               00003080
           IF WS-POLL-SLEEP-MINS IS NOT NUMERIC                         00003090
             OR WS-POLL-SLEEP-MINS = ZERO THEN                          00003100
               MOVE 10 TO WS-POLL-SLEEP-MINS.                           00003110
           MOVE WS-POLL-DATE TO WS-STAMP-DATE.                          00003120
           MOVE WS-POLL-TIME TO WS-STAMP-TIME.                          00003130
           PERFORM 9000-WORK-OUT-STAMP THRU 9000-EXIT.                  00003140
           MOVE WS-STAMP-MINS TO WS-POLL-STAMP.                         00003150
           MOVE 'Y' TO WS-STAMP-SW.                                     00003160
       2000-EXIT.                                                       00003170
           EXIT.                                                        00003180
      **********************************                                00003190
       3000-CHECK-SCHEDULER.                                            00003200
      **********************************                                00003210
      * A poll is missed for every full sleep interval gone by since    00003220
      *  the last one, less the one falling due now. A stamp that       00003230
      *  moved while an outage was open is the scheduler back.          00003240
           IF WS-OUTAGE-OPEN                                            00003250
             AND WS-POLL-STAMP NOT = WS-OUT-POLL-STAMP THEN             00003260
               PERFORM 3200-RECORD-RECOVERY THRU 3200-EXIT.             00003270
           IF CFG-STOP-SW = 'Y' THEN                                    00003280
               DISPLAY 'WATCHDOG - SCHEDULER STOPPED BY CONFIG STOP'    00003290
               MOVE 'Y' TO WS-STOP-WATCH-SW                             00003300
               GO TO 3000-EXIT.                                         00003310
           MOVE ZERO TO WS-MISSED-POLLS.                                00003320
           IF WS-NOW-STAMP > WS-POLL-STAMP THEN                         00003330
               SUBTRACT WS-POLL-STAMP FROM WS-NOW-STAMP                 00003340
                        GIVING WS-SINCE-POLL-MINS                       00003350
               DIVIDE WS-SINCE-POLL-MINS BY WS-POLL-SLEEP-MINS          00003360
                      GIVING WS-MISSED-POLLS                            00003370
               IF WS-MISSED-POLLS > ZERO THEN                           00003380
                   SUBTRACT 1 FROM WS-MISSED-POLLS.                     00003390
           IF WS-MISSED-POLLS NOT > WS-WDOG-MISS-LIMIT THEN             00003400
               GO TO 3000-EXIT.                                         00003410
           IF NOT WS-OUTAGE-OPEN THEN                                   00003420
               PERFORM 3100-RECORD-OUTAGE THRU 3100-EXIT                00003430
               GO TO 3000-EXIT.                                         00003440
           IF WS-NOW-STAMP - WS-OUT-ALERT-STAMP                         00003450
                  NOT < COUNTER-REMIND-MINS THEN                        00003460
               PERFORM 3300-REMIND-OUTAGE THRU 3300-EXIT.               00003470
       3000-EXIT.                                                       00003480
           EXIT.                                                        00003490
      **********************************                                00003500
       3100-RECORD-OUTAGE.                                              00003510
      **********************************                                00003520
           MOVE 'Y' TO WS-OUTAGE-SW.                                    00003530
           MOVE WS-POLL-DATE  TO WS-OUT-POLL-DATE.                      00003540
           MOVE WS-POLL-TIME  TO WS-OUT-POLL-TIME.                      00003550
           MOVE WS-POLL-STAMP TO WS-OUT-POLL-STAMP.                     00003560
           MOVE WS-NOW-DATE   TO WS-OUT-DETECT-DATE.                    00003570
           MOVE WS-NOW-TIME   TO WS-OUT-DETECT-TIME.                    00003580
           MOVE WS-NOW-STAMP  TO WS-OUT-ALERT-STAMP.                    00003590
           MOVE SPACES TO WD-RECORD.                                    00003600
           MOVE 'DOWN'             TO WD-EVENT.                         00003610
           MOVE WS-OUT-POLL-DATE   TO WD-LAST-POLL-DATE.                00003620
           MOVE WS-OUT-POLL-TIME   TO WD-LAST-POLL-TIME.                00003630
           MOVE WS-OUT-DETECT-DATE TO WD-DETECT-DATE.                   00003640
           MOVE WS-OUT-DETECT-TIME TO WD-DETECT-TIME.                   00003650
           MOVE WS-MISSED-POLLS    TO WD-MISSED-POLLS.                  00003660
           MOVE ZERO               TO WD-OUTAGE-MINS.                   00003670
           PERFORM 3900-APPEND-LOG-RECORD THRU 3900-EXIT.               00003680
           PERFORM 9200-FORMAT-LAST-POLL THRU 9200-EXIT.                00003690
           MOVE WS-MISSED-POLLS TO WS-PRT-MISSED.                       00003700
           MOVE SPACES TO WS-WTO-PARM-TEXT.                             00003710
           STRING 'PMMSSCHD NOT POLLING SINCE ' DELIMITED BY SIZE       00003720
                  WS-PRT-DATE DELIMITED BY SIZE                         00003730
                  ' ' DELIMITED BY SIZE                                 00003740
                  WS-PRT-TIME DELIMITED BY SIZE                         00003750
                  ' - ' DELIMITED BY SIZE                               00003760
                  WS-PRT-MISSED DELIMITED BY SIZE                       00003770
                  ' POLLS MISSED' DELIMITED BY SIZE                     00003780
                  INTO WS-WTO-PARM-TEXT.                                00003790
           CALL 'WTO' USING WS-WTO-PARM.                                00003800
           DISPLAY WS-WTO-PARM-TEXT.                                    00003810
       3100-EXIT.                                                       00003820
           EXIT.                                                        00003830
      **********************************                                00003840
       3200-RECORD-RECOVERY.                                            00003850
      **********************************                                00003860
      * The outage runs from the last good poll to the first poll       00003870
      *  after it. The polls missed in between are counted the same     00003880
      *  way as at detection - the recovering poll is the one due.      00003890
           MOVE 'N' TO WS-OUTAGE-SW.                                    00003900
           MOVE ZERO TO WS-OUTAGE-MINS.                                 00003910
           MOVE ZERO TO WS-MISSED-POLLS.                                00003920
           IF WS-POLL-STAMP > WS-OUT-POLL-STAMP THEN                    00003930
               SUBTRACT WS-OUT-POLL-STAMP FROM WS-POLL-STAMP            00003940
                        GIVING WS-OUTAGE-MINS                           00003950
               DIVIDE WS-OUTAGE-MINS BY WS-POLL-SLEEP-MINS              00003960
                      GIVING WS-MISSED-POLLS                            00003970
               IF WS-MISSED-POLLS > ZERO THEN                           00003980
                   SUBTRACT 1 FROM WS-MISSED-POLLS.                     00003990
           MOVE SPACES TO WD-RECORD.                                    00004000
           MOVE 'UP'               TO WD-EVENT.                         00004010
           MOVE WS-OUT-POLL-DATE   TO WD-LAST-POLL-DATE.                00004020
           MOVE WS-OUT-POLL-TIME   TO WD-LAST-POLL-TIME.                00004030
           MOVE WS-OUT-DETECT-DATE TO WD-DETECT-DATE.                   00004040
           MOVE WS-OUT-DETECT-TIME TO WD-DETECT-TIME.                   00004050
           MOVE WS-POLL-DATE       TO WD-RECOVER-DATE.                  00004060
           MOVE WS-POLL-TIME       TO WD-RECOVER-TIME.                  00004070
           MOVE WS-MISSED-POLLS    TO WD-MISSED-POLLS.                  00004080
           MOVE WS-OUTAGE-MINS     TO WD-OUTAGE-MINS.                   00004090
           PERFORM 3900-APPEND-LOG-RECORD THRU 3900-EXIT.               00004100
           MOVE WS-OUTAGE-MINS TO WS-PRT-OUTAGE.                        00004110
           MOVE SPACES TO WS-WTO-PARM-TEXT.                             00004120
           STRING 'PMMSSCHD POLLING AGAIN - OUTAGE OF '                 00004130
                  DELIMITED BY SIZE                                     00004140
                  WS-PRT-OUTAGE DELIMITED BY SIZE                       00004150
                  ' MINS' DELIMITED BY SIZE                             00004160
                  INTO WS-WTO-PARM-TEXT.                                00004170
           CALL 'WTO' USING WS-WTO-PARM.                                00004180
           DISPLAY WS-WTO-PARM-TEXT.                                    00004190
       3200-EXIT.                                                       00004200
           EXIT.                                                        00004210
      **********************************                                00004220
       3300-REMIND-OUTAGE.                                              00004230
      **********************************                                00004240
           MOVE WS-NOW-STAMP TO WS-OUT-ALERT-STAMP.                     00004250
           PERFORM 9200-FORMAT-LAST-POLL THRU 9200-EXIT.                00004260
           MOVE WS-MISSED-POLLS TO WS-PRT-MISSED.                       00004270
           MOVE SPACES TO WS-WTO-PARM-TEXT.                             00004280
           STRING 'PMMSSCHD STILL NOT POLLING SINCE '                   00004290
                  DELIMITED BY SIZE                                     00004300
                  WS-PRT-DATE DELIMITED BY SIZE                         00004310
                  ' ' DELIMITED BY SIZE                                 00004320
                  WS-PRT-TIME DELIMITED BY SIZE                         00004330
                  ' -' DELIMITED BY SIZE                                00004340
                  WS-PRT-MISSED DELIMITED BY SIZE                       00004350
                  ' MISSED' DELIMITED BY SIZE                           00004360
                  INTO WS-WTO-PARM-TEXT.                                00004370
           CALL 'WTO' USING WS-WTO-PARM.                                00004380
       3300-EXIT.                                                       00004390
           EXIT.                                                        00004400
      **********************************                                00004410
       3900-APPEND-LOG-RECORD.                                          00004420
      **********************************                                00004430
      * Opened and closed around each record, so a cancelled watchdog   00004440
      *  never loses what it has already logged.                        00004450
           OPEN EXTEND WDLOG-FILE.                                      00004460
           WRITE WD-RECORD.                                             00004470
           CLOSE WDLOG-FILE.                                            00004480
       3900-EXIT.                                                       00004490
           EXIT.                                                        00004500
      **********************************                                00004510
       9000-WORK-OUT-STAMP.                                             00004520
      **********************************                                00004530
      * Minutes since 01/01/2000 for WS-STAMP-DATE (DDMMYY) and         00004540
      *  WS-STAMP-TIME (HHMM). Every fourth year from 2000 is leap -    00004550
      *  good to 2099.                                                  00004560
           IF WS-STAMP-MM < 1 OR WS-STAMP-MM > 12 THEN                  00004570
               MOVE 1 TO WS-STAMP-MM.                                   00004580
           DIVIDE WS-STAMP-YY BY 4 GIVING WS-STAMP-LEAP-QUOT            00004590
                  REMAINDER WS-STAMP-LEAP-REM.                          00004600
           COMPUTE WS-STAMP-DAYS = WS-STAMP-YY * 365                    00004610
                                 + (WS-STAMP-YY + 3) / 4                00004620
                                 + WS-DAYS-BEFORE-MONTH (WS-STAMP-MM)   00004630
                                 + WS-STAMP-DD.                         00004640
           IF WS-STAMP-LEAP-REM = 0 AND WS-STAMP-MM > 2 THEN            00004650
               ADD 1 TO WS-STAMP-DAYS.                                  00004660
           COMPUTE WS-STAMP-MINS = WS-STAMP-DAYS * 1440                 00004670
                                 + WS-STAMP-HH * 60 + WS-STAMP-MI.      00004680
       9000-EXIT.                                                       00004690
           EXIT.                                                        00004700
      **********************************                                00004710
       9100-GET-NOW.                                                    00004720
      **********************************                                00004730
           MOVE CURRENT-DATE TO WS-TODAYS-DATE.                         00004740
           MOVE TIME-OF-DAY  TO WS-TODAYS-TIME.                         00004750
           MOVE TD-DAY     TO WS-NOW-DD.                                00004760
           MOVE TD-MONTH   TO WS-NOW-MM.                                00004770
           MOVE TD-YEAR    TO WS-NOW-YY.                                00004780
           MOVE TT-HOURS   TO WS-NOW-HH.                                00004790
           MOVE TT-MINUTES TO WS-NOW-MI.                                00004800
           MOVE WS-NOW-DATE TO WS-STAMP-DATE.                           00004810
           MOVE WS-NOW-TIME TO WS-STAMP-TIME.                           00004820
           PERFORM 9000-WORK-OUT-STAMP THRU 9000-EXIT.                  00004830
           MOVE WS-STAMP-MINS TO WS-NOW-STAMP.                          00004840
       9100-EXIT.                                                       00004850
           EXIT.                                                        00004860
      **********************************                                00004870
       9200-FORMAT-LAST-POLL.                                           00004880
      **********************************                                00004890
           MOVE WS-OUT-POLL-DD TO WS-PRT-DD.                            00004900
           MOVE WS-OUT-POLL-MM TO WS-PRT-MM.                            00004910
           MOVE WS-OUT-POLL-YY TO WS-PRT-YY.                            00004920
           MOVE WS-OUT-POLL-HH TO WS-PRT-HH.                            00004930
           MOVE WS-OUT-POLL-MI TO WS-PRT-MI.                            00004940
       9200-EXIT.                                                       00004950
           EXIT.                                                        00004960
/*                                                                      00004970
//LKED.SYSLIB  DD DISP=SHR,DSNAME=SYS1.COBLIB                           00004980
//             DD DISP=SHR,DSNAME=SYS1.LINKLIB                          00004990
//             DD DISP=SHR,DSNAME=PMMS.LINKLIB                          00005000
//LKED.SYSLMOD DD DISP=SHR,DSNAME=PMMS.LINKLIB(PMMSWDOG)                00005010
//                                                                      00005020
