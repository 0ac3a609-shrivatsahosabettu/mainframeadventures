//RELLEDG     JOB (COBOL),'COVID19',CLASS=A,MSGCLASS=H,MSGLEVEL=(0,0)   00000010
//COMPLINK   EXEC COBUCL                                                00000020
//COB.SYSLIB   DD DISP=SHR,DSNAME=SYS1.COBLIB                           00000030
//             DD DISP=SHR,DSNAME=SYS1.LINKLIB                          00000040
//COB.SYSPUNCH DD DUMMY                                                 00000050
//COB.SYSIN    DD *                                                     00000060
      ******************************************************************00000070
      * PROGRAM DESCRIPTION:                                            00000080
      *   Per-country reporting reliability ledger.                     00000090
      *   The evidence of which authorities send bad data is already    00000100
      *   produced every day, but scattered across datasets that are    00000110
      *   overwritten by the next run. This program collects it, run    00000120
      *   once after each DAYVALID / TOTCNTRY cycle, into the running   00000130
      *   ledger COVID19.DATA.RELLEDG - one row per country per data    00000140
      *   date, keyed on country code and YYYYMMDD data date - which    00000150
      *   RELSCORE turns into the monthly scorecard:                    00000160
      *      - clean file DAYCLN: a detail record marks the country     00000170
      *        as having reported for its date; a DAY-RECTYPE 'A'       00000180
      *        correction counts as an adjustment, its cases and        00000190
      *        deaths added to the adjustment size;                     00000200
      *      - reject file DAYREJ: one reject per record;               00000210
      *      - quarantine file DAYQUAR: one quarantine per record;      00000220
      *      - released file QUARREL (the clean file of a DAYVALID      00000230
      *        release-mode run): one release per record, and the       00000240
      *        country counts as having reported for its date.          00000250
      *        A quarantined record never released is a discard;        00000260
      *      - DELTA from TOTCNTRY: a stopped or newly reporting        00000270
      *        event. DELTA rows carry no date, so they are dated with  00000280
      *        the data date of the 'CTL' label on COVID19.DATA.TOTCNTRY00000290
      *        (the run date when there is no label).                   00000300
      *   A reject whose own date is unusable is dated the same way.    00000310
      *   Every input is optional; a release-only run passes just       00000320
      *   QUARREL. Counts are added, so each cycle's datasets must go   00000330
      *   through once only.                                            00000340
      *                                                                 00000350
      *   DAYCLN     Input clean daily records (optional).              00000360
      *   DAYREJ     Input rejected daily records (optional).           00000370
      *   DAYQUAR    Input quarantined daily records (optional).        00000380
      *   QUARREL    Input released quarantine records (optional).      00000390
      *   DELTA      Input newly/stopped reporting deltas (optional).   00000400
      *   TOTCTR     Input country totals, for the 'CTL' label.         00000410
      *   RELLEDG    Reliability ledger (keyed), updated in place.      00000420
      ******************************************************************00000430
       IDENTIFICATION DIVISION.                                         00000440
       PROGRAM-ID.   'RELLEDG'.                                         00000450
       AUTHOR.       'DAVID ASTA'.                                      00000460
       INSTALLATION. 'MVS 3.8J TK4-'.                                   00000470
       DATE-WRITTEN. '14/10/2026'.                                      00000480
       DATE-COMPILED.                                                   00000490
       REMARKS.      'V1R1M0'.                                          00000500
      ******************************************************************00000510
       ENVIRONMENT DIVISION.                                            00000520
      ******************************************************************00000530
       INPUT-OUTPUT SECTION.                                            00000540
       FILE-CONTROL.                                                    00000550
           SELECT CLEAN-FILE     ASSIGN DA-S-DAYCLN                     00000560
                                 FILE STATUS IS WS-CLEAN-STATUS.        00000570
           SELECT REJECT-FILE    ASSIGN DA-S-DAYREJ                     00000580
                                 FILE STATUS IS WS-REJECT-STATUS.       00000590
           SELECT QUAR-FILE      ASSIGN DA-S-DAYQUAR                    00000600
                                 FILE STATUS IS WS-QUAR-STATUS.         00000610
           SELECT RELEASE-FILE   ASSIGN DA-S-QUARREL                    00000620
                                 FILE STATUS IS WS-RELEASE-STATUS.      00000630
           SELECT DELTA-FILE     ASSIGN DA-S-DELTA                      00000640
                                 FILE STATUS IS WS-DELTA-STATUS.        00000650
           SELECT TOTCNTRY-FILE  ASSIGN DA-S-TOTCTR                     00000660
                                 FILE STATUS IS WS-TOTCNTRY-STATUS.     00000670
           SELECT RELLEDG-FILE   ASSIGN RELLEDG                         00000680
                                 ORGANIZATION IS INDEXED                00000690
                                 ACCESS MODE IS RANDOM                  00000700
                                 RECORD KEY IS RLG-KEY                  00000710
                                 FILE STATUS IS WS-RLG-STATUS.          00000720
      ******************************************************************00000730
       DATA DIVISION.                                                   00000740
      ******************************************************************00000750
       FILE SECTION.                                                    00000760
      **********************************                                00000770
       FD  CLEAN-FILE                                                   00000780
      *******************                                               00000790
           LABEL RECORDS ARE STANDARD                                   00000800
           BLOCK CONTAINS 0 RECORDS                                     00000810
           RECORD CONTAINS 80 CHARACTERS.                               00000820
       01  CLEAN-RECORD           PIC X(80).                            00000830
      *******************                                               00000840
       FD  REJECT-FILE                                                  00000850
      *******************                                               00000860
           LABEL RECORDS ARE STANDARD                                   00000870
           BLOCK CONTAINS 0 RECORDS                                     00000880
           RECORD CONTAINS 111 CHARACTERS.                              00000890
       01  REJ-RECORD.                                                  00000900
           05 REJ-DAILY-RECORD    PIC X(80).                            00000910
           05 FILLER              PIC X.                                00000920
           05 REJ-REASON          PIC X(30).                            00000930
      *******************                                               00000940
       FD  QUAR-FILE                                                    00000950
      *******************                                               00000960
           LABEL RECORDS ARE STANDARD                                   00000970
           BLOCK CONTAINS 0 RECORDS                                     00000980
           RECORD CONTAINS 80 CHARACTERS.                               00000990
       01  QUAR-RECORD            PIC X(80).                            00001000
      *******************                                               00001010
       FD  RELEASE-FILE                                                 00001020
      *******************                                               00001030
           LABEL RECORDS ARE STANDARD                                   00001040
           BLOCK CONTAINS 0 RECORDS                                     00001050
           RECORD CONTAINS 80 CHARACTERS.                               00001060
       01  RELEASE-RECORD         PIC X(80).                            00001070
      *******************                                               00001080
       FD  DELTA-FILE                                                   00001090
      *******************                                               00001100
           LABEL RECORDS ARE STANDARD                                   00001110
           BLOCK CONTAINS 0 RECORDS                                     00001120
           RECORD CONTAINS 63 CHARACTERS.                               00001130
       01  DELTA-RECORD.                                                00001140
           05 DELTA-COUNTRYCODE    PIC A(03).                           00001150
           05 FILLER                PIC X.                              00001160
           05 DELTA-COUNTRYNAME    PIC X(40).                           00001170
           05 FILLER                PIC X.                              00001180
           05 DELTA-STATUS          PIC X(18).                          00001190
      *******************                                               00001200
       FD  TOTCNTRY-FILE                                                00001210
      *******************                                               00001220
           LABEL RECORDS ARE STANDARD                                   00001230
           BLOCK CONTAINS 0 RECORDS                                     00001240
           RECORD CONTAINS 68 CHARACTERS.                               00001250
       01  TOTCTL-RECORD.                                               00001260
           05 TOTCTL-TAG          PIC X(03).                            00001270
           05 TOTCTL-DATA-DATE    PIC X(08).                            00001280
           05 FILLER              PIC X(57).                            00001290
      *******************                                               00001300
       FD  RELLEDG-FILE                                                 00001310
      *******************                                               00001320
           LABEL RECORDS ARE STANDARD                                   00001330
           RECORD CONTAINS 100 CHARACTERS.                              00001340
       01  RLG-RECORD.                                                  00001350
           05 RLG-KEY.                                                  00001360
              10 RLG-COUNTRYCODE  PIC A(03).                            00001370
              10 RLG-DATA-DATE    PIC X(08).                            00001380
           05 RLG-COUNTRYNAME     PIC X(40).                            00001390
           05 RLG-REPORTED        PIC X(01).                            00001400
              88 RLG-DAY-REPORTED            VALUE 'Y'.                 00001410
           05 RLG-REJECTS         PIC 9(04).                            00001420
           05 RLG-QUARANTINED     PIC 9(04).                            00001430
           05 RLG-RELEASED        PIC 9(04).                            00001440
           05 RLG-ADJUSTMENTS     PIC 9(04).                            00001450
           05 RLG-ADJ-CASES       PIC 9(09).                            00001460
           05 RLG-ADJ-DEATHS      PIC 9(09).                            00001470
           05 RLG-STOPPED         PIC 9(02).                            00001480
           05 RLG-NEWLY           PIC 9(02).                            00001490
           05 FILLER              PIC X(10).                            00001500
      **********************************                                00001510
       WORKING-STORAGE SECTION.                                         00001520
      **********************************                                00001530
       01  SWITCHES.                                                    00001540
           05 END-OF-FILE         PIC X      VALUE 'N'.                 00001550
              88 EOF                         VALUE 'Y'.                 00001560
           05 WS-RLG-NEW-SW       PIC X      VALUE 'N'.                 00001570
              88 RLG-NEW                     VALUE 'Y'.                 00001580
           05 WS-RLG-LOAD-SW      PIC X      VALUE 'N'.                 00001580
              88 RLG-LOAD-MODE               VALUE 'Y'.                 00001580
       01  WS-CLEAN-STATUS        PIC XX.                               00001590
       01  WS-REJECT-STATUS       PIC XX.                               00001600
       01  WS-QUAR-STATUS         PIC XX.                               00001610
       01  WS-RELEASE-STATUS      PIC XX.                               00001620
       01  WS-DELTA-STATUS        PIC XX.                               00001630
       01  WS-TOTCNTRY-STATUS     PIC XX.                               00001640
       01  WS-RLG-STATUS          PIC XX.                               00001650
       01  COUNTERS.                                                    00001660
           05 WS-CLEAN-COUNT      PIC 9(08)  VALUE 0.                   00001670
           05 WS-REJECT-COUNT     PIC 9(08)  VALUE 0.                   00001680
           05 WS-QUAR-COUNT       PIC 9(08)  VALUE 0.                   00001690
           05 WS-RELEASE-COUNT    PIC 9(08)  VALUE 0.                   00001700
           05 WS-DELTA-COUNT      PIC 9(08)  VALUE 0.                   00001710
           05 WS-ROWS-ADDED       PIC 9(08)  VALUE 0.                   00001720
           05 WS-ROWS-UPDATED     PIC 9(08)  VALUE 0.                   00001730
      * The daily record being posted, whichever file it came from.     00001740
       01  WS-DAILY-RECORD.                                             00001750
           05 DAY-DATE            PIC X(08).                            00001760
           05 DAY-CASES           PIC 9(08).                            00001770
           05 DAY-DEATHS          PIC 9(08).                            00001780
           05 DAY-COUNTRYCODE     PIC A(03).                            00001790
           05 DAY-COUNTRYNAME     PIC X(40).                            00001800
           05 DAY-RECTYPE         PIC X.                                00001810
              88 DAY-DETAIL                  VALUE ' '.                 00001820
              88 DAY-ADJUSTMENT              VALUE 'A'.                 00001830
           05 DAY-RECOVERED       PIC 9(08).                            00001840
           05 DAY-PROVCODE        PIC X(03).                            00001850
           05 DAY-SOURCE          PIC X(01).                            00001860
      * The date DELTA events, and rejects with an unusable date, are   00001870
      *  posted under: the TOTCNTRY 'CTL' label's data date, or the     00001880
      *  run date.                                                      00001890
       01  WS-DEFAULT-DATE.                                             00001900
           05 FILLER              PIC X(02)  VALUE '20'.                00001910
           05 WS-DFD-YY           PIC X(02).                            00001920
           05 WS-DFD-MM           PIC X(02).                            00001930
           05 WS-DFD-DD           PIC X(02).                            00001940
       01  WS-TODAYS-DATE.                                              00001950
           05 TD-MONTH            PIC X(02).                            00001960
           05 FILLER              PIC X.                                00001970
           05 TD-DAY              PIC X(02).                            00001980
           05 FILLER              PIC X.                                00001990
           05 TD-YEAR             PIC X(02).                            00002000
      ******************************************************************00002010
       PROCEDURE DIVISION.                                              00002020
      ******************************************************************00002030
       0000-MAIN.                                                       00002040
           PERFORM 1000-INITIALISE THRU 1000-EXIT.                      00002050
           OPEN INPUT CLEAN-FILE.                                       00002060
           IF WS-CLEAN-STATUS = '00' THEN                               00002070
               MOVE 'N' TO END-OF-FILE                                  00002080
               PERFORM 2000-POST-CLEAN-RECORD THRU 2000-EXIT            00002090
                   UNTIL EOF                                            00002100
               CLOSE CLEAN-FILE.                                        00002110
           OPEN INPUT REJECT-FILE.                                      00002120
           IF WS-REJECT-STATUS = '00' THEN                              00002130
               MOVE 'N' TO END-OF-FILE                                  00002140
               PERFORM 3000-POST-REJECT-RECORD THRU 3000-EXIT           00002150
                   UNTIL EOF                                            00002160
               CLOSE REJECT-FILE.                                       00002170
           OPEN INPUT QUAR-FILE.                                        00002180
           IF WS-QUAR-STATUS = '00' THEN                                00002190
               MOVE 'N' TO END-OF-FILE                                  00002200
               PERFORM 4000-POST-QUARANTINE-RECORD THRU 4000-EXIT       00002210
                   UNTIL EOF                                            00002220
               CLOSE QUAR-FILE.                                         00002230
           OPEN INPUT RELEASE-FILE.                                     00002240
           IF WS-RELEASE-STATUS = '00' THEN                             00002250
               MOVE 'N' TO END-OF-FILE                                  00002260
               PERFORM 5000-POST-RELEASE-RECORD THRU 5000-EXIT          00002270
                   UNTIL EOF                                            00002280
               CLOSE RELEASE-FILE.                                      00002290
           OPEN INPUT DELTA-FILE.                                       00002300
           IF WS-DELTA-STATUS = '00' THEN                               00002310
               MOVE 'N' TO END-OF-FILE                                  00002320
               PERFORM 6000-POST-DELTA-RECORD THRU 6000-EXIT            00002330
                   UNTIL EOF                                            00002340
               CLOSE DELTA-FILE.                                        00002350
           CLOSE RELLEDG-FILE.                                          00002360
           PERFORM 9000-PRINT-SUMMARY THRU 9000-EXIT.                   00002370
       0000-EXIT.                                                       00002380
           STOP RUN.                                                    00002390
      **********************************                                00002400
       1000-INITIALISE.                                                 00002410
      **********************************                                00002420
           DISPLAY 'RELLEDG - RELIABILITY LEDGER UPDATE STARTING'.      00002430
           MOVE CURRENT-DATE TO WS-TODAYS-DATE.                         00002440
           MOVE TD-YEAR  TO WS-DFD-YY.                                  00002450
           MOVE TD-MONTH TO WS-DFD-MM.                                  00002460
           MOVE TD-DAY   TO WS-DFD-DD.                                  00002470
           PERFORM 1100-FIND-CONTROL-DATE THRU 1100-EXIT.               00002480
      * A newly defined, still empty ledger cluster cannot be opened    00002490
      *  for update - the very first run opens it for output, in load   00002500
      *  mode: nothing can be read or rewritten until 7100 has put the  00002500
      *  first row on and reopened the cluster for update.              00002500
           OPEN I-O RELLEDG-FILE.                                       00002510
           IF WS-RLG-STATUS NOT = '00' THEN                             00002520
               OPEN OUTPUT RELLEDG-FILE                                 00002530
               MOVE 'Y' TO WS-RLG-LOAD-SW.                              00002530
           IF WS-RLG-STATUS NOT = '00' THEN                             00002540
               DISPLAY 'RELLEDG - RELLEDG OPEN FAILED, STATUS '         00002550
                   WS-RLG-STATUS ' - RUN ABANDONED'                     00002560
               MOVE 16 TO RETURN-CODE                                   00002570
               STOP RUN.                                                00002580
       1000-EXIT.                                                       00002590
           EXIT.                                                        00002600
      **********************************                                00002610
       1100-FIND-CONTROL-DATE.                                          00002620
      **********************************                                00002630
      * The 'CTL' label is appended last to COVID19.DATA.TOTCNTRY, so   00002640
      *  the whole dataset is read to reach it.                         00002650
           OPEN INPUT TOTCNTRY-FILE.                                    00002660
           IF WS-TOTCNTRY-STATUS NOT = '00' THEN                        00002670
               GO TO 1100-EXIT.                                         00002680
           MOVE 'N' TO END-OF-FILE.                                     00002690
           PERFORM 1110-READ-TOTCNTRY THRU 1110-EXIT                    00002700
               UNTIL EOF.                                               00002710
           CLOSE TOTCNTRY-FILE.                                         00002720
       1100-EXIT.                                                       00002730
           EXIT.                                                        00002740
      **********************************                                00002750
       1110-READ-TOTCNTRY.                                              00002760
      **********************************                                00002770
           READ TOTCNTRY-FILE                                           00002780
               AT END MOVE 'Y' TO END-OF-FILE.                          00002790
           IF NOT EOF AND TOTCTL-TAG = 'CTL'                            00002800
             AND TOTCTL-DATA-DATE IS NUMERIC THEN                       00002810
               MOVE TOTCTL-DATA-DATE TO WS-DEFAULT-DATE.                00002820
       1110-EXIT.                                                       00002830
           EXIT.                                                        00002840
      **********************************                                00002850
       2000-POST-CLEAN-RECORD.                                          00002860
      **********************************                                00002870
           READ CLEAN-FILE INTO WS-DAILY-RECORD                         00002880
               AT END MOVE 'Y' TO END-OF-FILE.                          00002890
           IF EOF THEN                                                  00002900
               GO TO 2000-EXIT.                                         00002910
           ADD 1 TO WS-CLEAN-COUNT.                                     00002920
           PERFORM 7000-READ-LEDGER-ROW THRU 7000-EXIT.                 00002930
           IF DAY-ADJUSTMENT THEN                                       00002940
               ADD 1          TO RLG-ADJUSTMENTS                        00002950
               ADD DAY-CASES  TO RLG-ADJ-CASES                          00002960
               ADD DAY-DEATHS TO RLG-ADJ-DEATHS                         00002970
           ELSE                                                         00002980
               MOVE 'Y' TO RLG-REPORTED.                                00002990
           PERFORM 7100-WRITE-LEDGER-ROW THRU 7100-EXIT.                00003000
       2000-EXIT.                                                       00003010
           EXIT.                                                        00003020
      **********************************                                00003030
       3000-POST-REJECT-RECORD.                                         00003040
      **********************************                                00003050
           READ REJECT-FILE                                             00003060
               AT END MOVE 'Y' TO END-OF-FILE.                          00003070
           IF EOF THEN                                                  00003080
               GO TO 3000-EXIT.                                         00003090
           ADD 1 TO WS-REJECT-COUNT.                                    00003100
           MOVE REJ-DAILY-RECORD TO WS-DAILY-RECORD.                    00003110
           IF DAY-DATE IS NOT NUMERIC THEN                              00003120
               MOVE WS-DEFAULT-DATE TO DAY-DATE.                        00003130
           PERFORM 7000-READ-LEDGER-ROW THRU 7000-EXIT.                 00003140
           ADD 1 TO RLG-REJECTS.                                        00003150
           PERFORM 7100-WRITE-LEDGER-ROW THRU 7100-EXIT.                00003160
       3000-EXIT.                                                       00003170
           EXIT.                                                        00003180
      **********************************                                00003190
       4000-POST-QUARANTINE-RECORD.                                     00003200
      **********************************                                00003210
           READ QUAR-FILE INTO WS-DAILY-RECORD                          00003220
               AT END MOVE 'Y' TO END-OF-FILE.                          00003230
           IF EOF THEN                                                  00003240
               GO TO 4000-EXIT.                                         00003250
           ADD 1 TO WS-QUAR-COUNT.                                      00003260
           PERFORM 7000-READ-LEDGER-ROW THRU 7000-EXIT.                 00003270
           ADD 1 TO RLG-QUARANTINED.                                    00003280
           PERFORM 7100-WRITE-LEDGER-ROW THRU 7100-EXIT.                00003290
       4000-EXIT.                                                       00003300
           EXIT.                                                        00003310
      **********************************                                00003320
       5000-POST-RELEASE-RECORD.                                        00003330
      **********************************                                00003340
      * A released record reaches the totals after all, so its date     00003350
      *  counts as reported.                                            00003360
           READ RELEASE-FILE INTO WS-DAILY-RECORD                       00003370
               AT END MOVE 'Y' TO END-OF-FILE.                          00003380
           IF EOF THEN                                                  00003390
               GO TO 5000-EXIT.                                         00003400
           ADD 1 TO WS-RELEASE-COUNT.                                   00003410
           PERFORM 7000-READ-LEDGER-ROW THRU 7000-EXIT.                 00003420
           ADD 1 TO RLG-RELEASED.                                       00003430
           IF DAY-DETAIL THEN                                           00003440
               MOVE 'Y' TO RLG-REPORTED.                                00003450
           PERFORM 7100-WRITE-LEDGER-ROW THRU 7100-EXIT.                00003460
       5000-EXIT.                                                       00003470
           EXIT.                                                        00003480
      **********************************                                00003490
       6000-POST-DELTA-RECORD.                                          00003500
      **********************************                                00003510
           READ DELTA-FILE                                              00003520
               AT END MOVE 'Y' TO END-OF-FILE.                          00003530
           IF EOF THEN                                                  00003540
               GO TO 6000-EXIT.                                         00003550
           ADD 1 TO WS-DELTA-COUNT.                                     00003560
           MOVE SPACES            TO WS-DAILY-RECORD.                   00003570
           MOVE WS-DEFAULT-DATE   TO DAY-DATE.                          00003580
           MOVE DELTA-COUNTRYCODE TO DAY-COUNTRYCODE.                   00003590
           MOVE DELTA-COUNTRYNAME TO DAY-COUNTRYNAME.                   00003600
           PERFORM 7000-READ-LEDGER-ROW THRU 7000-EXIT.                 00003610
           IF DELTA-STATUS = 'NEWLY REPORTING' THEN                     00003620
               ADD 1 TO RLG-NEWLY                                       00003630
           ELSE                                                         00003640
               ADD 1 TO RLG-STOPPED.                                    00003650
           PERFORM 7100-WRITE-LEDGER-ROW THRU 7100-EXIT.                00003660
       6000-EXIT.                                                       00003670
           EXIT.                                                        00003680
      **********************************                                00003690
       7000-READ-LEDGER-ROW.                                            00003700
      **********************************                                00003710
      * Fetch the country's row for the record's date, or start a new   00003720
      *  one with every count at zero. Only a clean read is an          00003730
      *  existing row; in load mode the cluster is empty and is not     00003730
      *  read at all.                                                   00003730
           MOVE DAY-COUNTRYCODE TO RLG-COUNTRYCODE.                     00003740
           MOVE DAY-DATE        TO RLG-DATA-DATE.                       00003750
           MOVE 'Y' TO WS-RLG-NEW-SW.                                   00003760
           IF RLG-LOAD-MODE THEN                                        00003760
               GO TO 7000-START-ROW.                                    00003760
           READ RELLEDG-FILE                                            00003770
               INVALID KEY MOVE 'Y' TO WS-RLG-NEW-SW.                   00003780
           IF WS-RLG-STATUS = '00' THEN                                 00003780
               MOVE 'N' TO WS-RLG-NEW-SW.                               00003780
       7000-START-ROW.                                                  00003780
           IF RLG-NEW THEN                                              00003790
               MOVE SPACES          TO RLG-RECORD                       00003800
               MOVE DAY-COUNTRYCODE TO RLG-COUNTRYCODE                  00003810
               MOVE DAY-DATE        TO RLG-DATA-DATE                    00003820
               MOVE 'N'             TO RLG-REPORTED                     00003830
               MOVE ZERO            TO RLG-REJECTS RLG-QUARANTINED      00003840
                                       RLG-RELEASED RLG-ADJUSTMENTS     00003850
                                       RLG-ADJ-CASES RLG-ADJ-DEATHS     00003860
                                       RLG-STOPPED RLG-NEWLY.           00003870
           IF DAY-COUNTRYNAME NOT = SPACES THEN                         00003880
               MOVE DAY-COUNTRYNAME TO RLG-COUNTRYNAME.                 00003890
       7000-EXIT.                                                       00003900
           EXIT.                                                        00003910
      **********************************                                00003920
       7100-WRITE-LEDGER-ROW.                                           00003930
      **********************************                                00003940
      * In load mode the first row is on once written - the cluster     00003940
      *  is reopened for update so every later row can be read back.    00003940
           IF RLG-NEW THEN                                              00003950
               WRITE RLG-RECORD                                         00003960
                   INVALID KEY                                          00003970
                       DISPLAY 'RELLEDG - WRITE FAILED FOR '            00003980
                               RLG-KEY ' STATUS ' WS-RLG-STATUS         00003990
               ADD 1 TO WS-ROWS-ADDED                                   00004000
           ELSE                                                         00004010
               REWRITE RLG-RECORD                                       00004020
                   INVALID KEY                                          00004030
                       DISPLAY 'RELLEDG - REWRITE FAILED FOR '          00004040
                               RLG-KEY ' STATUS ' WS-RLG-STATUS         00004050
               ADD 1 TO WS-ROWS-UPDATED.                                00004060
           IF NOT RLG-LOAD-MODE THEN                                    00004060
               GO TO 7100-EXIT.                                         00004060
           CLOSE RELLEDG-FILE.                                          00004060
           OPEN I-O RELLEDG-FILE.                                       00004060
           MOVE 'N' TO WS-RLG-LOAD-SW.                                  00004060
           IF WS-RLG-STATUS NOT = '00' THEN                             00004060
               DISPLAY 'RELLEDG - RELLEDG REOPEN FAILED, STATUS '       00004060
                   WS-RLG-STATUS ' - RUN ABANDONED'                     00004060
               MOVE 16 TO RETURN-CODE                                   00004060
               STOP RUN.                                                00004060
       7100-EXIT.                                                       00004070
           EXIT.                                                        00004080
      **********************************                                00004090
       9000-PRINT-SUMMARY.                                              00004100
      **********************************                                00004110
           DISPLAY 'RELLEDG - CLEAN RECORDS    : ' WS-CLEAN-COUNT.      00004120
           DISPLAY 'RELLEDG - REJECTS          : ' WS-REJECT-COUNT.     00004130
           DISPLAY 'RELLEDG - QUARANTINED      : ' WS-QUAR-COUNT.       00004140
           DISPLAY 'RELLEDG - RELEASED         : ' WS-RELEASE-COUNT.    00004150
           DISPLAY 'RELLEDG - DELTA EVENTS     : ' WS-DELTA-COUNT.      00004160
           DISPLAY 'RELLEDG - LEDGER ROWS ADDED: ' WS-ROWS-ADDED.       00004170
           DISPLAY 'RELLEDG - LEDGER ROWS UPDTD: ' WS-ROWS-UPDATED.     00004180
       9000-EXIT.                                                       00004190
           EXIT.                                                        00004200
      ******************************************************************00004210
/*                                                                      00004220
//LKED.SYSLIB  DD DISP=SHR,DSNAME=SYS1.COBLIB                           00004230
//             DD DISP=SHR,DSNAME=SYS1.LINKLIB                          00004240
//             DD DISP=SHR,DSNAME=COVID19.LINKLIB                       00004250
//LKED.SYSLMOD DD DISP=SHR,DSNAME=COVID19.LINKLIB(RELLEDG)              00004260
//                                                                      00004270
