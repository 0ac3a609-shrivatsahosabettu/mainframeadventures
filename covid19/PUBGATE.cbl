//PUBGATE     JOB (COBOL),'COVID19',CLASS=A,MSGCLASS=H,MSGLEVEL=(0,0)   00000010
//COMPLINK   EXEC COBUCL                                                00000020
//COB.SYSLIB   DD DISP=SHR,DSNAME=SYS1.COBLIB                           00000030
//             DD DISP=SHR,DSNAME=SYS1.LINKLIB                          00000040
//COB.SYSPUNCH DD DUMMY                                                 00000050
//COB.SYSIN    DD *                                                     00000060
      ******************************************************************00000070
      * PROGRAM DESCRIPTION:                                            00000080
      *   Go / no-go gate between TOTCNTRY and the publishing steps     00000090
      *   (REPCNTRY, STATXTRC, the CSV extract and PUBREG, which        00000100
      *   freezes the published figures). Until now each of             00000100
      *   those made up its own mind - or did not look at all - and     00000110
      *   an out-of-balance day could go out as long as nobody read     00000120
      *   the control page first. The gate looks at:                    00000130
      *      - the reconciliation record: out of balance, balanced      00000140
      *        only with re-break splits, or missing altogether;        00000150
      *      - the restart checkpoint (non-zero means the totals run    00000160
      *        never reached normal completion);                        00000170
      *      - the quarantine dataset from DAYVALID (any record held    00000180
      *        back from today's load);                                 00000190
      *      - the run ledger (most recent data date not 'C');          00000200
      *      - the 'CTL' label on COVID19.DATA.TOTCNTRY.                00000210
      *   Each condition found is given an action by the rules          00000220
      *   dataset COVID19.PARM.GATERUL: H hold, W release with a        00000230
      *   warning or I ignore. A rule line is the condition keyword     00000240
      *   in columns 1-8 and the action in column 10; '*' in column     00000250
      *   1 is a comment. A condition with no rule line takes the       00000260
      *   shipped default (shown in WS-RULE-VALUES). No rules           00000270
      *   dataset at all means the defaults throughout.                 00000280
      *   The outcome is one of:                                        00000290
      *      R  release                         RETURN-CODE 0           00000300
      *      W  release with warnings           RETURN-CODE 4           00000310
      *      O  hold released by an operator    RETURN-CODE 4           00000320
      *      H  hold                            RETURN-CODE 16          00000330
      *   and the publishing steps carry COND=(4,LT,PUBGATE), so a      00000340
      *   held day publishes nothing.                                   00000350
      *   A held day stays held until an operator override is on        00000360
      *   COVID19.PARM.GATEOVR for that data date: data date in         00000370
      *   columns 1-8, operator id in 10-17, reason in 19-78. An        00000380
      *   override with no operator id or no reason is refused. The     00000390
      *   job stream is then rerun from this step.                      00000400
      *   Every decision - including each rerun of a held day - is      00000410
      *   appended to the decision log COVID19.DATA.GATEDEC with the    00000420
      *   condition flags behind it and, for an override, who gave      00000430
      *   it and why, so any publication can be traced back to the      00000440
      *   decision that let it out.                                     00000450
      *                                                                 00000460
      *   TOTCTR     Input country totals (with 'CTL' label).           00000470
      *   RECON      Input reconciliation record from TOTCNTRY.         00000480
      *   CHKPNT     Input restart checkpoint.                          00000490
      *   DAYQUAR    Input quarantine from DAYVALID (optional).         00000500
      *   RUNLEDG    Input run ledger (optional).                       00000510
      *   GATERUL    Input gate rules (optional).                       00000520
      *   GATEOVR    Input operator overrides (optional).               00000530
      *   GATEDEC    Decision log, appended.                            00000540
      ******************************************************************00000550
       IDENTIFICATION DIVISION.                                         00000560
       PROGRAM-ID.   'PUBGATE'.                                         00000570
       AUTHOR.       'DAVID ASTA'.                                      00000580
       INSTALLATION. 'MVS 3.8J TK4-'.                                   00000590
       DATE-WRITTEN. '15/10/2026'.                                      00000600
       DATE-COMPILED.                                                   00000610
       REMARKS.      'V1R1M0'.                                          00000620
      ******************************************************************00000630
       ENVIRONMENT DIVISION.                                            00000640
      ******************************************************************00000650
       INPUT-OUTPUT SECTION.                                            00000660
       FILE-CONTROL.                                                    00000670
           SELECT TOTCNTRY-FILE  ASSIGN DA-S-TOTCTR                     00000680
                                 FILE STATUS IS WS-TOTCTR-STATUS.       00000690
           SELECT RECONCILE-FILE ASSIGN DA-S-RECON                      00000700
                                 FILE STATUS IS WS-RECON-STATUS.        00000710
           SELECT CHKPOINT-FILE  ASSIGN DA-S-CHKPNT                     00000720
                                 FILE STATUS IS WS-CHKPOINT-STATUS.     00000730
           SELECT QUAR-FILE      ASSIGN DA-S-DAYQUAR                    00000740
                                 FILE STATUS IS WS-QUAR-STATUS.         00000750
           SELECT RUNLEDG-FILE   ASSIGN DA-S-RUNLEDG                    00000760
                                 FILE STATUS IS WS-RUNLEDG-STATUS.      00000770
           SELECT RULE-FILE      ASSIGN DA-S-GATERUL                    00000780
                                 FILE STATUS IS WS-RULE-STATUS.         00000790
           SELECT OVERRIDE-FILE  ASSIGN DA-S-GATEOVR                    00000800
                                 FILE STATUS IS WS-OVR-STATUS.          00000810
           SELECT DECISION-FILE  ASSIGN DA-S-GATEDEC.                   00000820
      ******************************************************************00000830
       DATA DIVISION.                                                   00000840
      ******************************************************************00000850
       FILE SECTION.                                                    00000860
      **********************************                                00000870
       FD  TOTCNTRY-FILE                                                00000880
      *******************                                               00000890
           RECORDING MODE F                                             00000900
           LABEL RECORDS ARE STANDARD                                   00000910
           BLOCK CONTAINS 0 RECORDS                                     00000920
           RECORD CONTAINS 68 CHARACTERS.                               00000930
      * Only the control label is wanted here.                          00000940
       01  TOTCTL-RECORD.                                               00000950
           05 TOTCTL-TAG              PIC X(03).                        00000960
           05 TOTCTL-DATA-DATE        PIC X(08).                        00000970
           05 TOTCTL-REC-COUNT        PIC 9(08).                        00000980
           05 FILLER                  PIC X(49).                        00000990
      *******************                                               00001000
       FD  RECONCILE-FILE                                               00001010
      *******************                                               00001020
           LABEL RECORDS ARE STANDARD                                   00001030
           BLOCK CONTAINS 0 RECORDS                                     00001040
           RECORD CONTAINS 79 CHARACTERS.                               00001050
       01  RECON-RECORD.                                                00001060
           05 RECON-DAILY-COUNT    PIC 9(08).                           00001070
           05 RECON-DAILY-CASES    PIC 9(09).                           00001080
           05 RECON-DAILY-DEATHS   PIC 9(09).                           00001090
           05 RECON-TOTCNTRY-CASES PIC 9(09).                           00001100
           05 RECON-TOTCNTRY-DEATHS PIC 9(09).                          00001110
           05 RECON-TOTCNTRY-COUNT PIC 9(08).                           00001120
           05 RECON-REBREAK-COUNT  PIC 9(04).                           00001130
           05 RECON-ADJ-COUNT      PIC 9(04).                           00001140
           05 RECON-ADJ-CASES      PIC 9(09).                           00001150
           05 RECON-ADJ-DEATHS     PIC 9(09).                           00001160
           05 RECON-STATUS         PIC X.                               00001170
              88 RECON-BALANCED               VALUE 'B'.                00001180
              88 RECON-BALANCED-WITH-SPLITS   VALUE 'S'.                00001190
              88 RECON-OUT-OF-BALANCE         VALUE 'U'.                00001200
      *******************                                               00001210
       FD  CHKPOINT-FILE                                                00001220
      *******************                                               00001230
           LABEL RECORDS ARE STANDARD                                   00001240
           BLOCK CONTAINS 0 RECORDS                                     00001250
           RECORD CONTAINS 8 CHARACTERS.                                00001260
       01  CHKPOINT-RECORD         PIC 9(08).                           00001270
      *******************                                               00001280
       FD  QUAR-FILE                                                    00001290
      *******************                                               00001300
           LABEL RECORDS ARE STANDARD                                   00001310
           BLOCK CONTAINS 0 RECORDS                                     00001320
           RECORD CONTAINS 80 CHARACTERS.                               00001330
       01  QUAR-RECORD            PIC X(80).                            00001340
      *******************                                               00001350
       FD  RUNLEDG-FILE                                                 00001360
      *******************                                               00001370
           RECORDING MODE F                                             00001380
           LABEL RECORDS ARE STANDARD                                   00001390
           BLOCK CONTAINS 0 RECORDS                                     00001400
           RECORD CONTAINS 37 CHARACTERS.                               00001410
       01  RUNLEDG-RECORD.                                              00001420
           05 RUN-DATA-DATE           PIC X(08).                        00001430
           05 RUN-RUN-DATE            PIC X(08).                        00001440
           05 RUN-START-TIME          PIC X(06).                        00001450
           05 RUN-END-TIME            PIC X(06).                        00001460
           05 RUN-REC-COUNT           PIC 9(08).                        00001470
           05 RUN-STATUS              PIC X.                            00001480
              88 RUN-STARTED                     VALUE 'S'.             00001490
              88 RUN-COMPLETE                    VALUE 'C'.             00001500
      *******************                                               00001510
       FD  RULE-FILE                                                    00001520
      *******************                                               00001530
           LABEL RECORDS ARE STANDARD                                   00001540
           BLOCK CONTAINS 0 RECORDS                                     00001550
           RECORD CONTAINS 80 CHARACTERS.                               00001560
       01  RULE-RECORD.                                                 00001570
           05 RULE-CONDITION          PIC X(08).                        00001580
           05 FILLER                  PIC X(01).                        00001590
           05 RULE-ACTION             PIC X(01).                        00001600
           05 FILLER                  PIC X(70).                        00001610
       01  RULE-COMMENT-RECORD.                                         00001620
           05 RULE-COMMENT-FLAG       PIC X(01).                        00001630
              88 RULE-IS-COMMENT                 VALUE '*'.             00001640
           05 FILLER                  PIC X(79).                        00001650
      *******************                                               00001660
       FD  OVERRIDE-FILE                                                00001670
      *******************                                               00001680
           LABEL RECORDS ARE STANDARD                                   00001690
           BLOCK CONTAINS 0 RECORDS                                     00001700
           RECORD CONTAINS 80 CHARACTERS.                               00001710
       01  OVERRIDE-RECORD.                                             00001720
           05 OVR-DATA-DATE           PIC X(08).                        00001730
           05 FILLER                  PIC X(01).                        00001740
           05 OVR-OPERATOR            PIC X(08).                        00001750
           05 FILLER                  PIC X(01).                        00001760
           05 OVR-REASON              PIC X(60).                        00001770
           05 FILLER                  PIC X(02).                        00001780
      *******************                                               00001790
       FD  DECISION-FILE                                                00001800
      *******************                                               00001810
           RECORDING MODE F                                             00001820
           LABEL RECORDS ARE STANDARD                                   00001830
           BLOCK CONTAINS 0 RECORDS                                     00001840
           RECORD CONTAINS 140 CHARACTERS.                              00001850
      * One record per gate run. The condition flags are 'Y' when the   00001860
      *  condition was found, followed by the action the rules gave     00001870
      *  it (H, W or I), in the order of WS-RULE-VALUES.                00001880
       01  GDEC-RECORD.                                                 00001890
           05 GDEC-DATA-DATE          PIC X(08).                        00001900
           05 GDEC-RUN-DATE           PIC X(08).                        00001910
           05 GDEC-RUN-TIME           PIC X(06).                        00001920
           05 GDEC-DECISION           PIC X(01).                        00001930
              88 GDEC-RELEASE                    VALUE 'R'.             00001940
              88 GDEC-RELEASE-WARNINGS           VALUE 'W'.             00001950
              88 GDEC-RELEASE-OVERRIDE           VALUE 'O'.             00001960
              88 GDEC-HOLD                       VALUE 'H'.             00001970
           05 GDEC-RETURN-CODE        PIC 9(02).                        00001980
           05 GDEC-CONDITIONS.                                          00001990
              10 GDEC-COND            OCCURS 7 TIMES.                   00002000
                 15 GDEC-COND-FOUND   PIC X(01).                        00002010
                 15 GDEC-COND-ACTION  PIC X(01).                        00002020
           05 GDEC-RECON-STATUS       PIC X(01).                        00002030
           05 GDEC-CHECKPOINT         PIC 9(08).                        00002040
           05 GDEC-QUAR-COUNT         PIC 9(06).                        00002050
           05 GDEC-LEDGER-DATE        PIC X(08).                        00002060
           05 GDEC-LEDGER-STATUS      PIC X(01).                        00002070
           05 GDEC-OPERATOR           PIC X(08).                        00002080
           05 GDEC-REASON             PIC X(60).                        00002090
           05 FILLER                  PIC X(09).                        00002100
      **********************************                                00002110
       WORKING-STORAGE SECTION.                                         00002120
      **********************************                                00002130
       01  SWITCHES.                                                    00002140
           05 END-OF-FILE             PIC X      VALUE 'N'.             00002150
              88 EOF                             VALUE 'Y'.             00002160
           05 WS-FOUND-SW             PIC X      VALUE 'N'.             00002170
              88 FOUND                           VALUE 'Y'.             00002180
       01  WS-TOTCTR-STATUS           PIC XX.                           00002190
       01  WS-RECON-STATUS            PIC XX.                           00002200
       01  WS-CHKPOINT-STATUS         PIC XX.                           00002210
       01  WS-QUAR-STATUS             PIC XX.                           00002220
       01  WS-RUNLEDG-STATUS          PIC XX.                           00002230
       01  WS-RULE-STATUS             PIC XX.                           00002240
       01  WS-OVR-STATUS              PIC XX.                           00002250
       01  COUNTERS.                                                    00002260
           05 WS-QUAR-COUNT           PIC 9(06)  VALUE 0.               00002270
           05 WS-RULES-READ           PIC 9(04)  VALUE 0.               00002280
           05 WS-RULES-REJECTED       PIC 9(04)  VALUE 0.               00002290
           05 WS-HOLD-COUNT           PIC 9(02)  VALUE 0.               00002300
           05 WS-WARN-COUNT           PIC 9(02)  VALUE 0.               00002310
           05 WS-OVR-REFUSED          PIC 9(04)  VALUE 0.               00002320
       01  SUBSCRIPTS.                                                  00002330
           05 WS-RULE-SUB             PIC 9(02)  COMP.                  00002340
           05 COUNTER-MAX-RULE        PIC 9(02)  COMP VALUE 7.          00002350
       01  WS-DATA-DATE               PIC X(08)  VALUE SPACES.          00002360
       01  WS-CHECKPOINT-COUNT        PIC 9(08)  VALUE 0.               00002370
       01  WS-RECON-RESULT            PIC X(01)  VALUE SPACE.           00002380
       01  WS-LEDG-LAST-DATE          PIC X(08)  VALUE SPACES.          00002390
       01  WS-LEDG-LAST-STATUS        PIC X      VALUE SPACE.           00002400
       01  WS-DECISION                PIC X(01)  VALUE 'R'.             00002410
           88 DECIDED-RELEASE                    VALUE 'R'.             00002420
           88 DECIDED-RELEASE-WARNINGS           VALUE 'W'.             00002430
           88 DECIDED-RELEASE-OVERRIDE           VALUE 'O'.             00002440
           88 DECIDED-HOLD                       VALUE 'H'.             00002450
       01  WS-DECISION-RC             PIC 9(02)  VALUE 0.               00002460
       01  WS-OVR-OPERATOR            PIC X(08)  VALUE SPACES.          00002470
       01  WS-OVR-REASON              PIC X(60)  VALUE SPACES.          00002480
      * The gate conditions, their rule keywords and the shipped        00002490
      *  default actions. The decision log keeps the flags in this      00002500
      *  order, so new conditions go on the end.                        00002510
       01  WS-RULE-VALUES.                                              00002520
           05 FILLER PIC X(08) VALUE 'RECONOUT'.                        00002530
           05 FILLER PIC X(01) VALUE 'H'.                               00002540
           05 FILLER PIC X(40) VALUE                                    00002550
                'RECONCILIATION OUT OF BALANCE'.                        00002560
           05 FILLER PIC X(08) VALUE 'RECONSPL'.                        00002570
           05 FILLER PIC X(01) VALUE 'I'.                               00002580
           05 FILLER PIC X(40) VALUE                                    00002590
                'RECONCILED ONLY WITH RE-BREAK SPLITS'.                 00002600
           05 FILLER PIC X(08) VALUE 'NORECON'.                         00002610
           05 FILLER PIC X(01) VALUE 'W'.                               00002620
           05 FILLER PIC X(40) VALUE                                    00002630
                'NO RECONCILIATION RECORD'.                             00002640
           05 FILLER PIC X(08) VALUE 'CHKPNT'.                          00002650
           05 FILLER PIC X(01) VALUE 'H'.                               00002660
           05 FILLER PIC X(40) VALUE                                    00002670
                'RESTART CHECKPOINT OUTSTANDING'.                       00002680
           05 FILLER PIC X(08) VALUE 'QUARANT'.                         00002690
           05 FILLER PIC X(01) VALUE 'W'.                               00002700
           05 FILLER PIC X(40) VALUE                                    00002710
                'RECORDS HELD IN QUARANTINE'.                           00002720
           05 FILLER PIC X(08) VALUE 'LEDGER'.                          00002730
           05 FILLER PIC X(01) VALUE 'H'.                               00002740
           05 FILLER PIC X(40) VALUE                                    00002750
                'RUN LEDGER SHOWS RUN NOT COMPLETE'.                    00002760
           05 FILLER PIC X(08) VALUE 'NOCTL'.                           00002770
           05 FILLER PIC X(01) VALUE 'H'.                               00002780
           05 FILLER PIC X(40) VALUE                                    00002790
                'TOTALS FILE HAS NO CONTROL LABEL'.                     00002800
       01  WS-RULE-TABLE REDEFINES WS-RULE-VALUES.                      00002810
           05 WS-RULE                 OCCURS 7 TIMES.                   00002820
              10 WS-RULE-CONDITION    PIC X(08).                        00002830
              10 WS-RULE-ACTION       PIC X(01).                        00002840
                 88 WS-RULE-HOLD                 VALUE 'H'.             00002850
                 88 WS-RULE-WARN                 VALUE 'W'.             00002860
                 88 WS-RULE-IGNORE               VALUE 'I'.             00002870
              10 WS-RULE-TEXT         PIC X(40).                        00002880
       01  WS-COND-FLAGS.                                               00002890
           05 WS-COND-FOUND           PIC X(01)  OCCURS 7 TIMES.        00002900
       01  WS-TODAYS-DATE.                                              00002910
           05 TD-MONTH                PIC X(02).                        00002920
           05 FILLER                  PIC X.                            00002930
           05 TD-DAY                  PIC X(02).                        00002940
           05 FILLER                  PIC X.                            00002950
           05 TD-YEAR                 PIC X(02).                        00002960
       01  WS-TODAYS-TIME.                                              00002970
           05 TT-HOURS                PIC X(02).                        00002980
           05 TT-MINUTES              PIC X(02).                        00002990
           05 TT-SECONDS              PIC X(02).                        00003000
      ******************************************************************00003010
       PROCEDURE DIVISION.                                              00003020
      ******************************************************************00003030
       0000-MAIN.                                                       00003040
      **********************************                                00003050
           PERFORM 1000-INITIALISE THRU 1000-EXIT.                      00003060
           PERFORM 1100-LOAD-RULES THRU 1100-EXIT.                      00003070
           PERFORM 2000-CHECK-CONTROL-LABEL THRU 2000-EXIT.             00003080
           PERFORM 2100-CHECK-RECONCILIATION THRU 2100-EXIT.            00003090
           PERFORM 2200-CHECK-CHECKPOINT THRU 2200-EXIT.                00003100
           PERFORM 2300-CHECK-QUARANTINE THRU 2300-EXIT.                00003110
           PERFORM 2400-CHECK-RUN-LEDGER THRU 2400-EXIT.                00003120
           PERFORM 3000-DECIDE THRU 3000-EXIT.                          00003130
           IF DECIDED-HOLD THEN                                         00003140
               PERFORM 4000-CHECK-OVERRIDE THRU 4000-EXIT.              00003150
           PERFORM 5000-WRITE-DECISION THRU 5000-EXIT.                  00003160
           PERFORM 9000-PRINT-SUMMARY THRU 9000-EXIT.                   00003170
           MOVE WS-DECISION-RC TO RETURN-CODE.                          00003180
       0000-EXIT.                                                       00003190
           STOP RUN.                                                    00003200
      **********************************                                00003210
       1000-INITIALISE.                                                 00003220
      **********************************                                00003230
           MOVE CURRENT-DATE TO WS-TODAYS-DATE.                         00003240
           MOVE TIME-OF-DAY  TO WS-TODAYS-TIME.                         00003250
           MOVE 1 TO WS-RULE-SUB.                                       00003260
           PERFORM 1010-CLEAR-CONDITION THRU 1010-EXIT                  00003270
               UNTIL WS-RULE-SUB > COUNTER-MAX-RULE.                    00003280
       1000-EXIT.                                                       00003290
           EXIT.                                                        00003300
      **********************************                                00003310
       1010-CLEAR-CONDITION.                                            00003320
      **********************************                                00003330
           MOVE 'N' TO WS-COND-FOUND (WS-RULE-SUB).                     00003340
           ADD 1 TO WS-RULE-SUB.                                        00003350
       1010-EXIT.                                                       00003360
           EXIT.                                                        00003370
      **********************************                                00003380
       1100-LOAD-RULES.                                                 00003390
      **********************************                                00003400
      * A rule line replaces the shipped default for its condition.     00003410
      *  Unknown keywords and actions are reported and skipped - a      00003420
      *  typing slip must not quietly turn a hold into a release.       00003430
           OPEN INPUT RULE-FILE.                                        00003440
           IF WS-RULE-STATUS NOT = '00' THEN                            00003450
               DISPLAY 'PUBGATE - NO RULES DATASET, DEFAULT RULES USED' 00003460
               GO TO 1100-EXIT.                                         00003470
           MOVE 'N' TO END-OF-FILE.                                     00003480
           PERFORM 1110-READ-RULE THRU 1110-EXIT                        00003490
               UNTIL EOF.                                               00003500
           CLOSE RULE-FILE.                                             00003510
           MOVE 'N' TO END-OF-FILE.                                     00003520
       1100-EXIT.                                                       00003530
           EXIT.                                                        00003540
      **********************************                                00003550
       1110-READ-RULE.                                                  00003560
      **********************************                                00003570
           READ RULE-FILE                                               00003580
               AT END MOVE 'Y' TO END-OF-FILE.                          00003590
           IF EOF THEN                                                  00003600
               GO TO 1110-EXIT.                                         00003610
           IF RULE-IS-COMMENT OR RULE-CONDITION = SPACES THEN           00003620
               GO TO 1110-EXIT.                                         00003630
           ADD 1 TO WS-RULES-READ.                                      00003640
           IF RULE-ACTION NOT = 'H' AND RULE-ACTION NOT = 'W'           00003650
             AND RULE-ACTION NOT = 'I' THEN                             00003660
               DISPLAY 'PUBGATE - RULE ' RULE-CONDITION                 00003670
                   ' HAS INVALID ACTION ' RULE-ACTION ' - IGNORED'      00003680
               ADD 1 TO WS-RULES-REJECTED                               00003690
               GO TO 1110-EXIT.                                         00003700
           MOVE 'N' TO WS-FOUND-SW.                                     00003710
           MOVE 1 TO WS-RULE-SUB.                                       00003720
           PERFORM 1120-MATCH-RULE THRU 1120-EXIT                       00003730
               UNTIL FOUND OR WS-RULE-SUB > COUNTER-MAX-RULE.           00003740
           IF NOT FOUND THEN                                            00003750
               DISPLAY 'PUBGATE - UNKNOWN RULE CONDITION '              00003760
                   RULE-CONDITION ' - IGNORED'                          00003770
               ADD 1 TO WS-RULES-REJECTED.                              00003780
       1110-EXIT.                                                       00003790
           EXIT.                                                        00003800
      **********************************                                00003810
       1120-MATCH-RULE.                                                 00003820
      **********************************                                00003830
           IF WS-RULE-CONDITION (WS-RULE-SUB) = RULE-CONDITION THEN     00003840
               MOVE RULE-ACTION TO WS-RULE-ACTION (WS-RULE-SUB)         00003850
               MOVE 'Y' TO WS-FOUND-SW                                  00003860
           ELSE                                                         00003870
               ADD 1 TO WS-RULE-SUB.                                    00003880
       1120-EXIT.                                                       00003890
           EXIT.                                                        00003900
      **********************************                                00003910
       2000-CHECK-CONTROL-LABEL.                                        00003920
      **********************************                                00003930
      * The 'CTL' label is appended last to COVID19.DATA.TOTCNTRY, so   00003940
      *  the whole dataset is read to reach it. Without it the day      00003950
      *  cannot be named, and no override can ever be matched to it.    00003960
           OPEN INPUT TOTCNTRY-FILE.                                    00003970
           IF WS-TOTCTR-STATUS NOT = '00' THEN                          00003980
               MOVE 'Y' TO WS-COND-FOUND (7)                            00003990
               GO TO 2000-EXIT.                                         00004000
           MOVE 'N' TO END-OF-FILE.                                     00004010
           PERFORM 2010-READ-FOR-CONTROL THRU 2010-EXIT                 00004020
               UNTIL EOF.                                               00004030
           CLOSE TOTCNTRY-FILE.                                         00004040
           MOVE 'N' TO END-OF-FILE.                                     00004050
           IF WS-DATA-DATE = SPACES THEN                                00004060
               MOVE 'Y' TO WS-COND-FOUND (7).                           00004070
       2000-EXIT.                                                       00004080
           EXIT.                                                        00004090
      **********************************                                00004100
       2010-READ-FOR-CONTROL.                                           00004110
      **********************************                                00004120
           READ TOTCNTRY-FILE                                           00004130
               AT END MOVE 'Y' TO END-OF-FILE.                          00004140
           IF NOT EOF AND TOTCTL-TAG = 'CTL' THEN                       00004150
               MOVE TOTCTL-DATA-DATE TO WS-DATA-DATE.                   00004160
       2010-EXIT.                                                       00004170
           EXIT.                                                        00004180
      **********************************                                00004190
       2100-CHECK-RECONCILIATION.                                       00004200
      **********************************                                00004210
           OPEN INPUT RECONCILE-FILE.                                   00004220
           IF WS-RECON-STATUS NOT = '00' THEN                           00004230
               MOVE 'Y' TO WS-COND-FOUND (3)                            00004240
               GO TO 2100-EXIT.                                         00004250
           READ RECONCILE-FILE                                          00004260
               AT END MOVE 'Y' TO END-OF-FILE.                          00004270
           IF EOF THEN                                                  00004280
               MOVE 'Y' TO WS-COND-FOUND (3)                            00004290
           ELSE                                                         00004300
               MOVE RECON-STATUS TO WS-RECON-RESULT                     00004310
               IF RECON-OUT-OF-BALANCE THEN                             00004320
                   MOVE 'Y' TO WS-COND-FOUND (1)                        00004330
               ELSE                                                     00004340
                   IF RECON-BALANCED-WITH-SPLITS THEN                   00004350
                       MOVE 'Y' TO WS-COND-FOUND (2).                   00004360
           CLOSE RECONCILE-FILE.                                        00004370
           MOVE 'N' TO END-OF-FILE.                                     00004380
       2100-EXIT.                                                       00004390
           EXIT.                                                        00004400
      **********************************                                00004410
       2200-CHECK-CHECKPOINT.                                           00004420
      **********************************                                00004430
      * TOTCNTRY writes a zero checkpoint on normal completion, so      00004440
      *  anything else here means a restart is still pending.           00004450
           MOVE 0 TO WS-CHECKPOINT-COUNT.                               00004460
           OPEN INPUT CHKPOINT-FILE.                                    00004470
           IF WS-CHKPOINT-STATUS NOT = '00' THEN                        00004480
               GO TO 2200-EXIT.                                         00004490
           READ CHKPOINT-FILE INTO WS-CHECKPOINT-COUNT                  00004500
               AT END MOVE 0 TO WS-CHECKPOINT-COUNT.                    00004510
           CLOSE CHKPOINT-FILE.                                         00004520
           IF WS-CHECKPOINT-COUNT NOT = 0 THEN                          00004530
               MOVE 'Y' TO WS-COND-FOUND (4).                           00004540
       2200-EXIT.                                                       00004550
           EXIT.                                                        00004560
      **********************************                                00004570
       2300-CHECK-QUARANTINE.                                           00004580
      **********************************                                00004590
           OPEN INPUT QUAR-FILE.                                        00004600
           IF WS-QUAR-STATUS NOT = '00' THEN                            00004610
               GO TO 2300-EXIT.                                         00004620
           MOVE 'N' TO END-OF-FILE.                                     00004630
           PERFORM 2310-COUNT-QUARANTINE THRU 2310-EXIT                 00004640
               UNTIL EOF.                                               00004650
           CLOSE QUAR-FILE.                                             00004660
           MOVE 'N' TO END-OF-FILE.                                     00004670
           IF WS-QUAR-COUNT > 0 THEN                                    00004680
               MOVE 'Y' TO WS-COND-FOUND (5).                           00004690
       2300-EXIT.                                                       00004700
           EXIT.                                                        00004710
      **********************************                                00004720
       2310-COUNT-QUARANTINE.                                           00004730
      **********************************                                00004740
           READ QUAR-FILE                                               00004750
               AT END MOVE 'Y' TO END-OF-FILE.                          00004760
           IF NOT EOF THEN                                              00004770
               ADD 1 TO WS-QUAR-COUNT.                                  00004780
       2310-EXIT.                                                       00004790
           EXIT.                                                        00004800
      **********************************                                00004810
       2400-CHECK-RUN-LEDGER.                                           00004820
      **********************************                                00004830
      * Same reading of the ledger as REPCNTRY: only the most recent    00004840
      *  data date counts, and an absent or empty ledger is let         00004850
      *  through for sites that do not keep one.                        00004860
           OPEN INPUT RUNLEDG-FILE.                                     00004870
           IF WS-RUNLEDG-STATUS NOT = '00' THEN                         00004880
               GO TO 2400-EXIT.                                         00004890
           MOVE 'N' TO END-OF-FILE.                                     00004900
           PERFORM 2410-READ-LEDGER-RECORD THRU 2410-EXIT               00004910
               UNTIL EOF.                                               00004920
           CLOSE RUNLEDG-FILE.                                          00004930
           MOVE 'N' TO END-OF-FILE.                                     00004940
           IF WS-LEDG-LAST-DATE NOT = SPACES                            00004950
             AND WS-LEDG-LAST-STATUS NOT = 'C' THEN                     00004960
               MOVE 'Y' TO WS-COND-FOUND (6).                           00004970
       2400-EXIT.                                                       00004980
           EXIT.                                                        00004990
      **********************************                                00005000
       2410-READ-LEDGER-RECORD.                                         00005010
      **********************************                                00005020
           READ RUNLEDG-FILE                                            00005030
               AT END MOVE 'Y' TO END-OF-FILE.                          00005040
           IF NOT EOF                                                   00005050
             AND RUN-DATA-DATE NOT < WS-LEDG-LAST-DATE THEN             00005060
               MOVE RUN-DATA-DATE TO WS-LEDG-LAST-DATE                  00005070
               MOVE RUN-STATUS    TO WS-LEDG-LAST-STATUS.               00005080
       2410-EXIT.                                                       00005090
           EXIT.                                                        00005100
      **********************************                                00005110
       3000-DECIDE.                                                     00005120
      **********************************                                00005130
      * Any condition found whose rule is H holds the day; otherwise    00005140
      *  any W releases with warnings; otherwise a clean release.       00005150
           MOVE 1 TO WS-RULE-SUB.                                       00005160
           PERFORM 3010-WEIGH-CONDITION THRU 3010-EXIT                  00005170
               UNTIL WS-RULE-SUB > COUNTER-MAX-RULE.                    00005180
           IF WS-HOLD-COUNT > 0 THEN                                    00005190
               MOVE 'H' TO WS-DECISION                                  00005200
               MOVE 16  TO WS-DECISION-RC                               00005210
           ELSE                                                         00005220
               IF WS-WARN-COUNT > 0 THEN                                00005230
                   MOVE 'W' TO WS-DECISION                              00005240
                   MOVE 4   TO WS-DECISION-RC                           00005250
               ELSE                                                     00005260
                   MOVE 'R' TO WS-DECISION                              00005270
                   MOVE 0   TO WS-DECISION-RC.                          00005280
       3000-EXIT.                                                       00005290
           EXIT.                                                        00005300
      **********************************                                00005310
       3010-WEIGH-CONDITION.                                            00005320
      **********************************                                00005330
           IF WS-COND-FOUND (WS-RULE-SUB) NOT = 'Y' THEN                00005340
               GO TO 3010-NEXT.                                         00005350
           IF WS-RULE-HOLD (WS-RULE-SUB) THEN                           00005360
               ADD 1 TO WS-HOLD-COUNT                                   00005370
               DISPLAY 'PUBGATE - HOLD    : '                           00005380
                   WS-RULE-TEXT (WS-RULE-SUB)                           00005390
           ELSE                                                         00005400
               IF WS-RULE-WARN (WS-RULE-SUB) THEN                       00005410
                   ADD 1 TO WS-WARN-COUNT                               00005420
                   DISPLAY 'PUBGATE - WARNING : '                       00005430
                       WS-RULE-TEXT (WS-RULE-SUB)                       00005440
               ELSE                                                     00005450
                   DISPLAY 'PUBGATE - IGNORED : '                       00005460
                       WS-RULE-TEXT (WS-RULE-SUB).                      00005470
       3010-NEXT.                                                       00005480
           ADD 1 TO WS-RULE-SUB.                                        00005490
       3010-EXIT.                                                       00005500
           EXIT.                                                        00005510
      **********************************                                00005520
       4000-CHECK-OVERRIDE.                                             00005530
      **********************************                                00005540
      * Only a held day looks for an override, and only one naming      00005550
      *  this data date with both an operator id and a reason counts.   00005560
      *  If several qualify the last one on the dataset is taken.       00005570
           IF WS-DATA-DATE = SPACES THEN                                00005580
               GO TO 4000-EXIT.                                         00005590
           OPEN INPUT OVERRIDE-FILE.                                    00005600
           IF WS-OVR-STATUS NOT = '00' THEN                             00005610
               GO TO 4000-EXIT.                                         00005620
           MOVE 'N' TO END-OF-FILE.                                     00005630
           PERFORM 4010-READ-OVERRIDE THRU 4010-EXIT                    00005640
               UNTIL EOF.                                               00005650
           CLOSE OVERRIDE-FILE.                                         00005660
           MOVE 'N' TO END-OF-FILE.                                     00005670
           IF WS-OVR-OPERATOR NOT = SPACES THEN                         00005680
               MOVE 'O' TO WS-DECISION                                  00005690
               MOVE 4   TO WS-DECISION-RC                               00005700
               DISPLAY 'PUBGATE - HOLD OVERRIDDEN BY ' WS-OVR-OPERATOR  00005710
               DISPLAY 'PUBGATE - REASON: ' WS-OVR-REASON.              00005720
       4000-EXIT.                                                       00005730
           EXIT.                                                        00005740
      **********************************                                00005750
       4010-READ-OVERRIDE.                                              00005760
      **********************************                                00005770
           READ OVERRIDE-FILE                                           00005780
               AT END MOVE 'Y' TO END-OF-FILE.                          00005790
           IF EOF OR OVR-DATA-DATE NOT = WS-DATA-DATE THEN              00005800
               GO TO 4010-EXIT.                                         00005810
           IF OVR-OPERATOR = SPACES OR OVR-REASON = SPACES THEN         00005820
               DISPLAY 'PUBGATE - OVERRIDE FOR ' OVR-DATA-DATE          00005830
                   ' REFUSED - OPERATOR ID AND REASON REQUIRED'         00005840
               ADD 1 TO WS-OVR-REFUSED                                  00005850
               GO TO 4010-EXIT.                                         00005860
           MOVE OVR-OPERATOR TO WS-OVR-OPERATOR.                        00005870
           MOVE OVR-REASON   TO WS-OVR-REASON.                          00005880
       4010-EXIT.                                                       00005890
           EXIT.                                                        00005900
      **********************************                                00005910
       5000-WRITE-DECISION.                                             00005920
      **********************************                                00005930
           OPEN EXTEND DECISION-FILE.                                   00005940
           MOVE SPACES              TO GDEC-RECORD.                     00005950
           MOVE WS-DATA-DATE        TO GDEC-DATA-DATE.                  00005960
           MOVE WS-TODAYS-DATE      TO GDEC-RUN-DATE.                   00005970
           MOVE WS-TODAYS-TIME      TO GDEC-RUN-TIME.                   00005980
           MOVE WS-DECISION         TO GDEC-DECISION.                   00005990
           MOVE WS-DECISION-RC      TO GDEC-RETURN-CODE.                00006000
           MOVE WS-RECON-RESULT     TO GDEC-RECON-STATUS.               00006010
           MOVE WS-CHECKPOINT-COUNT TO GDEC-CHECKPOINT.                 00006020
           MOVE WS-QUAR-COUNT       TO GDEC-QUAR-COUNT.                 00006030
           MOVE WS-LEDG-LAST-DATE   TO GDEC-LEDGER-DATE.                00006040
           MOVE WS-LEDG-LAST-STATUS TO GDEC-LEDGER-STATUS.              00006050
           MOVE 1 TO WS-RULE-SUB.                                       00006060
           PERFORM 5010-COPY-CONDITION THRU 5010-EXIT                   00006070
               UNTIL WS-RULE-SUB > COUNTER-MAX-RULE.                    00006080
           IF DECIDED-RELEASE-OVERRIDE THEN                             00006090
               MOVE WS-OVR-OPERATOR TO GDEC-OPERATOR                    00006100
               MOVE WS-OVR-REASON   TO GDEC-REASON.                     00006110
           WRITE GDEC-RECORD.                                           00006120
           CLOSE DECISION-FILE.                                         00006130
       5000-EXIT.                                                       00006140
           EXIT.                                                        00006150
      **********************************                                00006160
       5010-COPY-CONDITION.                                             00006170
      **********************************                                00006180
           MOVE WS-COND-FOUND (WS-RULE-SUB)                             00006190
                TO GDEC-COND-FOUND (WS-RULE-SUB).                       00006200
           MOVE WS-RULE-ACTION (WS-RULE-SUB)                            00006210
                TO GDEC-COND-ACTION (WS-RULE-SUB).                      00006220
           ADD 1 TO WS-RULE-SUB.                                        00006230
       5010-EXIT.                                                       00006240
           EXIT.                                                        00006250
      **********************************                                00006260
       9000-PRINT-SUMMARY.                                              00006270
      **********************************                                00006280
           DISPLAY 'PUBGATE - DATA DATE         : ' WS-DATA-DATE.       00006290
           DISPLAY 'PUBGATE - RULE LINES READ   : ' WS-RULES-READ.      00006300
           DISPLAY 'PUBGATE - RULE LINES IGNORED: ' WS-RULES-REJECTED.  00006310
           DISPLAY 'PUBGATE - QUARANTINED RECS  : ' WS-QUAR-COUNT.      00006320
           DISPLAY 'PUBGATE - HOLD CONDITIONS   : ' WS-HOLD-COUNT.      00006330
           DISPLAY 'PUBGATE - WARN CONDITIONS   : ' WS-WARN-COUNT.      00006340
           DISPLAY 'PUBGATE - OVERRIDES REFUSED : ' WS-OVR-REFUSED.     00006350
           IF DECIDED-RELEASE THEN                                      00006360
               DISPLAY 'PUBGATE - DECISION          : RELEASE'.         00006370
           IF DECIDED-RELEASE-WARNINGS THEN                             00006380
               DISPLAY 'PUBGATE - DECISION          : RELEASE WITH'     00006390
                   ' WARNINGS'.                                         00006400
           IF DECIDED-RELEASE-OVERRIDE THEN                             00006410
               DISPLAY 'PUBGATE - DECISION          : RELEASE ON'       00006420
                   ' OPERATOR OVERRIDE'.                                00006430
           IF DECIDED-HOLD THEN                                         00006440
               DISPLAY 'PUBGATE - DECISION          : HOLD - AWAITING'  00006450
                   ' OPERATOR OVERRIDE'.                                00006460
       9000-EXIT.                                                       00006470
           EXIT.                                                        00006480
      ******************************************************************00006490
/*                                                                      00006500
//LKED.SYSLIB  DD DISP=SHR,DSNAME=SYS1.COBLIB                           00006510
//             DD DISP=SHR,DSNAME=SYS1.LINKLIB                          00006520
//             DD DISP=SHR,DSNAME=COVID19.LINKLIB                       00006530
//LKED.SYSLMOD DD DISP=SHR,DSNAME=COVID19.LINKLIB(PUBGATE)              00006540
//                                                                      00006550
