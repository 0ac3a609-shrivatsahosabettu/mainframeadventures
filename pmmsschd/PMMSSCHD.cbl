      *                           members invoke PMMSJSTA themselves    00002572
      *                           after each step to put the true RC    00002573
      *                           on the ledger.                        00002574
      *   15/OCT/2026 - D. ASTA - Every generated job stream now opens  00002574
      *                           with a JOBSTRT step writing a 'STRT'  00002574
      *                           record to PMMS.DATA.JOBSTAT, and the  00002574
      *                           closing PMMSJSTA steps stamp the      00002574
      *                           elapsed seconds on the outcome. Each  00002574
      *                           poll checks the jobs still running    00002574
      *                           against their average OK run on       00002574
      *                           PMMS.DATA.JSTARCH (at least three     00002574
      *                           runs): past twice the average, and    00002574
      *                           at least ten minutes over it, a       00002574
      *                           RUNAWAY WTO goes out once per run.    00002574
      *                           The midnight trim carries yesterday's 00002574
      *                           unfinished starts over to the live    00002574
      *                           file.                                 00002574
      *   15/OCT/2026 - D. ASTA - Added the trigger task type: a task   00002574
      *                           with REC-INTERVAL-MINS 'TRG' names a  00002574
      *                           trigger in REC-DEPEND-ON and fires    00002574
      *                           once per arrival of that trigger on   00002574
      *                           PMMS.DATA.TRIGGERS (posted by         00002574
      *                           PMMSTRIG) inside its REC-WINDOW-FROM/ 00002574
      *                           TO window, result 'A'. REC-TIME is    00002574
      *                           the cut-off: due today and nothing    00002574
      *                           arrived by then raises a WTO and a    00002574
      *                           'N' marker row, once per day.         00002574
      *   15/OCT/2026 - D. ASTA - Every operator command card now       00002574
      *                           carries the issuing operator's ID in  00002574
      *                           columns 17-24, checked against the    00002574
      *                           authorisation list PMMS.DATA.OPERAUTH 00002574
      *                           (operator, verb, command - '*' for    00002574
      *                           any). A command with no ID, or one    00002574
      *                           the list does not grant, is not       00002574
      *                           actioned: it raises a WTO and is      00002574
      *                           logged 'U' (unauthorised). The ID is  00002574
      *                           kept on the REPORT/REPHIST row of     00002574
      *                           the action and of the RUNNOW firing   00002574
      *                           or SKIPped task it led to. No         00002574
      *                           OPERAUTH dataset at all means any     00002574
      *                           identified operator may act           00002574
      *                           (bootstrap); an empty one grants      00002574
      *                           nothing.                              00002574
      *   15/OCT/2026 - D. ASTA - Every alert the scheduler raises -    00002574
      *                           covid19 threshold alerts, deadline    00002574
      *                           misses, retries exhausted, allowlist  00002574
      *                           and operator refusals, runaway jobs,  00002574
      *                           triggers not arrived, outage misses,  00002574
      *                           resource table overflows - now gets   00002574
      *                           a six-digit ID and a severity (W, E,  00002574
      *                           C) and is written to the alert ledger 00002574
      *                           PMMS.DATA.ALERTLOG before its WTO.    00002574
      *                           The operator acknowledges with an ACK 00002574
      *                           card on PMMS.DATA.OPERCMD (alert ID   00002574
      *                           in the command columns, logged 'Q').  00002574
      *                           An alert left unacknowledged for the  00002574
      *                           re-issue interval on the SYSIN card   00002574
      *                           is re-issued one severity higher;     00002574
      *                           once critical, each re-issue is also  00002574
      *                           sent to the NOTIFY user on the card   00002574
      *                           by a TSO SEND job. Open alerts are    00002574
      *                           rebuilt from the ledger at startup.   00002574
      ******************************************************************00002500
       IDENTIFICATION DIVISION.                                         00002600
       PROGRAM-ID.   'PMMSSCHD'.                                        00002700
           SELECT HISTORY-FILE  ASSIGN TO DA-S-REPHIST.                 00004090
           SELECT OPERCMD-FILE  ASSIGN TO DA-S-OPERCMD                  00004091
                                FILE STATUS IS WS-OPERCMD-STATUS.       00004092
           SELECT OPERAUTH-FILE ASSIGN TO DA-S-OPERAUTH                 00004092
                                FILE STATUS IS WS-OPERAUTH-STATUS.      00004092
           SELECT ALERTLOG-FILE ASSIGN TO DA-S-ALERTLOG                 00004092
                                FILE STATUS IS WS-ALERTLOG-STATUS.      00004092
           SELECT JCLARCH-FILE  ASSIGN TO DA-S-JCLARCH.                 00004093
           SELECT ALLOWLST-FILE ASSIGN TO DA-S-ALLOWLST                 00004094
                                FILE STATUS IS WS-ALLOWLST-STATUS.      00004095
           SELECT JSTARCH-FILE  ASSIGN TO DA-S-JSTARCH                  00004096
                                FILE STATUS IS WS-JSTARCH-STATUS.       00004096
           SELECT SCHSTATE-FILE ASSIGN TO DA-S-SCHSTATE                 00004097
                                FILE STATUS IS WS-SCHSTATE-STATUS.      00004098
           SELECT TRIGGERS-FILE ASSIGN TO DA-S-TRIGGERS                 00004098
                                FILE STATUS IS WS-TRIGGERS-STATUS.      00004098
      ******************************************************************00004100
       DATA DIVISION.                                                   00004200
      ******************************************************************00004300
           05 REC-COMMAND              PIC X(06).                       00006700
           05 REC-DEPEND-ON            PIC X(06).                       00006750
           05 REC-INTERVAL-MINS        PIC X(03).                       00006760
              88 REC-TRIGGER-TASK                  VALUE 'TRG'.         00006760
           05 REC-WINDOW-FROM          PIC X(04).                       00006770
           05 REC-WINDOW-TO            PIC X(04).                       00006780
           05 REC-HOLIDAY-ACTION       PIC X.                           00006790
           05 REP-TIME-SUBMI           PIC 9(06).                       00008700
           05 REP-COMMAND              PIC X(06).                       00008800
           05 REP-SUBCOMMAND           PIC X(53).                       00008900
      * Rows that an operator command caused carry the operator's ID    00008900
      *  after the text - task subcommands never reach that far.        00008900
           05 REP-SUBCOMMAND-PARTS REDEFINES REP-SUBCOMMAND.            00008900
              10 REP-SUB-TEXT          PIC X(40).                       00008900
              10 REP-OPER-ID           PIC X(08).                       00008900
              10 FILLER                PIC X(05).                       00008900
      *******************                                               00009000
       FD  JCLFILE                                                      00009100
      *******************                                               00009200
           05 JS-STEP                  PIC X(08).                       00009631
           05 FILLER                   PIC X.                           00009631
           05 JS-RC                    PIC X(04).                       00009631
           05 FILLER                   PIC X.                           00009632
           05 JS-ELAPSED               PIC 9(06).                       00009632
           05 FILLER                   PIC X(32).                       00009632
      *******************                                               00009632
       FD  TRIGGERS-FILE                                                00009632
      *******************                                               00009632
           LABEL RECORDS ARE STANDARD                                   00009632
           RECORD CONTAINS 80 CHARACTERS                                00009632
           RECORDING MODE IS F.                                         00009632
      * One record per trigger arrival, appended by PMMSTRIG.           00009632
       01  TRG-RECORD.                                                  00009632
           05 TRG-NAME                 PIC X(06).                       00009632
           05 FILLER                   PIC X.                           00009632
           05 TRG-DATE                 PIC X(08).                       00009632
           05 FILLER                   PIC X.                           00009632
           05 TRG-TIME                 PIC X(06).                       00009632
           05 FILLER                   PIC X.                           00009632
           05 TRG-TEXT                 PIC X(40).                       00009632
           05 FILLER                   PIC X(17).                       00009632
      *******************                                               00009633
       FD  HOLCAL-FILE                                                  00009634
      *******************                                               00009635
           RECORD CONTAINS 80 CHARACTERS                                00009652
           RECORDING MODE IS F.                                         00009653
      * Hand-written by the operator: verb in columns 1-8 (RUNNOW,      00009654
      *  SKIP or RELEASE), the TASKLIST command name in columns 10-15,  00009655
      *  the operator's own ID in columns 17-24.                        00009655
       01  OPERCMD-RECORD.                                              00009656
           05 OPER-VERB                PIC X(08).                       00009657
           05 FILLER                   PIC X.                           00009658
           05 OPER-COMMAND             PIC X(06).                       00009659
           05 FILLER                   PIC X.                           00009660
           05 OPER-OPERATOR            PIC X(08).                       00009660
           05 FILLER                   PIC X(56).                       00009660
      *******************                                               00009657
       FD  JSTARCH-FILE                                                 00009657
      *******************                                               00009657
              88 ALW-MEMBER-NAME                   VALUE 'M'.           00009677
           05 FILLER                   PIC X.                           00009678
           05 ALW-ENTRY                PIC X(44).                       00009679
      *******************                                               00009679
       FD  OPERAUTH-FILE                                                00009679
      *******************                                               00009679
           LABEL RECORDS ARE STANDARD                                   00009679
           RECORD CONTAINS 80 CHARACTERS                                00009679
           RECORDING MODE IS F.                                         00009679
      * One grant per card: operator ID in columns 1-8, verb in 10-17   00009679
      *  and TASKLIST command in 19-24. A '*' verb or command grants    00009679
      *  all of them.                                                   00009679
       01  OA-RECORD.                                                   00009679
           05 OA-OPERATOR              PIC X(08).                       00009679
           05 FILLER                   PIC X.                           00009679
           05 OA-VERB                  PIC X(08).                       00009679
           05 FILLER                   PIC X.                           00009679
           05 OA-COMMAND               PIC X(06).                       00009679
           05 FILLER                   PIC X(56).                       00009679
      *******************                                               00009679
       FD  ALERTLOG-FILE                                                00009679
      *******************                                               00009679
           LABEL RECORDS ARE STANDARD                                   00009679
           RECORD CONTAINS 120 CHARACTERS                               00009679
           RECORDING MODE IS F.                                         00009679
      * One record per event in an alert's life: RAIS when raised,      00009679
      *  ESCL for each unacknowledged re-issue (AL-OPERATOR then names  00009679
      *  the NOTIFY user it was also sent to, if any), ACK when the     00009679
      *  operator in AL-OPERATOR acknowledged it.                       00009679
       01  AL-RECORD.                                                   00009679
           05 AL-ID                    PIC 9(06).                       00009679
           05 FILLER                   PIC X.                           00009679
           05 AL-EVENT                 PIC X(04).                       00009679
           05 FILLER                   PIC X.                           00009679
           05 AL-SEVERITY              PIC X.                           00009679
           05 FILLER                   PIC X.                           00009679
           05 AL-SOURCE                PIC X(08).                       00009679
           05 FILLER                   PIC X.                           00009679
           05 AL-DATE                  PIC X(08).                       00009679
           05 FILLER                   PIC X.                           00009679
           05 AL-TIME.                                                  00009679
              10 AL-TIME-HH            PIC 9(02).                       00009679
              10 AL-TIME-MM            PIC 9(02).                       00009679
              10 AL-TIME-SS            PIC 9(02).                       00009679
           05 FILLER                   PIC X.                           00009679
           05 AL-OPERATOR              PIC X(08).                       00009679
           05 FILLER                   PIC X.                           00009679
           05 AL-TEXT                  PIC X(70).                       00009679
           05 FILLER                   PIC X(02).                       00009679
      **********************************                                00009700
       WORKING-STORAGE SECTION.                                         00009800
      **********************************                                00009900
           05 WS-JSKEEP-COUNT          PIC 99       VALUE ZERO.         00010803
           05 WS-JSKEEP-SUB            PIC 99.                          00010803
      * Today's completion records survive the midnight trim - they     00010803
      *  may still have to clear a dependency today - and so do         00010803
      *  yesterday's start records for jobs still running.              00010803
       01  WS-JSKEEP-TABLE.                                             00010803
           05 WS-TAB-JSKEEP OCCURS 50 TIMES.                            00010803
              10 WS-JSKEEP-COMMAND     PIC X(06).                       00010803
              10 FILLER                PIC X.                           00010803
              10 WS-JSKEEP-DATE        PIC X(08).                       00010803
              10 FILLER                PIC X(08).                       00010803
              10 WS-JSKEEP-STATUS      PIC X(04).                       00010803
              10 FILLER                PIC X(53).                       00010803
       01  WS-JSTARCH-STATUS           PIC XX.                          00010803
       01  WS-JSTARCH-EOF-SW           PIC X        VALUE 'N'.          00010803
           88 WS-JSTARCH-EOF                        VALUE 'Y'.          00010803
      * An archived completion record, read into working storage -      00010803
      *  the history load runs while PMMS.DATA.JOBSTAT is closed.       00010803
       01  WS-JSARCH-RECORD.                                            00010803
           05 WS-JA-COMMAND            PIC X(06).                       00010803
           05 FILLER                   PIC X(17).                       00010803
           05 WS-JA-STATUS             PIC X(04).                       00010803
           05 FILLER                   PIC X(15).                       00010803
           05 WS-JA-ELAPSED            PIC 9(06).                       00010803
           05 FILLER                   PIC X(32).                       00010803
       01  WS-PRIOR-DATE               PIC X(08)    VALUE SPACES.       00010803
       01  WS-HOLCAL-STATUS            PIC XX.                          00010802
       01  WS-OPERCMD-STATUS           PIC XX.                          00010802
       01  WS-OPERAUTH-STATUS          PIC XX.                          00010802
       01  WS-ALLOWLST-STATUS          PIC XX.                          00010802
       01  WS-CATCHUP-ACTIVE-SW        PIC X        VALUE 'N'.          00010802
           88 WS-CATCHUP-ACTIVE                     VALUE 'Y'.          00010802
       01  WS-RUNNOW-TABLE.                                             00010802
           05 WS-TAB-RUNNOW OCCURS 10 TIMES.                            00010802
              10 WS-RUNNOW-CMD         PIC X(06).                       00010802
              10 WS-RUNNOW-BY          PIC X(08).                       00010802
       01  WS-OPERSKIP-TAB-CONSTANTS.                                   00010802
           05 COUNTER-MAX-OPERSKIP     PIC 99       VALUE 10.           00010802
       01  WS-OPERSKIP-WORK.                                            00010802
       01  WS-OPERSKIP-TABLE.                                           00010802
           05 WS-TAB-OPERSKIP OCCURS 10 TIMES.                          00010802
              10 WS-OPERSKIP-CMD       PIC X(06).                       00010802
              10 WS-OPERSKIP-BY        PIC X(08).                       00010802
       01  WS-RUNNOW-BY-THIS           PIC X(08)    VALUE SPACES.       00010802
       01  WS-OPERSKIP-BY-THIS         PIC X(08)    VALUE SPACES.       00010802
       01  WS-OPERAUTH-EOF-SW          PIC X        VALUE 'N'.          00010802
           88 WS-OPERAUTH-EOF                       VALUE 'Y'.          00010802
       01  WS-OPA-LOADED-SW            PIC X        VALUE 'N'.          00010802
           88 WS-OPA-LOADED                         VALUE 'Y'.          00010802
       01  WS-OPER-AUTH-SW             PIC X        VALUE 'N'.          00010802
           88 WS-OPER-AUTHORISED                    VALUE 'Y'.          00010802
       01  WS-OPA-TAB-CONSTANTS.                                        00010802
           05 COUNTER-MAX-OPERAUTH     PIC 99       VALUE 50.           00010802
       01  WS-OPA-WORK.                                                 00010802
           05 WS-OPA-COUNT             PIC 99       VALUE ZERO.         00010802
           05 WS-OPA-SUB               PIC 99.                          00010802
       01  WS-OPA-TABLE.                                                00010802
           05 WS-TAB-OPERAUTH OCCURS 50 TIMES.                          00010802
              10 WS-OPA-OPERATOR       PIC X(08).                       00010802
              10 WS-OPA-VERB           PIC X(08).                       00010802
              10 WS-OPA-COMMAND        PIC X(06).                       00010802
       01  WS-ALERTLOG-STATUS          PIC XX.                          00010802
       01  WS-ALERTLOG-EOF-SW          PIC X        VALUE 'N'.          00010802
           88 WS-ALERTLOG-EOF                       VALUE 'Y'.          00010802
      * The SYSIN card after the catch-up mode: minutes an alert may    00010802
      *  stay unacknowledged before it is re-issued (cols 1-4, blank    00010802
      *  for 30, 0000 for never) and the TSO user a critical alert is   00010802
      *  also sent to (cols 6-13, blank for console only).              00010802
       01  WS-ALERT-SETTINGS.                                           00010802
           05 WS-ALERT-REISSUE-X       PIC X(04).                       00010802
           05 WS-ALERT-REISSUE-MINS REDEFINES WS-ALERT-REISSUE-X        00010802
                                       PIC 9(04).                       00010802
           05 FILLER                   PIC X.                           00010802
           05 WS-ALERT-NOTIFY-USER     PIC X(08).                       00010802
           05 FILLER                   PIC X(67).                       00010802
       01  WS-ALERT-TAB-CONSTANTS.                                      00010802
           05 COUNTER-MAX-ALERTS       PIC 99       VALUE 50.           00010802
       01  WS-ALERT-WORK.                                               00010802
           05 WS-ALERT-COUNT           PIC 99       VALUE ZERO.         00010802
           05 WS-ALERT-SUB             PIC 99.                          00010802
           05 WS-ALERT-FOUND-SW        PIC X        VALUE 'N'.          00010802
              88 WS-ALERT-FOUND                     VALUE 'Y'.          00010802
           05 WS-ALERT-LAST-ID         PIC 9(06)    VALUE ZERO.         00010802
           05 WS-ALERT-FIND-ID         PIC 9(06).                       00010802
           05 WS-ALERT-NOW-MINS        PIC 9(04).                       00010802
           05 WS-ALERT-AGE-MINS        PIC S9(05).                      00010802
           05 WS-ALERT-SEND-SW         PIC X        VALUE 'N'.          00010802
              88 WS-ALERT-SEND                      VALUE 'Y'.          00010802
      * The alert being raised, escalated or acknowledged - callers     00010802
      *  of 6930-RAISE-ALERT set the severity and source and leave      00010802
      *  the message in WS-WTO-PARM-TEXT.                               00010802
       01  WS-ALERT-THIS.                                               00010802
           05 WS-ALERT-NEW-ID          PIC 9(06).                       00010802
           05 WS-ALERT-NEW-SEV         PIC X.                           00010802
           05 WS-ALERT-NEW-SOURCE      PIC X(08).                       00010802
           05 WS-ALERT-NEW-DATE        PIC X(08).                       00010802
           05 WS-ALERT-NEW-MINS        PIC 9(04).                       00010802
           05 WS-ALERT-EVENT           PIC X(04).                       00010802
           05 WS-ALERT-OPERATOR        PIC X(08).                       00010802
           05 WS-ALERT-TEXT.                                            00010802
              10 WS-ALERT-SEND-TEXT    PIC X(52).                       00010802
              10 FILLER                PIC X(18).                       00010802
       01  WS-ALERT-TABLE.                                              00010802
           05 WS-TAB-ALERT OCCURS 50 TIMES.                             00010802
              10 WS-ALERT-ID           PIC 9(06).                       00010802
              10 WS-ALERT-SEV          PIC X.                           00010802
              10 WS-ALERT-SOURCE       PIC X(08).                       00010802
              10 WS-ALERT-LAST-DATE    PIC X(08).                       00010802
              10 WS-ALERT-LAST-MINS    PIC 9(04).                       00010802
              10 WS-ALERT-SAVED-TEXT   PIC X(70).                       00010802
       01  WS-HOLCAL-EOF-SW            PIC X        VALUE 'N'.          00010802
           88 WS-HOLCAL-EOF                         VALUE 'Y'.          00010802
       01  WS-TODAY-HOLIDAY-SW         PIC X        VALUE 'N'.          00010802
              10 WS-RETRY-NOTIF-SW     PIC X.                           00010815
              10 WS-RETRY-STEP         PIC X(08).                       00010815
              10 WS-RETRY-RC           PIC X(04).                       00010815
       01  WS-RUNNING-TAB-CONSTANTS.                                    00010815
           05 COUNTER-MAX-RUNNING      PIC 99       VALUE 50.           00010815
       01  WS-RUNNING-WORK.                                             00010815
           05 WS-RUNNING-COUNT         PIC 99       VALUE ZERO.         00010815
           05 WS-RUNNING-SUB           PIC 99.                          00010815
           05 WS-RUNNING-FOUND-SW      PIC X        VALUE 'N'.          00010815
              88 WS-RUNNING-FOUND                   VALUE 'Y'.          00010815
      * Rebuilt from PMMS.DATA.JOBSTAT every poll: one slot per         00010815
      *  command that has a 'STRT' record on the live file, holding     00010815
      *  the latest start. Its OK or FAIL blanks the start again, so    00010815
      *  a slot with a start date is a job still running.               00010815
       01  WS-RUNNING-TABLE.                                            00010815
           05 WS-TAB-RUNNING OCCURS 50 TIMES.                           00010815
              10 WS-RUNNING-CMD        PIC X(06).                       00010815
              10 WS-RUNNING-DATE       PIC X(08).                       00010815
              10 WS-RUNNING-TIME       PIC X(06).                       00010815
       01  WS-RUNHIST-TAB-CONSTANTS.                                    00010815
           05 COUNTER-MAX-RUNHIST      PIC 99       VALUE 50.           00010815
           05 RUNAWAY-MIN-RUNS         PIC 9        VALUE 3.            00010815
           05 RUNAWAY-MIN-MARGIN       PIC 9(04)    VALUE 600.          00010815
       01  WS-RUNHIST-WORK.                                             00010815
           05 WS-RUNHIST-COUNT         PIC 99       VALUE ZERO.         00010815
           05 WS-RUNHIST-SUB           PIC 99.                          00010815
           05 WS-RUNHIST-KEY           PIC X(06).                       00010815
           05 WS-RUNHIST-FOUND-SW      PIC X        VALUE 'N'.          00010815
              88 WS-RUNHIST-FOUND                   VALUE 'Y'.          00010815
      * Normal duration per command: the OK runs on the archive that    00010815
      *  carry an elapsed time, and their total seconds. Loaded at      00010815
      *  startup and again after each midnight trim.                    00010815
       01  WS-RUNHIST-TABLE.                                            00010815
           05 WS-TAB-RUNHIST OCCURS 50 TIMES.                           00010815
              10 WS-RUNHIST-CMD        PIC X(06).                       00010815
              10 WS-RUNHIST-RUNS       PIC 9(05).                       00010815
              10 WS-RUNHIST-SECS       PIC 9(09).                       00010815
       01  WS-RUNAWAY-TAB-CONSTANTS.                                    00010815
           05 COUNTER-MAX-RUNAWAY      PIC 99       VALUE 20.           00010815
       01  WS-RUNAWAY-WORK.                                             00010815
           05 WS-RUNAWAY-COUNT         PIC 99       VALUE ZERO.         00010815
           05 WS-RUNAWAY-SUB           PIC 99.                          00010815
           05 WS-RUNAWAY-FOUND-SW      PIC X        VALUE 'N'.          00010815
              88 WS-RUNAWAY-FOUND                   VALUE 'Y'.          00010815
           05 WS-RUN-START-TIME.                                        00010815
              10 WS-RUN-START-HH       PIC 9(02).                       00010815
              10 WS-RUN-START-MM       PIC 9(02).                       00010815
              10 WS-RUN-START-SS       PIC 9(02).                       00010815
           05 WS-RUN-START-SECS        PIC 9(06).                       00010815
           05 WS-RUN-NOW-SECS          PIC 9(06).                       00010815
           05 WS-RUN-ELAPSED-SECS      PIC S9(07).                      00010815
           05 WS-RUN-AVG-SECS          PIC 9(07).                       00010815
           05 WS-RUN-LIMIT-SECS        PIC 9(07).                       00010815
           05 WS-RUN-ELAPSED-MINS      PIC ZZZ9.                        00010815
           05 WS-RUN-AVG-MINS          PIC ZZZ9.                        00010815
      * Runs already reported as runaway - command and start stamp -    00010815
      *  so the console hears about each run once.                      00010815
       01  WS-RUNAWAY-TABLE.                                            00010815
           05 WS-TAB-RUNAWAY OCCURS 20 TIMES.                           00010815
              10 WS-RUNAWAY-CMD        PIC X(06).                       00010815
              10 WS-RUNAWAY-DATE       PIC X(08).                       00010815
              10 WS-RUNAWAY-TIME       PIC X(06).                       00010815
       01  WS-TRIGGERS-STATUS          PIC XX.                          00010815
       01  WS-TRIGGERS-EOF-SW          PIC X        VALUE 'N'.          00010815
           88 WS-TRIGGERS-EOF                       VALUE 'Y'.          00010815
       01  WS-TRIGGER-THIS-SW          PIC X        VALUE 'N'.          00010815
           88 WS-TRIGGER-THIS                       VALUE 'Y'.          00010815
      * Today's trigger arrivals, reloaded from PMMS.DATA.TRIGGERS      00010815
      *  every poll in the order they were posted.                      00010815
       01  WS-ARRIVAL-TAB-CONSTANTS.                                    00010815
           05 COUNTER-MAX-ARRIVAL      PIC 99       VALUE 50.           00010815
       01  WS-ARRIVAL-WORK.                                             00010815
           05 WS-ARRIVAL-COUNT         PIC 99       VALUE ZERO.         00010815
           05 WS-ARRIVAL-SUB           PIC 99.                          00010815
           05 WS-ARRIVAL-FOUND-SW      PIC X        VALUE 'N'.          00010815
              88 WS-ARRIVAL-FOUND                   VALUE 'Y'.          00010815
       01  WS-ARRIVAL-TABLE.                                            00010815
           05 WS-TAB-ARRIVAL OCCURS 50 TIMES.                           00010815
              10 WS-ARRIVAL-NAME       PIC X(06).                       00010815
              10 WS-ARRIVAL-TIME.                                       00010815
                 15 WS-ARRIVAL-HHMM    PIC X(04).                       00010815
                 15 WS-ARRIVAL-SS      PIC X(02).                       00010815
       01  WS-TRIGGER-WORK.                                             00010815
           05 WS-TRG-FROM-HHMM         PIC X(04).                       00010815
           05 WS-TRG-TO-HHMM           PIC X(04).                       00010815
           05 WS-TRG-OFFER-TIME        PIC X(06).                       00010815
           05 WS-TRG-OFFER-SUB         PIC 99.                          00010815
      * Per trigger task: the arrival (HHMMSS) it last fired for today  00010815
      *  - blank until the first - and whether the cut-off alarm has    00010815
      *  gone out, so each arrival fires once and the alarm is raised   00010815
      *  once.                                                          00010815
       01  WS-TRGFIRE-TAB-CONSTANTS.                                    00010815
           05 COUNTER-MAX-TRGFIRE      PIC 99       VALUE 20.           00010815
       01  WS-TRGFIRE-WORK.                                             00010815
           05 WS-TRGFIRE-COUNT         PIC 99       VALUE ZERO.         00010815
           05 WS-TRGFIRE-SUB           PIC 99.                          00010815
           05 WS-TRGFIRE-FOUND-SW      PIC X        VALUE 'N'.          00010815
              88 WS-TRGFIRE-FOUND                   VALUE 'Y'.          00010815
       01  WS-TRGFIRE-TABLE.                                            00010815
           05 WS-TAB-TRGFIRE OCCURS 20 TIMES.                           00010815
              10 WS-TRGFIRE-CMD        PIC X(06).                       00010815
              10 WS-TRGFIRE-LAST-TIME  PIC X(06).                       00010815
              10 WS-TRGFIRE-ALERT-SW   PIC X.                           00010815
       01  COUNTERS.                                                    00010900
           05 WS-COUNT-CMMD            PIC 9.                           00011000
           05 WS-COUNT-SCMD            PIC 9.                           00011100
           05 FILLER                   PIC X(15)    VALUE SPACES.       00016805
       01  WS-WTO-PARM.                                                 00016810
      * 70 dates from when REC-SUBCOMMAND was 40 bytes; the field is    00016815
      *  now 26, so the longest message built here (the runaway         00016816
      *  message, 57 bytes) still fits behind the nine-byte alert ID    00016817
      *  and severity 6938-ISSUE-ALERT-WTO puts in front of it.         00016818
           05 WS-WTO-PARM-LENGTH       PIC 999 COMP VALUE 70.           00016820
           05 WS-WTO-PARM-TEXT         PIC X(70).                       00016830
      ******************************************************************00016900
           PERFORM 9500-CHECK-TODAY-HOLIDAY THRU 9500-EXIT.             00018820
           PERFORM 9600-LOAD-ALLOWLIST THRU 9600-EXIT.                  00018830
           PERFORM 9700-CHECK-MISSED-WINDOWS THRU 9700-EXIT.            00018840
           PERFORM 6900-LOAD-ALERT-LEDGER THRU 6900-EXIT.               00018840
           PERFORM 6800-LOAD-RUN-HISTORY THRU 6800-EXIT.                00018840
           DISPLAY 'SCHEDULER STARTED: ' WS-TODAYS-TIME.                00018900
           PERFORM 9200-RECALC-SLEEP-TIME.                              00019000
           OPEN OUTPUT REPORT-FILE.                                     00019100
      *  execution log above starts fresh with each started task.       00019102
           OPEN EXTEND HISTORY-FILE.                                    00019103
           OPEN EXTEND JCLARCH-FILE.                                    00019104
           OPEN EXTEND ALERTLOG-FILE.                                   00019104
      **********************************                                00019200
       0002-LOOP.                                                       00019300
      **********************************                                00019400
           MOVE WS-TODAYS-DATE TO WS-PRIOR-DATE.                        00019400
           MOVE CURRENT-DATE TO WS-TODAYS-DATE.                         00019500
           MOVE TD-DAY TO WS-DAY1.                                      00019600
           IF NOT WS-DAY1 = WS-DAY2 THEN                                00019700
               PERFORM 9500-CHECK-TODAY-HOLIDAY THRU 9500-EXIT          00019901
               PERFORM 9600-LOAD-ALLOWLIST THRU 9600-EXIT               00019901
               PERFORM 6500-TRIM-JOBSTAT THRU 6500-EXIT                 00019901
               PERFORM 6800-LOAD-RUN-HISTORY THRU 6800-EXIT             00019901
               MOVE ZERO TO WS-DEPEND-COUNT                             00019902
               MOVE ZERO TO WS-PENDDEP-COUNT                            00019903
               MOVE ZERO TO WS-INTFIRE-COUNT                            00019904
               MOVE ZERO TO WS-RUNNOW-COUNT                             00019905
               MOVE ZERO TO WS-RETRY-COUNT                              00019905
               MOVE ZERO TO WS-LATE-COUNT                               00019905
               MOVE ZERO TO WS-RUNAWAY-COUNT                            00019905
               MOVE ZERO TO WS-TRGFIRE-COUNT                            00019905
               MOVE ZERO TO WS-OPERSKIP-COUNT.                          00019906
           MOVE TIME-OF-DAY TO WS-TODAYS-TIME.                          00020000
           PERFORM 6400-PROCESS-OPER-COMMANDS THRU 6400-EXIT.           00020040
           PERFORM 6200-LOAD-JOBSTAT THRU 6200-EXIT.                    00020050
           PERFORM 6600-LOAD-TRIGGERS THRU 6600-EXIT.                   00020050
           PERFORM 6700-CHECK-RUNAWAY-JOBS THRU 6700-EXIT.              00020050
           OPEN INPUT  TASKLIST-FILE.                                   00020100
           MOVE 'N' TO WS-EOF-SW.                                       00020200
           PERFORM 3000-READ-TASKLIST-RECORDS THRU 3000-EXIT            00020302
           PERFORM 9300-WRITE-CONFIG-CHECKPOINT THRU 9300-EXIT.         00020520
           PERFORM 9350-WRITE-SCHED-STATE THRU 9350-EXIT.               00020525
           PERFORM 6000-PROCESS-ALERT-FILE THRU 6000-EXIT.              00020600
           PERFORM 6940-CHECK-OPEN-ALERTS THRU 6940-EXIT.               00020600
           IF NOT WS-STOP-LOOP THEN                                     00020600
               PERFORM 0003-SLEEP.                                      00020700
       0002-EXIT.                                                       00020800
      **********************************                                00021600
           CLOSE REPORT-FILE,                                           00021700
                 HISTORY-FILE,                                          00021710
                 JCLARCH-FILE,                                          00021720
                 ALERTLOG-FILE.                                         00021720
           DISPLAY 'SCHEDULER STOPPED: ' WS-TODAYS-TIME.                00021800
           STOP RUN.                                                    00021900
      **********************************                                00021901
                    IF WS-HOLSKIP-THIS THEN                             00023191
                        MOVE 'H' TO REP-EXEC-RESULT                     00023192
                    ELSE                                                00023193
                     IF WS-TRIGGER-THIS THEN                            00023193
                         MOVE 'A' TO REP-EXEC-RESULT                    00023193
                     ELSE                                               00023193
                        IF WS-ROLLED-THIS THEN                          00023194
                            MOVE 'R' TO REP-EXEC-RESULT                 00023195
                        ELSE                                            00023196
           MOVE WS-TODAYS-TIME TO REP-TIME-SUBMI.                       00023900
           MOVE REC-COMMAND    TO REP-COMMAND.                          00024000
           MOVE REC-SUBCOMMAND TO REP-SUBCOMMAND.                       00024100
      * A RUNNOW firing or an operator SKIP names who asked for it.     00024100
           IF REP-EXEC-RESULT = 'O' THEN                                00024100
               MOVE WS-RUNNOW-BY-THIS TO REP-OPER-ID.                   00024100
           IF REP-EXEC-RESULT = 'K' THEN                                00024100
               MOVE WS-OPERSKIP-BY-THIS TO REP-OPER-ID.                 00024100
           WRITE REP-RECORD.                                            00024200
           WRITE HIST-REC FROM REP-RECORD.                              00024205
      * Whatever the row records - fired, skipped, refused - uses up    00024205
      *  the arrival that offered it. Only a busy resource leaves the   00024205
      *  arrival to be offered again on the next poll.                  00024205
           IF WS-TRIGGER-THIS AND NOT WS-RESBUSY-THIS THEN              00024205
               PERFORM 5478-CONSUME-ARRIVAL THRU 5478-EXIT.             00024205
      * A command that produced a job stream is only 'done' when its    00024210
      *  PMMSJSTA 'OK' record shows up on PMMS.DATA.JOBSTAT - the       00024215
      *  hand-over to JES proves nothing. NOTIFY and CONFIG do their    00024216
           MOVE 'N' TO WS-RETRY-THIS-SW.                                00024906
           MOVE 'N' TO WS-RESBUSY-THIS-SW.                              00024906
           MOVE 'N' TO WS-CATCHUP-THIS-SW.                              00024907
           MOVE 'N' TO WS-TRIGGER-THIS-SW.                              00024907
           IF REC-ACTIVE THEN                                           00025000
               PERFORM 4001-VALIDATE-RECORD THRU 4001-EXIT              00025100
           IF REC-ACTIVE AND NOT WS-VALID-DATA THEN                     00025110
                      ' ' DELIMITED BY SIZE                             00029134
                      REC-SUBCOMMAND DELIMITED BY SIZE                  00029135
                      INTO WS-WTO-PARM-TEXT                             00029136
               MOVE 'E'        TO WS-ALERT-NEW-SEV                      00029137
               MOVE 'ALLOWLST' TO WS-ALERT-NEW-SOURCE                   00029137
               PERFORM 6930-RAISE-ALERT THRU 6930-EXIT.                 00029137
       4003-EXIT.                                                       00029138
           EXIT.                                                        00029139
      **********************************                                00029140
             AND REC-INTERVAL-MINS > '000' THEN                         00037044
               PERFORM 5420-CHECK-INTERVAL-TASK THRU 5420-EXIT          00037045
               GO TO 5400-EXIT.                                         00037046
      * A trigger task is driven by arrivals of its trigger; REC-TIME   00037046
      *  is only its cut-off.                                           00037046
           IF REC-TRIGGER-TASK THEN                                     00037046
               PERFORM 5470-CHECK-TRIGGER-TASK THRU 5470-EXIT           00037046
               GO TO 5400-EXIT.                                         00037046
      * First poll after a same-day restart: a task whose firing time   00037047
      *  fell inside the outage AND outside the normal tolerance (it    00037048
      *  would never fire on its own) is offered now - submitted        00037049
                      REC-COMMAND DELIMITED BY SIZE                     00037786
                      ' - RUNNOW TO FIRE' DELIMITED BY SIZE             00037786
                      INTO WS-WTO-PARM-TEXT                             00037786
               MOVE 'W'        TO WS-ALERT-NEW-SEV                      00037786
               MOVE 'OUTAGE'   TO WS-ALERT-NEW-SOURCE                   00037786
               PERFORM 6930-RAISE-ALERT THRU 6930-EXIT.                 00037786
       5460-EXIT.                                                       00037786
           EXIT.                                                        00037786
      **********************************                                00037787
       5470-CHECK-TRIGGER-TASK.                                         00037787
      **********************************                                00037787
      * Offers the task the earliest of today's arrivals of the         00037787
      *  trigger named in REC-DEPEND-ON that falls inside the           00037787
      *  from/to window (blank fields default to the whole day) and     00037787
      *  is later than the arrival it last fired for. The arrival is    00037787
      *  only used up once the outcome is logged (3100), so a busy      00037787
      *  resource leaves it offered on the next poll.                   00037787
           MOVE 'N' TO WS-SUBMIT-SW.                                    00037787
           IF REC-WINDOW-FROM IS NUMERIC THEN                           00037787
               MOVE REC-WINDOW-FROM TO WS-TRG-FROM-HHMM                 00037787
           ELSE                                                         00037787
               MOVE '0000' TO WS-TRG-FROM-HHMM.                         00037787
           IF REC-WINDOW-TO IS NUMERIC THEN                             00037787
               MOVE REC-WINDOW-TO TO WS-TRG-TO-HHMM                     00037787
           ELSE                                                         00037787
               MOVE '2359' TO WS-TRG-TO-HHMM.                           00037787
           MOVE 'N' TO WS-TRGFIRE-FOUND-SW.                             00037787
           MOVE 1   TO WS-TRGFIRE-SUB.                                  00037787
           PERFORM 5475-FIND-TRGFIRE THRU 5475-EXIT                     00037787
               UNTIL WS-TRGFIRE-SUB > WS-TRGFIRE-COUNT                  00037787
                  OR WS-TRGFIRE-FOUND.                                  00037787
           IF NOT WS-TRGFIRE-FOUND THEN                                 00037787
               PERFORM 5476-ADD-TRGFIRE THRU 5476-EXIT.                 00037787
      *    With the table full nothing can be remembered about the      00037787
      *     task, and firing it blind would repeat on every poll.       00037787
           IF NOT WS-TRGFIRE-FOUND THEN                                 00037787
               DISPLAY 'SCHEDULER - TRIGGER TABLE FULL, '               00037787
                   REC-COMMAND ' NOT OFFERED'                           00037787
               GO TO 5470-EXIT.                                         00037787
           MOVE 'N' TO WS-ARRIVAL-FOUND-SW.                             00037787
           MOVE 1   TO WS-ARRIVAL-SUB.                                  00037787
           PERFORM 5477-FIND-NEW-ARRIVAL THRU 5477-EXIT                 00037787
               UNTIL WS-ARRIVAL-SUB > WS-ARRIVAL-COUNT                  00037787
                  OR WS-ARRIVAL-FOUND.                                  00037787
           IF WS-ARRIVAL-FOUND THEN                                     00037787
               MOVE 'Y' TO WS-SUBMIT-SW                                 00037787
               MOVE 'Y' TO WS-TRIGGER-THIS-SW                           00037787
               MOVE WS-ARRIVAL-TIME (WS-ARRIVAL-SUB)                    00037787
                    TO WS-TRG-OFFER-TIME                                00037787
               MOVE WS-TRGFIRE-SUB TO WS-TRG-OFFER-SUB                  00037787
               GO TO 5470-EXIT.                                         00037787
      *    Nothing to fire on. Past the cut-off with no firing yet      00037787
      *     today, the operator hears about it once.                    00037787
           IF REC-TIME IS NOT NUMERIC THEN                              00037787
               GO TO 5470-EXIT.                                         00037787
           IF REC-TIME NOT < WS-TODAYS-TIME-HHMM THEN                   00037787
               GO TO 5470-EXIT.                                         00037787
           IF WS-TRGFIRE-LAST-TIME (WS-TRGFIRE-SUB) NOT = SPACES        00037787
             OR WS-TRGFIRE-ALERT-SW (WS-TRGFIRE-SUB) = 'Y' THEN         00037787
               GO TO 5470-EXIT.                                         00037787
           MOVE 'Y' TO WS-TRGFIRE-ALERT-SW (WS-TRGFIRE-SUB).            00037787
           MOVE SPACES TO WS-WTO-PARM-TEXT.                             00037787
           STRING 'TRIGGER ' DELIMITED BY SIZE                          00037787
                  REC-DEPEND-ON DELIMITED BY SIZE                       00037787
                  ' NOT ARRIVED BY ' DELIMITED BY SIZE                  00037787
                  REC-TIME DELIMITED BY SIZE                            00037787
                  ' FOR ' DELIMITED BY SIZE                             00037787
                  REC-COMMAND DELIMITED BY SIZE                         00037787
                  INTO WS-WTO-PARM-TEXT.                                00037787
           MOVE 'W'        TO WS-ALERT-NEW-SEV.                         00037787
           MOVE 'TRIGGER'  TO WS-ALERT-NEW-SOURCE.                      00037787
           PERFORM 6930-RAISE-ALERT THRU 6930-EXIT.                     00037787
           PERFORM 3130-WRITE-NO-ARRIVAL-MARKER THRU 3130-EXIT.         00037787
       5470-EXIT.                                                       00037787
           EXIT.                                                        00037787
      **********************************                                00037787
       5475-FIND-TRGFIRE.                                               00037787
      **********************************                                00037787
           IF REC-COMMAND = WS-TRGFIRE-CMD (WS-TRGFIRE-SUB) THEN        00037787
               MOVE 'Y' TO WS-TRGFIRE-FOUND-SW                          00037787
           ELSE                                                         00037787
               ADD 1 TO WS-TRGFIRE-SUB.                                 00037787
       5475-EXIT.                                                       00037787
           EXIT.                                                        00037787
      **********************************                                00037787
       5476-ADD-TRGFIRE.                                                00037787
      **********************************                                00037787
           IF WS-TRGFIRE-COUNT < COUNTER-MAX-TRGFIRE THEN               00037787
               ADD 1 TO WS-TRGFIRE-COUNT                                00037787
               MOVE REC-COMMAND                                         00037787
                    TO WS-TRGFIRE-CMD (WS-TRGFIRE-COUNT)                00037787
               MOVE SPACES                                              00037787
                    TO WS-TRGFIRE-LAST-TIME (WS-TRGFIRE-COUNT)          00037787
               MOVE 'N'                                                 00037787
                    TO WS-TRGFIRE-ALERT-SW (WS-TRGFIRE-COUNT)           00037787
               MOVE WS-TRGFIRE-COUNT TO WS-TRGFIRE-SUB                  00037787
               MOVE 'Y' TO WS-TRGFIRE-FOUND-SW.                         00037787
       5476-EXIT.                                                       00037787
           EXIT.                                                        00037787
      **********************************                                00037787
       5477-FIND-NEW-ARRIVAL.                                           00037787
      **********************************                                00037787
           IF REC-DEPEND-ON = WS-ARRIVAL-NAME (WS-ARRIVAL-SUB)          00037787
             AND WS-ARRIVAL-TIME (WS-ARRIVAL-SUB)                       00037787
                 > WS-TRGFIRE-LAST-TIME (WS-TRGFIRE-SUB)                00037787
             AND WS-ARRIVAL-HHMM (WS-ARRIVAL-SUB)                       00037787
                 NOT < WS-TRG-FROM-HHMM                                 00037787
             AND WS-ARRIVAL-HHMM (WS-ARRIVAL-SUB)                       00037787
                 NOT > WS-TRG-TO-HHMM THEN                              00037787
               MOVE 'Y' TO WS-ARRIVAL-FOUND-SW                          00037787
           ELSE                                                         00037787
               ADD 1 TO WS-ARRIVAL-SUB.                                 00037787
       5477-EXIT.                                                       00037787
           EXIT.                                                        00037787
      **********************************                                00037787
       5478-CONSUME-ARRIVAL.                                            00037787
      **********************************                                00037787
           MOVE WS-TRG-OFFER-TIME                                       00037787
                TO WS-TRGFIRE-LAST-TIME (WS-TRG-OFFER-SUB).             00037787
       5478-EXIT.                                                       00037787
           EXIT.                                                        00037787
      **********************************                                00037787
       5600-CHECK-HOLIDAY.                                              00037788
      **********************************                                00037789
           IF WS-RUNNOW-FOUND THEN                                      00037845
               MOVE 'Y' TO WS-SUBMIT-SW                                 00037845
               MOVE 'Y' TO WS-RUNNOW-THIS-SW                            00037845
               MOVE WS-RUNNOW-BY (WS-RUNNOW-SUB) TO WS-RUNNOW-BY-THIS   00037845
               MOVE SPACES TO WS-RUNNOW-CMD (WS-RUNNOW-SUB).            00037845
       5750-EXIT.                                                       00037845
           EXIT.                                                        00037845
                  OR WS-OPERSKIP-FOUND.                                 00037845
           IF WS-OPERSKIP-FOUND THEN                                    00037845
               MOVE 'N' TO WS-SUBMIT-SW                                 00037845
               MOVE 'Y' TO WS-OPERSKIP-THIS-SW                          00037845
               MOVE WS-OPERSKIP-BY (WS-OPERSKIP-SUB)                    00037845
                    TO WS-OPERSKIP-BY-THIS.                             00037845
       5770-EXIT.                                                       00037845
           EXIT.                                                        00037845
      **********************************                                00037845
                  REC-COMMAND DELIMITED BY SIZE                         00037845
                  ' - NO OK RECORD YET' DELIMITED BY SIZE               00037845
                  INTO WS-WTO-PARM-TEXT.                                00037845
           MOVE 'E'        TO WS-ALERT-NEW-SEV.                         00037845
           MOVE 'DEADLINE' TO WS-ALERT-NEW-SOURCE.                      00037845
           PERFORM 6930-RAISE-ALERT THRU 6930-EXIT.                     00037845
           PERFORM 3120-WRITE-LATE-MARKER THRU 3120-EXIT.               00037845
       5810-EXIT.                                                       00037845
           EXIT.                                                        00037845
           WRITE HIST-REC FROM REP-RECORD.                              00037845
       3120-EXIT.                                                       00037845
           EXIT.                                                        00037845
      **********************************                                00037845
       3130-WRITE-NO-ARRIVAL-MARKER.                                    00037845
      **********************************                                00037845
      * One 'N' row when a trigger task's cut-off passes with nothing   00037845
      *  arrived, so PMMSSREP can show the missing feed.                00037845
           MOVE 'N'            TO REP-EXEC-RESULT.                      00037845
           MOVE REC-DATE-DD    TO REP-DATE-SCHED-DD.                    00037845
           MOVE REC-DATE-MM    TO REP-DATE-SCHED-MM.                    00037845
           MOVE REC-TIME       TO REP-TIME-SCHED.                       00037845
           MOVE TD-DAY         TO REP-DATE-SUBMI-DD.                    00037845
           MOVE TD-MONTH       TO REP-DATE-SUBMI-MM.                    00037845
           MOVE TD-YEAR        TO REP-DATE-SUBMI-YY.                    00037845
           MOVE WS-TODAYS-TIME TO REP-TIME-SUBMI.                       00037845
           MOVE REC-COMMAND    TO REP-COMMAND.                          00037845
           MOVE SPACES         TO REP-SUBCOMMAND.                       00037845
           STRING 'TRIGGER ' DELIMITED BY SIZE                          00037845
                  REC-DEPEND-ON DELIMITED BY SIZE                       00037845
                  ' NOT ARRIVED' DELIMITED BY SIZE                      00037845
                  INTO REP-SUBCOMMAND.                                  00037845
           WRITE REP-RECORD.                                            00037845
           WRITE HIST-REC FROM REP-RECORD.                              00037845
       3130-EXIT.                                                       00037845
           EXIT.                                                        00037845
      **********************************                                00037845
       5795-CHECK-RESOURCE.                                             00037845
      **********************************                                00037845
                  REC-COMMAND DELIMITED BY SIZE                         00037845
                  ' HELD BACK' DELIMITED BY SIZE                        00037845
                  INTO WS-WTO-PARM-TEXT.                                00037845
           MOVE 'W'        TO WS-ALERT-NEW-SEV.                         00037845
           MOVE 'RESOURCE' TO WS-ALERT-NEW-SOURCE.                      00037845
           PERFORM 6930-RAISE-ALERT THRU 6930-EXIT.                     00037845
       5795-EXIT.                                                       00037845
           EXIT.                                                        00037845
      **********************************                                00037845
                      REC-COMMAND DELIMITED BY SIZE                     00037845
                      ' NOT TRACKED - TABLE FULL' DELIMITED BY SIZE     00037845
                      INTO WS-WTO-PARM-TEXT                             00037845
               MOVE 'W'        TO WS-ALERT-NEW-SEV                      00037845
               MOVE 'RESOURCE' TO WS-ALERT-NEW-SOURCE                   00037845
               PERFORM 6930-RAISE-ALERT THRU 6930-EXIT                  00037845
               GO TO 5797-EXIT.                                         00037845
           ADD 1 TO WS-RESHELD-COUNT.                                   00037845
           MOVE REC-COMMAND  TO WS-RESHELD-CMD (WS-RESHELD-COUNT).      00037845
                  ' RC ' DELIMITED BY SIZE                              00037845
                  WS-RETRY-RC (WS-RETRY-SUB) DELIMITED BY SIZE          00037845
                  INTO WS-WTO-PARM-TEXT.                                00037845
           MOVE 'E'        TO WS-ALERT-NEW-SEV.                         00037845
           MOVE 'RETRIES'  TO WS-ALERT-NEW-SOURCE.                      00037845
           PERFORM 6930-RAISE-ALERT THRU 6930-EXIT.                     00037845
       5793-EXIT.                                                       00037845
           EXIT.                                                        00037845
      **********************************                                00037846
               IF WS-OPERSKIP-COUNT < COUNTER-MAX-OPERSKIP THEN         00037846
                   ADD 1 TO WS-OPERSKIP-COUNT                           00037846
                   MOVE ST-COMMAND                                      00037846
                        TO WS-OPERSKIP-CMD (WS-OPERSKIP-COUNT)          00037846
                   MOVE ST-STEP                                         00037846
                        TO WS-OPERSKIP-BY (WS-OPERSKIP-COUNT).          00037846
           IF ST-TYPE = 'RUNNOW' THEN                                   00037846
               IF WS-RUNNOW-COUNT < COUNTER-MAX-RUNNOW THEN             00037846
                   ADD 1 TO WS-RUNNOW-COUNT                             00037846
                   MOVE ST-COMMAND                                      00037846
                        TO WS-RUNNOW-CMD (WS-RUNNOW-COUNT)              00037846
                   MOVE ST-STEP                                         00037846
                        TO WS-RUNNOW-BY (WS-RUNNOW-COUNT).              00037846
           IF ST-TYPE = 'INTFIRE' THEN                                  00037846
               IF WS-INTFIRE-COUNT < COUNTER-MAX-INTFIRE THEN           00037846
                   ADD 1 TO WS-INTFIRE-COUNT                            00037846
                        TO WS-INTFIRE-CMD (WS-INTFIRE-COUNT)            00037846
                   MOVE ST-NUM1                                         00037846
                        TO WS-INTFIRE-LAST-MINS (WS-INTFIRE-COUNT).     00037846
           IF ST-TYPE = 'TRGFIRE' THEN                                  00037846
               IF WS-TRGFIRE-COUNT < COUNTER-MAX-TRGFIRE THEN           00037846
                   ADD 1 TO WS-TRGFIRE-COUNT                            00037846
                   MOVE ST-COMMAND                                      00037846
                        TO WS-TRGFIRE-CMD (WS-TRGFIRE-COUNT)            00037846
                   MOVE ST-STEP                                         00037846
                        TO WS-TRGFIRE-LAST-TIME (WS-TRGFIRE-COUNT)      00037846
                   MOVE ST-FLAG1                                        00037846
                        TO WS-TRGFIRE-ALERT-SW (WS-TRGFIRE-COUNT).      00037846
           IF ST-TYPE = 'PENDDEP' THEN                                  00037846
               IF WS-PENDDEP-COUNT < COUNTER-MAX-PENDDEP THEN           00037846
                   ADD 1 TO WS-PENDDEP-COUNT                            00037846
                   ADD 1 TO WS-LATE-COUNT                               00037846
                   MOVE ST-COMMAND                                      00037846
                        TO WS-LATE-CMD (WS-LATE-COUNT).                 00037846
           IF ST-TYPE = 'RUNAWAY' THEN                                  00037846
               IF WS-RUNAWAY-COUNT < COUNTER-MAX-RUNAWAY THEN           00037846
                   ADD 1 TO WS-RUNAWAY-COUNT                            00037846
                   MOVE ST-COMMAND                                      00037846
                        TO WS-RUNAWAY-CMD (WS-RUNAWAY-COUNT)            00037846
                   MOVE ST-STEP                                         00037846
                        TO WS-RUNAWAY-DATE (WS-RUNAWAY-COUNT)           00037846
                   MOVE ST-RESOURCE                                     00037846
                        TO WS-RUNAWAY-TIME (WS-RUNAWAY-COUNT).          00037846
           IF ST-TYPE = 'RETRY' THEN                                    00037846
               IF WS-RETRY-COUNT < COUNTER-MAX-RETRY THEN               00037846
                   ADD 1 TO WS-RETRY-COUNT                              00037846
           MOVE 1 TO WS-STATE-SUB.                                      00037846
           PERFORM 9359-SAVE-ONE-LATE THRU 9359-EXIT                    00037846
               UNTIL WS-STATE-SUB > WS-LATE-COUNT.                      00037846
           MOVE 1 TO WS-STATE-SUB.                                      00037846
           PERFORM 9361-SAVE-ONE-RUNAWAY THRU 9361-EXIT                 00037846
               UNTIL WS-STATE-SUB > WS-RUNAWAY-COUNT.                   00037846
           MOVE 1 TO WS-STATE-SUB.                                      00037846
           PERFORM 9362-SAVE-ONE-TRGFIRE THRU 9362-EXIT                 00037846
               UNTIL WS-STATE-SUB > WS-TRGFIRE-COUNT.                   00037846
           CLOSE SCHSTATE-FILE.                                         00037846
       9350-EXIT.                                                       00037846
           EXIT.                                                        00037846
               PERFORM 9360-BLANK-STATE-RECORD THRU 9360-EXIT           00037846
               MOVE 'OPERSKIP' TO ST-TYPE                               00037846
               MOVE WS-OPERSKIP-CMD (WS-STATE-SUB) TO ST-COMMAND        00037846
               MOVE WS-OPERSKIP-BY (WS-STATE-SUB) TO ST-STEP            00037846
               WRITE STATE-RECORD.                                      00037846
           ADD 1 TO WS-STATE-SUB.                                       00037846
       9351-EXIT.                                                       00037846
               PERFORM 9360-BLANK-STATE-RECORD THRU 9360-EXIT           00037846
               MOVE 'RUNNOW' TO ST-TYPE                                 00037846
               MOVE WS-RUNNOW-CMD (WS-STATE-SUB) TO ST-COMMAND          00037846
               MOVE WS-RUNNOW-BY (WS-STATE-SUB) TO ST-STEP              00037846
               WRITE STATE-RECORD.                                      00037846
           ADD 1 TO WS-STATE-SUB.                                       00037846
       9352-EXIT.                                                       00037846
           ADD 1 TO WS-STATE-SUB.                                       00037846
       9359-EXIT.                                                       00037846
           EXIT.                                                        00037846
      **********************************                                00037846
       9361-SAVE-ONE-RUNAWAY.                                           00037846
      **********************************                                00037846
      * The run's start stamp rides in the step and resource fields:    00037846
      *  start date in ST-STEP, start time in ST-RESOURCE.              00037846
           PERFORM 9360-BLANK-STATE-RECORD THRU 9360-EXIT.              00037846
           MOVE 'RUNAWAY' TO ST-TYPE.                                   00037846
           MOVE WS-RUNAWAY-CMD (WS-STATE-SUB)  TO ST-COMMAND.           00037846
           MOVE WS-RUNAWAY-DATE (WS-STATE-SUB) TO ST-STEP.              00037846
           MOVE WS-RUNAWAY-TIME (WS-STATE-SUB) TO ST-RESOURCE.          00037846
           WRITE STATE-RECORD.                                          00037846
           ADD 1 TO WS-STATE-SUB.                                       00037846
       9361-EXIT.                                                       00037846
           EXIT.                                                        00037846
      **********************************                                00037846
       9362-SAVE-ONE-TRGFIRE.                                           00037846
      **********************************                                00037846
           PERFORM 9360-BLANK-STATE-RECORD THRU 9360-EXIT.              00037846
           MOVE 'TRGFIRE' TO ST-TYPE.                                   00037846
           MOVE WS-TRGFIRE-CMD (WS-STATE-SUB)       TO ST-COMMAND.      00037846
           MOVE WS-TRGFIRE-LAST-TIME (WS-STATE-SUB) TO ST-STEP.         00037846
           MOVE WS-TRGFIRE-ALERT-SW (WS-STATE-SUB)  TO ST-FLAG1.        00037846
           WRITE STATE-RECORD.                                          00037846
           ADD 1 TO WS-STATE-SUB.                                       00037846
       9362-EXIT.                                                       00037846
           EXIT.                                                        00037846
      **********************************                                00037844
       9400-LOAD-HOLIDAY-CALENDAR.                                      00037845
      **********************************                                00037846
      *  this task is held back until it has, and is added to           00037761
      *  WS-PENDDEP-TABLE so 5400 keeps re-offering it a window on      00037762
      *  later polls.                                                   00037763
      * A trigger task's REC-DEPEND-ON names its trigger, not a         00037763
      *  command - the arrival has already been checked by 5470.        00037763
           MOVE 'N' TO WS-PENDDEP-THIS-SW.                              00037770
           IF REC-DEPEND-ON = SPACES OR REC-TRIGGER-TASK THEN           00037780
               GO TO 5500-EXIT.                                         00037790
           MOVE 'N' TO WS-DEPEND-FOUND-SW.                              00037800
           MOVE 1   TO WS-DEPEND-SUB.                                   00037810
       6000-PROCESS-ALERT-FILE.                                         00038212
      **********************************                                00038213
      * The covid19 batch writes threshold breaches to an alerts        00038214
      *  dataset. Each poll raises every one as a scheduler alert -     00038215
      *  ledger and console - then empties the dataset so an alert      00038216
      *  is only issued once. A missing or unallocated dataset          00038217
      *  simply means nothing to relay.                                 00038218
           OPEN INPUT ALERTS-FILE.                                      00038219
           IF WS-ALERTS-STATUS NOT = '00' THEN                          00038220
               GO TO 6000-EXIT.                                         00038221
           READ ALERTS-FILE                                             00038233
               AT END MOVE 'Y' TO WS-ALERTS-EOF-SW.                     00038234
           IF NOT WS-ALERTS-EOF THEN                                    00038235
               MOVE SPACES     TO WS-WTO-PARM-TEXT                      00038235
               MOVE ALERT-TEXT TO WS-WTO-PARM-TEXT                      00038236
               MOVE 'W'        TO WS-ALERT-NEW-SEV                      00038237
               MOVE 'COVID19'  TO WS-ALERT-NEW-SOURCE                   00038237
               PERFORM 6930-RAISE-ALERT THRU 6930-EXIT.                 00038237
       6100-EXIT.                                                       00038238
           EXIT.                                                        00038239
      **********************************                                00038240
      * Read the completion-status ledger the PMMSJSTA steps append     00038243
      *  to, and mark today's 'OK' commands done so a dependent task    00038244
      *  can release. A missing dataset just means no feedback yet.     00038245
      *  The running-job table is rebuilt from the same read.           00038245
           MOVE ZERO TO WS-RUNNING-COUNT.                               00038245
           OPEN INPUT JOBSTAT-FILE.                                     00038246
           IF WS-JOBSTAT-STATUS NOT = '00' THEN                         00038247
               GO TO 6200-EXIT.                                         00038248
               AT END MOVE 'Y' TO WS-JOBSTAT-EOF-SW.                    00038259
           IF WS-JOBSTAT-EOF THEN                                       00038260
               GO TO 6210-EXIT.                                         00038260
      * Starts and outcomes of any date keep the running-job table:     00038260
      *  a start carried over from yesterday is still a running job.    00038260
           IF JS-STATUS = 'STRT' THEN                                   00038260
               PERFORM 6370-RECORD-JOB-START THRU 6370-EXIT             00038260
               GO TO 6210-EXIT.                                         00038260
           IF JS-STATUS = 'OK' OR JS-STATUS = 'FAIL' THEN               00038260
               PERFORM 6380-CLEAR-JOB-START THRU 6380-EXIT.             00038260
           IF JS-DATE NOT = WS-TODAYS-DATE THEN                         00038260
               GO TO 6210-EXIT.                                         00038260
      * The file is appended chronologically, so the latest outcome     00038260
           ADD 1 TO WS-RESHELD-SUB.                                     00038294
       6360-EXIT.                                                       00038294
           EXIT.                                                        00038294
      **********************************                                00038292
       6370-RECORD-JOB-START.                                           00038292
      **********************************                                00038292
      * The latest start of a command replaces any earlier one - a      00038292
      *  rerun reuses the command's slot.                               00038292
           PERFORM 6390-FIND-RUNNING-COMMAND THRU 6390-EXIT.            00038292
           IF NOT WS-RUNNING-FOUND THEN                                 00038292
               IF WS-RUNNING-COUNT NOT < COUNTER-MAX-RUNNING THEN       00038292
                   DISPLAY 'SCHEDULER - RUNNING TABLE FULL, NO RUNAWAY' 00038292
                       ' CHECK FOR ' JS-COMMAND                         00038292
                   GO TO 6370-EXIT                                      00038292
               ELSE                                                     00038292
                   ADD 1 TO WS-RUNNING-COUNT                            00038292
                   MOVE WS-RUNNING-COUNT TO WS-RUNNING-SUB.             00038292
           MOVE JS-COMMAND TO WS-RUNNING-CMD (WS-RUNNING-SUB).          00038292
           MOVE JS-DATE    TO WS-RUNNING-DATE (WS-RUNNING-SUB).         00038292
           MOVE JS-TIME    TO WS-RUNNING-TIME (WS-RUNNING-SUB).         00038292
       6370-EXIT.                                                       00038292
           EXIT.                                                        00038292
      **********************************                                00038292
       6380-CLEAR-JOB-START.                                            00038292
      **********************************                                00038292
           PERFORM 6390-FIND-RUNNING-COMMAND THRU 6390-EXIT.            00038292
           IF WS-RUNNING-FOUND THEN                                     00038292
               MOVE SPACES TO WS-RUNNING-DATE (WS-RUNNING-SUB)          00038292
               MOVE SPACES TO WS-RUNNING-TIME (WS-RUNNING-SUB).         00038292
       6380-EXIT.                                                       00038292
           EXIT.                                                        00038292
      **********************************                                00038292
       6390-FIND-RUNNING-COMMAND.                                       00038292
      **********************************                                00038292
           MOVE 'N' TO WS-RUNNING-FOUND-SW.                             00038292
           MOVE 1   TO WS-RUNNING-SUB.                                  00038292
           PERFORM 6391-MATCH-RUNNING-COMMAND THRU 6391-EXIT            00038292
               UNTIL WS-RUNNING-SUB > WS-RUNNING-COUNT                  00038292
                  OR WS-RUNNING-FOUND.                                  00038292
       6390-EXIT.                                                       00038292
           EXIT.                                                        00038292
      **********************************                                00038292
       6391-MATCH-RUNNING-COMMAND.                                      00038292
      **********************************                                00038292
           IF JS-COMMAND = WS-RUNNING-CMD (WS-RUNNING-SUB) THEN         00038292
               MOVE 'Y' TO WS-RUNNING-FOUND-SW                          00038292
           ELSE                                                         00038292
               ADD 1 TO WS-RUNNING-SUB.                                 00038292
       6391-EXIT.                                                       00038292
           EXIT.                                                        00038292
      **********************************                                00038292
       6500-TRIM-JOBSTAT.                                               00038292
      **********************************                                00038292
      *  dataset and the live file is rewritten holding only today's,   00038292
      *  so the per-poll read stays bounded to one day. A completion    00038292
      *  that landed between midnight and this poll is kept live - it   00038292
      *  may still have to clear a dependency today. So is a start      00038292
      *  record from the day just ended with no outcome yet - the job   00038292
      *  is still running across midnight; its OK or FAIL retires it    00038292
      *  at a later trim.                                               00038292
           MOVE ZERO TO WS-JSKEEP-COUNT.                                00038292
           OPEN INPUT JOBSTAT-FILE.                                     00038292
           IF WS-JOBSTAT-STATUS NOT = '00' THEN                         00038292
               AT END MOVE 'Y' TO WS-JOBSTAT-EOF-SW.                    00038292
           IF WS-JOBSTAT-EOF THEN                                       00038292
               GO TO 6510-EXIT.                                         00038292
           IF JS-STATUS = 'OK' OR JS-STATUS = 'FAIL' THEN               00038292
               MOVE 1 TO WS-JSKEEP-SUB                                  00038292
               PERFORM 6530-RETIRE-CARRIED-START THRU 6530-EXIT         00038292
                   UNTIL WS-JSKEEP-SUB > WS-JSKEEP-COUNT.               00038292
           IF JS-DATE NOT = WS-TODAYS-DATE THEN                         00038292
               IF JS-STATUS NOT = 'STRT'                                00038292
                 OR JS-DATE NOT = WS-PRIOR-DATE THEN                    00038292
                   WRITE JSARCH-REC FROM JS-RECORD                      00038292
                   GO TO 6510-EXIT.                                     00038292
           IF WS-JSKEEP-COUNT < COUNTER-MAX-JSKEEP THEN                 00038292
               ADD 1 TO WS-JSKEEP-COUNT                                 00038292
               MOVE JS-RECORD TO WS-TAB-JSKEEP (WS-JSKEEP-COUNT)        00038292
      **********************************                                00038292
       6520-WRITE-KEPT-JOBSTAT.                                         00038292
      **********************************                                00038292
      * A slot blanked by 6530 is a start already retired.              00038292
           IF WS-TAB-JSKEEP (WS-JSKEEP-SUB) NOT = SPACES THEN           00038292
               MOVE WS-TAB-JSKEEP (WS-JSKEEP-SUB) TO JS-RECORD          00038292
               WRITE JS-RECORD.                                         00038292
           ADD 1 TO WS-JSKEEP-SUB.                                      00038292
       6520-EXIT.                                                       00038292
           EXIT.                                                        00038292
      **********************************                                00038292
       6530-RETIRE-CARRIED-START.                                       00038292
      **********************************                                00038292
      * An outcome for a command whose start was carried over from an   00038292
      *  earlier day: the job is over, so the start goes to the         00038292
      *  archive ahead of the outcome itself.                           00038292
           IF WS-JSKEEP-COMMAND (WS-JSKEEP-SUB) = JS-COMMAND            00038292
             AND WS-JSKEEP-STATUS (WS-JSKEEP-SUB) = 'STRT'              00038292
             AND WS-JSKEEP-DATE (WS-JSKEEP-SUB) NOT = WS-TODAYS-DATE    00038292
           THEN                                                         00038292
               WRITE JSARCH-REC FROM WS-TAB-JSKEEP (WS-JSKEEP-SUB)      00038292
               MOVE SPACES TO WS-TAB-JSKEEP (WS-JSKEEP-SUB).            00038292
           ADD 1 TO WS-JSKEEP-SUB.                                      00038292
       6530-EXIT.                                                       00038292
           EXIT.                                                        00038292
      **********************************                                00038292
       6600-LOAD-TRIGGERS.                                              00038292
      **********************************                                00038292
      * Read the trigger-arrival ledger PMMSTRIG appends to and keep    00038292
      *  today's arrivals for 5470. A missing dataset just means        00038292
      *  nothing has arrived yet.                                       00038292
           MOVE ZERO TO WS-ARRIVAL-COUNT.                               00038292
           OPEN INPUT TRIGGERS-FILE.                                    00038292
           IF WS-TRIGGERS-STATUS NOT = '00' THEN                        00038292
               GO TO 6600-EXIT.                                         00038292
           MOVE 'N' TO WS-TRIGGERS-EOF-SW.                              00038292
           PERFORM 6610-READ-TRIGGER-RECORD THRU 6610-EXIT              00038292
               UNTIL WS-TRIGGERS-EOF.                                   00038292
           CLOSE TRIGGERS-FILE.                                         00038292
       6600-EXIT.                                                       00038292
           EXIT.                                                        00038292
      **********************************                                00038292
       6610-READ-TRIGGER-RECORD.                                        00038292
      **********************************                                00038292
           READ TRIGGERS-FILE                                           00038292
               AT END MOVE 'Y' TO WS-TRIGGERS-EOF-SW.                   00038292
           IF WS-TRIGGERS-EOF THEN                                      00038292
               GO TO 6610-EXIT.                                         00038292
           IF TRG-DATE NOT = WS-TODAYS-DATE THEN                        00038292
               GO TO 6610-EXIT.                                         00038292
           IF WS-ARRIVAL-COUNT NOT < COUNTER-MAX-ARRIVAL THEN           00038292
               GO TO 6610-EXIT.                                         00038292
           ADD 1 TO WS-ARRIVAL-COUNT.                                   00038292
           MOVE TRG-NAME TO WS-ARRIVAL-NAME (WS-ARRIVAL-COUNT).         00038292
           MOVE TRG-TIME TO WS-ARRIVAL-TIME (WS-ARRIVAL-COUNT).         00038292
       6610-EXIT.                                                       00038292
           EXIT.                                                        00038292
      **********************************                                00038292
       6700-CHECK-RUNAWAY-JOBS.                                         00038292
      **********************************                                00038292
      * Each job still running is measured against its normal           00038292
      *  duration from the archive. Past twice the average - and at     00038292
      *  least RUNAWAY-MIN-MARGIN seconds over it, so a two-minute      00038292
      *  job running five is not news - the operator is told once       00038292
      *  per run. Commands with fewer than RUNAWAY-MIN-RUNS timed OK    00038292
      *  runs on the archive have no normal yet and are not judged.     00038292
           MOVE 1 TO WS-RUNNING-SUB.                                    00038292
           PERFORM 6710-CHECK-ONE-RUNNING-JOB THRU 6710-EXIT            00038292
               UNTIL WS-RUNNING-SUB > WS-RUNNING-COUNT.                 00038292
       6700-EXIT.                                                       00038292
           EXIT.                                                        00038292
      **********************************                                00038292
       6710-CHECK-ONE-RUNNING-JOB.                                      00038292
      **********************************                                00038292
           PERFORM 6720-JUDGE-RUNNING-JOB THRU 6720-EXIT.               00038292
           ADD 1 TO WS-RUNNING-SUB.                                     00038292
       6710-EXIT.                                                       00038292
           EXIT.                                                        00038292
      **********************************                                00038292
       6720-JUDGE-RUNNING-JOB.                                          00038292
      **********************************                                00038292
           IF WS-RUNNING-DATE (WS-RUNNING-SUB) = SPACES THEN            00038292
               GO TO 6720-EXIT.                                         00038292
           MOVE WS-RUNNING-TIME (WS-RUNNING-SUB) TO WS-RUN-START-TIME.  00038292
           IF WS-RUN-START-TIME NOT NUMERIC THEN                        00038292
               GO TO 6720-EXIT.                                         00038292
           MOVE WS-RUNNING-CMD (WS-RUNNING-SUB) TO WS-RUNHIST-KEY.      00038292
           PERFORM 6820-FIND-RUNHIST-COMMAND THRU 6820-EXIT.            00038292
           IF NOT WS-RUNHIST-FOUND THEN                                 00038292
               GO TO 6720-EXIT.                                         00038292
           IF WS-RUNHIST-RUNS (WS-RUNHIST-SUB) < RUNAWAY-MIN-RUNS THEN  00038292
               GO TO 6720-EXIT.                                         00038292
           COMPUTE WS-RUN-AVG-SECS = WS-RUNHIST-SECS (WS-RUNHIST-SUB)   00038292
                                   / WS-RUNHIST-RUNS (WS-RUNHIST-SUB).  00038292
           COMPUTE WS-RUN-LIMIT-SECS = WS-RUN-AVG-SECS * 2.             00038292
           IF WS-RUN-LIMIT-SECS < WS-RUN-AVG-SECS + RUNAWAY-MIN-MARGIN  00038292
           THEN                                                         00038292
               COMPUTE WS-RUN-LIMIT-SECS = WS-RUN-AVG-SECS              00038292
                                         + RUNAWAY-MIN-MARGIN.          00038292
           COMPUTE WS-RUN-NOW-SECS = TT-HOURS * 3600 + TT-MINUTES * 60  00038292
                                   + TT-SECONDS.                        00038292
           COMPUTE WS-RUN-START-SECS = WS-RUN-START-HH * 3600           00038292
                                     + WS-RUN-START-MM * 60             00038292
                                     + WS-RUN-START-SS.                 00038292
           COMPUTE WS-RUN-ELAPSED-SECS = WS-RUN-NOW-SECS                00038292
                                       - WS-RUN-START-SECS.             00038292
      *    A start dated before today means the job crossed midnight.   00038292
           IF WS-RUNNING-DATE (WS-RUNNING-SUB) NOT = WS-TODAYS-DATE     00038292
           THEN                                                         00038292
               ADD 86400 TO WS-RUN-ELAPSED-SECS.                        00038292
           IF WS-RUN-ELAPSED-SECS NOT > WS-RUN-LIMIT-SECS THEN          00038292
               GO TO 6720-EXIT.                                         00038292
           MOVE 'N' TO WS-RUNAWAY-FOUND-SW.                             00038292
           MOVE 1   TO WS-RUNAWAY-SUB.                                  00038292
           PERFORM 6730-FIND-RUNAWAY-FLAG THRU 6730-EXIT                00038292
               UNTIL WS-RUNAWAY-SUB > WS-RUNAWAY-COUNT                  00038292
                  OR WS-RUNAWAY-FOUND.                                  00038292
           IF WS-RUNAWAY-FOUND THEN                                     00038292
               GO TO 6720-EXIT.                                         00038292
      *    Same trade as the late table: full means the alarm repeats   00038292
      *     each poll rather than going unsaid.                         00038292
           IF WS-RUNAWAY-COUNT NOT < COUNTER-MAX-RUNAWAY THEN           00038292
               DISPLAY 'SCHEDULER - RUNAWAY TABLE FULL, ALARM FOR '     00038292
                   WS-RUNNING-CMD (WS-RUNNING-SUB)                      00038292
                   ' WILL REPEAT EACH POLL'                             00038292
           ELSE                                                         00038292
               ADD 1 TO WS-RUNAWAY-COUNT                                00038292
               MOVE WS-RUNNING-CMD (WS-RUNNING-SUB)                     00038292
                    TO WS-RUNAWAY-CMD (WS-RUNAWAY-COUNT)                00038292
               MOVE WS-RUNNING-DATE (WS-RUNNING-SUB)                    00038292
                    TO WS-RUNAWAY-DATE (WS-RUNAWAY-COUNT)               00038292
               MOVE WS-RUNNING-TIME (WS-RUNNING-SUB)                    00038292
                    TO WS-RUNAWAY-TIME (WS-RUNAWAY-COUNT).              00038292
           COMPUTE WS-RUN-ELAPSED-MINS = WS-RUN-ELAPSED-SECS / 60.      00038292
           COMPUTE WS-RUN-AVG-MINS = WS-RUN-AVG-SECS / 60.              00038292
           MOVE SPACES TO WS-WTO-PARM-TEXT.                             00038292
           STRING 'RUNAWAY JOB ' DELIMITED BY SIZE                      00038292
                  WS-RUNNING-CMD (WS-RUNNING-SUB) DELIMITED BY SIZE     00038292
                  ' RUNNING ' DELIMITED BY SIZE                         00038292
                  WS-RUN-ELAPSED-MINS DELIMITED BY SIZE                 00038292
                  ' MINS - NORMALLY ' DELIMITED BY SIZE                 00038292
                  WS-RUN-AVG-MINS DELIMITED BY SIZE                     00038292
                  ' MINS' DELIMITED BY SIZE                             00038292
                  INTO WS-WTO-PARM-TEXT.                                00038292
           MOVE 'W'        TO WS-ALERT-NEW-SEV.                         00038292
           MOVE 'RUNAWAY'  TO WS-ALERT-NEW-SOURCE.                      00038292
           PERFORM 6930-RAISE-ALERT THRU 6930-EXIT.                     00038292
       6720-EXIT.                                                       00038292
           EXIT.                                                        00038292
      **********************************                                00038292
       6730-FIND-RUNAWAY-FLAG.                                          00038292
      **********************************                                00038292
           IF WS-RUNNING-CMD (WS-RUNNING-SUB)                           00038292
                  = WS-RUNAWAY-CMD (WS-RUNAWAY-SUB)                     00038292
             AND WS-RUNNING-DATE (WS-RUNNING-SUB)                       00038292
                  = WS-RUNAWAY-DATE (WS-RUNAWAY-SUB)                    00038292
             AND WS-RUNNING-TIME (WS-RUNNING-SUB)                       00038292
                  = WS-RUNAWAY-TIME (WS-RUNAWAY-SUB) THEN               00038292
               MOVE 'Y' TO WS-RUNAWAY-FOUND-SW                          00038292
           ELSE                                                         00038292
               ADD 1 TO WS-RUNAWAY-SUB.                                 00038292
       6730-EXIT.                                                       00038292
           EXIT.                                                        00038292
      **********************************                                00038292
       6800-LOAD-RUN-HISTORY.                                           00038292
      **********************************                                00038292
      * Sum the timed OK runs per command on PMMS.DATA.JSTARCH. A       00038292
      *  missing archive just means no history yet - nothing is         00038292
      *  judged a runaway until there is.                               00038292
           MOVE ZERO TO WS-RUNHIST-COUNT.                               00038292
           OPEN INPUT JSTARCH-FILE.                                     00038292
           IF WS-JSTARCH-STATUS NOT = '00' THEN                         00038292
               GO TO 6800-EXIT.                                         00038292
           MOVE 'N' TO WS-JSTARCH-EOF-SW.                               00038292
           PERFORM 6810-READ-ARCHIVED-OUTCOME THRU 6810-EXIT            00038292
               UNTIL WS-JSTARCH-EOF.                                    00038292
           CLOSE JSTARCH-FILE.                                          00038292
       6800-EXIT.                                                       00038292
           EXIT.                                                        00038292
      **********************************                                00038292
       6810-READ-ARCHIVED-OUTCOME.                                      00038292
      **********************************                                00038292
           READ JSTARCH-FILE INTO WS-JSARCH-RECORD                      00038292
               AT END MOVE 'Y' TO WS-JSTARCH-EOF-SW.                    00038292
           IF WS-JSTARCH-EOF THEN                                       00038292
               GO TO 6810-EXIT.                                         00038292
           IF WS-JA-STATUS NOT = 'OK' THEN                              00038292
               GO TO 6810-EXIT.                                         00038292
      *    Outcomes from before the start records existed, or whose     00038292
      *     start was never found, carry no elapsed time.               00038292
           IF WS-JA-ELAPSED NOT NUMERIC THEN                            00038292
               GO TO 6810-EXIT.                                         00038292
           MOVE WS-JA-COMMAND TO WS-RUNHIST-KEY.                        00038292
           PERFORM 6820-FIND-RUNHIST-COMMAND THRU 6820-EXIT.            00038292
      *    Commands past the table size simply go unwatched.            00038292
           IF NOT WS-RUNHIST-FOUND THEN                                 00038292
               IF WS-RUNHIST-COUNT NOT < COUNTER-MAX-RUNHIST THEN       00038292
                   GO TO 6810-EXIT                                      00038292
               ELSE                                                     00038292
                   ADD 1 TO WS-RUNHIST-COUNT                            00038292
                   MOVE WS-RUNHIST-COUNT TO WS-RUNHIST-SUB              00038292
                   MOVE WS-JA-COMMAND TO WS-RUNHIST-CMD (WS-RUNHIST-SUB)00038292
                   MOVE ZERO TO WS-RUNHIST-RUNS (WS-RUNHIST-SUB)        00038292
                   MOVE ZERO TO WS-RUNHIST-SECS (WS-RUNHIST-SUB).       00038292
           ADD 1 TO WS-RUNHIST-RUNS (WS-RUNHIST-SUB).                   00038292
           ADD WS-JA-ELAPSED TO WS-RUNHIST-SECS (WS-RUNHIST-SUB).       00038292
       6810-EXIT.                                                       00038292
           EXIT.                                                        00038292
      **********************************                                00038292
       6820-FIND-RUNHIST-COMMAND.                                       00038292
      **********************************                                00038292
           MOVE 'N' TO WS-RUNHIST-FOUND-SW.                             00038292
           MOVE 1   TO WS-RUNHIST-SUB.                                  00038292
           PERFORM 6821-MATCH-RUNHIST-COMMAND THRU 6821-EXIT            00038292
               UNTIL WS-RUNHIST-SUB > WS-RUNHIST-COUNT                  00038292
                  OR WS-RUNHIST-FOUND.                                  00038292
       6820-EXIT.                                                       00038292
           EXIT.                                                        00038292
      **********************************                                00038292
       6821-MATCH-RUNHIST-COMMAND.                                      00038292
      **********************************                                00038292
           IF WS-RUNHIST-KEY = WS-RUNHIST-CMD (WS-RUNHIST-SUB) THEN     00038292
               MOVE 'Y' TO WS-RUNHIST-FOUND-SW                          00038292
           ELSE                                                         00038292
               ADD 1 TO WS-RUNHIST-SUB.                                 00038292
       6821-EXIT.                                                       00038292
           EXIT.                                                        00038292
      **********************************                                00038292
       6400-PROCESS-OPER-COMMANDS.                                      00038292
      **********************************                                00038292
      * Ad-hoc operator commands, polled every cycle and emptied once   00038292
      *  actioned: RUNNOW fires a task at once, SKIP suppresses         00038292
      *  today's firing, RELEASE clears a SKIP, ACK acknowledges an     00038292
      *  alert. Each action is logged                                   00038292
      *  on the execution report with its own result code. The          00038292
      *  authorisation list is re-read whenever there is a command      00038292
      *  file to process, so a revoked grant takes effect at the next   00038292
      *  poll.                                                          00038292
           OPEN INPUT OPERCMD-FILE.                                     00038292
           IF WS-OPERCMD-STATUS NOT = '00' THEN                         00038292
               GO TO 6400-EXIT.                                         00038292
           PERFORM 6470-LOAD-OPER-AUTH THRU 6470-EXIT.                  00038292
           MOVE 'N' TO WS-OPERCMD-EOF-SW.                               00038292
           PERFORM 6410-READ-OPER-COMMAND THRU 6410-EXIT                00038292
               UNTIL WS-OPERCMD-EOF.                                    00038292
               AT END MOVE 'Y' TO WS-OPERCMD-EOF-SW.                    00038292
           IF WS-OPERCMD-EOF THEN                                       00038292
               GO TO 6410-EXIT.                                         00038292
           IF OPER-VERB NOT = 'RUNNOW'                                  00038292
             AND OPER-VERB NOT = 'SKIP'                                 00038292
             AND OPER-VERB NOT = 'RELEASE'                              00038292
             AND OPER-VERB NOT = 'ACK' THEN                             00038292
               GO TO 6410-EXIT.                                         00038292
           PERFORM 6480-CHECK-OPER-AUTH THRU 6480-EXIT.                 00038292
           IF NOT WS-OPER-AUTHORISED THEN                               00038292
               PERFORM 6490-REFUSE-OPER-COMMAND THRU 6490-EXIT          00038292
               GO TO 6410-EXIT.                                         00038292
           IF OPER-VERB = 'RUNNOW' THEN                                 00038292
               PERFORM 6420-HANDLE-RUNNOW THRU 6420-EXIT                00038292
               GO TO 6410-EXIT.                                         00038292
               PERFORM 6430-HANDLE-SKIP THRU 6430-EXIT                  00038292
               GO TO 6410-EXIT.                                         00038292
           IF OPER-VERB = 'RELEASE' THEN                                00038292
               PERFORM 6440-HANDLE-RELEASE THRU 6440-EXIT               00038292
               GO TO 6410-EXIT.                                         00038292
           IF OPER-VERB = 'ACK' THEN                                    00038292
               PERFORM 6960-HANDLE-ACK THRU 6960-EXIT.                  00038292
       6410-EXIT.                                                       00038292
           EXIT.                                                        00038292
      **********************************                                00038292
             AND WS-RUNNOW-COUNT < COUNTER-MAX-RUNNOW THEN              00038292
               ADD 1 TO WS-RUNNOW-COUNT                                 00038292
               MOVE OPER-COMMAND                                        00038292
                    TO WS-RUNNOW-CMD (WS-RUNNOW-COUNT)                  00038292
               MOVE WS-RUNNOW-COUNT TO WS-RUNNOW-SUB                    00038292
               MOVE 'Y' TO WS-RUNNOW-FOUND-SW.                          00038292
      * A repeated RUNNOW for a command still pending is credited to    00038292
      *  the latest operator to ask.                                    00038292
           IF WS-RUNNOW-FOUND THEN                                      00038292
               MOVE OPER-OPERATOR TO WS-RUNNOW-BY (WS-RUNNOW-SUB).      00038292
           MOVE 'O' TO WS-OPER-RESULT.                                  00038292
           PERFORM 3110-WRITE-OPER-ACTION THRU 3110-EXIT.               00038292
       6420-EXIT.                                                       00038292
             AND WS-OPERSKIP-COUNT < COUNTER-MAX-OPERSKIP THEN          00038292
               ADD 1 TO WS-OPERSKIP-COUNT                               00038292
               MOVE OPER-COMMAND                                        00038292
                    TO WS-OPERSKIP-CMD (WS-OPERSKIP-COUNT)              00038292
               MOVE WS-OPERSKIP-COUNT TO WS-OPERSKIP-SUB                00038292
               MOVE 'Y' TO WS-OPERSKIP-FOUND-SW.                        00038292
           IF WS-OPERSKIP-FOUND THEN                                    00038292
               MOVE OPER-OPERATOR TO WS-OPERSKIP-BY (WS-OPERSKIP-SUB).  00038292
           MOVE 'K' TO WS-OPER-RESULT.                                  00038292
           PERFORM 3110-WRITE-OPER-ACTION THRU 3110-EXIT.               00038292
       6430-EXIT.                                                       00038292
               ADD 1 TO WS-OPERSKIP-SUB.                                00038292
       6460-EXIT.                                                       00038292
           EXIT.                                                        00038292
      **********************************                                00038292
       6470-LOAD-OPER-AUTH.                                             00038292
      **********************************                                00038292
      * Same bootstrap rule as the submission allowlist: no OPERAUTH    00038292
      *  dataset allocated means no restriction beyond the operator     00038292
      *  ID being present; an empty list grants nothing.                00038292
           MOVE ZERO TO WS-OPA-COUNT.                                   00038292
           MOVE 'N'  TO WS-OPA-LOADED-SW.                               00038292
           OPEN INPUT OPERAUTH-FILE.                                    00038292
           IF WS-OPERAUTH-STATUS NOT = '00' THEN                        00038292
               GO TO 6470-EXIT.                                         00038292
           MOVE 'Y' TO WS-OPA-LOADED-SW.                                00038292
           MOVE 'N' TO WS-OPERAUTH-EOF-SW.                              00038292
           PERFORM 6475-READ-OPER-AUTH THRU 6475-EXIT                   00038292
               UNTIL WS-OPERAUTH-EOF.                                   00038292
           CLOSE OPERAUTH-FILE.                                         00038292
       6470-EXIT.                                                       00038292
           EXIT.                                                        00038292
      **********************************                                00038292
       6475-READ-OPER-AUTH.                                             00038292
      **********************************                                00038292
           READ OPERAUTH-FILE                                           00038292
               AT END MOVE 'Y' TO WS-OPERAUTH-EOF-SW.                   00038292
           IF WS-OPERAUTH-EOF THEN                                      00038292
               GO TO 6475-EXIT.                                         00038292
      * A grant with no operator on it could only match a card with     00038292
      *  no ID, which is refused anyway.                                00038292
           IF OA-OPERATOR = SPACES THEN                                 00038292
               GO TO 6475-EXIT.                                         00038292
           IF WS-OPA-COUNT < COUNTER-MAX-OPERAUTH THEN                  00038292
               ADD 1 TO WS-OPA-COUNT                                    00038292
               MOVE OA-OPERATOR TO WS-OPA-OPERATOR (WS-OPA-COUNT)       00038292
               MOVE OA-VERB     TO WS-OPA-VERB     (WS-OPA-COUNT)       00038292
               MOVE OA-COMMAND  TO WS-OPA-COMMAND  (WS-OPA-COUNT).      00038292
       6475-EXIT.                                                       00038292
           EXIT.                                                        00038292
      **********************************                                00038292
       6480-CHECK-OPER-AUTH.                                            00038292
      **********************************                                00038292
      * A card without an operator ID is never actioned. Otherwise      00038292
      *  the operator needs a grant naming this verb (or '*') and this  00038292
      *  command (or '*').                                              00038292
           MOVE 'N' TO WS-OPER-AUTH-SW.                                 00038292
           IF OPER-OPERATOR = SPACES THEN                               00038292
               GO TO 6480-EXIT.                                         00038292
           IF NOT WS-OPA-LOADED THEN                                    00038292
               MOVE 'Y' TO WS-OPER-AUTH-SW                              00038292
               GO TO 6480-EXIT.                                         00038292
           MOVE 1 TO WS-OPA-SUB.                                        00038292
           PERFORM 6485-CHECK-ONE-GRANT THRU 6485-EXIT                  00038292
               UNTIL WS-OPA-SUB > WS-OPA-COUNT                          00038292
                  OR WS-OPER-AUTHORISED.                                00038292
       6480-EXIT.                                                       00038292
           EXIT.                                                        00038292
      **********************************                                00038292
       6485-CHECK-ONE-GRANT.                                            00038292
      **********************************                                00038292
           IF OPER-OPERATOR = WS-OPA-OPERATOR (WS-OPA-SUB)              00038292
             AND (WS-OPA-VERB (WS-OPA-SUB) = '*'                        00038292
                  OR WS-OPA-VERB (WS-OPA-SUB) = OPER-VERB)              00038292
             AND (WS-OPA-COMMAND (WS-OPA-SUB) = '*'                     00038292
                  OR WS-OPA-COMMAND (WS-OPA-SUB) = OPER-COMMAND) THEN   00038292
               MOVE 'Y' TO WS-OPER-AUTH-SW                              00038292
           ELSE                                                         00038292
               ADD 1 TO WS-OPA-SUB.                                     00038292
       6485-EXIT.                                                       00038292
           EXIT.                                                        00038292
      **********************************                                00038292
       6490-REFUSE-OPER-COMMAND.                                        00038292
      **********************************                                00038292
      * The refusal goes to the console and on the execution log, so    00038292
      *  an attempt is on record even though nothing was done.          00038292
           MOVE SPACES TO WS-WTO-PARM-TEXT.                             00038292
           IF OPER-OPERATOR = SPACES THEN                               00038292
               STRING 'OPERATOR COMMAND WITHOUT ID REFUSED: '           00038292
                          DELIMITED BY SIZE                             00038292
                      OPER-VERB DELIMITED BY SIZE                       00038292
                      ' ' DELIMITED BY SIZE                             00038292
                      OPER-COMMAND DELIMITED BY SIZE                    00038292
                      INTO WS-WTO-PARM-TEXT                             00038292
           ELSE                                                         00038292
               STRING 'OPERATOR ' DELIMITED BY SIZE                     00038292
                      OPER-OPERATOR DELIMITED BY SIZE                   00038292
                      ' NOT AUTHORISED: ' DELIMITED BY SIZE             00038292
                      OPER-VERB DELIMITED BY SIZE                       00038292
                      ' ' DELIMITED BY SIZE                             00038292
                      OPER-COMMAND DELIMITED BY SIZE                    00038292
                      INTO WS-WTO-PARM-TEXT.                            00038292
           MOVE 'W'        TO WS-ALERT-NEW-SEV.                         00038292
           MOVE 'OPERAUTH' TO WS-ALERT-NEW-SOURCE.                      00038292
           PERFORM 6930-RAISE-ALERT THRU 6930-EXIT.                     00038292
           MOVE 'U' TO WS-OPER-RESULT.                                  00038292
           PERFORM 3110-WRITE-OPER-ACTION THRU 3110-EXIT.               00038292
       6490-EXIT.                                                       00038292
           EXIT.                                                        00038292
      **********************************                                00038292
       6900-LOAD-ALERT-LEDGER.                                          00038292
      **********************************                                00038292
      * Re-issue settings come from SYSIN. The open alerts and the      00038292
      *  last alert ID issued are rebuilt by replaying the ledger, so   00038292
      *  a recycle carries on escalating what was open before it.       00038292
           MOVE SPACES TO WS-ALERT-SETTINGS.                            00038292
           ACCEPT WS-ALERT-SETTINGS.                                    00038292
           IF WS-ALERT-REISSUE-X IS NOT NUMERIC THEN                    00038292
               MOVE 30 TO WS-ALERT-REISSUE-MINS.                        00038292
           MOVE ZERO TO WS-ALERT-COUNT.                                 00038292
           MOVE ZERO TO WS-ALERT-LAST-ID.                               00038292
           OPEN INPUT ALERTLOG-FILE.                                    00038292
           IF WS-ALERTLOG-STATUS NOT = '00' THEN                        00038292
               GO TO 6900-EXIT.                                         00038292
           MOVE 'N' TO WS-ALERTLOG-EOF-SW.                              00038292
           PERFORM 6910-READ-ALERT-LEDGER THRU 6910-EXIT                00038292
               UNTIL WS-ALERTLOG-EOF.                                   00038292
           CLOSE ALERTLOG-FILE.                                         00038292
           DISPLAY 'SCHEDULER - OPEN ALERTS RELOADED: ' WS-ALERT-COUNT. 00038292
       6900-EXIT.                                                       00038292
           EXIT.                                                        00038292
      **********************************                                00038292
       6910-READ-ALERT-LEDGER.                                          00038292
      **********************************                                00038292
           READ ALERTLOG-FILE                                           00038292
               AT END MOVE 'Y' TO WS-ALERTLOG-EOF-SW.                   00038292
           IF WS-ALERTLOG-EOF THEN                                      00038292
               GO TO 6910-EXIT.                                         00038292
           IF AL-ID > WS-ALERT-LAST-ID THEN                             00038292
               MOVE AL-ID TO WS-ALERT-LAST-ID.                          00038292
           MOVE AL-ID TO WS-ALERT-FIND-ID.                              00038292
           PERFORM 6920-FIND-OPEN-ALERT THRU 6920-EXIT.                 00038292
           IF AL-EVENT = 'RAIS' AND NOT WS-ALERT-FOUND THEN             00038292
               MOVE AL-ID       TO WS-ALERT-NEW-ID                      00038292
               MOVE AL-SEVERITY TO WS-ALERT-NEW-SEV                     00038292
               MOVE AL-SOURCE   TO WS-ALERT-NEW-SOURCE                  00038292
               MOVE AL-DATE     TO WS-ALERT-NEW-DATE                    00038292
               COMPUTE WS-ALERT-NEW-MINS = AL-TIME-HH * 60 + AL-TIME-MM 00038292
               MOVE AL-TEXT     TO WS-ALERT-TEXT                        00038292
               PERFORM 6925-ADD-OPEN-ALERT THRU 6925-EXIT               00038292
               GO TO 6910-EXIT.                                         00038292
           IF NOT WS-ALERT-FOUND THEN                                   00038292
               GO TO 6910-EXIT.                                         00038292
           IF AL-EVENT = 'ESCL' THEN                                    00038292
               MOVE AL-SEVERITY TO WS-ALERT-SEV (WS-ALERT-SUB)          00038292
               MOVE AL-DATE     TO WS-ALERT-LAST-DATE (WS-ALERT-SUB)    00038292
               COMPUTE WS-ALERT-LAST-MINS (WS-ALERT-SUB) =              00038292
                   AL-TIME-HH * 60 + AL-TIME-MM.                        00038292
           IF AL-EVENT = 'ACK ' THEN                                    00038292
               MOVE ZERO TO WS-ALERT-ID (WS-ALERT-SUB).                 00038292
       6910-EXIT.                                                       00038292
           EXIT.                                                        00038292
      **********************************                                00038292
       6920-FIND-OPEN-ALERT.                                            00038292
      **********************************                                00038292
      * An acknowledged alert leaves its slot with ID zero, so          00038292
      *  looking for ID zero finds a free slot.                         00038292
           MOVE 'N' TO WS-ALERT-FOUND-SW.                               00038292
           MOVE 1   TO WS-ALERT-SUB.                                    00038292
           PERFORM 6921-MATCH-OPEN-ALERT THRU 6921-EXIT                 00038292
               UNTIL WS-ALERT-SUB > WS-ALERT-COUNT                      00038292
                  OR WS-ALERT-FOUND.                                    00038292
       6920-EXIT.                                                       00038292
           EXIT.                                                        00038292
      **********************************                                00038292
       6921-MATCH-OPEN-ALERT.                                           00038292
      **********************************                                00038292
           IF WS-ALERT-ID (WS-ALERT-SUB) = WS-ALERT-FIND-ID THEN        00038292
               MOVE 'Y' TO WS-ALERT-FOUND-SW                            00038292
           ELSE                                                         00038292
               ADD 1 TO WS-ALERT-SUB.                                   00038292
       6921-EXIT.                                                       00038292
           EXIT.                                                        00038292
      **********************************                                00038292
       6925-ADD-OPEN-ALERT.                                             00038292
      **********************************                                00038292
      *    With the table full the alert is still on the ledger and     00038292
      *     the console, but cannot be re-issued or acknowledged by     00038292
      *     this run.                                                   00038292
           MOVE ZERO TO WS-ALERT-FIND-ID.                               00038292
           PERFORM 6920-FIND-OPEN-ALERT THRU 6920-EXIT.                 00038292
           IF NOT WS-ALERT-FOUND                                        00038292
             AND WS-ALERT-COUNT < COUNTER-MAX-ALERTS THEN               00038292
               ADD 1 TO WS-ALERT-COUNT                                  00038292
               MOVE WS-ALERT-COUNT TO WS-ALERT-SUB                      00038292
               MOVE 'Y' TO WS-ALERT-FOUND-SW.                           00038292
           IF NOT WS-ALERT-FOUND THEN                                   00038292
               DISPLAY 'SCHEDULER - ALERT TABLE FULL, ALERT '           00038292
                   WS-ALERT-NEW-ID ' WILL NOT BE RE-ISSUED'             00038292
               GO TO 6925-EXIT.                                         00038292
           MOVE WS-ALERT-NEW-ID     TO WS-ALERT-ID (WS-ALERT-SUB).      00038292
           MOVE WS-ALERT-NEW-SEV    TO WS-ALERT-SEV (WS-ALERT-SUB).     00038292
           MOVE WS-ALERT-NEW-SOURCE TO WS-ALERT-SOURCE (WS-ALERT-SUB).  00038292
           MOVE WS-ALERT-NEW-DATE                                       00038292
                TO WS-ALERT-LAST-DATE (WS-ALERT-SUB).                   00038292
           MOVE WS-ALERT-NEW-MINS                                       00038292
                TO WS-ALERT-LAST-MINS (WS-ALERT-SUB).                   00038292
           MOVE WS-ALERT-TEXT                                           00038292
                TO WS-ALERT-SAVED-TEXT (WS-ALERT-SUB).                  00038292
       6925-EXIT.                                                       00038292
           EXIT.                                                        00038292
      **********************************                                00038292
       6930-RAISE-ALERT.                                                00038292
      **********************************                                00038292
      * Every alert takes the next ID, goes on the ledger and then to   00038292
      *  the console. The caller has built the message in               00038292
      *  WS-WTO-PARM-TEXT and set the severity and source.              00038292
           MOVE WS-WTO-PARM-TEXT TO WS-ALERT-TEXT.                      00038292
           IF WS-ALERT-LAST-ID = 999999 THEN                            00038292
               MOVE ZERO TO WS-ALERT-LAST-ID.                           00038292
           ADD 1 TO WS-ALERT-LAST-ID.                                   00038292
           MOVE WS-ALERT-LAST-ID TO WS-ALERT-NEW-ID.                    00038292
           MOVE WS-TODAYS-DATE   TO WS-ALERT-NEW-DATE.                  00038292
           COMPUTE WS-ALERT-NEW-MINS = TT-HOURS * 60 + TT-MINUTES.      00038292
           MOVE 'RAIS'           TO WS-ALERT-EVENT.                     00038292
           MOVE SPACES           TO WS-ALERT-OPERATOR.                  00038292
           PERFORM 6935-WRITE-ALERT-LEDGER THRU 6935-EXIT.              00038292
           PERFORM 6925-ADD-OPEN-ALERT THRU 6925-EXIT.                  00038292
           PERFORM 6938-ISSUE-ALERT-WTO THRU 6938-EXIT.                 00038292
       6930-EXIT.                                                       00038292
           EXIT.                                                        00038292
      **********************************                                00038292
       6935-WRITE-ALERT-LEDGER.                                         00038292
      **********************************                                00038292
           MOVE SPACES              TO AL-RECORD.                       00038292
           MOVE WS-ALERT-NEW-ID     TO AL-ID.                           00038292
           MOVE WS-ALERT-EVENT      TO AL-EVENT.                        00038292
           MOVE WS-ALERT-NEW-SEV    TO AL-SEVERITY.                     00038292
           MOVE WS-ALERT-NEW-SOURCE TO AL-SOURCE.                       00038292
           MOVE WS-TODAYS-DATE      TO AL-DATE.                         00038292
           MOVE WS-TODAYS-TIME      TO AL-TIME.                         00038292
           MOVE WS-ALERT-OPERATOR   TO AL-OPERATOR.                     00038292
           MOVE WS-ALERT-TEXT       TO AL-TEXT.                         00038292
           WRITE AL-RECORD.                                             00038292
       6935-EXIT.                                                       00038292
           EXIT.                                                        00038292
      **********************************                                00038292
       6938-ISSUE-ALERT-WTO.                                            00038292
      **********************************                                00038292
      * The console line leads with the ID the operator quotes on the   00038292
      *  ACK card, then the severity.                                   00038292
           MOVE SPACES TO WS-WTO-PARM-TEXT.                             00038292
           STRING WS-ALERT-NEW-ID DELIMITED BY SIZE                     00038292
                  ' ' DELIMITED BY SIZE                                 00038292
                  WS-ALERT-NEW-SEV DELIMITED BY SIZE                    00038292
                  ' ' DELIMITED BY SIZE                                 00038292
                  WS-ALERT-TEXT DELIMITED BY SIZE                       00038292
                  INTO WS-WTO-PARM-TEXT.                                00038292
           CALL 'WTO' USING WS-WTO-PARM.                                00038292
       6938-EXIT.                                                       00038292
           EXIT.                                                        00038292
      **********************************                                00038292
       6940-CHECK-OPEN-ALERTS.                                          00038292
      **********************************                                00038292
      * Each poll, any alert unacknowledged for the re-issue interval   00038292
      *  since it was last issued goes out again, one severity up.      00038292
           IF WS-ALERT-REISSUE-MINS = ZERO THEN                         00038292
               GO TO 6940-EXIT.                                         00038292
           COMPUTE WS-ALERT-NOW-MINS = TT-HOURS * 60 + TT-MINUTES.      00038292
           MOVE 1 TO WS-ALERT-SUB.                                      00038292
           PERFORM 6945-CHECK-ONE-ALERT THRU 6945-EXIT                  00038292
               UNTIL WS-ALERT-SUB > WS-ALERT-COUNT.                     00038292
       6940-EXIT.                                                       00038292
           EXIT.                                                        00038292
      **********************************                                00038292
       6945-CHECK-ONE-ALERT.                                            00038292
      **********************************                                00038292
      * An alert last issued on an earlier day is taken to be from      00038292
      *  yesterday, so the age runs on across midnight.                 00038292
           IF WS-ALERT-ID (WS-ALERT-SUB) = ZERO THEN                    00038292
               GO TO 6945-NEXT.                                         00038292
           IF WS-ALERT-LAST-DATE (WS-ALERT-SUB) = WS-TODAYS-DATE THEN   00038292
               COMPUTE WS-ALERT-AGE-MINS = WS-ALERT-NOW-MINS            00038292
                   - WS-ALERT-LAST-MINS (WS-ALERT-SUB)                  00038292
           ELSE                                                         00038292
               COMPUTE WS-ALERT-AGE-MINS = WS-ALERT-NOW-MINS + 1440     00038292
                   - WS-ALERT-LAST-MINS (WS-ALERT-SUB).                 00038292
           IF WS-ALERT-AGE-MINS < WS-ALERT-REISSUE-MINS THEN            00038292
               GO TO 6945-NEXT.                                         00038292
           PERFORM 6950-ESCALATE-ALERT THRU 6950-EXIT.                  00038292
       6945-NEXT.                                                       00038292
           ADD 1 TO WS-ALERT-SUB.                                       00038292
       6945-EXIT.                                                       00038292
           EXIT.                                                        00038292
      **********************************                                00038292
       6950-ESCALATE-ALERT.                                             00038292
      **********************************                                00038292
      * W goes to E and E to C. An alert already critical stays C,      00038292
      *  and from then on every re-issue is also sent to the NOTIFY     00038292
      *  user, when the SYSIN card names one.                           00038292
           MOVE 'N' TO WS-ALERT-SEND-SW.                                00038292
           IF WS-ALERT-SEV (WS-ALERT-SUB) = 'C' THEN                    00038292
               IF WS-ALERT-NOTIFY-USER NOT = SPACES THEN                00038292
                   MOVE 'Y' TO WS-ALERT-SEND-SW.                        00038292
           IF WS-ALERT-SEV (WS-ALERT-SUB) = 'E' THEN                    00038292
               MOVE 'C' TO WS-ALERT-SEV (WS-ALERT-SUB).                 00038292
           IF WS-ALERT-SEV (WS-ALERT-SUB) = 'W' THEN                    00038292
               MOVE 'E' TO WS-ALERT-SEV (WS-ALERT-SUB).                 00038292
           MOVE WS-TODAYS-DATE TO WS-ALERT-LAST-DATE (WS-ALERT-SUB).    00038292
           MOVE WS-ALERT-NOW-MINS TO WS-ALERT-LAST-MINS (WS-ALERT-SUB). 00038292
           MOVE WS-ALERT-ID (WS-ALERT-SUB)     TO WS-ALERT-NEW-ID.      00038292
           MOVE WS-ALERT-SEV (WS-ALERT-SUB)    TO WS-ALERT-NEW-SEV.     00038292
           MOVE WS-ALERT-SOURCE (WS-ALERT-SUB) TO WS-ALERT-NEW-SOURCE.  00038292
           MOVE WS-ALERT-SAVED-TEXT (WS-ALERT-SUB) TO WS-ALERT-TEXT.    00038292
           MOVE 'ESCL' TO WS-ALERT-EVENT.                               00038292
           MOVE SPACES TO WS-ALERT-OPERATOR.                            00038292
           IF WS-ALERT-SEND THEN                                        00038292
               MOVE WS-ALERT-NOTIFY-USER TO WS-ALERT-OPERATOR.          00038292
           PERFORM 6935-WRITE-ALERT-LEDGER THRU 6935-EXIT.              00038292
           PERFORM 6938-ISSUE-ALERT-WTO THRU 6938-EXIT.                 00038292
           IF WS-ALERT-SEND THEN                                        00038292
               PERFORM 7300-WRITE-NOTIFY-JCL THRU 7300-EXIT.            00038292
       6950-EXIT.                                                       00038292
           EXIT.                                                        00038292
      **********************************                                00038292
       6960-HANDLE-ACK.                                                 00038292
      **********************************                                00038292
      * The command columns of an ACK card carry the alert ID. An ID    00038292
      *  that is not open here is only reported - nothing is logged     00038292
      *  as acknowledged.                                               00038292
           IF OPER-COMMAND IS NOT NUMERIC THEN                          00038292
               DISPLAY 'SCHEDULER - ACK WITHOUT A VALID ALERT ID: '     00038292
                   OPER-COMMAND                                         00038292
               GO TO 6960-EXIT.                                         00038292
           MOVE OPER-COMMAND TO WS-ALERT-FIND-ID.                       00038292
           IF WS-ALERT-FIND-ID = ZERO THEN                              00038292
               DISPLAY 'SCHEDULER - ACK WITHOUT A VALID ALERT ID: '     00038292
                   OPER-COMMAND                                         00038292
               GO TO 6960-EXIT.                                         00038292
           PERFORM 6920-FIND-OPEN-ALERT THRU 6920-EXIT.                 00038292
           IF NOT WS-ALERT-FOUND THEN                                   00038292
               DISPLAY 'SCHEDULER - ACK FOR UNKNOWN OR CLOSED ALERT '   00038292
                   OPER-COMMAND                                         00038292
               GO TO 6960-EXIT.                                         00038292
           MOVE WS-ALERT-ID (WS-ALERT-SUB)     TO WS-ALERT-NEW-ID.      00038292
           MOVE WS-ALERT-SEV (WS-ALERT-SUB)    TO WS-ALERT-NEW-SEV.     00038292
           MOVE WS-ALERT-SOURCE (WS-ALERT-SUB) TO WS-ALERT-NEW-SOURCE.  00038292
           MOVE WS-ALERT-SAVED-TEXT (WS-ALERT-SUB) TO WS-ALERT-TEXT.    00038292
           MOVE 'ACK '        TO WS-ALERT-EVENT.                        00038292
           MOVE OPER-OPERATOR TO WS-ALERT-OPERATOR.                     00038292
           PERFORM 6935-WRITE-ALERT-LEDGER THRU 6935-EXIT.              00038292
           MOVE ZERO TO WS-ALERT-ID (WS-ALERT-SUB).                     00038292
           MOVE 'Q' TO WS-OPER-RESULT.                                  00038292
           PERFORM 3110-WRITE-OPER-ACTION THRU 3110-EXIT.               00038292
       6960-EXIT.                                                       00038292
           EXIT.                                                        00038292
      **********************************                                00038292
       3110-WRITE-OPER-ACTION.                                          00038292
      **********************************                                00038292
      * One report row per operator action, so PMMSSREP shows the       00038292
      *  interventions alongside the scheduled work, and who made       00038292
      *  them.                                                          00038292
           MOVE WS-OPER-RESULT TO REP-EXEC-RESULT.                      00038292
           MOVE SPACES         TO REP-DATE-SCHED.                       00038292
           MOVE SPACES         TO REP-TIME-SCHED.                       00038292
           STRING 'OPERATOR ' DELIMITED BY SIZE                         00038292
                  OPER-VERB DELIMITED BY SIZE                           00038292
                  INTO REP-SUBCOMMAND.                                  00038292
           MOVE OPER-OPERATOR  TO REP-OPER-ID.                          00038292
           WRITE REP-RECORD.                                            00038292
           WRITE HIST-REC FROM REP-RECORD.                              00038292
       3110-EXIT.                                                       00038292
           EXIT.                                                        00038292
      **********************************                                00038293
       7410-WRITE-JOBSTART-STEP.                                        00038293
      **********************************                                00038293
      * The opening step of every generated stream: a 'STRT' record     00038293
      *  on PMMS.DATA.JOBSTAT, so the closing step can stamp the run    00038293
      *  with its elapsed time and the scheduler can see the job is     00038293
      *  still going.                                                   00038293
           MOVE SPACES TO WS-JCLREC.                                    00038293
           STRING '//JOBSTRT EXEC PGM=PMMSJSTA,PARM='''                 00038293
                      DELIMITED BY SIZE                                 00038293
                  REC-COMMAND DELIMITED BY SIZE                         00038293
                  ' STRT''' DELIMITED BY SIZE                           00038293
                  INTO WS-JCLREC.                                       00038293
           PERFORM 7900-WRITE-JCL-LINE THRU 7900-EXIT.                  00038293
           MOVE '//STEPLIB  DD DISP=SHR,DSN=PMMS.LINKLIB'               00038293
                                                     TO WS-JCLREC.      00038293
           PERFORM 7900-WRITE-JCL-LINE THRU 7900-EXIT.                  00038293
           MOVE '//JOBSTAT  DD DISP=MOD,DSN=PMMS.DATA.JOBSTAT'          00038293
                                                     TO WS-JCLREC.      00038293
           PERFORM 7900-WRITE-JCL-LINE THRU 7900-EXIT.                  00038293
       7410-EXIT.                                                       00038293
           EXIT.                                                        00038293
      **********************************                                00038293
       7400-WRITE-JOBSTAT-STEPS.                                        00038294
      **********************************                                00038295
           PERFORM 7900-WRITE-JCL-LINE THRU 7900-EXIT.                  00038600
           MOVE '/*JOBPARM ROOM=PMMS'                TO WS-JCLREC.      00038701
           PERFORM 7900-WRITE-JCL-LINE THRU 7900-EXIT.                  00038801
           PERFORM 7410-WRITE-JOBSTART-STEP THRU 7410-EXIT.             00038801
           MOVE '//STEP01  EXEC PGM=IEBGENER'        TO WS-JCLREC.      00038900
           PERFORM 7900-WRITE-JCL-LINE THRU 7900-EXIT.                  00039000
           MOVE REC-SUBCOMMAND                       TO WS-SUBCOMMAND.  00039100
           PERFORM 7900-WRITE-JCL-LINE THRU 7900-EXIT.                  00040212
           MOVE '/*JOBPARM ROOM=PMMS'                TO WS-JCLREC.      00040213
           PERFORM 7900-WRITE-JCL-LINE THRU 7900-EXIT.                  00040214
           PERFORM 7410-WRITE-JOBSTART-STEP THRU 7410-EXIT.             00040214
           MOVE REC-SUBCOMMAND TO WS-SUBMITJ-MEMBER.                    00040215
           MOVE SPACES                               TO WS-JCLREC.      00040216
           STRING '// INCLUDE MEMBER=' DELIMITED BY SIZE                00040217
           CALL 'WTO' USING WS-WTO-PARM.                                00040230
       7200-EXIT.                                                       00040231
           EXIT.                                                        00040232
      **********************************                                00040300
       7300-WRITE-NOTIFY-JCL.                                           00040300
      **********************************                                00040300
      * A critical alert still unacknowledged is also sent to the       00040300
      *  NOTIFY user's TSO session - a one-step batch TMP job through   00040300
      *  the internal reader. LOGON keeps the message for a user who    00040300
      *  is not logged on.                                              00040300
           OPEN OUTPUT JCLFILE.                                         00040300
           MOVE TD-DAY         TO WS-ARCH-DD.                           00040300
           MOVE TD-MONTH       TO WS-ARCH-MM.                           00040300
           MOVE TD-YEAR        TO WS-ARCH-YY.                           00040300
           MOVE WS-TODAYS-TIME TO WS-ARCH-TIME.                         00040300
           MOVE 'ALERT'        TO WS-ARCH-COMMAND.                      00040300
           MOVE SPACES         TO WS-ARCH-SUBCOMMAND.                   00040300
           STRING WS-ALERT-NEW-ID DELIMITED BY SIZE                     00040300
                  ' TO ' DELIMITED BY SIZE                              00040300
                  WS-ALERT-NOTIFY-USER DELIMITED BY SIZE                00040300
                  INTO WS-ARCH-SUBCOMMAND.                              00040300
           WRITE ARCH-REC FROM WS-ARCH-HEADER.                          00040300
           MOVE '//PMMSALRT JOB ,'                   TO WS-JCLREC.      00040300
           PERFORM 7900-WRITE-JCL-LINE THRU 7900-EXIT.                  00040300
           MOVE '//             CLASS=A,MSGCLASS=A'  TO WS-JCLREC.      00040300
           PERFORM 7900-WRITE-JCL-LINE THRU 7900-EXIT.                  00040300
           MOVE '/*JOBPARM ROOM=PMMS'                TO WS-JCLREC.      00040300
           PERFORM 7900-WRITE-JCL-LINE THRU 7900-EXIT.                  00040300
           MOVE '//SEND    EXEC PGM=IKJEFT01'        TO WS-JCLREC.      00040300
           PERFORM 7900-WRITE-JCL-LINE THRU 7900-EXIT.                  00040300
           MOVE '//SYSTSPRT DD SYSOUT=*'             TO WS-JCLREC.      00040300
           PERFORM 7900-WRITE-JCL-LINE THRU 7900-EXIT.                  00040300
           MOVE '//SYSTSIN  DD *'                    TO WS-JCLREC.      00040300
           PERFORM 7900-WRITE-JCL-LINE THRU 7900-EXIT.                  00040300
           MOVE SPACES TO WS-JCLREC.                                    00040300
           STRING 'SEND ''' DELIMITED BY SIZE                           00040300
                  WS-ALERT-NEW-ID DELIMITED BY SIZE                     00040300
                  ' C ' DELIMITED BY SIZE                               00040300
                  WS-ALERT-SEND-TEXT DELIMITED BY SIZE                  00040300
                  ''' -' DELIMITED BY SIZE                              00040300
                  INTO WS-JCLREC.                                       00040300
           PERFORM 7900-WRITE-JCL-LINE THRU 7900-EXIT.                  00040300
           MOVE SPACES TO WS-JCLREC.                                    00040300
           STRING '  USER(' DELIMITED BY SIZE                           00040300
                  WS-ALERT-NOTIFY-USER DELIMITED BY SPACE               00040300
                  ') LOGON' DELIMITED BY SIZE                           00040300
                  INTO WS-JCLREC.                                       00040300
           PERFORM 7900-WRITE-JCL-LINE THRU 7900-EXIT.                  00040300
           MOVE '/*'                                 TO WS-JCLREC.      00040300
           PERFORM 7900-WRITE-JCL-LINE THRU 7900-EXIT.                  00040300
           CLOSE JCLFILE.                                               00040300
       7300-EXIT.                                                       00040300
           EXIT.                                                        00040300
      **********************************                                00040300
       8000-CHANGE-CONFIG.                                              00040400
      **********************************                                00040500
