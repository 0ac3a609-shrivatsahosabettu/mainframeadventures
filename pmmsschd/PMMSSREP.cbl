      *   PMMS.DATA.TASKLIST is also read (same as PMMSSCHD) to list    00001409
      *    active commands that never produced a PMMS.DATA.REPORT row   00001410
      *    over the period, i.e. scheduled but never ran.               00001411
      *   An operator activity section lists every operator command     00001411
      *    of the period - who issued it, when, against what, and       00001411
      *    whether it was actioned or refused.                          00001411
      ******************************************************************00001501
       IDENTIFICATION DIVISION.                                         00001601
       PROGRAM-ID.   'PMMSSREP'.                                        00001701
      *                           'W' (waiting on dependency) result is 00002216
      *                           now counted and printed separately    00002217
      *                           from submitted-OK/errored totals.     00002218
      *   15/OCT/2026 - D. ASTA - Trigger tasks: an 'A' (fired on a     00002218
      *                           trigger arrival) counts as OK, an     00002218
      *                           'N' (cut-off passed, nothing          00002218
      *                           arrived) under skips/actions, and a   00002218
      *                           trigger task due today that never     00002218
      *                           fired is listed as TRIGGER NEVER      00002218
      *                           ARRIVED with its trigger name.        00002218
      *   15/OCT/2026 - D. ASTA - Added the operator activity section,  00002218
      *                           a second pass over the report file    00002218
      *                           listing each operator command row     00002218
      *                           with the operator ID PMMSSCHD now     00002218
      *                           keeps on it. A 'U' (command refused   00002218
      *                           as unauthorised) counts as an error.  00002218
      *   15/OCT/2026 - D. ASTA - A 'Q' (operator ACK of a scheduler    00002218
      *                           alert, the alert ID in the command    00002218
      *                           column) counts under skips/actions    00002218
      *                           and is listed as operator activity.   00002218
      ******************************************************************00002201
       ENVIRONMENT DIVISION.                                            00002301
      ******************************************************************00002401
              10 REP-TIME-SUBMI-SS     PIC 9(02).                       00005401
           05 REP-COMMAND              PIC X(06).                       00005501
           05 REP-SUBCOMMAND           PIC X(53).                       00005601
      * Same layout as PMMSSCHD: the operator ID sits after the text    00005601
      *  on rows an operator command caused, and an operator action     00005601
      *  row itself reads 'OPERATOR ' followed by the verb.             00005601
           05 REP-SUBCOMMAND-PARTS REDEFINES REP-SUBCOMMAND.            00005601
              10 REP-SUB-TEXT          PIC X(40).                       00005601
              10 REP-OPER-ID           PIC X(08).                       00005601
              10 FILLER                PIC X(05).                       00005601
           05 REP-OPER-ACTION REDEFINES REP-SUBCOMMAND.                 00005601
              10 REP-OPER-LABEL        PIC X(09).                       00005601
              10 REP-OPER-VERB         PIC X(08).                       00005601
              10 FILLER                PIC X(36).                       00005601
      *******************                                               00005650
       FD  TASKLIST-FILE                                                00005660
      *******************                                               00005670
           05 REC-COMMAND              PIC X(06).                       00005710
           05 REC-DEPEND-ON            PIC X(06).                       00005711
           05 REC-INTERVAL-MINS        PIC X(03).                       00005711
              88 REC-TRIGGER-TASK                  VALUE 'TRG'.         00005711
           05 REC-WINDOW-FROM          PIC X(04).                       00005711
           05 REC-WINDOW-TO            PIC X(04).                       00005711
           05 REC-HOLIDAY-ACTION       PIC X.                           00005711
              88 WS-HOLCAL-EOF                   VALUE 'Y'.             00008509
           05 WS-TODAY-HOLIDAY-SW    PIC X      VALUE 'N'.              00008509
              88 WS-TODAY-HOLIDAY                VALUE 'Y'.             00008509
           05 WS-OPERACT-EOF-SW      PIC X      VALUE 'N'.              00008509
              88 WS-OPERACT-EOF                  VALUE 'Y'.             00008509
       01  WS-JOBSTAT-STATUS         PIC XX.                            00008509
       01  WS-HOLCAL-STATUS          PIC XX.                            00008509
       01  WS-FROM-DATE              PIC X(06) VALUE SPACES.            00008509
              10 WS-SCHED-TIME          PIC X(04).                      00008543
              10 WS-SCHED-DEADLINE      PIC X(04).                      00008543
              10 WS-SCHED-OKTIME        PIC X(06).                      00008543
              10 WS-SCHED-TRIGGER       PIC X(06).                      00008543
              10 WS-SCHED-MATCHED-SW    PIC X.                          00008544
                 88 WS-SCHED-MATCHED               VALUE 'Y'.           00008545
       01  WS-TODAYS-DATE.                                              00008601
              10 WS-LT-OT-HH           PIC X(02).                       00009603
              10 WS-LT-OT-MM           PIC X(02).                       00009603
              10 WS-LT-OT-SS           PIC X(02).                       00009603
       01  OPERATOR-ACTIVITY-WORK.                                      00009603
           05 WS-OA-OPERATOR           PIC X(08).                       00009603
           05 WS-OA-OUTCOME            PIC X(10).                       00009603
       01  WS-SCHEDULED.                                                00009604
           05 WS-SCHED-TEXT1          PIC X(11)  VALUE 'Runs every '.   00009704
           05 WS-SCHED-DAY            PIC X(03).                        00009804
                                       WS-SCHED-CMD (WS-SCHED-SUB).     00016006
              10 COLUMN 38        PIC X(52)  SOURCE                     00016008
                                       WS-SCHED-SUBCMD (WS-SCHED-SUB).  00016009
       01  TRIGGER-NEVER-DETAIL TYPE DETAIL.                            00016009
           05 LINE PLUS 1.                                              00016009
              10 COLUMN 05        PIC X(24)  VALUE                      00016009
                                       'TRIGGER NEVER ARRIVED: '.       00016009
              10 COLUMN 30        PIC A(06)  SOURCE                     00016009
                                       WS-SCHED-CMD (WS-SCHED-SUB).     00016009
              10 COLUMN 38        PIC X(08)  VALUE 'TRIGGER '.          00016009
              10 COLUMN 46        PIC X(06)  SOURCE                     00016009
                                       WS-SCHED-TRIGGER (WS-SCHED-SUB). 00016009
       01  OPERATOR-ACTIVITY-DETAIL TYPE DETAIL.                        00016009
           05 LINE PLUS 1.                                              00016009
              10 COLUMN 05        PIC X(09)  VALUE 'OPERATOR:'.         00016009
              10 COLUMN 15        PIC X(08)  SOURCE WS-OA-OPERATOR.     00016009
              10 COLUMN 25        PIC XX     SOURCE REP-DATE-SUBMI-DD.  00016009
              10 COLUMN 27        PIC X      VALUE '/'.                 00016009
              10 COLUMN 28        PIC XX     SOURCE REP-DATE-SUBMI-MM.  00016009
              10 COLUMN 30        PIC X      VALUE '/'.                 00016009
              10 COLUMN 31        PIC XX     SOURCE REP-DATE-SUBMI-YY.  00016009
              10 COLUMN 35        PIC XX     SOURCE REP-TIME-SUBMI-HH.  00016009
              10 COLUMN 37        PIC X      VALUE ':'.                 00016009
              10 COLUMN 38        PIC XX     SOURCE REP-TIME-SUBMI-MM.  00016009
              10 COLUMN 40        PIC X      VALUE ':'.                 00016009
              10 COLUMN 41        PIC XX     SOURCE REP-TIME-SUBMI-SS.  00016009
              10 COLUMN 45        PIC X(08)  SOURCE REP-OPER-VERB.      00016009
              10 COLUMN 55        PIC A(06)  SOURCE REP-COMMAND.        00016009
              10 COLUMN 63        PIC X(10)  SOURCE WS-OA-OUTCOME.      00016009
       01  REPORT-FOOTING-GROUP TYPE REPORT FOOTING.                    00016007
           05 LINE PLUS 2.                                              00016010
              10 COLUMN 05        PIC X(20)  VALUE                      00016015
           PERFORM 9100-PRINT-NEVER-RAN THRU 9100-EXIT.                 00016670
           PERFORM 9200-PRINT-JOB-OUTCOMES THRU 9200-EXIT.              00016680
           PERFORM 9300-PRINT-LATENESS THRU 9300-EXIT.                  00016690
           CLOSE REPORT-FILE.                                           00016690
           PERFORM 9400-PRINT-OPERATOR-ACTIVITY THRU 9400-EXIT.         00016690
           TERMINATE SUBMITS-REPORT.                                    00016701
       0000-EXIT.                                                       00016901
           STOP RUN.                                                    00017001
      **********************************                                00017101
                        WS-SCHED-DEADLINE (WS-SCHED-COUNT)              00017933
               MOVE SPACES         TO                                   00017933
                        WS-SCHED-OKTIME (WS-SCHED-COUNT)                00017933
               MOVE SPACES         TO                                   00017933
                        WS-SCHED-TRIGGER (WS-SCHED-COUNT)               00017933
               MOVE 'N' TO WS-SCHED-MATCHED-SW (WS-SCHED-COUNT).        00017934
           IF WS-SCHED-DUE AND REC-TRIGGER-TASK THEN                    00017934
               MOVE REC-DEPEND-ON  TO                                   00017934
                        WS-SCHED-TRIGGER (WS-SCHED-COUNT).              00017934
       0004-EXIT.                                                       00017935
           EXIT.                                                        00017936
      **********************************                                00017937
      **********************************                                00021015
      * ' ', 'R' (holiday roll-over that fired), 'O' (operator          00021016
      *  RUNNOW), 'T' (automatic retry attempt) and 'C' (outage         00021017
      *  catch-up that fired) and 'A' (fired on a trigger arrival)      00021017
      *  count as submitted OK; 'W' (waiting on a dependency) and 'B'   00021017
      *  (held on a busy resource) count as waiting; 'H' (holiday),     00021018
      *  'K' (operator SKIP), 'L' (operator RELEASE, informational),    00021019
      *  'Q' (operator ACK of an alert), 'D' (deadline-missed marker)   00021019
      *  and 'N' (trigger not arrived by its cut-off) count as          00021019
      *  skips/actions; anything else - 'U'                             00021019
      *  (operator command refused as unauthorised) among them - is     00021019
      *  an error.                                                      00021019
           IF REP-EXEC-RESULT = ' ' OR REP-EXEC-RESULT = 'R'            00021020
             OR REP-EXEC-RESULT = 'O'                                   00021021
             OR REP-EXEC-RESULT = 'T'                                   00021021
             OR REP-EXEC-RESULT = 'C'                                   00021022
             OR REP-EXEC-RESULT = 'A' THEN                              00021022
               ADD 1 TO WS-OK-COUNT                                     00021025
           ELSE                                                         00021030
               IF REP-EXEC-RESULT = 'W'                                 00021030
                   IF REP-EXEC-RESULT = 'H'                             00021031
                     OR REP-EXEC-RESULT = 'K'                           00021031
                     OR REP-EXEC-RESULT = 'D'                           00021031
                     OR REP-EXEC-RESULT = 'N'                           00021031
                     OR REP-EXEC-RESULT = 'Q'                           00021031
                     OR REP-EXEC-RESULT = 'L' THEN                      00021031
                       ADD 1 TO WS-SKIP-COUNT                           00021032
                   ELSE                                                 00021033
               IF REP-EXEC-RESULT = ' ' OR REP-EXEC-RESULT = 'R'        00021110
                 OR REP-EXEC-RESULT = 'O'                               00021111
                 OR REP-EXEC-RESULT = 'T'                               00021111
                 OR REP-EXEC-RESULT = 'C'                               00021112
                 OR REP-EXEC-RESULT = 'A' THEN                          00021112
                   ADD 1 TO WS-CMD-OK  (WS-CMD-SUB)                     00021115
               ELSE                                                     00021120
                   IF REP-EXEC-RESULT = 'W'                             00021120
                     OR REP-EXEC-RESULT = 'H'                           00021121
                     OR REP-EXEC-RESULT = 'K'                           00021121
                     OR REP-EXEC-RESULT = 'D'                           00021121
                     OR REP-EXEC-RESULT = 'N'                           00021121
                     OR REP-EXEC-RESULT = 'Q'                           00021121
                     OR REP-EXEC-RESULT = 'L' THEN                      00021121
                       ADD 1 TO WS-CMD-WARN (WS-CMD-SUB)                00021122
                   ELSE                                                 00021120
      * A schedule slot is only a match for this REPORT-FILE row when   00021146
      *  its command, subcommand AND scheduled time all agree - two     00021146
      *  TASKLIST entries for the same command/subcommand at different  00021146
      *  times must not be able to mark each other's slot seen. The     00021146
      *  operator ID on a RUNNOW firing is left out of the compare.     00021146
           IF REP-COMMAND = WS-SCHED-CMD (WS-SCHED-SUB)                 00021147
             AND REP-SUB-TEXT = WS-SCHED-SUBCMD (WS-SCHED-SUB)          00021148
             AND REP-TIME-SCHED = WS-SCHED-TIME (WS-SCHED-SUB) THEN     00021148
               MOVE 'Y' TO WS-SCHED-MATCHED-SW (WS-SCHED-SUB)           00021149
               MOVE 'Y' TO WS-SCHED-FOUND-SW.                           00021149
               GO TO 9100-EXIT.                                         00021275
           IF WS-SCHED-MATCHED (WS-SCHED-SUB) THEN                      00021280
               GO TO 9100-NEXT.                                         00021285
      * A trigger task that never fired is a feed that never came.      00021285
           IF WS-SCHED-TRIGGER (WS-SCHED-SUB) NOT = SPACES THEN         00021285
               GENERATE TRIGGER-NEVER-DETAIL                            00021285
               GO TO 9100-NEXT.                                         00021285
           GENERATE NEVER-RAN-DETAIL.                                   00021290
       9100-NEXT.                                                       00021295
           ADD 1 TO WS-SCHED-SUB.                                       00021300
               GO TO 9100-PRINT-NEVER-RAN.                              00021315
       9100-EXIT.                                                       00021320
           EXIT.                                                        00021325
      **********************************                                00021325
       9400-PRINT-OPERATOR-ACTIVITY.                                    00021325
      **********************************                                00021325
      * A second pass over the report file, printing the operator       00021325
      *  command rows of the period: RUNNOW 'O', SKIP 'K', RELEASE      00021325
      *  'L' and ACK 'Q' as actioned, 'U' as refused. Rows written      00021325
      *  before the                                                     00021325
      *  operator ID was carried show it as (NONE).                     00021325
           OPEN INPUT REPORT-FILE.                                      00021325
           MOVE 'N' TO WS-OPERACT-EOF-SW.                               00021325
           PERFORM 9410-READ-OPERATOR-ROW THRU 9410-EXIT                00021325
               UNTIL WS-OPERACT-EOF.                                    00021325
           CLOSE REPORT-FILE.                                           00021325
       9400-EXIT.                                                       00021325
           EXIT.                                                        00021325
      **********************************                                00021325
       9410-READ-OPERATOR-ROW.                                          00021325
      **********************************                                00021325
           READ REPORT-FILE                                             00021325
               AT END MOVE 'Y' TO WS-OPERACT-EOF-SW.                    00021325
           IF WS-OPERACT-EOF THEN                                       00021325
               GO TO 9410-EXIT.                                         00021325
           IF REP-OPER-LABEL NOT = 'OPERATOR ' THEN                     00021325
               GO TO 9410-EXIT.                                         00021325
           MOVE REP-DATE-SUBMI-YY TO WS-REP-YY.                         00021325
           MOVE REP-DATE-SUBMI-MM TO WS-REP-MM.                         00021325
           MOVE REP-DATE-SUBMI-DD TO WS-REP-DD.                         00021325
           IF WS-FROM-DATE NOT = SPACES                                 00021325
             AND WS-REP-YYMMDD < WS-FROM-DATE THEN                      00021325
               GO TO 9410-EXIT.                                         00021325
           IF WS-TO-DATE NOT = SPACES                                   00021325
             AND WS-REP-YYMMDD > WS-TO-DATE THEN                        00021325
               GO TO 9410-EXIT.                                         00021325
           IF REP-OPER-ID = SPACES THEN                                 00021325
               MOVE '(NONE)' TO WS-OA-OPERATOR                          00021325
           ELSE                                                         00021325
               MOVE REP-OPER-ID TO WS-OA-OPERATOR.                      00021325
           IF REP-EXEC-RESULT = 'U' THEN                                00021325
               MOVE 'REFUSED'  TO WS-OA-OUTCOME                         00021325
           ELSE                                                         00021325
               MOVE 'ACTIONED' TO WS-OA-OUTCOME.                        00021325
           GENERATE OPERATOR-ACTIVITY-DETAIL.                           00021325
       9410-EXIT.                                                       00021325
           EXIT.                                                        00021325
/*                                                                      00021001
//LKED.SYSLIB  DD DISP=SHR,DSNAME=SYS1.COBLIB                           00021101
//             DD DISP=SHR,DSNAME=SYS1.LINKLIB                          00021201
