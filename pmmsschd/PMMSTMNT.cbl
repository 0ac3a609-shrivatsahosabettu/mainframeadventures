//PMMSTMNT JOB (COBOL),                                                 00000100
//             'PMMSTMNT',                                              00000200
//             CLASS=A,MSGCLASS=H,                                      00000300
//             MSGLEVEL=(1,1)                                           00000400
//COMPLINK EXEC COBUCL                                                  00000500
//COB.SYSLIB DD DISP=SHR,DSNAME=SYS1.COBLIB                             00000600
//           DD DISP=SHR,DSNAME=SYS1.LINKLIB                            00000700
//COB.SYSPUNCH DD DUMMY                                                 00000800
//COB.SYSIN DD *                                                        00000900
      ******************************************************************00001000
      * PROGRAM DESCRIPTION:                                            00001100
      *   This program is part of PMMS.                                 00001200
      *   Batch maintenance of PMMS.DATA.TASKLIST, so nobody has to     00001300
      *   hand-edit the 80-column layout again - one shifted column     00001400
      *   there silently changes a schedule.                            00001500
      *   The task list is loaded into a table in its own order,        00001600
      *   comment lines included. Transactions name a task by its       00001700
      *   command and subcommand and carry the fields by keyword:       00001800
      *                                                                 00001900
      *     Header card   cols  1- 8  ADD, CHANGE, DELETE, PAUSE or     00002000
      *                               RESUME                            00002100
      *                   cols 10-15  REC-COMMAND                       00002200
      *                   cols 17-42  REC-SUBCOMMAND                    00002300
      *                   cols 44-51  requester (who asked for it)      00002400
      *                   cols 53-56  REC-TIME of the task, only        00002500
      *                               needed when the same command      00002600
      *                               and subcommand is scheduled       00002700
      *                               more than once                    00002800
      *     Field cards   cols  1- 8  SET                               00002900
      *                   cols 10-80  KEYWORD=VALUE                     00003000
      *                                                                 00003100
      *   Keywords: WEEKDAYS (two-letter codes run together, e.g.       00003200
      *   MOTUWETHFR), TIME, DAY, MONTH, DEPENDON, INTERVAL, WINFROM,   00003300
      *   WINTO, HOLIDAY, RETRYMAX, RETRYWAIT, RESOURCE, DEADLINE and,  00003400
      *   on a CHANGE only, SUBCMD for a new subcommand. Numeric        00003500
      *   values are given at full width (INTERVAL=015); INTERVAL=TRG   00003600
      *   makes a trigger task, with the trigger in DEPENDON. An empty  00003600
      *   value clears the field. Field cards follow their header       00003700
      *   and are only allowed on ADD and CHANGE.                       00003800
      *   Every changed task goes through the PMMSTVAL checks (plus     00003900
      *   a numeric HHMM test on TIME) before it is accepted; PAUSE     00004000
      *   is always allowed. The first failure rejects the whole        00004100
      *   transaction - every card of it is written to the reject       00004200
      *   file with the reason - and the task list is left as it        00004300
      *   was. Each accepted transaction appends the run date and       00004400
      *   time, action, requester and the before and after images       00004500
      *   of the task to the audit trail. New tasks go on the end       00004600
      *   of the list; deleted tasks are dropped from it.               00004700
      *   The updated list is written to TASKNEW for the job to copy    00004800
      *   back over PMMS.DATA.TASKLIST. A table overflow ends the       00004900
      *   run with RC 16 and TASKNEW must then not be copied;           00005000
      *   rejected transactions end it with RC 4.                       00005100
      *                                                                 00005200
      *   INFILE     Input current task list.                           00005300
      *   TASKTRX    Input maintenance transactions.                    00005400
      *   TASKNEW    Output updated task list.                          00005500
      *   TASKREJ    Output rejected transaction cards with reason.     00005600
      *   TASKAUD    Output audit trail, before and after images        00005700
      *              (DISP=MOD).                                        00005800
      ******************************************************************00005900
      * MODIFICATION LOG:                                               00006000
      *   15/OCT/2026 - D. ASTA - Code started.                         00006100
      *   15/OCT/2026 - D. ASTA - Accepts the 'TRG' trigger task        00006100
      *                           (matching PMMSTVAL): a trigger must   00006100
      *                           be named and the window is checked.   00006100
      ******************************************************************00006200
       IDENTIFICATION DIVISION.                                         00006300
       PROGRAM-ID.   'PMMSTMNT'.                                        00006400
       AUTHOR.       'DAVID ASTA'.                                      00006500
       INSTALLATION. 'MVS 3.8j TK4-'.                                   00006600
       DATE-WRITTEN. '15/10/2026'.                                      00006700
       DATE-COMPILED.                                                   00006800
       REMARKS.      'V1R1M0'.                                          00006900
      ******************************************************************00007000
       ENVIRONMENT DIVISION.                                            00007100
      ******************************************************************00007200
       INPUT-OUTPUT SECTION.                                            00007300
       FILE-CONTROL.                                                    00007400
           SELECT TASKLIST-FILE ASSIGN TO DA-S-INFILE.                  00007500
           SELECT TRX-FILE      ASSIGN TO DA-S-TASKTRX.                 00007600
           SELECT NEWLIST-FILE  ASSIGN TO DA-S-TASKNEW.                 00007700
           SELECT REJECT-FILE   ASSIGN TO DA-S-TASKREJ.                 00007800
           SELECT AUDIT-FILE    ASSIGN TO DA-S-TASKAUD.                 00007900
      ******************************************************************00008000
       DATA DIVISION.                                                   00008100
      ******************************************************************00008200
       FILE SECTION.                                                    00008300
      *******************                                               00008400
       FD  TASKLIST-FILE                                                00008500
      *******************                                               00008600
           LABEL RECORDS ARE STANDARD                                   00008700
           BLOCK CONTAINS 0 RECORDS                                     00008800
           RECORD CONTAINS 80 CHARACTERS.                               00008900
       01  IN-RECORD                   PIC X(80).                       00009000
      *******************                                               00009100
       FD  TRX-FILE                                                     00009200
      *******************                                               00009300
           LABEL RECORDS ARE STANDARD                                   00009400
           BLOCK CONTAINS 0 RECORDS                                     00009500
           RECORD CONTAINS 80 CHARACTERS.                               00009600
       01  TRX-RECORD.                                                  00009700
           05 TRX-ACTION               PIC X(08).                       00009800
              88 TRX-SET-CARD                      VALUE 'SET'.         00009900
           05 FILLER                   PIC X(72).                       00010000
      *******************                                               00010100
       FD  NEWLIST-FILE                                                 00010200
      *******************                                               00010300
           LABEL RECORDS ARE STANDARD                                   00010400
           BLOCK CONTAINS 0 RECORDS                                     00010500
           RECORD CONTAINS 80 CHARACTERS                                00010600
           RECORDING MODE IS F.                                         00010700
       01  NEW-RECORD                  PIC X(80).                       00010800
      *******************                                               00010900
       FD  REJECT-FILE                                                  00011000
      *******************                                               00011100
           LABEL RECORDS ARE STANDARD                                   00011200
           BLOCK CONTAINS 0 RECORDS                                     00011300
           RECORD CONTAINS 121 CHARACTERS                               00011400
           RECORDING MODE IS F.                                         00011500
       01  REJ-RECORD.                                                  00011600
           05 REJ-CARD                 PIC X(80).                       00011700
           05 FILLER                   PIC X.                           00011800
           05 REJ-REASON               PIC X(40).                       00011900
      *******************                                               00012000
       FD  AUDIT-FILE                                                   00012100
      *******************                                               00012200
           LABEL RECORDS ARE STANDARD                                   00012300
           BLOCK CONTAINS 0 RECORDS                                     00012400
           RECORD CONTAINS 193 CHARACTERS                               00012500
           RECORDING MODE IS F.                                         00012600
       01  AUD-RECORD.                                                  00012700
           05 AUD-RUN-DATE             PIC X(08).                       00012800
           05 FILLER                   PIC X.                           00012900
           05 AUD-RUN-TIME             PIC 9(06).                       00013000
           05 FILLER                   PIC X.                           00013100
           05 AUD-ACTION               PIC X(06).                       00013200
           05 FILLER                   PIC X.                           00013300
           05 AUD-REQUESTER            PIC X(08).                       00013400
           05 FILLER                   PIC X.                           00013500
           05 AUD-BEFORE-IMAGE         PIC X(80).                       00013600
           05 FILLER                   PIC X.                           00013700
           05 AUD-AFTER-IMAGE          PIC X(80).                       00013800
      **********************************                                00013900
       WORKING-STORAGE SECTION.                                         00014000
      **********************************                                00014100
       01  SWITCHES.                                                    00014200
           05 END-OF-FILE              PIC X        VALUE 'N'.          00014300
              88 EOF                                VALUE 'Y'.          00014400
           05 WS-TABLE-FULL-SW         PIC X        VALUE 'N'.          00014500
              88 WS-TABLE-FULL                      VALUE 'Y'.          00014600
           05 WS-SET-OVERFLOW-SW       PIC X        VALUE 'N'.          00014700
              88 WS-SET-OVERFLOW                    VALUE 'Y'.          00014800
           05 WS-KW-FOUND-SW           PIC X        VALUE 'N'.          00014900
              88 WS-KW-FOUND                        VALUE 'Y'.          00015000
           05 WS-DUP-FOUND-SW          PIC X        VALUE 'N'.          00015100
              88 WS-DUP-FOUND                       VALUE 'Y'.          00015200
           05 WS-DAY-FOUND-SW          PIC X        VALUE 'N'.          00015300
              88 WS-DAY-FOUND                       VALUE 'Y'.          00015400
       01  WS-TODAYS-DATE              PIC X(08).                       00015500
       01  WS-TODAYS-TIME              PIC 9(06).                       00015600
       01  WS-REJECT-REASON            PIC X(40).                       00015700
       01  WS-TAB-CONSTANTS.                                            00015800
           05 COUNTER-MAX-TASKS        PIC 999      VALUE 300.          00015900
           05 COUNTER-MAX-SETS         PIC 99       VALUE 20.           00016000
           05 COUNTER-MAX-KEYWORDS     PIC 99       VALUE 14.           00016100
       01  COUNTERS.                                                    00016200
           05 WS-COUNT-CMMD            PIC 9.                           00016300
           05 WS-COUNT-SCMD            PIC 9.                           00016400
           05 WS-COUNT-WDAY            PIC 9.                           00016500
           05 WS-LOADED-COUNT          PIC 9(05)    VALUE ZERO.         00016600
           05 WS-TRX-COUNT             PIC 9(05)    VALUE ZERO.         00016700
           05 WS-CARD-COUNT            PIC 9(05)    VALUE ZERO.         00016800
           05 WS-ADD-COUNT             PIC 9(05)    VALUE ZERO.         00016900
           05 WS-CHANGE-COUNT          PIC 9(05)    VALUE ZERO.         00017000
           05 WS-DELETE-COUNT          PIC 9(05)    VALUE ZERO.         00017100
           05 WS-PAUSE-COUNT           PIC 9(05)    VALUE ZERO.         00017200
           05 WS-RESUME-COUNT          PIC 9(05)    VALUE ZERO.         00017300
           05 WS-REJECT-COUNT          PIC 9(05)    VALUE ZERO.         00017400
           05 WS-WRITTEN-COUNT         PIC 9(05)    VALUE ZERO.         00017500
           05 WS-MATCH-COUNT           PIC 999.                         00017600
           05 WS-VALUE-WORD-LEN        PIC 99.                          00017700
           05 WS-VALUE-BLANKS          PIC 99.                          00017800
       01  SUBSCRIPTS.                                                  00017900
           05 WS-TASK-COUNT            PIC 999      VALUE ZERO.         00018000
           05 WS-TASK-SUB              PIC 999.                         00018100
           05 WS-HIT-SUB               PIC 999.                         00018200
           05 WS-SET-COUNT             PIC 99       VALUE ZERO.         00018300
           05 WS-SET-SUB               PIC 99.                          00018400
           05 WS-KW-SUB                PIC 99.                          00018500
           05 WS-DAY-SUB               PIC 99.                          00018600
           05 WS-FLAG-SUB              PIC 99.                          00018700
           05 WS-PTR                   PIC 99.                          00018800
      * Working copy of the task being maintained - the TASKLIST        00018900
      *  layout, field for field, as in PMMSSCHD and PMMSTVAL.          00019000
       01  TASK-RECORD.                                                 00019100
           05 REC-INDICATOR            PIC X.                           00019200
              88 REC-ACTIVE                        VALUE ' '.           00019300
              88 REC-PAUSED                        VALUE 'P'.           00019400
           05 REC-WEEKDAY.                                              00019500
              10 REC-WEEKDAY-MO        PIC X.                           00019600
              10 REC-WEEKDAY-TU        PIC X.                           00019700
              10 REC-WEEKDAY-WE        PIC X.                           00019800
              10 REC-WEEKDAY-TH        PIC X.                           00019900
              10 REC-WEEKDAY-FR        PIC X.                           00020000
              10 REC-WEEKDAY-SA        PIC X.                           00020100
              10 REC-WEEKDAY-SU        PIC X.                           00020200
           05 REC-WEEKDAY-FLAGS REDEFINES REC-WEEKDAY.                  00020300
              10 REC-WEEKDAY-FLAG      PIC X        OCCURS 7 TIMES.     00020400
           05 REC-TIME.                                                 00020500
              10 REC-TIME-HH           PIC XX.                          00020600
              10 REC-TIME-MM           PIC XX.                          00020700
           05 REC-DATE.                                                 00020800
              10 REC-DATE-DD           PIC XX.                          00020900
                 88 REC-DD-RELATIVE      VALUES 'LD' 'FW' 'LF'.         00021000
              10 REC-DATE-MM           PIC XX.                          00021100
           05 REC-COMMAND              PIC X(06).                       00021200
           05 REC-DEPEND-ON            PIC X(06).                       00021300
           05 REC-INTERVAL-MINS        PIC X(03).                       00021400
              88 REC-TRIGGER-TASK                  VALUE 'TRG'.         00021400
           05 REC-WINDOW-FROM          PIC X(04).                       00021500
           05 REC-WINDOW-TO            PIC X(04).                       00021600
           05 REC-HOLIDAY-ACTION       PIC X.                           00021700
              88 REC-HOL-VALID             VALUES ' ' 'R' 'S' 'N'.      00021800
           05 REC-RETRY-MAX            PIC X(01).                       00021900
           05 REC-RETRY-WAIT           PIC X(03).                       00022000
           05 REC-RESOURCE             PIC X(06).                       00022100
           05 REC-DEADLINE             PIC X(04).                       00022200
           05 REC-SUBCOMMAND           PIC X(26).                       00022300
       01  WS-BEFORE-IMAGE             PIC X(80).                       00022400
      * The task list as loaded, in file order. Only the fields the     00022500
      *  lookup and duplicate tests need are broken out.                00022600
       01  WS-TASK-TABLE.                                               00022700
           05 WS-TAB-TASK OCCURS 300 TIMES.                             00022800
              10 WS-TASK-IMAGE.                                         00022900
                 15 WS-TASK-INDICATOR  PIC X.                           00023000
                 15 WS-TASK-WEEKDAY    PIC X(07).                       00023100
                 15 WS-TASK-TIME       PIC X(04).                       00023200
                 15 WS-TASK-DATE       PIC X(04).                       00023300
                 15 WS-TASK-COMMAND    PIC X(06).                       00023400
                 15 FILLER             PIC X(32).                       00023500
                 15 WS-TASK-SUBCOMMAND PIC X(26).                       00023600
              10 WS-TASK-GONE          PIC X.                           00023700
      * One transaction: its header card and the field cards after it.  00023800
       01  WS-HEADER-CARD.                                              00023900
           05 HDR-ACTION               PIC X(08).                       00024000
              88 HDR-ADD                           VALUE 'ADD'.         00024100
              88 HDR-CHANGE                        VALUE 'CHANGE'.      00024200
              88 HDR-DELETE                        VALUE 'DELETE'.      00024300
              88 HDR-PAUSE                         VALUE 'PAUSE'.       00024400
              88 HDR-RESUME                        VALUE 'RESUME'.      00024500
              88 HDR-VALID-ACTION    VALUES 'ADD' 'CHANGE' 'DELETE'     00024600
                                            'PAUSE' 'RESUME'.           00024700
           05 FILLER                   PIC X.                           00024800
           05 HDR-COMMAND              PIC X(06).                       00024900
           05 FILLER                   PIC X.                           00025000
           05 HDR-SUBCOMMAND           PIC X(26).                       00025100
           05 FILLER                   PIC X.                           00025200
           05 HDR-REQUESTER            PIC X(08).                       00025300
           05 FILLER                   PIC X.                           00025400
           05 HDR-AT-TIME              PIC X(04).                       00025500
           05 FILLER                   PIC X(24).                       00025600
       01  WS-SET-TABLE.                                                00025700
           05 WS-SET-CARD              PIC X(80)    OCCURS 20 TIMES.    00025800
       01  WS-SET-WORK.                                                 00025900
           05 FILLER                   PIC X(09).                       00026000
           05 WS-SET-TEXT              PIC X(71).                       00026100
       01  WS-KEYWORD                  PIC X(10).                       00026200
       01  WS-VALUE                    PIC X(71).                       00026300
       01  WS-VALUE-PARTS REDEFINES WS-VALUE.                           00026400
           05 WS-VALUE-SUBCMD          PIC X(26).                       00026500
           05 WS-VALUE-OVERFLOW        PIC X(45).                       00026600
       01  WS-VALUE-DAYS REDEFINES WS-VALUE.                            00026700
           05 WS-VALUE-DAY-CODE        PIC XX       OCCURS 7 TIMES.     00026800
           05 FILLER                   PIC X(57).                       00026900
      * Keyword and the longest value it may carry.                     00027000
       01  WS-KEYWORD-VALUES.                                           00027100
           05 FILLER                   PIC X(12) VALUE 'WEEKDAYS  14'.  00027200
           05 FILLER                   PIC X(12) VALUE 'TIME      04'.  00027300
           05 FILLER                   PIC X(12) VALUE 'DAY       02'.  00027400
           05 FILLER                   PIC X(12) VALUE 'MONTH     02'.  00027500
           05 FILLER                   PIC X(12) VALUE 'DEPENDON  06'.  00027600
           05 FILLER                   PIC X(12) VALUE 'INTERVAL  03'.  00027700
           05 FILLER                   PIC X(12) VALUE 'WINFROM   04'.  00027800
           05 FILLER                   PIC X(12) VALUE 'WINTO     04'.  00027900
           05 FILLER                   PIC X(12) VALUE 'HOLIDAY   01'.  00028000
           05 FILLER                   PIC X(12) VALUE 'RETRYMAX  01'.  00028100
           05 FILLER                   PIC X(12) VALUE 'RETRYWAIT 03'.  00028200
           05 FILLER                   PIC X(12) VALUE 'RESOURCE  06'.  00028300
           05 FILLER                   PIC X(12) VALUE 'DEADLINE  04'.  00028400
           05 FILLER                   PIC X(12) VALUE 'SUBCMD    26'.  00028500
       01  WS-KEYWORD-TABLE REDEFINES WS-KEYWORD-VALUES.                00028600
           05 WS-TAB-KEYWORD OCCURS 14 TIMES.                           00028700
              10 WS-KW-NAME            PIC X(10).                       00028800
              10 WS-KW-MAX-LEN         PIC 99.                          00028900
       01  WS-DAY-CODE-VALUES          PIC X(14)                        00029000
                                       VALUE 'MOTUWETHFRSASU'.          00029100
       01  WS-DAY-CODE-TABLE REDEFINES WS-DAY-CODE-VALUES.              00029200
           05 WS-DAY-CODE              PIC XX       OCCURS 7 TIMES.     00029300
      ******************************************************************00029400
       PROCEDURE DIVISION.                                              00029500
      ******************************************************************00029600
       0000-MAIN.                                                       00029700
      **********************************                                00029800
           PERFORM 0001-INITIALISE THRU 0001-EXIT.                      00029900
           IF WS-TABLE-FULL THEN                                        00030000
               GO TO 0000-CLOSE.                                        00030100
           PERFORM 1500-READ-CARD THRU 1500-EXIT.                       00030200
           PERFORM 2000-READ-TRANSACTION THRU 2000-EXIT                 00030300
               UNTIL EOF.                                               00030400
           PERFORM 8000-WRITE-NEW-TASKLIST THRU 8000-EXIT.              00030500
           PERFORM 9000-PRINT-SUMMARY THRU 9000-EXIT.                   00030600
           IF WS-REJECT-COUNT > 0 THEN                                  00030700
               MOVE 4 TO RETURN-CODE.                                   00030800
       0000-CLOSE.                                                      00030900
           CLOSE TRX-FILE,                                              00031000
                 NEWLIST-FILE,                                          00031100
                 REJECT-FILE,                                           00031200
                 AUDIT-FILE.                                            00031300
       0000-EXIT.                                                       00031400
           STOP RUN.                                                    00031500
      **********************************                                00031600
       0001-INITIALISE.                                                 00031700
      **********************************                                00031800
           DISPLAY 'PMMSTMNT - TASKLIST MAINTENANCE STARTING'.          00031900
           MOVE CURRENT-DATE TO WS-TODAYS-DATE.                         00032000
           MOVE TIME-OF-DAY  TO WS-TODAYS-TIME.                         00032100
           OPEN INPUT  TASKLIST-FILE.                                   00032200
           PERFORM 1000-LOAD-TASKLIST THRU 1000-EXIT                    00032300
               UNTIL EOF OR WS-TABLE-FULL.                              00032400
           CLOSE TASKLIST-FILE.                                         00032500
           OPEN INPUT  TRX-FILE.                                        00032600
           OPEN OUTPUT NEWLIST-FILE.                                    00032700
           OPEN OUTPUT REJECT-FILE.                                     00032800
           OPEN EXTEND AUDIT-FILE.                                      00032900
           MOVE 'N' TO END-OF-FILE.                                     00033000
       0001-EXIT.                                                       00033100
           EXIT.                                                        00033200
      **********************************                                00033300
       1000-LOAD-TASKLIST.                                              00033400
      **********************************                                00033500
      *  Comment lines are kept in place so the rewritten list reads    00033600
      *   exactly as it did, less what was changed.                     00033700
           READ TASKLIST-FILE                                           00033800
               AT END MOVE 'Y' TO END-OF-FILE.                          00033900
           IF EOF THEN                                                  00034000
               GO TO 1000-EXIT.                                         00034100
           IF WS-TASK-COUNT NOT < COUNTER-MAX-TASKS THEN                00034200
               DISPLAY 'PMMSTMNT - TASKLIST TABLE FULL AT '             00034300
                   COUNTER-MAX-TASKS ' RECORDS - NOTHING APPLIED'       00034400
               MOVE 'Y' TO WS-TABLE-FULL-SW                             00034500
               MOVE 16 TO RETURN-CODE                                   00034600
               GO TO 1000-EXIT.                                         00034700
           ADD 1 TO WS-TASK-COUNT.                                      00034800
           ADD 1 TO WS-LOADED-COUNT.                                    00034900
           MOVE IN-RECORD TO WS-TASK-IMAGE (WS-TASK-COUNT).             00035000
           MOVE 'N'       TO WS-TASK-GONE (WS-TASK-COUNT).              00035100
       1000-EXIT.                                                       00035200
           EXIT.                                                        00035300
      **********************************                                00035400
       1500-READ-CARD.                                                  00035500
      **********************************                                00035600
           READ TRX-FILE                                                00035700
               AT END MOVE 'Y' TO END-OF-FILE.                          00035800
           IF NOT EOF THEN                                              00035900
               ADD 1 TO WS-CARD-COUNT.                                  00036000
       1500-EXIT.                                                       00036100
           EXIT.                                                        00036200
      **********************************                                00036300
       2000-READ-TRANSACTION.                                           00036400
      **********************************                                00036500
      *  The card in hand starts a transaction; the SET cards after it  00036600
      *   belong to it. A SET card with no header in front of it is     00036700
      *   taken as a header and rejects as an invalid action.           00036800
           MOVE TRX-RECORD TO WS-HEADER-CARD.                           00036900
           MOVE ZERO TO WS-SET-COUNT.                                   00037000
           MOVE 'N'  TO WS-SET-OVERFLOW-SW.                             00037100
           ADD 1 TO WS-TRX-COUNT.                                       00037200
           PERFORM 1500-READ-CARD THRU 1500-EXIT.                       00037300
           PERFORM 2100-COLLECT-SET-CARD THRU 2100-EXIT                 00037400
               UNTIL EOF OR NOT TRX-SET-CARD.                           00037500
           PERFORM 3000-PROCESS-TRANSACTION THRU 3000-EXIT.             00037600
       2000-EXIT.                                                       00037700
           EXIT.                                                        00037800
      **********************************                                00037900
       2100-COLLECT-SET-CARD.                                           00038000
      **********************************                                00038100
           IF WS-SET-COUNT < COUNTER-MAX-SETS THEN                      00038200
               ADD 1 TO WS-SET-COUNT                                    00038300
               MOVE TRX-RECORD TO WS-SET-CARD (WS-SET-COUNT)            00038400
           ELSE                                                         00038500
               MOVE 'Y' TO WS-SET-OVERFLOW-SW.                          00038600
           PERFORM 1500-READ-CARD THRU 1500-EXIT.                       00038700
       2100-EXIT.                                                       00038800
           EXIT.                                                        00038900
      **********************************                                00039000
       3000-PROCESS-TRANSACTION.                                        00039100
      **********************************                                00039200
           MOVE SPACES TO WS-REJECT-REASON.                             00039300
           PERFORM 3100-CHECK-HEADER THRU 3100-EXIT.                    00039400
           IF WS-REJECT-REASON = SPACES THEN                            00039500
               PERFORM 3200-BUILD-TASK THRU 3200-EXIT.                  00039600
           IF WS-REJECT-REASON = SPACES                                 00039700
             AND NOT HDR-DELETE                                         00039800
             AND NOT HDR-PAUSE THEN                                     00039900
               PERFORM 3500-VALIDATE-TASK THRU 3500-EXIT.               00040000
           IF WS-REJECT-REASON = SPACES THEN                            00040100
               PERFORM 4000-APPLY-TRANSACTION THRU 4000-EXIT            00040200
           ELSE                                                         00040300
               PERFORM 4500-REJECT-TRANSACTION THRU 4500-EXIT.          00040400
       3000-EXIT.                                                       00040500
           EXIT.                                                        00040600
      **********************************                                00040700
       3100-CHECK-HEADER.                                               00040800
      **********************************                                00040900
      *  First failing test wins, as in the validation that follows.    00041000
           IF NOT HDR-VALID-ACTION THEN                                 00041100
               MOVE 'INVALID ACTION' TO WS-REJECT-REASON                00041200
               GO TO 3100-EXIT.                                         00041300
           IF HDR-COMMAND = SPACES THEN                                 00041400
               MOVE 'COMMAND MISSING' TO WS-REJECT-REASON               00041500
               GO TO 3100-EXIT.                                         00041600
           IF HDR-SUBCOMMAND = SPACES THEN                              00041700
               MOVE 'SUBCOMMAND MISSING' TO WS-REJECT-REASON            00041800
               GO TO 3100-EXIT.                                         00041900
           IF HDR-REQUESTER = SPACES THEN                               00042000
               MOVE 'REQUESTER MISSING' TO WS-REJECT-REASON             00042100
               GO TO 3100-EXIT.                                         00042200
           IF WS-SET-OVERFLOW THEN                                      00042300
               MOVE 'TOO MANY FIELD CARDS' TO WS-REJECT-REASON          00042400
               GO TO 3100-EXIT.                                         00042500
           IF WS-SET-COUNT > 0                                          00042600
             AND NOT HDR-ADD                                            00042700
             AND NOT HDR-CHANGE THEN                                    00042800
               MOVE 'FIELD CARDS ONLY ON ADD OR CHANGE'                 00042900
                   TO WS-REJECT-REASON                                  00043000
               GO TO 3100-EXIT.                                         00043100
           IF HDR-AT-TIME NOT = SPACES                                  00043200
             AND HDR-AT-TIME IS NOT NUMERIC THEN                        00043300
               MOVE 'SELECTING TIME NOT NUMERIC HHMM'                   00043400
                   TO WS-REJECT-REASON                                  00043500
               GO TO 3100-EXIT.                                         00043600
           IF HDR-ADD THEN                                              00043700
               PERFORM 3110-CHECK-ADD THRU 3110-EXIT                    00043800
               GO TO 3100-EXIT.                                         00043900
           PERFORM 3150-FIND-TASK THRU 3150-EXIT.                       00044000
           IF WS-MATCH-COUNT = 0 THEN                                   00044100
               MOVE 'TASK NOT ON TASKLIST' TO WS-REJECT-REASON          00044200
               GO TO 3100-EXIT.                                         00044300
           IF WS-MATCH-COUNT > 1 THEN                                   00044400
               MOVE 'MORE THAN ONE MATCH - GIVE ITS TIME'               00044500
                   TO WS-REJECT-REASON                                  00044600
               GO TO 3100-EXIT.                                         00044700
           IF HDR-PAUSE                                                 00044800
             AND WS-TASK-INDICATOR (WS-HIT-SUB) = 'P' THEN              00044900
               MOVE 'TASK IS ALREADY PAUSED' TO WS-REJECT-REASON        00045000
               GO TO 3100-EXIT.                                         00045100
           IF HDR-RESUME                                                00045200
             AND WS-TASK-INDICATOR (WS-HIT-SUB) NOT = 'P' THEN          00045300
               MOVE 'TASK IS NOT PAUSED' TO WS-REJECT-REASON            00045400
               GO TO 3100-EXIT.                                         00045500
       3100-EXIT.                                                       00045600
           EXIT.                                                        00045700
      **********************************                                00045800
       3110-CHECK-ADD.                                                  00045900
      **********************************                                00046000
      *  A new task may share its command and subcommand with another   00046100
      *   as long as the schedule differs - the duplicate test in the   00046200
      *   validation decides that.                                      00046300
           IF HDR-AT-TIME NOT = SPACES THEN                             00046400
               MOVE 'SELECTING TIME NOT USED ON ADD'                    00046500
                   TO WS-REJECT-REASON                                  00046600
               GO TO 3110-EXIT.                                         00046700
           IF WS-TASK-COUNT NOT < COUNTER-MAX-TASKS THEN                00046800
               MOVE 'TASKLIST TABLE FULL' TO WS-REJECT-REASON           00046900
               GO TO 3110-EXIT.                                         00047000
           MOVE ZERO TO WS-HIT-SUB.                                     00047100
       3110-EXIT.                                                       00047200
           EXIT.                                                        00047300
      **********************************                                00047400
       3150-FIND-TASK.                                                  00047500
      **********************************                                00047600
      *  Only live entries - active or paused - are candidates;         00047700
      *   comment lines never match.                                    00047800
           MOVE ZERO TO WS-MATCH-COUNT WS-HIT-SUB.                      00047900
           MOVE 1    TO WS-TASK-SUB.                                    00048000
           PERFORM 3160-COMPARE-TASK THRU 3160-EXIT                     00048100
               UNTIL WS-TASK-SUB > WS-TASK-COUNT.                       00048200
       3150-EXIT.                                                       00048300
           EXIT.                                                        00048400
      **********************************                                00048500
       3160-COMPARE-TASK.                                               00048600
      **********************************                                00048700
           IF WS-TASK-GONE (WS-TASK-SUB) = 'N'                          00048800
             AND (WS-TASK-INDICATOR (WS-TASK-SUB) = ' '                 00048900
               OR WS-TASK-INDICATOR (WS-TASK-SUB) = 'P')                00049000
             AND WS-TASK-COMMAND (WS-TASK-SUB) = HDR-COMMAND            00049100
             AND WS-TASK-SUBCOMMAND (WS-TASK-SUB) = HDR-SUBCOMMAND      00049200
             AND (HDR-AT-TIME = SPACES                                  00049300
               OR WS-TASK-TIME (WS-TASK-SUB) = HDR-AT-TIME) THEN        00049400
               ADD 1 TO WS-MATCH-COUNT                                  00049500
               MOVE WS-TASK-SUB TO WS-HIT-SUB.                          00049600
           ADD 1 TO WS-TASK-SUB.                                        00049700
       3160-EXIT.                                                       00049800
           EXIT.                                                        00049900
      **********************************                                00050000
       3200-BUILD-TASK.                                                 00050100
      **********************************                                00050200
      *  Builds the task as it would stand after the transaction.       00050300
           IF HDR-ADD THEN                                              00050400
               MOVE SPACES         TO WS-BEFORE-IMAGE                   00050500
               MOVE SPACES         TO TASK-RECORD                       00050600
               MOVE HDR-COMMAND    TO REC-COMMAND                       00050700
               MOVE HDR-SUBCOMMAND TO REC-SUBCOMMAND                    00050800
           ELSE                                                         00050900
               MOVE WS-TASK-IMAGE (WS-HIT-SUB) TO WS-BEFORE-IMAGE       00051000
               MOVE WS-TASK-IMAGE (WS-HIT-SUB) TO TASK-RECORD.          00051100
           IF HDR-PAUSE THEN                                            00051200
               MOVE 'P' TO REC-INDICATOR.                               00051300
           IF HDR-RESUME THEN                                           00051400
               MOVE ' ' TO REC-INDICATOR.                               00051500
           MOVE 1 TO WS-SET-SUB.                                        00051600
           PERFORM 3300-APPLY-SET-CARD THRU 3300-EXIT                   00051700
               UNTIL WS-SET-SUB > WS-SET-COUNT                          00051800
                  OR WS-REJECT-REASON NOT = SPACES.                     00051900
       3200-EXIT.                                                       00052000
           EXIT.                                                        00052100
      **********************************                                00052200
       3300-APPLY-SET-CARD.                                             00052300
      **********************************                                00052400
           MOVE WS-SET-CARD (WS-SET-SUB) TO WS-SET-WORK.                00052500
           ADD 1 TO WS-SET-SUB.                                         00052600
           EXAMINE WS-SET-TEXT TALLYING ALL '='.                        00052700
           IF TALLY = 0 THEN                                            00052800
               MOVE 'FIELD CARD IS NOT KEYWORD=VALUE'                   00052900
                   TO WS-REJECT-REASON                                  00053000
               GO TO 3300-EXIT.                                         00053100
      *  Keyword up to the first '=', value everything after it.        00053200
           MOVE SPACES TO WS-KEYWORD WS-VALUE.                          00053300
           MOVE 1 TO WS-PTR.                                            00053400
           UNSTRING WS-SET-TEXT DELIMITED BY '='                        00053500
               INTO WS-KEYWORD                                          00053600
               WITH POINTER WS-PTR.                                     00053700
           IF WS-PTR NOT > 71 THEN                                      00053800
               UNSTRING WS-SET-TEXT                                     00053900
                   INTO WS-VALUE                                        00054000
                   WITH POINTER WS-PTR.                                 00054100
           PERFORM 3310-FIND-KEYWORD THRU 3310-EXIT.                    00054200
           IF NOT WS-KW-FOUND THEN                                      00054300
               STRING 'UNKNOWN KEYWORD ' DELIMITED BY SIZE              00054400
                      WS-KEYWORD        DELIMITED BY ' '                00054500
                   INTO WS-REJECT-REASON                                00054600
               GO TO 3300-EXIT.                                         00054700
           IF WS-KEYWORD = 'SUBCMD' THEN                                00054800
               PERFORM 3330-SET-SUBCOMMAND THRU 3330-EXIT               00054900
               GO TO 3300-EXIT.                                         00055000
      *  Every other value is one word starting straight after the      00055100
      *   '=', no longer than its field.                                00055200
           EXAMINE WS-VALUE TALLYING UNTIL FIRST ' '.                   00055300
           MOVE TALLY TO WS-VALUE-WORD-LEN.                             00055400
           EXAMINE WS-VALUE TALLYING ALL ' '.                           00055500
           MOVE TALLY TO WS-VALUE-BLANKS.                               00055600
           IF WS-VALUE-WORD-LEN + WS-VALUE-BLANKS NOT = 71 THEN         00055700
               STRING 'SPACE INSIDE VALUE OF ' DELIMITED BY SIZE        00055800
                      WS-KEYWORD              DELIMITED BY ' '          00055900
                   INTO WS-REJECT-REASON                                00056000
               GO TO 3300-EXIT.                                         00056100
           IF WS-VALUE-WORD-LEN > WS-KW-MAX-LEN (WS-KW-SUB) THEN        00056200
               STRING 'VALUE TOO LONG FOR ' DELIMITED BY SIZE           00056300
                      WS-KEYWORD           DELIMITED BY ' '             00056400
                   INTO WS-REJECT-REASON                                00056500
               GO TO 3300-EXIT.                                         00056600
           IF WS-KEYWORD = 'WEEKDAYS' THEN                              00056700
               PERFORM 3320-SET-WEEKDAYS THRU 3320-EXIT.                00056800
           IF WS-KEYWORD = 'TIME' THEN                                  00056900
               MOVE WS-VALUE TO REC-TIME.                               00057000
           IF WS-KEYWORD = 'DAY' THEN                                   00057100
               MOVE WS-VALUE TO REC-DATE-DD.                            00057200
           IF WS-KEYWORD = 'MONTH' THEN                                 00057300
               MOVE WS-VALUE TO REC-DATE-MM.                            00057400
           IF WS-KEYWORD = 'DEPENDON' THEN                              00057500
               MOVE WS-VALUE TO REC-DEPEND-ON.                          00057600
           IF WS-KEYWORD = 'INTERVAL' THEN                              00057700
               MOVE WS-VALUE TO REC-INTERVAL-MINS.                      00057800
           IF WS-KEYWORD = 'WINFROM' THEN                               00057900
               MOVE WS-VALUE TO REC-WINDOW-FROM.                        00058000
           IF WS-KEYWORD = 'WINTO' THEN                                 00058100
               MOVE WS-VALUE TO REC-WINDOW-TO.                          00058200
           IF WS-KEYWORD = 'HOLIDAY' THEN                               00058300
               MOVE WS-VALUE TO REC-HOLIDAY-ACTION.                     00058400
           IF WS-KEYWORD = 'RETRYMAX' THEN                              00058500
               MOVE WS-VALUE TO REC-RETRY-MAX.                          00058600
           IF WS-KEYWORD = 'RETRYWAIT' THEN                             00058700
               MOVE WS-VALUE TO REC-RETRY-WAIT.                         00058800
           IF WS-KEYWORD = 'RESOURCE' THEN                              00058900
               MOVE WS-VALUE TO REC-RESOURCE.                           00059000
           IF WS-KEYWORD = 'DEADLINE' THEN                              00059100
               MOVE WS-VALUE TO REC-DEADLINE.                           00059200
       3300-EXIT.                                                       00059300
           EXIT.                                                        00059400
      **********************************                                00059500
       3310-FIND-KEYWORD.                                               00059600
      **********************************                                00059700
           MOVE 'N' TO WS-KW-FOUND-SW.                                  00059800
           MOVE 1   TO WS-KW-SUB.                                       00059900
           PERFORM 3315-COMPARE-KEYWORD THRU 3315-EXIT                  00060000
               UNTIL WS-KW-SUB > COUNTER-MAX-KEYWORDS                   00060100
                  OR WS-KW-FOUND.                                       00060200
       3310-EXIT.                                                       00060300
           EXIT.                                                        00060400
      **********************************                                00060500
       3315-COMPARE-KEYWORD.                                            00060600
      **********************************                                00060700
           IF WS-KEYWORD = WS-KW-NAME (WS-KW-SUB) THEN                  00060800
               MOVE 'Y' TO WS-KW-FOUND-SW                               00060900
           ELSE                                                         00061000
               ADD 1 TO WS-KW-SUB.                                      00061100
       3315-EXIT.                                                       00061200
           EXIT.                                                        00061300
      **********************************                                00061400
       3320-SET-WEEKDAYS.                                               00061500
      **********************************                                00061600
      *  The value replaces the whole weekday set; each two-letter      00061700
      *   code turns on its day's flag.                                 00061800
           MOVE SPACES TO REC-WEEKDAY.                                  00061900
           MOVE 1 TO WS-DAY-SUB.                                        00062000
           PERFORM 3325-SET-ONE-WEEKDAY THRU 3325-EXIT                  00062100
               UNTIL WS-DAY-SUB > 7                                     00062200
                  OR WS-REJECT-REASON NOT = SPACES.                     00062300
       3320-EXIT.                                                       00062400
           EXIT.                                                        00062500
      **********************************                                00062600
       3325-SET-ONE-WEEKDAY.                                            00062700
      **********************************                                00062800
           IF WS-VALUE-DAY-CODE (WS-DAY-SUB) = SPACES THEN              00062900
               GO TO 3325-NEXT.                                         00063000
           MOVE 'N' TO WS-DAY-FOUND-SW.                                 00063100
           MOVE 1   TO WS-FLAG-SUB.                                     00063200
           PERFORM 3326-MATCH-DAY-CODE THRU 3326-EXIT                   00063300
               UNTIL WS-FLAG-SUB > 7                                    00063400
                  OR WS-DAY-FOUND.                                      00063500
           IF NOT WS-DAY-FOUND THEN                                     00063600
               STRING 'INVALID WEEKDAY CODE ' DELIMITED BY SIZE         00063700
                      WS-VALUE-DAY-CODE (WS-DAY-SUB)                    00063800
                                           DELIMITED BY SIZE            00063900
                   INTO WS-REJECT-REASON.                               00064000
       3325-NEXT.                                                       00064100
           ADD 1 TO WS-DAY-SUB.                                         00064200
       3325-EXIT.                                                       00064300
           EXIT.                                                        00064400
      **********************************                                00064500
       3326-MATCH-DAY-CODE.                                             00064600
      **********************************                                00064700
           IF WS-VALUE-DAY-CODE (WS-DAY-SUB) =                          00064800
                                 WS-DAY-CODE (WS-FLAG-SUB) THEN         00064900
               MOVE 'X' TO REC-WEEKDAY-FLAG (WS-FLAG-SUB)               00065000
               MOVE 'Y' TO WS-DAY-FOUND-SW                              00065100
           ELSE                                                         00065200
               ADD 1 TO WS-FLAG-SUB.                                    00065300
       3326-EXIT.                                                       00065400
           EXIT.                                                        00065500
      **********************************                                00065600
       3330-SET-SUBCOMMAND.                                             00065700
      **********************************                                00065800
      *  The subcommand may hold spaces of its own, so only its length  00065900
      *   is tested. Renaming only makes sense on a CHANGE - an ADD     00066000
      *   takes its subcommand from the header.                         00066100
           IF NOT HDR-CHANGE THEN                                       00066200
               MOVE 'SUBCMD ONLY ON CHANGE' TO WS-REJECT-REASON         00066300
               GO TO 3330-EXIT.                                         00066400
           IF WS-VALUE-OVERFLOW NOT = SPACES THEN                       00066500
               MOVE 'VALUE TOO LONG FOR SUBCMD' TO WS-REJECT-REASON     00066600
               GO TO 3330-EXIT.                                         00066700
           MOVE WS-VALUE-SUBCMD TO REC-SUBCOMMAND.                      00066800
       3330-EXIT.                                                       00066900
           EXIT.                                                        00067000
      **********************************                                00067100
       3500-VALIDATE-TASK.                                              00067200
      **********************************                                00067300
      *  The PMMSTVAL checks, stopping at the first failure, plus the   00067400
      *   HHMM test on the run time.                                    00067500
           MOVE ZERO TO WS-COUNT-CMMD WS-COUNT-SCMD WS-COUNT-WDAY.      00067600
           EXAMINE REC-COMMAND TALLYING UNTIL FIRST ' '.                00067700
           MOVE TALLY TO WS-COUNT-CMMD.                                 00067800
           EXAMINE REC-SUBCOMMAND TALLYING UNTIL FIRST ' '.             00067900
           MOVE TALLY TO WS-COUNT-SCMD.                                 00068000
           EXAMINE REC-WEEKDAY TALLYING ALL 'X'.                        00068100
           MOVE TALLY TO WS-COUNT-WDAY.                                 00068200
           IF WS-COUNT-CMMD = 0 OR WS-COUNT-SCMD = 0 THEN               00068300
               MOVE 'MISSING COMMAND OR SUBCOMMAND'                     00068400
                   TO WS-REJECT-REASON                                  00068500
               GO TO 3500-EXIT.                                         00068600
           IF REC-DATE-MM > 0 AND REC-DATE-DD = SPACES                  00068700
                             AND WS-COUNT-WDAY = 0 THEN                 00068800
               MOVE 'NO WEEKDAY + MONTH' TO WS-REJECT-REASON            00068900
               GO TO 3500-EXIT.                                         00069000
           IF REC-TIME NOT = SPACES                                     00069100
             AND REC-TIME IS NOT NUMERIC THEN                           00069200
               MOVE 'TIME NOT NUMERIC HHMM' TO WS-REJECT-REASON         00069300
               GO TO 3500-EXIT.                                         00069400
           IF REC-DEPEND-ON NOT = SPACES                                00069500
             AND REC-DEPEND-ON = REC-COMMAND                            00069600
             AND NOT REC-TRIGGER-TASK THEN                              00069600
               MOVE 'DEPENDS ON ITSELF' TO WS-REJECT-REASON             00069700
               GO TO 3500-EXIT.                                         00069800
           IF REC-INTERVAL-MINS NOT = SPACES                            00069900
             AND REC-INTERVAL-MINS IS NOT NUMERIC                       00070000
             AND NOT REC-TRIGGER-TASK THEN                              00070000
               MOVE 'INTERVAL IS NOT NUMERIC' TO WS-REJECT-REASON       00070100
               GO TO 3500-EXIT.                                         00070200
           IF REC-TRIGGER-TASK AND REC-DEPEND-ON = SPACES THEN          00070200
               MOVE 'TRIGGER TASK NAMES NO TRIGGER'                     00070200
                   TO WS-REJECT-REASON                                  00070200
               GO TO 3500-EXIT.                                         00070200
           IF REC-TRIGGER-TASK THEN                                     00070200
               PERFORM 3550-CHECK-INTERVAL-WINDOW THRU 3550-EXIT.       00070200
           IF REC-INTERVAL-MINS IS NUMERIC                              00070300
             AND REC-INTERVAL-MINS > '000' THEN                         00070400
               PERFORM 3550-CHECK-INTERVAL-WINDOW THRU 3550-EXIT.       00070500
           IF WS-REJECT-REASON NOT = SPACES THEN                        00070600
               GO TO 3500-EXIT.                                         00070700
           IF NOT REC-HOL-VALID THEN                                    00070800
               MOVE 'HOLIDAY ACTION NOT BLANK/R/S/N'                    00070900
                   TO WS-REJECT-REASON                                  00071000
               GO TO 3500-EXIT.                                         00071100
           IF REC-RETRY-MAX NOT = SPACES                                00071200
             AND REC-RETRY-MAX IS NOT NUMERIC THEN                      00071300
               MOVE 'RETRY COUNT NOT NUMERIC' TO WS-REJECT-REASON       00071400
               GO TO 3500-EXIT.                                         00071500
           IF REC-RETRY-WAIT NOT = SPACES                               00071600
             AND REC-RETRY-WAIT IS NOT NUMERIC THEN                     00071700
               MOVE 'RETRY WAIT NOT NUMERIC' TO WS-REJECT-REASON        00071800
               GO TO 3500-EXIT.                                         00071900
           IF REC-RETRY-MAX IS NUMERIC                                  00072000
             AND REC-RETRY-MAX > '0'                                    00072100
             AND REC-RETRY-WAIT IS NOT NUMERIC THEN                     00072200
               MOVE 'RETRY COUNT WITHOUT A WAIT' TO WS-REJECT-REASON    00072300
               GO TO 3500-EXIT.                                         00072400
           IF REC-DATE-DD NOT = SPACES                                  00072500
             AND REC-DATE-DD IS NOT NUMERIC                             00072600
             AND NOT REC-DD-RELATIVE THEN                               00072700
               MOVE 'DAY NOT NUMERIC AND NOT LD/FW/LF'                  00072800
                   TO WS-REJECT-REASON                                  00072900
               GO TO 3500-EXIT.                                         00073000
           IF REC-DEADLINE NOT = SPACES                                 00073100
             AND REC-DEADLINE IS NOT NUMERIC THEN                       00073200
               MOVE 'DEADLINE NOT NUMERIC HHMM' TO WS-REJECT-REASON     00073300
               GO TO 3500-EXIT.                                         00073400
           PERFORM 3600-CHECK-FOR-DUPLICATE THRU 3600-EXIT.             00073500
       3500-EXIT.                                                       00073600
           EXIT.                                                        00073700
      **********************************                                00073800
       3550-CHECK-INTERVAL-WINDOW.                                      00073900
      **********************************                                00074000
           IF REC-WINDOW-FROM NOT = SPACES                              00074100
             AND REC-WINDOW-FROM IS NOT NUMERIC THEN                    00074200
               MOVE 'WINDOW FROM NOT NUMERIC' TO WS-REJECT-REASON       00074300
               GO TO 3550-EXIT.                                         00074400
           IF REC-WINDOW-TO NOT = SPACES                                00074500
             AND REC-WINDOW-TO IS NOT NUMERIC THEN                      00074600
               MOVE 'WINDOW TO NOT NUMERIC' TO WS-REJECT-REASON         00074700
               GO TO 3550-EXIT.                                         00074800
           IF REC-WINDOW-FROM IS NUMERIC                                00074900
             AND REC-WINDOW-TO IS NUMERIC                               00075000
             AND REC-WINDOW-FROM > REC-WINDOW-TO THEN                   00075100
               MOVE 'WINDOW FROM IS AFTER WINDOW TO'                    00075200
                   TO WS-REJECT-REASON.                                 00075300
       3550-EXIT.                                                       00075400
           EXIT.                                                        00075500
      **********************************                                00075600
       3600-CHECK-FOR-DUPLICATE.                                        00075700
      **********************************                                00075800
      *  Same test as PMMSTVAL, against every other live entry - the    00075900
      *   task's own slot is skipped on a CHANGE or RESUME.             00076000
           MOVE 'N' TO WS-DUP-FOUND-SW.                                 00076100
           MOVE 1   TO WS-TASK-SUB.                                     00076200
           PERFORM 3610-COMPARE-TO-TASK THRU 3610-EXIT                  00076300
               UNTIL WS-TASK-SUB > WS-TASK-COUNT                        00076400
                  OR WS-DUP-FOUND.                                      00076500
           IF WS-DUP-FOUND THEN                                         00076600
               MOVE 'DUPLICATE COMMAND/SUBCOMMAND/SCHEDULE'             00076700
                   TO WS-REJECT-REASON.                                 00076800
       3600-EXIT.                                                       00076900
           EXIT.                                                        00077000
      **********************************                                00077100
       3610-COMPARE-TO-TASK.                                            00077200
      **********************************                                00077300
           IF WS-TASK-SUB NOT = WS-HIT-SUB                              00077400
             AND WS-TASK-GONE (WS-TASK-SUB) = 'N'                       00077500
             AND (WS-TASK-INDICATOR (WS-TASK-SUB) = ' '                 00077600
               OR WS-TASK-INDICATOR (WS-TASK-SUB) = 'P')                00077700
             AND REC-COMMAND    = WS-TASK-COMMAND    (WS-TASK-SUB)      00077800
             AND REC-SUBCOMMAND = WS-TASK-SUBCOMMAND (WS-TASK-SUB)      00077900
             AND REC-WEEKDAY    = WS-TASK-WEEKDAY    (WS-TASK-SUB)      00078000
             AND REC-DATE       = WS-TASK-DATE       (WS-TASK-SUB)      00078100
             AND REC-TIME       = WS-TASK-TIME       (WS-TASK-SUB) THEN 00078200
               MOVE 'Y' TO WS-DUP-FOUND-SW.                             00078300
           ADD 1 TO WS-TASK-SUB.                                        00078400
       3610-EXIT.                                                       00078500
           EXIT.                                                        00078600
      **********************************                                00078700
       4000-APPLY-TRANSACTION.                                          00078800
      **********************************                                00078900
           MOVE SPACES         TO AUD-RECORD.                           00079000
           MOVE WS-TODAYS-DATE TO AUD-RUN-DATE.                         00079100
           MOVE WS-TODAYS-TIME TO AUD-RUN-TIME.                         00079200
           MOVE HDR-ACTION     TO AUD-ACTION.                           00079300
           MOVE HDR-REQUESTER  TO AUD-REQUESTER.                        00079400
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE.                    00079500
           IF HDR-ADD THEN                                              00079600
               ADD 1 TO WS-TASK-COUNT                                   00079700
               MOVE WS-TASK-COUNT TO WS-HIT-SUB                         00079800
               MOVE 'N' TO WS-TASK-GONE (WS-HIT-SUB)                    00079900
               ADD 1 TO WS-ADD-COUNT.                                   00080000
           IF HDR-DELETE THEN                                           00080100
               MOVE 'Y' TO WS-TASK-GONE (WS-HIT-SUB)                    00080200
               ADD 1 TO WS-DELETE-COUNT                                 00080300
           ELSE                                                         00080400
               MOVE TASK-RECORD TO WS-TASK-IMAGE (WS-HIT-SUB)           00080500
               MOVE TASK-RECORD TO AUD-AFTER-IMAGE.                     00080600
           IF HDR-CHANGE THEN                                           00080700
               ADD 1 TO WS-CHANGE-COUNT.                                00080800
           IF HDR-PAUSE THEN                                            00080900
               ADD 1 TO WS-PAUSE-COUNT.                                 00081000
           IF HDR-RESUME THEN                                           00081100
               ADD 1 TO WS-RESUME-COUNT.                                00081200
           WRITE AUD-RECORD.                                            00081300
           DISPLAY 'PMMSTMNT - ' HDR-ACTION ' COMMAND=' REC-COMMAND     00081400
               ' SUBCOMMAND=' REC-SUBCOMMAND ' BY ' HDR-REQUESTER.      00081500
       4000-EXIT.                                                       00081600
           EXIT.                                                        00081700
      **********************************                                00081800
       4500-REJECT-TRANSACTION.                                         00081900
      **********************************                                00082000
           ADD 1 TO WS-REJECT-COUNT.                                    00082100
           DISPLAY 'PMMSTMNT - REJECTED ' HDR-ACTION                    00082200
               ' COMMAND=' HDR-COMMAND ' - ' WS-REJECT-REASON.          00082300
           MOVE SPACES           TO REJ-RECORD.                         00082400
           MOVE WS-HEADER-CARD   TO REJ-CARD.                           00082500
           MOVE WS-REJECT-REASON TO REJ-REASON.                         00082600
           WRITE REJ-RECORD.                                            00082700
           MOVE 1 TO WS-SET-SUB.                                        00082800
           PERFORM 4510-REJECT-SET-CARD THRU 4510-EXIT                  00082900
               UNTIL WS-SET-SUB > WS-SET-COUNT.                         00083000
       4500-EXIT.                                                       00083100
           EXIT.                                                        00083200
      **********************************                                00083300
       4510-REJECT-SET-CARD.                                            00083400
      **********************************                                00083500
           MOVE WS-SET-CARD (WS-SET-SUB) TO REJ-CARD.                   00083600
           WRITE REJ-RECORD.                                            00083700
           ADD 1 TO WS-SET-SUB.                                         00083800
       4510-EXIT.                                                       00083900
           EXIT.                                                        00084000
      **********************************                                00084100
       8000-WRITE-NEW-TASKLIST.                                         00084200
      **********************************                                00084300
           MOVE 1 TO WS-TASK-SUB.                                       00084400
           PERFORM 8100-WRITE-ONE-TASK THRU 8100-EXIT                   00084500
               UNTIL WS-TASK-SUB > WS-TASK-COUNT.                       00084600
       8000-EXIT.                                                       00084700
           EXIT.                                                        00084800
      **********************************                                00084900
       8100-WRITE-ONE-TASK.                                             00085000
      **********************************                                00085100
           IF WS-TASK-GONE (WS-TASK-SUB) = 'N' THEN                     00085200
               MOVE WS-TASK-IMAGE (WS-TASK-SUB) TO NEW-RECORD           00085300
               WRITE NEW-RECORD                                         00085400
               ADD 1 TO WS-WRITTEN-COUNT.                               00085500
           ADD 1 TO WS-TASK-SUB.                                        00085600
       8100-EXIT.                                                       00085700
           EXIT.                                                        00085800
      **********************************                                00085900
       9000-PRINT-SUMMARY.                                              00086000
      **********************************                                00086100
           DISPLAY 'PMMSTMNT - RECORDS LOADED   : ' WS-LOADED-COUNT.    00086200
           DISPLAY 'PMMSTMNT - CARDS READ       : ' WS-CARD-COUNT.      00086300
           DISPLAY 'PMMSTMNT - TRANSACTIONS     : ' WS-TRX-COUNT.       00086400
           DISPLAY 'PMMSTMNT - TASKS ADDED      : ' WS-ADD-COUNT.       00086500
           DISPLAY 'PMMSTMNT - TASKS CHANGED    : ' WS-CHANGE-COUNT.    00086600
           DISPLAY 'PMMSTMNT - TASKS DELETED    : ' WS-DELETE-COUNT.    00086700
           DISPLAY 'PMMSTMNT - TASKS PAUSED     : ' WS-PAUSE-COUNT.     00086800
           DISPLAY 'PMMSTMNT - TASKS RESUMED    : ' WS-RESUME-COUNT.    00086900
           DISPLAY 'PMMSTMNT - REJECTED         : ' WS-REJECT-COUNT.    00087000
           DISPLAY 'PMMSTMNT - RECORDS WRITTEN  : ' WS-WRITTEN-COUNT.   00087100
       9000-EXIT.                                                       00087200
           EXIT.                                                        00087300
/*                                                                      00087400
//LKED.SYSLIB  DD DISP=SHR,DSNAME=SYS1.COBLIB                           00087500
//             DD DISP=SHR,DSNAME=SYS1.LINKLIB                          00087600
//             DD DISP=SHR,DSNAME=PMMS.LINKLIB                          00087700
//LKED.SYSLMOD DD DISP=SHR,DSNAME=PMMS.LINKLIB(PMMSTMNT)                00087800
//                                                                      00087900
