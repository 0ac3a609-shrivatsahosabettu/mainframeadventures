      *   members wanting the true failing RC on the ledger invoke     *00000211
      *   this program themselves after each step, passing the step    *00000212
      *   name and code in the PARM.                                   *00000220
      *   A third status, 'STRT', is written by the step PMMSSCHD puts  00000220
      *   at the front of every stream. An 'OK' or 'FAIL' record then   00000220
      *   carries the seconds since that command's latest 'STRT'        00000220
      *   record (JS-ELAPSED), left blank when no start was recorded.   00000220
      *                                                                *00000230
      *   JOBSTAT    Output completion-status ledger (DISP=MOD); also   00000240
      *              read first to find the job's start record.         00000240
      ******************************************************************00000250
      * MODIFICATION LOG:                                              *00000260
      *   22/AUG/2026 - D. ASTA - Code started.                        *00000270
      *                           'TOTCTY FAIL STEP040 0012'. Old       00000277
      *                           short PARMs still work - the new      00000278
      *                           fields stay blank.                    00000279
      *   15/OCT/2026 - D. ASTA - 'STRT' status and JS-ELAPSED. The     00000279
      *                           ledger is read back before the        00000279
      *                           record is appended to find when       00000279
      *                           the job started.                      00000279
      ******************************************************************00000280
       IDENTIFICATION DIVISION.                                         00000290
       PROGRAM-ID.   'PMMSJSTA'.                                        00000300
      ******************************************************************00000380
       INPUT-OUTPUT SECTION.                                            00000390
       FILE-CONTROL.                                                    00000400
           SELECT JOBSTAT-FILE ASSIGN TO DA-S-JOBSTAT                   00000410
                               FILE STATUS IS WS-JOBSTAT-STATUS.        00000410
      ******************************************************************00000420
       DATA DIVISION.                                                   00000430
      ******************************************************************00000440
           05 JS-STEP                  PIC X(08).                       00000592
           05 FILLER                   PIC X.                           00000593
           05 JS-RC                    PIC X(04).                       00000594
           05 FILLER                   PIC X.                           00000600
           05 JS-ELAPSED               PIC 9(06).                       00000600
           05 FILLER                   PIC X(32).                       00000600
      **********************************                                00000610
       WORKING-STORAGE SECTION.                                         00000620
      **********************************                                00000630
       01  WS-TODAYS-DATE              PIC X(08).                       00000640
       01  WS-TODAYS-TIME              PIC 9(06).                       00000650
       01  WS-TODAYS-TIME-PARTS REDEFINES WS-TODAYS-TIME.               00000650
           05 TT-HOURS                 PIC 9(02).                       00000650
           05 TT-MINUTES               PIC 9(02).                       00000650
           05 TT-SECONDS               PIC 9(02).                       00000650
       01  WS-JOBSTAT-STATUS           PIC XX.                          00000650
       01  WS-JOBSTAT-EOF-SW           PIC X VALUE 'N'.                 00000650
           88 WS-JOBSTAT-EOF                 VALUE 'Y'.                 00000650
       01  WS-START-FOUND-SW           PIC X VALUE 'N'.                 00000650
           88 WS-START-FOUND                 VALUE 'Y'.                 00000650
       01  WS-START-DATE               PIC X(08).                       00000650
       01  WS-START-TIME.                                               00000650
           05 WS-START-HOURS           PIC 9(02).                       00000650
           05 WS-START-MINUTES         PIC 9(02).                       00000650
           05 WS-START-SECONDS         PIC 9(02).                       00000650
       01  WS-ELAPSED-WORK.                                             00000650
           05 WS-NOW-SECS              PIC 9(06).                       00000650
           05 WS-START-SECS            PIC 9(06).                       00000650
           05 WS-ELAPSED-SECS          PIC S9(07).                      00000650
      **********************************                                00000660
       LINKAGE SECTION.                                                 00000670
      **********************************                                00000680
      **********************************                                00000790
           MOVE CURRENT-DATE TO WS-TODAYS-DATE.                         00000800
           MOVE TIME-OF-DAY  TO WS-TODAYS-TIME.                         00000810
      * A start record carries no elapsed time of its own.              00000810
           IF PARM-STATUS NOT = 'STRT' THEN                             00000810
               PERFORM 1000-FIND-JOB-START THRU 1000-EXIT.              00000810
           OPEN EXTEND JOBSTAT-FILE.                                    00000820
           MOVE SPACES         TO JS-RECORD.                            00000830
           MOVE PARM-COMMAND   TO JS-COMMAND.                           00000840
           IF PARM-LENGTH NOT < 25 THEN                                 00000874
               MOVE PARM-STEP TO JS-STEP                                00000876
               MOVE PARM-RC   TO JS-RC.                                 00000878
           IF WS-START-FOUND THEN                                       00000878
               PERFORM 2000-WORK-OUT-ELAPSED THRU 2000-EXIT.            00000878
           WRITE JS-RECORD.                                             00000880
           CLOSE JOBSTAT-FILE.                                          00000890
       0000-EXIT.                                                       00000900
           STOP RUN.                                                    00000910
      **********************************                                00000910
       1000-FIND-JOB-START.                                             00000910
      **********************************                                00000910
      * The job's own JOBSTRT step wrote a 'STRT' record for the        00000910
      *  command. The ledger is in time order, so the last one read     00000910
      *  is this run's start.                                           00000910
           OPEN INPUT JOBSTAT-FILE.                                     00000910
           IF WS-JOBSTAT-STATUS NOT = '00' THEN                         00000910
               GO TO 1000-EXIT.                                         00000910
           MOVE 'N' TO WS-JOBSTAT-EOF-SW.                               00000910
           PERFORM 1100-READ-JOBSTAT-RECORD THRU 1100-EXIT              00000910
               UNTIL WS-JOBSTAT-EOF.                                    00000910
           CLOSE JOBSTAT-FILE.                                          00000910
       1000-EXIT.                                                       00000910
           EXIT.                                                        00000910
      **********************************                                00000910
       1100-READ-JOBSTAT-RECORD.                                        00000910
      **********************************                                00000910
           READ JOBSTAT-FILE                                            00000910
               AT END MOVE 'Y' TO WS-JOBSTAT-EOF-SW.                    00000910
           IF WS-JOBSTAT-EOF THEN                                       00000910
               GO TO 1100-EXIT.                                         00000910
           IF JS-COMMAND = PARM-COMMAND AND JS-STATUS = 'STRT' THEN     00000910
               MOVE 'Y'     TO WS-START-FOUND-SW                        00000910
               MOVE JS-DATE TO WS-START-DATE                            00000910
               MOVE JS-TIME TO WS-START-TIME.                           00000910
       1100-EXIT.                                                       00000910
           EXIT.                                                        00000910
      **********************************                                00000910
       2000-WORK-OUT-ELAPSED.                                           00000910
      **********************************                                00000910
      * Seconds from the start record to now. A start dated before      00000910
      *  today means the job ran through midnight.                      00000910
           IF WS-START-TIME NOT NUMERIC THEN                            00000910
               GO TO 2000-EXIT.                                         00000910
           COMPUTE WS-NOW-SECS = TT-HOURS * 3600 + TT-MINUTES * 60      00000910
                               + TT-SECONDS.                            00000910
           COMPUTE WS-START-SECS = WS-START-HOURS * 3600                00000910
                                 + WS-START-MINUTES * 60                00000910
                                 + WS-START-SECONDS.                    00000910
           COMPUTE WS-ELAPSED-SECS = WS-NOW-SECS - WS-START-SECS.       00000910
           IF WS-START-DATE NOT = WS-TODAYS-DATE THEN                   00000910
               ADD 86400 TO WS-ELAPSED-SECS.                            00000910
           IF WS-ELAPSED-SECS < 0 THEN                                  00000910
               GO TO 2000-EXIT.                                         00000910
           MOVE WS-ELAPSED-SECS TO JS-ELAPSED.                          00000910
       2000-EXIT.                                                       00000910
           EXIT.                                                        00000910
/*                                                                      00000920
//LKED.SYSLIB  DD DISP=SHR,DSNAME=SYS1.COBLIB                           00000930
//             DD DISP=SHR,DSNAME=SYS1.LINKLIB                          00000940
