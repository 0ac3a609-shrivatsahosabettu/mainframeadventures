//PMMSTRIG JOB (COBOL),                                                 00000010
//             'PMMSTRIG',                                              00000020
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
      *   It posts the arrival of a trigger - a dataset landing, a      00000130
      *   feed being received - for the scheduler to act on. The job    00000140
      *   step that receives the data runs it as its last step, or the  00000150
      *   operator submits it by hand. The PARM carries the trigger     00000160
      *   name (columns 1-6) and, after a blank, an optional free-text  00000170
      *   note such as the dataset name. Each execution appends one     00000180
      *   record - trigger, date, time, note - to PMMS.DATA.TRIGGERS,   00000190
      *   which PMMSSCHD reads every poll: a TASKLIST task with         00000200
      *   REC-INTERVAL-MINS 'TRG' naming the trigger in REC-DEPEND-ON   00000210
      *   fires once per arrival inside its window.                     00000220
      *   A blank trigger name is refused with RC 8.                    00000230
      *                                                                 00000240
      *   TRIGGERS   Output trigger-arrival ledger (DISP=MOD).          00000250
      ******************************************************************00000260
      * MODIFICATION LOG:                                               00000270
      *   15/OCT/2026 - D. ASTA - Code started.                         00000280
      ******************************************************************00000290
       IDENTIFICATION DIVISION.                                         00000300
       PROGRAM-ID.   'PMMSTRIG'.                                        00000310
       AUTHOR.       'DAVID ASTA'.                                      00000320
       INSTALLATION. 'MVS 3.8j TK4-'.                                   00000330
       DATE-WRITTEN. '15/10/2026'.                                      00000340
       DATE-COMPILED.                                                   00000350
       REMARKS.      'V1R1M0'.                                          00000360
      ******************************************************************00000370
       ENVIRONMENT DIVISION.                                            00000380
      ******************************************************************00000390
       INPUT-OUTPUT SECTION.                                            00000400
       FILE-CONTROL.                                                    00000410
           SELECT TRIGGERS-FILE ASSIGN TO DA-S-TRIGGERS.                00000420
      ******************************************************************00000430
       DATA DIVISION.                                                   00000440
      ******************************************************************00000450
       FILE SECTION.                                                    00000460
      *******************                                               00000470
       FD  TRIGGERS-FILE                                                00000480
      *******************                                               00000490
           LABEL RECORDS ARE STANDARD                                   00000500
           RECORD CONTAINS 80 CHARACTERS                                00000510
           RECORDING MODE IS F.                                         00000520
       01  TRG-RECORD.                                                  00000530
           05 TRG-NAME                 PIC X(06).                       00000540
           05 FILLER                   PIC X.                           00000550
           05 TRG-DATE                 PIC X(08).                       00000560
           05 FILLER                   PIC X.                           00000570
           05 TRG-TIME                 PIC X(06).                       00000580
           05 FILLER                   PIC X.                           00000590
           05 TRG-TEXT                 PIC X(40).                       00000600
           05 FILLER                   PIC X(17).                       00000610
      **********************************                                00000620
       WORKING-STORAGE SECTION.                                         00000630
      **********************************                                00000640
       01  WS-TODAYS-DATE              PIC X(08).                       00000650
       01  WS-TODAYS-TIME              PIC 9(06).                       00000660
       01  WS-PARM-SUB                 PIC 99.                          00000670
      * The PARM is copied a byte at a time up to its length - the      00000680
      *  storage after a short PARM is not ours to read.                00000690
       01  WS-PARM-COPY.                                                00000700
           05 WS-PARM-TRIGGER          PIC X(06).                       00000710
           05 FILLER                   PIC X.                           00000720
           05 WS-PARM-NOTE             PIC X(40).                       00000730
       01  WS-PARM-COPY-CHARS REDEFINES WS-PARM-COPY.                   00000740
           05 WS-PARM-COPY-CHAR        PIC X OCCURS 47 TIMES.           00000750
      **********************************                                00000760
       LINKAGE SECTION.                                                 00000770
      **********************************                                00000780
       01  PARM-DATA.                                                   00000790
           05 PARM-LENGTH              PIC S9(04) COMP.                 00000800
           05 PARM-TEXT.                                                00000810
              10 PARM-CHAR             PIC X OCCURS 47 TIMES.           00000820
      ******************************************************************00000830
       PROCEDURE DIVISION USING PARM-DATA.                              00000840
      ******************************************************************00000850
       0000-MAIN.                                                       00000860
      **********************************                                00000870
           MOVE CURRENT-DATE TO WS-TODAYS-DATE.                         00000880
           MOVE TIME-OF-DAY  TO WS-TODAYS-TIME.                         00000890
           MOVE SPACES TO WS-PARM-COPY.                                 00000900
           MOVE 1 TO WS-PARM-SUB.                                       00000910
           PERFORM 1000-COPY-PARM-CHAR THRU 1000-EXIT                   00000920
               UNTIL WS-PARM-SUB > PARM-LENGTH                          00000930
                  OR WS-PARM-SUB > 47.                                  00000940
           IF WS-PARM-TRIGGER = SPACES THEN                             00000950
               DISPLAY 'PMMSTRIG - NO TRIGGER NAME IN PARM'             00000960
               MOVE 8 TO RETURN-CODE                                    00000970
               GO TO 0000-EXIT.                                         00000980
           OPEN EXTEND TRIGGERS-FILE.                                   00000990
           MOVE SPACES          TO TRG-RECORD.                          00001000
           MOVE WS-PARM-TRIGGER TO TRG-NAME.                            00001010
           MOVE WS-TODAYS-DATE  TO TRG-DATE.                            00001020
           MOVE WS-TODAYS-TIME  TO TRG-TIME.                            00001030
           MOVE WS-PARM-NOTE    TO TRG-TEXT.                            00001040
           WRITE TRG-RECORD.                                            00001050
           CLOSE TRIGGERS-FILE.                                         00001060
           DISPLAY 'PMMSTRIG - TRIGGER ' WS-PARM-TRIGGER ' POSTED AT '  00001070
                   WS-TODAYS-TIME.                                      00001080
       0000-EXIT.                                                       00001090
           STOP RUN.                                                    00001100
      **********************************                                00001110
       1000-COPY-PARM-CHAR.                                             00001120
      **********************************                                00001130
           MOVE PARM-CHAR (WS-PARM-SUB)                                 00001140
                TO WS-PARM-COPY-CHAR (WS-PARM-SUB).                     00001150
           ADD 1 TO WS-PARM-SUB.                                        00001160
       1000-EXIT.                                                       00001170
           EXIT.                                                        00001180
/*                                                                      00001190
//LKED.SYSLIB  DD DISP=SHR,DSNAME=SYS1.COBLIB                           00001200
//             DD DISP=SHR,DSNAME=SYS1.LINKLIB                          00001210
//             DD DISP=SHR,DSNAME=PMMS.LINKLIB                          00001220
//LKED.SYSLMOD DD DISP=SHR,DSNAME=PMMS.LINKLIB(PMMSTRIG)                00001230
//                                                                      00001240
