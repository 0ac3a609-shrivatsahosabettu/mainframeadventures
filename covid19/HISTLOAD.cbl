//HISTLOAD    JOB (COBOL),'COVID19',CLASS=A,MSGCLASS=H,MSGLEVEL=(0,0)   00000010
//COMPLINK   EXEC COBUCL                                                00000020
//COB.SYSLIB   DD DISP=SHR,DSNAME=SYS1.COBLIB                           00000030
//             DD DISP=SHR,DSNAME=SYS1.LINKLIB                          00000040
//COB.SYSPUNCH DD DUMMY                                                 00000050
//COB.SYSIN    DD *                                                     00000060
      ******************************************************************00000070
      * PROGRAM DESCRIPTION:                                            00000080
      *   One-off load of the keyed history files.                      00000090
      *   COVID19.DATA.HISTCNTRY and COVID19.DATA.HISTARCH used to be   00000100
      *   flat 75-byte datasets, dated MM/DD/YY, which every reader     00000110
      *   had to sweep end to end. Both are now VSAM KSDS clusters      00000120
      *   keyed on country code and YYYYMMDD data date. This program    00000130
      *   reads an old-layout flat history (either one - the job runs   00000140
      *   it once for the live history and once for the archive) and    00000150
      *   loads every row into the keyed cluster, the date turned       00000160
      *   round to YYYYMMDD on the way. Where the flat file holds       00000170
      *   the same country and date twice (a rerun appended twice)      00000180
      *   the later row wins, as it did for the readers before.         00000190
      *                                                                 00000200
      *   HISTOLD    Input old-layout flat history.                     00000210
      *   HISTNEW    Output keyed history cluster.                      00000220
      ******************************************************************00000230
       IDENTIFICATION DIVISION.                                         00000240
       PROGRAM-ID.   'HISTLOAD'.                                        00000250
       AUTHOR.       'DAVID ASTA'.                                      00000260
       INSTALLATION. 'MVS 3.8J TK4-'.                                   00000270
       DATE-WRITTEN. '14/10/2026'.                                      00000280
       DATE-COMPILED.                                                   00000290
       REMARKS.      'V1R1M0'.                                          00000300
      ******************************************************************00000310
       ENVIRONMENT DIVISION.                                            00000320
      ******************************************************************00000330
       INPUT-OUTPUT SECTION.                                            00000340
       FILE-CONTROL.                                                    00000350
           SELECT HISTOLD-FILE   ASSIGN DA-S-HISTOLD.                   00000360
           SELECT HISTNEW-FILE   ASSIGN HISTNEW                         00000370
                                 ORGANIZATION IS INDEXED                00000380
                                 ACCESS MODE IS DYNAMIC                 00000390
                                 RECORD KEY IS NEW-KEY                  00000400
                                 FILE STATUS IS WS-NEW-STATUS.          00000410
      ******************************************************************00000420
       DATA DIVISION.                                                   00000430
      ******************************************************************00000440
       FILE SECTION.                                                    00000450
      **********************************                                00000460
       FD  HISTOLD-FILE                                                 00000470
      *******************                                               00000480
           RECORDING MODE F                                             00000490
           LABEL RECORDS ARE STANDARD                                   00000500
           BLOCK CONTAINS 0 RECORDS                                     00000510
           RECORD CONTAINS 75 CHARACTERS.                               00000520
       01  OLD-RECORD.                                                  00000530
           05 OLD-DATE.                                                 00000540
              10 OLD-DATE-MM      PIC X(02).                            00000550
              10 FILLER           PIC X.                                00000560
              10 OLD-DATE-DD      PIC X(02).                            00000570
              10 FILLER           PIC X.                                00000580
              10 OLD-DATE-YY      PIC X(02).                            00000590
           05 OLD-COUNTRYCODE     PIC A(03).                            00000600
           05 OLD-CASES           PIC 9(08).                            00000610
           05 OLD-DEATHS          PIC 9(08).                            00000620
           05 OLD-COUNTRYNAME     PIC X(40).                            00000630
           05 OLD-RECOVERED       PIC 9(08).                            00000640
      *******************                                               00000650
       FD  HISTNEW-FILE                                                 00000660
      *******************                                               00000670
           LABEL RECORDS ARE STANDARD                                   00000680
           RECORD CONTAINS 80 CHARACTERS.                               00000690
       01  NEW-RECORD.                                                  00000700
           05 NEW-KEY.                                                  00000710
              10 NEW-COUNTRYCODE  PIC A(03).                            00000720
              10 NEW-DATA-DATE.                                         00000730
                 15 NEW-DATE-CC   PIC X(02).                            00000740
                 15 NEW-DATE-YY   PIC X(02).                            00000750
                 15 NEW-DATE-MM   PIC X(02).                            00000760
                 15 NEW-DATE-DD   PIC X(02).                            00000770
           05 NEW-CASES           PIC 9(08).                            00000780
           05 NEW-DEATHS          PIC 9(08).                            00000790
           05 NEW-COUNTRYNAME     PIC X(40).                            00000800
           05 NEW-RECOVERED       PIC 9(08).                            00000810
           05 FILLER              PIC X(05).                            00000820
      **********************************                                00000830
       WORKING-STORAGE SECTION.                                         00000840
      **********************************                                00000850
       01  SWITCHES.                                                    00000860
           05 END-OF-FILE         PIC X      VALUE 'N'.                 00000870
              88 EOF                         VALUE 'Y'.                 00000880
           05 WS-NEW-DUP-SW       PIC X      VALUE 'N'.                 00000890
              88 NEW-DUPLICATE               VALUE 'Y'.                 00000900
           05 WS-NEW-LOAD-SW      PIC X      VALUE 'N'.                 00000900
              88 NEW-LOAD-MODE               VALUE 'Y'.                 00000900
       01  WS-NEW-STATUS          PIC XX.                               00000910
       01  COUNTERS.                                                    00000920
           05 WS-READ-COUNT       PIC 9(08)  VALUE 0.                   00000930
           05 WS-LOAD-COUNT       PIC 9(08)  VALUE 0.                   00000940
           05 WS-REPL-COUNT       PIC 9(08)  VALUE 0.                   00000950
      ******************************************************************00000960
       PROCEDURE DIVISION.                                              00000970
      ******************************************************************00000980
       0000-MAIN.                                                       00000990
           PERFORM 1000-INITIALISE THRU 1000-EXIT.                      00001000
           PERFORM 2000-READ-OLD-HISTORY THRU 2000-EXIT                 00001010
               UNTIL EOF.                                               00001020
           PERFORM 9000-PRINT-SUMMARY THRU 9000-EXIT.                   00001030
           CLOSE HISTOLD-FILE,                                          00001040
                 HISTNEW-FILE.                                          00001050
       0000-EXIT.                                                       00001060
           STOP RUN.                                                    00001070
      **********************************                                00001080
       1000-INITIALISE.                                                 00001090
      **********************************                                00001100
      * The cluster is normally freshly defined and empty, which only   00001110
      *  OPEN OUTPUT accepts; a second load into one already holding    00001120
      *  rows opens it for update instead. Opened for output it is in   00001130
      *  load mode, where a row cannot be rewritten - 2100 reopens it   00001130
      *  for update as soon as the first row is on.                     00001130
           OPEN INPUT HISTOLD-FILE.                                     00001140
           OPEN I-O   HISTNEW-FILE.                                     00001150
           IF WS-NEW-STATUS NOT = '00' THEN                             00001160
               OPEN OUTPUT HISTNEW-FILE                                 00001170
               MOVE 'Y' TO WS-NEW-LOAD-SW.                              00001170
           IF WS-NEW-STATUS NOT = '00' THEN                             00001180
               DISPLAY 'HISTLOAD - HISTNEW OPEN FAILED, STATUS '        00001190
                   WS-NEW-STATUS ' - RUN ABANDONED'                     00001200
               MOVE 16 TO RETURN-CODE                                   00001210
               STOP RUN.                                                00001220
       1000-EXIT.                                                       00001230
           EXIT.                                                        00001240
      **********************************                                00001250
       2000-READ-OLD-HISTORY.                                           00001260
      **********************************                                00001270
           READ HISTOLD-FILE                                            00001280
               AT END MOVE 'Y' TO END-OF-FILE.                          00001290
           IF NOT EOF THEN                                              00001300
               ADD 1 TO WS-READ-COUNT                                   00001310
               PERFORM 2100-LOAD-ONE-ROW THRU 2100-EXIT.                00001320
       2000-EXIT.                                                       00001330
           EXIT.                                                        00001340
      **********************************                                00001350
       2100-LOAD-ONE-ROW.                                               00001360
      **********************************                                00001370
           MOVE SPACES          TO NEW-RECORD.                          00001380
           MOVE OLD-COUNTRYCODE TO NEW-COUNTRYCODE.                     00001390
           MOVE '20'            TO NEW-DATE-CC.                         00001400
           MOVE OLD-DATE-YY     TO NEW-DATE-YY.                         00001410
           MOVE OLD-DATE-MM     TO NEW-DATE-MM.                         00001420
           MOVE OLD-DATE-DD     TO NEW-DATE-DD.                         00001430
           MOVE OLD-CASES       TO NEW-CASES.                           00001440
           MOVE OLD-DEATHS      TO NEW-DEATHS.                          00001450
           MOVE OLD-COUNTRYNAME TO NEW-COUNTRYNAME.                     00001460
           MOVE OLD-RECOVERED   TO NEW-RECOVERED.                       00001470
      * A duplicate key (status 22) is the same country and date met    00001470
      *  again - the later row replaces the one loaded.                 00001470
           MOVE 'N' TO WS-NEW-DUP-SW.                                   00001480
           WRITE NEW-RECORD                                             00001490
               INVALID KEY MOVE 'Y' TO WS-NEW-DUP-SW.                   00001500
           IF WS-NEW-STATUS = '00' THEN                                 00001510
               ADD 1 TO WS-LOAD-COUNT                                   00001520
               GO TO 2100-REOPEN.                                       00001530
           IF WS-NEW-STATUS NOT = '22' THEN                             00001540
               DISPLAY 'HISTLOAD - WRITE FAILED FOR '                   00001550
                       NEW-KEY ' STATUS ' WS-NEW-STATUS                 00001560
               GO TO 2100-EXIT.                                         00001570
           REWRITE NEW-RECORD                                           00001580
               INVALID KEY                                              00001580
                   DISPLAY 'HISTLOAD - REWRITE FAILED FOR '             00001580
                           NEW-KEY ' STATUS ' WS-NEW-STATUS.            00001580
           IF WS-NEW-STATUS = '00' THEN                                 00001580
               ADD 1 TO WS-REPL-COUNT.                                  00001580
           GO TO 2100-EXIT.                                             00001580
       2100-REOPEN.                                                     00001580
           IF NOT NEW-LOAD-MODE THEN                                    00001580
               GO TO 2100-EXIT.                                         00001580
           CLOSE HISTNEW-FILE.                                          00001580
           OPEN I-O HISTNEW-FILE.                                       00001580
           MOVE 'N' TO WS-NEW-LOAD-SW.                                  00001580
           IF WS-NEW-STATUS NOT = '00' THEN                             00001580
               DISPLAY 'HISTLOAD - HISTNEW REOPEN FAILED, STATUS '      00001580
                   WS-NEW-STATUS ' - RUN ABANDONED'                     00001580
               MOVE 16 TO RETURN-CODE                                   00001580
               STOP RUN.                                                00001580
       2100-EXIT.                                                       00001590
           EXIT.                                                        00001600
      **********************************                                00001610
       9000-PRINT-SUMMARY.                                              00001620
      **********************************                                00001630
           DISPLAY 'HISTLOAD - RECORDS READ    : ' WS-READ-COUNT.       00001640
           DISPLAY 'HISTLOAD - RECORDS LOADED  : ' WS-LOAD-COUNT.       00001650
           DISPLAY 'HISTLOAD - RECORDS REPLACED: ' WS-REPL-COUNT.       00001660
       9000-EXIT.                                                       00001670
           EXIT.                                                        00001680
      ******************************************************************00001690
/*                                                                      00001700
//LKED.SYSLIB  DD DISP=SHR,DSNAME=SYS1.COBLIB                           00001710
//             DD DISP=SHR,DSNAME=SYS1.LINKLIB                          00001720
//             DD DISP=SHR,DSNAME=COVID19.LINKLIB                       00001730
//LKED.SYSLMOD DD DISP=SHR,DSNAME=COVID19.LINKLIB(HISTLOAD)             00001740
//                                                                      00001750
