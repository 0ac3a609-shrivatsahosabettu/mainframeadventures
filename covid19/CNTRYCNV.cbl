//CNTRYCNV    JOB (COBOL),'COVID19',CLASS=A,MSGCLASS=H,MSGLEVEL=(0,0)   00000010
//COMPLINK   EXEC COBUCL                                                00000020
//COB.SYSLIB   DD DISP=SHR,DSNAME=SYS1.COBLIB                           00000030
//             DD DISP=SHR,DSNAME=SYS1.LINKLIB                          00000040
//COB.SYSPUNCH DD DUMMY                                                 00000050
//COB.SYSIN    DD *                                                     00000060
      ******************************************************************00000070
      * PROGRAM DESCRIPTION:                                            00000080
      *   One-off conversion of the country reference master and its    00000090
      *   audit trail to the effective-dated layouts.                   00000100
      *   COVID19.DATA.CNTRYREF used to hold one 43-byte record per     00000110
      *   country (code and name), always the current name. Each        00000120
      *   record now carries the dates the version is valid from        00000130
      *   and to (YYYYMMDD, 59 bytes). Nobody knows when the            00000140
      *   existing entries first came into force, so every one is       00000150
      *   converted as valid from '00000000' (always) to '99999999'     00000160
      *   (still open) - exactly what the readers saw before.           00000170
      *   The CNTRYMNT audit trail COVID19.DATA.CTRYAUD grows from      00000180
      *   108 to 117 bytes with the effective date next to the run      00000190
      *   date. Every change before the conversion took effect the      00000200
      *   moment it was applied, so the effective date of an old        00000210
      *   audit row is its own run date turned round to YYYYMMDD.       00000220
      *                                                                 00000230
      *   CREFOLD    Input old-layout country reference master.         00000240
      *   CREFNEW    Output effective-dated country reference master.   00000250
      *   AUDOLD     Input old-layout CNTRYMNT audit trail.             00000260
      *   AUDNEW     Output CNTRYMNT audit trail, new layout.           00000270
      ******************************************************************00000280
       IDENTIFICATION DIVISION.                                         00000290
       PROGRAM-ID.   'CNTRYCNV'.                                        00000300
       AUTHOR.       'DAVID ASTA'.                                      00000310
       INSTALLATION. 'MVS 3.8J TK4-'.                                   00000320
       DATE-WRITTEN. '15/10/2026'.                                      00000330
       DATE-COMPILED.                                                   00000340
       REMARKS.      'V1R1M0'.                                          00000350
      ******************************************************************00000360
       ENVIRONMENT DIVISION.                                            00000370
      ******************************************************************00000380
       INPUT-OUTPUT SECTION.                                            00000390
       FILE-CONTROL.                                                    00000400
           SELECT CREFOLD-FILE   ASSIGN DA-S-CREFOLD.                   00000410
           SELECT CREFNEW-FILE   ASSIGN DA-S-CREFNEW.                   00000420
           SELECT AUDOLD-FILE    ASSIGN DA-S-AUDOLD.                    00000430
           SELECT AUDNEW-FILE    ASSIGN DA-S-AUDNEW.                    00000440
      ******************************************************************00000450
       DATA DIVISION.                                                   00000460
      ******************************************************************00000470
       FILE SECTION.                                                    00000480
      **********************************                                00000490
       FD  CREFOLD-FILE                                                 00000500
      *******************                                               00000510
           LABEL RECORDS ARE STANDARD                                   00000520
           BLOCK CONTAINS 0 RECORDS                                     00000530
           RECORD CONTAINS 43 CHARACTERS.                               00000540
       01  CROLD-RECORD.                                                00000550
           05 CROLD-COUNTRYCODE   PIC A(03).                            00000560
           05 CROLD-COUNTRYNAME   PIC X(40).                            00000570
      *******************                                               00000580
       FD  CREFNEW-FILE                                                 00000590
      *******************                                               00000600
           RECORDING MODE F                                             00000610
           LABEL RECORDS ARE STANDARD                                   00000620
           BLOCK CONTAINS 0 RECORDS                                     00000630
           RECORD CONTAINS 59 CHARACTERS.                               00000640
       01  CRNEW-RECORD.                                                00000650
           05 CRNEW-COUNTRYCODE   PIC A(03).                            00000660
           05 CRNEW-COUNTRYNAME   PIC X(40).                            00000670
           05 CRNEW-VALID-FROM    PIC X(08).                            00000680
           05 CRNEW-VALID-TO      PIC X(08).                            00000690
      *******************                                               00000700
       FD  AUDOLD-FILE                                                  00000710
      *******************                                               00000720
           LABEL RECORDS ARE STANDARD                                   00000730
           BLOCK CONTAINS 0 RECORDS                                     00000740
           RECORD CONTAINS 108 CHARACTERS.                              00000750
       01  AOLD-RECORD.                                                 00000760
           05 AOLD-RUN-DATE.                                            00000770
              10 AOLD-RUN-MM      PIC X(02).                            00000780
              10 FILLER           PIC X.                                00000790
              10 AOLD-RUN-DD      PIC X(02).                            00000800
              10 FILLER           PIC X.                                00000810
              10 AOLD-RUN-YY      PIC X(02).                            00000820
           05 AOLD-REST           PIC X(100).                           00000830
      *******************                                               00000840
       FD  AUDNEW-FILE                                                  00000850
      *******************                                               00000860
           RECORDING MODE F                                             00000870
           LABEL RECORDS ARE STANDARD                                   00000880
           BLOCK CONTAINS 0 RECORDS                                     00000890
           RECORD CONTAINS 117 CHARACTERS.                              00000900
       01  ANEW-RECORD.                                                 00000910
           05 ANEW-RUN-DATE       PIC X(08).                            00000920
           05 FILLER              PIC X.                                00000930
           05 ANEW-EFFECTIVE-DATE.                                      00000940
              10 ANEW-EFF-CC      PIC X(02).                            00000950
              10 ANEW-EFF-YY      PIC X(02).                            00000960
              10 ANEW-EFF-MM      PIC X(02).                            00000970
              10 ANEW-EFF-DD      PIC X(02).                            00000980
      * Run time, action, code and the before and after names, in the   00000990
      *  same order and widths as before.                               00001000
           05 ANEW-REST           PIC X(100).                           00001010
      **********************************                                00001020
       WORKING-STORAGE SECTION.                                         00001030
      **********************************                                00001040
       01  SWITCHES.                                                    00001050
           05 END-OF-FILE         PIC X      VALUE 'N'.                 00001060
              88 EOF                         VALUE 'Y'.                 00001070
       01  COUNTERS.                                                    00001080
           05 WS-CREF-COUNT       PIC 9(05)  VALUE 0.                   00001090
           05 WS-AUD-COUNT        PIC 9(08)  VALUE 0.                   00001100
      ******************************************************************00001110
       PROCEDURE DIVISION.                                              00001120
      ******************************************************************00001130
       0000-MAIN.                                                       00001140
           OPEN INPUT  CREFOLD-FILE.                                    00001150
           OPEN OUTPUT CREFNEW-FILE.                                    00001160
           MOVE 'N' TO END-OF-FILE.                                     00001170
           PERFORM 1000-CONVERT-REFERENCE THRU 1000-EXIT                00001180
               UNTIL EOF.                                               00001190
           CLOSE CREFOLD-FILE,                                          00001200
                 CREFNEW-FILE.                                          00001210
           OPEN INPUT  AUDOLD-FILE.                                     00001220
           OPEN OUTPUT AUDNEW-FILE.                                     00001230
           MOVE 'N' TO END-OF-FILE.                                     00001240
           PERFORM 2000-CONVERT-AUDIT THRU 2000-EXIT                    00001250
               UNTIL EOF.                                               00001260
           CLOSE AUDOLD-FILE,                                           00001270
                 AUDNEW-FILE.                                           00001280
           PERFORM 9000-PRINT-SUMMARY THRU 9000-EXIT.                   00001290
       0000-EXIT.                                                       00001300
           STOP RUN.                                                    00001310
      **********************************                                00001320
       1000-CONVERT-REFERENCE.                                          00001330
      **********************************                                00001340
           READ CREFOLD-FILE                                            00001350
               AT END MOVE 'Y' TO END-OF-FILE.                          00001360
           IF EOF THEN                                                  00001370
               GO TO 1000-EXIT.                                         00001380
           MOVE CROLD-COUNTRYCODE TO CRNEW-COUNTRYCODE.                 00001390
           MOVE CROLD-COUNTRYNAME TO CRNEW-COUNTRYNAME.                 00001400
           MOVE '00000000'        TO CRNEW-VALID-FROM.                  00001410
           MOVE '99999999'        TO CRNEW-VALID-TO.                    00001420
           WRITE CRNEW-RECORD.                                          00001430
           ADD 1 TO WS-CREF-COUNT.                                      00001440
       1000-EXIT.                                                       00001450
           EXIT.                                                        00001460
      **********************************                                00001470
       2000-CONVERT-AUDIT.                                              00001480
      **********************************                                00001490
           READ AUDOLD-FILE                                             00001500
               AT END MOVE 'Y' TO END-OF-FILE.                          00001510
           IF EOF THEN                                                  00001520
               GO TO 2000-EXIT.                                         00001530
           MOVE SPACES        TO ANEW-RECORD.                           00001540
           MOVE AOLD-RUN-DATE TO ANEW-RUN-DATE.                         00001550
           MOVE '20'          TO ANEW-EFF-CC.                           00001560
           MOVE AOLD-RUN-YY   TO ANEW-EFF-YY.                           00001570
           MOVE AOLD-RUN-MM   TO ANEW-EFF-MM.                           00001580
           MOVE AOLD-RUN-DD   TO ANEW-EFF-DD.                           00001590
           MOVE AOLD-REST     TO ANEW-REST.                             00001600
           WRITE ANEW-RECORD.                                           00001610
           ADD 1 TO WS-AUD-COUNT.                                       00001620
       2000-EXIT.                                                       00001630
           EXIT.                                                        00001640
      **********************************                                00001650
       9000-PRINT-SUMMARY.                                              00001660
      **********************************                                00001670
           DISPLAY 'CNTRYCNV - COUNTRIES CONVERTED  : ' WS-CREF-COUNT.  00001680
           DISPLAY 'CNTRYCNV - AUDIT ROWS CONVERTED : ' WS-AUD-COUNT.   00001690
       9000-EXIT.                                                       00001700
           EXIT.                                                        00001710
      ******************************************************************00001720
/*                                                                      00001730
//LKED.SYSLIB  DD DISP=SHR,DSNAME=SYS1.COBLIB                           00001740
//             DD DISP=SHR,DSNAME=SYS1.LINKLIB                          00001750
//             DD DISP=SHR,DSNAME=COVID19.LINKLIB                       00001760
//LKED.SYSLMOD DD DISP=SHR,DSNAME=COVID19.LINKLIB(CNTRYCNV)             00001770
//                                                                      00001780
