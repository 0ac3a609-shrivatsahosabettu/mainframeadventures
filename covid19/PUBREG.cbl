//PUBREG      JOB (COBOL),'COVID19',CLASS=A,MSGCLASS=H,MSGLEVEL=(0,0)   00000010
//COMPLINK   EXEC COBUCL                                                00000020
//COB.SYSLIB   DD DISP=SHR,DSNAME=SYS1.COBLIB                           00000030
//             DD DISP=SHR,DSNAME=SYS1.LINKLIB                          00000040
//COB.SYSPUNCH DD DUMMY                                                 00000050
//COB.SYSIN    DD *                                                     00000060
      ******************************************************************00000070
      * PROGRAM DESCRIPTION:                                            00000080
      *   Freezes the figures of a published data date into the         00000090
      *   permanent published-figures register COVID19.DATA.PUBREG,     00000100
      *   so that whatever later corrections do to the history there    00000110
      *   is always a record of what we originally said.                00000120
      *   Runs with the publishing steps after PUBGATE (it carries the  00000130
      *   same COND=(4,LT,PUBGATE), so a held day is never frozen).     00000140
      *   The data date is the one on the 'CTL' label of                00000150
      *   COVID19.DATA.TOTCNTRY, and every country row on that file -   00000160
      *   exactly what REPCNTRY and STATXTRC publish, carry-forward     00000170
      *   estimates included - is written to the register, keyed on     00000180
      *   country code and YYYYMMDD data date, with the publication     00000190
      *   date and time.                                                00000200
      *   A row is frozen once only: a country and date already on      00000210
      *   the register is left exactly as it was first published,       00000220
      *   however often the date is rerun and published again.          00000230
      *   The reliability ledger COVID19.DATA.RELLEDG counts of 'A'     00000240
      *   adjustments and released quarantine records for the           00000250
      *   country and date are frozen with the figures, so PUBRSTMT     00000260
      *   can tell a later adjustment or release from one that was      00000270
      *   already in the published figures. HISTBACK marks a            00000280
      *   register row when it backs out the history row behind it.     00000290
      *   A totals file with no 'CTL' label has no date to freeze       00000300
      *   under and abandons the run.                                   00000310
      *                                                                 00000320
      *   TOTCTR     Input country totals (with 'CTL' label).           00000330
      *   RELLEDG    Input reliability ledger (keyed, optional).        00000340
      *   PUBREG     Published-figures register (keyed), added to.      00000350
      ******************************************************************00000360
       IDENTIFICATION DIVISION.                                         00000370
       PROGRAM-ID.   'PUBREG'.                                          00000380
       AUTHOR.       'DAVID ASTA'.                                      00000390
       INSTALLATION. 'MVS 3.8J TK4-'.                                   00000400
       DATE-WRITTEN. '15/10/2026'.                                      00000410
       DATE-COMPILED.                                                   00000420
       REMARKS.      'V1R1M0'.                                          00000430
      ******************************************************************00000440
       ENVIRONMENT DIVISION.                                            00000450
      ******************************************************************00000460
       INPUT-OUTPUT SECTION.                                            00000470
       FILE-CONTROL.                                                    00000480
           SELECT TOTCNTRY-FILE  ASSIGN DA-S-TOTCTR.                    00000490
           SELECT RELLEDG-FILE   ASSIGN RELLEDG                         00000500
                                 ORGANIZATION IS INDEXED                00000510
                                 ACCESS MODE IS RANDOM                  00000520
                                 RECORD KEY IS RLG-KEY                  00000530
                                 FILE STATUS IS WS-RLG-STATUS.          00000540
           SELECT PUBREG-FILE    ASSIGN PUBREG                          00000550
                                 ORGANIZATION IS INDEXED                00000560
                                 ACCESS MODE IS RANDOM                  00000570
                                 RECORD KEY IS PRG-KEY                  00000580
                                 FILE STATUS IS WS-PRG-STATUS.          00000590
      ******************************************************************00000600
       DATA DIVISION.                                                   00000610
      ******************************************************************00000620
       FILE SECTION.                                                    00000630
      **********************************                                00000640
       FD  TOTCNTRY-FILE                                                00000650
      *******************                                               00000660
           RECORDING MODE F                                             00000670
           LABEL RECORDS ARE STANDARD                                   00000680
           BLOCK CONTAINS 0 RECORDS                                     00000690
           RECORD CONTAINS 68 CHARACTERS.                               00000700
       01  TOT-RECORD.                                                  00000710
           05 TOT-COUNTRYCODE     PIC A(03).                            00000720
           05 TOT-CASES           PIC 9(08).                            00000730
           05 TOT-DEATHS          PIC 9(08).                            00000740
           05 TOT-COUNTRYNAME     PIC X(40).                            00000750
           05 TOT-RECOVERED       PIC 9(08).                            00000760
           05 TOT-ESTIMATED       PIC X(01).                            00000770
       01  TOTCTL-RECORD.                                               00000780
           05 TOTCTL-TAG          PIC X(03).                            00000790
           05 TOTCTL-DATA-DATE    PIC X(08).                            00000800
           05 TOTCTL-REC-COUNT    PIC 9(08).                            00000810
           05 FILLER              PIC X(49).                            00000820
      *******************                                               00000830
       FD  RELLEDG-FILE                                                 00000840
      *******************                                               00000850
           LABEL RECORDS ARE STANDARD                                   00000860
           RECORD CONTAINS 100 CHARACTERS.                              00000870
       01  RLG-RECORD.                                                  00000880
           05 RLG-KEY.                                                  00000890
              10 RLG-COUNTRYCODE  PIC A(03).                            00000900
              10 RLG-DATA-DATE    PIC X(08).                            00000910
           05 RLG-COUNTRYNAME     PIC X(40).                            00000920
           05 RLG-REPORTED        PIC X(01).                            00000930
           05 RLG-REJECTS         PIC 9(04).                            00000940
           05 RLG-QUARANTINED     PIC 9(04).                            00000950
           05 RLG-RELEASED        PIC 9(04).                            00000960
           05 RLG-ADJUSTMENTS     PIC 9(04).                            00000970
           05 RLG-ADJ-CASES       PIC 9(09).                            00000980
           05 RLG-ADJ-DEATHS      PIC 9(09).                            00000990
           05 RLG-STOPPED         PIC 9(02).                            00001000
           05 RLG-NEWLY           PIC 9(02).                            00001010
           05 FILLER              PIC X(10).                            00001020
      *******************                                               00001030
       FD  PUBREG-FILE                                                  00001040
      *******************                                               00001050
           LABEL RECORDS ARE STANDARD                                   00001060
           RECORD CONTAINS 110 CHARACTERS.                              00001070
       01  PRG-RECORD.                                                  00001080
           05 PRG-KEY.                                                  00001090
              10 PRG-COUNTRYCODE  PIC A(03).                            00001100
              10 PRG-DATA-DATE    PIC X(08).                            00001110
           05 PRG-COUNTRYNAME     PIC X(40).                            00001120
           05 PRG-CASES           PIC 9(08).                            00001130
           05 PRG-DEATHS          PIC 9(08).                            00001140
           05 PRG-RECOVERED       PIC 9(08).                            00001150
           05 PRG-ESTIMATED       PIC X(01).                            00001160
           05 PRG-PUB-DATE        PIC X(08).                            00001170
           05 PRG-PUB-TIME        PIC 9(06).                            00001180
           05 PRG-ADJUSTMENTS     PIC 9(04).                            00001190
           05 PRG-RELEASED        PIC 9(04).                            00001200
           05 PRG-BACKOUT-DATE    PIC X(08).                            00001210
           05 FILLER              PIC X(04).                            00001220
      **********************************                                00001230
       WORKING-STORAGE SECTION.                                         00001240
      **********************************                                00001250
       01  SWITCHES.                                                    00001260
           05 END-OF-FILE         PIC X      VALUE 'N'.                 00001270
              88 EOF                         VALUE 'Y'.                 00001280
           05 WS-RLG-OPEN-SW      PIC X      VALUE 'N'.                 00001290
              88 RLG-OPEN                    VALUE 'Y'.                 00001300
           05 WS-RLG-FOUND-SW     PIC X      VALUE 'N'.                 00001310
              88 RLG-FOUND                   VALUE 'Y'.                 00001320
           05 WS-ROW-ON-FILE-SW   PIC X      VALUE 'N'.                 00001330
              88 ROW-ON-FILE                 VALUE 'Y'.                 00001340
       01  WS-RLG-STATUS          PIC XX.                               00001350
       01  WS-PRG-STATUS          PIC XX.                               00001360
       01  COUNTERS.                                                    00001370
           05 WS-READ-COUNT       PIC 9(05)  VALUE 0.                   00001380
           05 WS-FROZEN-COUNT     PIC 9(05)  VALUE 0.                   00001390
           05 WS-KEPT-COUNT       PIC 9(05)  VALUE 0.                   00001400
       01  WS-DATA-DATE           PIC X(08)  VALUE SPACES.              00001410
       01  WS-TODAYS-DATE.                                              00001420
           05 TD-MONTH            PIC X(02).                            00001430
           05 FILLER              PIC X.                                00001440
           05 TD-DAY              PIC X(02).                            00001450
           05 FILLER              PIC X.                                00001460
           05 TD-YEAR             PIC X(02).                            00001470
       01  WS-TODAYS-TIME         PIC 9(06).                            00001480
       01  WS-TODAY-YMD.                                                00001490
           05 TY-CENTURY          PIC X(02)  VALUE '20'.                00001500
           05 TY-YEAR             PIC X(02).                            00001510
           05 TY-MONTH            PIC X(02).                            00001520
           05 TY-DAY              PIC X(02).                            00001530
      ******************************************************************00001540
       PROCEDURE DIVISION.                                              00001550
      ******************************************************************00001560
       0000-MAIN.                                                       00001570
           PERFORM 1000-INITIALISE THRU 1000-EXIT.                      00001580
           OPEN INPUT TOTCNTRY-FILE.                                    00001590
           MOVE 'N' TO END-OF-FILE.                                     00001600
           PERFORM 2000-FREEZE-TOTALS-ROW THRU 2000-EXIT                00001610
               UNTIL EOF.                                               00001620
           CLOSE TOTCNTRY-FILE,                                         00001630
                 PUBREG-FILE.                                           00001640
           IF RLG-OPEN THEN                                             00001650
               CLOSE RELLEDG-FILE.                                      00001660
           PERFORM 9000-PRINT-SUMMARY THRU 9000-EXIT.                   00001670
       0000-EXIT.                                                       00001680
           STOP RUN.                                                    00001690
      **********************************                                00001700
       1000-INITIALISE.                                                 00001710
      **********************************                                00001720
           MOVE CURRENT-DATE TO WS-TODAYS-DATE.                         00001730
           MOVE TIME-OF-DAY  TO WS-TODAYS-TIME.                         00001740
           MOVE TD-YEAR  TO TY-YEAR.                                    00001750
           MOVE TD-MONTH TO TY-MONTH.                                   00001760
           MOVE TD-DAY   TO TY-DAY.                                     00001770
           PERFORM 1100-GET-DATA-DATE THRU 1100-EXIT.                   00001780
      * The register is normally already defined and holding earlier    00001790
      *  dates; only a freshly defined, empty cluster needs OPEN        00001800
      *  OUTPUT.                                                        00001810
           OPEN I-O PUBREG-FILE.                                        00001820
           IF WS-PRG-STATUS NOT = '00' THEN                             00001830
               OPEN OUTPUT PUBREG-FILE.                                 00001840
           IF WS-PRG-STATUS NOT = '00' THEN                             00001850
               DISPLAY 'PUBREG - PUBREG OPEN FAILED, STATUS '           00001860
                   WS-PRG-STATUS ' - RUN ABANDONED'                     00001870
               MOVE 16 TO RETURN-CODE                                   00001880
               STOP RUN.                                                00001890
      * Without the reliability ledger the adjustment and release       00001900
      *  counts are frozen as zero - the figures still go on.           00001910
           OPEN INPUT RELLEDG-FILE.                                     00001920
           IF WS-RLG-STATUS = '00' THEN                                 00001930
               MOVE 'Y' TO WS-RLG-OPEN-SW                               00001940
           ELSE                                                         00001950
               DISPLAY 'PUBREG - NO RELIABILITY LEDGER, STATUS '        00001960
                   WS-RLG-STATUS ' - COUNTS FROZEN AS ZERO'.            00001970
       1000-EXIT.                                                       00001980
           EXIT.                                                        00001990
      **********************************                                00002000
       1100-GET-DATA-DATE.                                              00002010
      **********************************                                00002020
      * The 'CTL' label is appended last to COVID19.DATA.TOTCNTRY, so   00002030
      *  the whole dataset is read to reach it.                         00002040
           OPEN INPUT TOTCNTRY-FILE.                                    00002050
           MOVE 'N' TO END-OF-FILE.                                     00002060
           PERFORM 1110-READ-FOR-CONTROL THRU 1110-EXIT                 00002070
               UNTIL EOF.                                               00002080
           CLOSE TOTCNTRY-FILE.                                         00002090
           MOVE 'N' TO END-OF-FILE.                                     00002100
           IF WS-DATA-DATE = SPACES THEN                                00002110
               DISPLAY 'PUBREG - TOTCNTRY HAS NO CTL LABEL, NO DATA '   00002120
                       'DATE TO FREEZE UNDER - RUN ABANDONED'           00002130
               MOVE 16 TO RETURN-CODE                                   00002140
               STOP RUN.                                                00002150
           DISPLAY 'PUBREG - FREEZING DATA DATE ' WS-DATA-DATE.         00002160
       1100-EXIT.                                                       00002170
           EXIT.                                                        00002180
      **********************************                                00002190
       1110-READ-FOR-CONTROL.                                           00002200
      **********************************                                00002210
           READ TOTCNTRY-FILE                                           00002220
               AT END MOVE 'Y' TO END-OF-FILE.                          00002230
           IF NOT EOF AND TOTCTL-TAG = 'CTL' THEN                       00002240
               MOVE TOTCTL-DATA-DATE TO WS-DATA-DATE.                   00002250
       1110-EXIT.                                                       00002260
           EXIT.                                                        00002270
      **********************************                                00002280
       2000-FREEZE-TOTALS-ROW.                                          00002290
      **********************************                                00002300
           READ TOTCNTRY-FILE                                           00002310
               AT END MOVE 'Y' TO END-OF-FILE.                          00002320
           IF EOF OR TOTCTL-TAG = 'CTL' THEN                            00002330
               GO TO 2000-EXIT.                                         00002340
           ADD 1 TO WS-READ-COUNT.                                      00002350
           MOVE SPACES          TO PRG-RECORD.                          00002360
           MOVE TOT-COUNTRYCODE TO PRG-COUNTRYCODE.                     00002370
           MOVE WS-DATA-DATE    TO PRG-DATA-DATE.                       00002380
           MOVE TOT-COUNTRYNAME TO PRG-COUNTRYNAME.                     00002390
           MOVE TOT-CASES       TO PRG-CASES.                           00002400
           MOVE TOT-DEATHS      TO PRG-DEATHS.                          00002410
           MOVE TOT-RECOVERED   TO PRG-RECOVERED.                       00002420
           MOVE TOT-ESTIMATED   TO PRG-ESTIMATED.                       00002430
           MOVE WS-TODAY-YMD    TO PRG-PUB-DATE.                        00002440
           MOVE WS-TODAYS-TIME  TO PRG-PUB-TIME.                        00002450
           MOVE 0 TO PRG-ADJUSTMENTS.                                   00002460
           MOVE 0 TO PRG-RELEASED.                                      00002470
           IF RLG-OPEN THEN                                             00002480
               PERFORM 2100-GET-LEDGER-COUNTS THRU 2100-EXIT.           00002490
      * A row already on the register is what was first published -     00002500
      *  it is never replaced.                                          00002510
           MOVE 'N' TO WS-ROW-ON-FILE-SW.                               00002520
           WRITE PRG-RECORD                                             00002530
               INVALID KEY MOVE 'Y' TO WS-ROW-ON-FILE-SW.               00002540
           IF ROW-ON-FILE THEN                                          00002550
               ADD 1 TO WS-KEPT-COUNT                                   00002560
           ELSE                                                         00002570
               ADD 1 TO WS-FROZEN-COUNT.                                00002580
       2000-EXIT.                                                       00002590
           EXIT.                                                        00002600
      **********************************                                00002610
       2100-GET-LEDGER-COUNTS.                                          00002620
      **********************************                                00002630
           MOVE TOT-COUNTRYCODE TO RLG-COUNTRYCODE.                     00002640
           MOVE WS-DATA-DATE    TO RLG-DATA-DATE.                       00002650
           MOVE 'Y' TO WS-RLG-FOUND-SW.                                 00002660
           READ RELLEDG-FILE                                            00002670
               INVALID KEY MOVE 'N' TO WS-RLG-FOUND-SW.                 00002680
           IF RLG-FOUND THEN                                            00002690
               MOVE RLG-ADJUSTMENTS TO PRG-ADJUSTMENTS                  00002700
               MOVE RLG-RELEASED    TO PRG-RELEASED.                    00002710
       2100-EXIT.                                                       00002720
           EXIT.                                                        00002730
      **********************************                                00002740
       9000-PRINT-SUMMARY.                                              00002750
      **********************************                                00002760
           DISPLAY 'PUBREG - COUNTRY ROWS READ     : ' WS-READ-COUNT.   00002770
           DISPLAY 'PUBREG - ROWS FROZEN           : ' WS-FROZEN-COUNT. 00002780
           DISPLAY 'PUBREG - ALREADY ON REGISTER   : ' WS-KEPT-COUNT.   00002790
       9000-EXIT.                                                       00002800
           EXIT.                                                        00002810
      ******************************************************************00002820
/*                                                                      00002830
//LKED.SYSLIB  DD DISP=SHR,DSNAME=SYS1.COBLIB                           00002840
//             DD DISP=SHR,DSNAME=SYS1.LINKLIB                          00002850
//             DD DISP=SHR,DSNAME=COVID19.LINKLIB                       00002860
//LKED.SYSLMOD DD DISP=SHR,DSNAME=COVID19.LINKLIB(PUBREG)               00002870
//                                                                      00002880
