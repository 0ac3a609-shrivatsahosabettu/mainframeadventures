//TOTVACC     JOB (COBOL),'COVID19',CLASS=A,MSGCLASS=H,MSGLEVEL=(0,0)   00000010
//COMPLINK   EXEC COBUCL                                                00000020
//COB.SYSLIB   DD DISP=SHR,DSNAME=SYS1.COBLIB                           00000030
//             DD DISP=SHR,DSNAME=SYS1.LINKLIB                          00000040
//COB.SYSPUNCH DD DUMMY                                                 00000050
//COB.SYSIN    DD *                                                     00000060
      ******************************************************************00000070
      * PROGRAM DESCRIPTION:                                            00000080
      *   Reads the clean vaccination feed written by VACVALID          00000090
      *   And for each country, aggregates the people with a first      00000100
      *   dose, the people fully vaccinated and the booster doses,      00000110
      *   the vaccination counterpart of TOTCNTRY.                      00000120
      *   A federal feed may send one row per province - they are       00000130
      *   summed into the one country figure, so the feed is            00000140
      *   expected sorted by data date (oldest first) and then by       00000150
      *   country code, each country's rows together.                   00000160
      *   Like TOTCNTRY, VAC-DATE is honoured: a backlog file covering  00000170
      *   several days breaks on date as well as country, writes one    00000180
      *   COVID19.DATA.HISTVACC row per country per data date, and      00000190
      *   leaves COVID19.DATA.TOTVACC holding the totals of the most    00000200
      *   recent date in the file, labelled with a 'CTL' record         00000210
      *   (data date and detail row count) the same way TOTCNTRY        00000220
      *   labels COVID19.DATA.TOTCNTRY.                                 00000230
      *                                                                 00000240
      *   VACCLN     Input clean vaccination feed.                      00000250
      *   VACTOT     Output per-country vaccination totals.             00000260
      *   VACHST     Output vaccination history, extended each run.     00000270
      ******************************************************************00000280
       IDENTIFICATION DIVISION.                                         00000290
       PROGRAM-ID.   'TOTVACC'.                                         00000300
       AUTHOR.       'DAVID ASTA'.                                      00000310
       INSTALLATION. 'MVS 3.8J TK4-'.                                   00000320
       DATE-WRITTEN. '14/10/2026'.                                      00000330
       DATE-COMPILED.                                                   00000340
       REMARKS.      'V1R1M0'.                                          00000350
      ******************************************************************00000360
       ENVIRONMENT DIVISION.                                            00000370
      ******************************************************************00000380
       INPUT-OUTPUT SECTION.                                            00000390
       FILE-CONTROL.                                                    00000400
           SELECT VACDAILY-FILE  ASSIGN DA-S-VACCLN.                    00000410
           SELECT TOTVACC-FILE   ASSIGN DA-S-VACTOT.                    00000420
           SELECT HISTVACC-FILE  ASSIGN DA-S-VACHST.                    00000430
      ******************************************************************00000440
       DATA DIVISION.                                                   00000450
      ******************************************************************00000460
       FILE SECTION.                                                    00000470
      **********************************                                00000480
       FD  VACDAILY-FILE                                                00000490
      *******************                                               00000500
           LABEL RECORDS ARE STANDARD                                   00000510
           BLOCK CONTAINS 0 RECORDS                                     00000520
           RECORD CONTAINS 80 CHARACTERS.                               00000530
       01  VAC-RECORD.                                                  00000540
           05 VAC-DATE            PIC X(08).                            00000550
           05 VAC-COUNTRYCODE     PIC A(03).                            00000560
           05 VAC-COUNTRYNAME     PIC X(40).                            00000570
           05 VAC-FIRST-DOSE      PIC 9(09).                            00000580
           05 VAC-FULLY-VACC      PIC 9(09).                            00000590
           05 VAC-BOOSTERS        PIC 9(09).                            00000600
           05 FILLER              PIC X(02).                            00000610
      *******************                                               00000620
       FD  TOTVACC-FILE                                                 00000630
      *******************                                               00000640
           RECORDING MODE F                                             00000650
           LABEL RECORDS ARE STANDARD                                   00000660
           BLOCK CONTAINS 0 RECORDS                                     00000670
           RECORD CONTAINS 80 CHARACTERS.                               00000680
       01  VTOT-RECORD            PIC X(80).                            00000690
      *******************                                               00000700
       FD  HISTVACC-FILE                                                00000710
      *******************                                               00000720
           RECORDING MODE F                                             00000730
           LABEL RECORDS ARE STANDARD                                   00000740
           BLOCK CONTAINS 0 RECORDS                                     00000750
           RECORD CONTAINS 80 CHARACTERS.                               00000760
       01  VHIST-RECORD.                                                00000770
           05 VHIST-DATE          PIC X(08).                            00000780
           05 VHIST-COUNTRYCODE   PIC A(03).                            00000790
           05 VHIST-COUNTRYNAME   PIC X(40).                            00000800
           05 VHIST-FIRST-DOSE    PIC 9(09).                            00000810
           05 VHIST-FULLY-VACC    PIC 9(09).                            00000820
           05 VHIST-BOOSTERS      PIC 9(09).                            00000830
           05 FILLER              PIC X(02).                            00000840
      **********************************                                00000850
       WORKING-STORAGE SECTION.                                         00000860
      **********************************                                00000870
       01  SWITCHES.                                                    00000880
           05 END-OF-FILE         PIC X      VALUE 'N'.                 00000890
              88 EOF                         VALUE 'Y'.                 00000900
       01  COUNTERS.                                                    00000910
           05 WS-READ-COUNT       PIC 9(08)  VALUE 0.                   00000920
           05 WS-VTOT-REC-COUNT   PIC 9(08)  VALUE 0.                   00000930
           05 WS-VHIST-REC-COUNT  PIC 9(08)  VALUE 0.                   00000940
           05 WS-DATE-COUNT       PIC 9(04)  VALUE 0.                   00000950
       01  WS-CURR-DATA-DATE      PIC X(08)  VALUE SPACES.              00000960
      * The group in progress, written to COVID19.DATA.TOTVACC (and     00000970
      *  its history row) on every country or date break.               00000980
       01  WS-VTOT-RECORD.                                              00000990
           05 WS-VTOT-COUNTRYCODE PIC A(03)  VALUE SPACES.              00001000
           05 WS-VTOT-COUNTRYNAME PIC X(40).                            00001010
           05 WS-VTOT-FIRST-DOSE  PIC 9(09).                            00001020
           05 WS-VTOT-FULLY-VACC  PIC 9(09).                            00001030
           05 WS-VTOT-BOOSTERS    PIC 9(09).                            00001040
           05 FILLER              PIC X(10)  VALUE SPACES.              00001050
      * Control-label image appended to COVID19.DATA.TOTVACC at normal  00001060
      *  completion - readers recognise it by 'CTL' in the code field.  00001070
       01  VTOTCTL-RECORD.                                              00001080
           05 VTOTCTL-TAG         PIC X(03).                            00001090
           05 VTOTCTL-DATA-DATE   PIC X(08).                            00001100
           05 VTOTCTL-REC-COUNT   PIC 9(08).                            00001110
           05 FILLER              PIC X(61).                            00001120
      ******************************************************************00001130
       PROCEDURE DIVISION.                                              00001140
      ******************************************************************00001150
       0000-MAIN.                                                       00001160
           DISPLAY 'TOTVACC - VACCINATION TOTALS STARTING'.             00001170
           OPEN INPUT  VACDAILY-FILE.                                   00001180
           OPEN OUTPUT TOTVACC-FILE.                                    00001190
           OPEN EXTEND HISTVACC-FILE.                                   00001200
           PERFORM 1000-READ-VAC-DATA THRU 1000-EXIT                    00001210
               UNTIL EOF.                                               00001220
           PERFORM 2001-RECORD-TOTALS-DATA THRU 2001-EXIT.              00001230
           PERFORM 2040-WRITE-TOTVACC-CONTROL THRU 2040-EXIT.           00001240
           PERFORM 9000-PRINT-SUMMARY THRU 9000-EXIT.                   00001250
           CLOSE VACDAILY-FILE,                                         00001260
                 TOTVACC-FILE,                                          00001270
                 HISTVACC-FILE.                                         00001280
       0000-EXIT.                                                       00001290
           STOP RUN.                                                    00001300
      **********************************                                00001310
       1000-READ-VAC-DATA.                                              00001320
      **********************************                                00001330
           READ VACDAILY-FILE                                           00001340
               AT END MOVE 'Y' TO END-OF-FILE.                          00001350
           IF NOT EOF THEN                                              00001360
               ADD 1 TO WS-READ-COUNT                                   00001370
               PERFORM 2000-PROCESS-VAC-DATA THRU 2000-EXIT.            00001380
       1000-EXIT.                                                       00001390
           EXIT.                                                        00001400
      **********************************                                00001410
       2000-PROCESS-VAC-DATA.                                           00001420
      **********************************                                00001430
      * A change of VAC-DATE is the major break: flush the group in     00001440
      *  progress, then start the new day's totals file over.           00001450
           IF VAC-DATE NOT = WS-CURR-DATA-DATE THEN                     00001460
               PERFORM 2001-RECORD-TOTALS-DATA THRU 2001-EXIT           00001470
               PERFORM 2015-START-NEW-DATA-DATE THRU 2015-EXIT          00001480
               PERFORM 2010-START-NEW-GROUP THRU 2010-EXIT              00001490
               GO TO 2000-EXIT.                                         00001500
           IF VAC-COUNTRYCODE = WS-VTOT-COUNTRYCODE THEN                00001510
               PERFORM 2013-APPLY-VAC-TO-GROUP THRU 2013-EXIT           00001520
           ELSE                                                         00001530
               PERFORM 2001-RECORD-TOTALS-DATA THRU 2001-EXIT           00001540
               PERFORM 2010-START-NEW-GROUP THRU 2010-EXIT.             00001550
       2000-EXIT.                                                       00001560
           EXIT.                                                        00001570
      **********************************                                00001580
       2001-RECORD-TOTALS-DATA.                                         00001590
      **********************************                                00001600
           IF WS-VTOT-COUNTRYCODE NOT = SPACES THEN                     00001610
               WRITE VTOT-RECORD FROM WS-VTOT-RECORD                    00001620
               ADD 1 TO WS-VTOT-REC-COUNT                               00001630
               PERFORM 2002-RECORD-HISTORY-DATA THRU 2002-EXIT.         00001640
       2001-EXIT.                                                       00001650
           EXIT.                                                        00001660
      **********************************                                00001670
       2002-RECORD-HISTORY-DATA.                                        00001680
      **********************************                                00001690
      * One history row per country per data date, dated YYYYMMDD so    00001700
      *  a reader can compare dates character by character.             00001710
           MOVE SPACES              TO VHIST-RECORD.                    00001720
           MOVE WS-CURR-DATA-DATE   TO VHIST-DATE.                      00001730
           MOVE WS-VTOT-COUNTRYCODE TO VHIST-COUNTRYCODE.               00001740
           MOVE WS-VTOT-COUNTRYNAME TO VHIST-COUNTRYNAME.               00001750
           MOVE WS-VTOT-FIRST-DOSE  TO VHIST-FIRST-DOSE.                00001760
           MOVE WS-VTOT-FULLY-VACC  TO VHIST-FULLY-VACC.                00001770
           MOVE WS-VTOT-BOOSTERS    TO VHIST-BOOSTERS.                  00001780
           WRITE VHIST-RECORD.                                          00001790
           ADD 1 TO WS-VHIST-REC-COUNT.                                 00001800
       2002-EXIT.                                                       00001810
           EXIT.                                                        00001820
      **********************************                                00001830
       2010-START-NEW-GROUP.                                            00001840
      **********************************                                00001850
           MOVE ZERO            TO WS-VTOT-FIRST-DOSE.                  00001860
           MOVE ZERO            TO WS-VTOT-FULLY-VACC.                  00001870
           MOVE ZERO            TO WS-VTOT-BOOSTERS.                    00001880
           MOVE VAC-COUNTRYCODE TO WS-VTOT-COUNTRYCODE.                 00001890
           MOVE VAC-COUNTRYNAME TO WS-VTOT-COUNTRYNAME.                 00001900
           PERFORM 2013-APPLY-VAC-TO-GROUP THRU 2013-EXIT.              00001910
       2010-EXIT.                                                       00001920
           EXIT.                                                        00001930
      **********************************                                00001940
       2013-APPLY-VAC-TO-GROUP.                                         00001950
      **********************************                                00001960
      * A blank booster field (a country not yet boosting) counts as    00001970
      *  zero - only a numeric figure is added.                         00001980
           ADD VAC-FIRST-DOSE TO WS-VTOT-FIRST-DOSE.                    00001990
           ADD VAC-FULLY-VACC TO WS-VTOT-FULLY-VACC.                    00002000
           IF VAC-BOOSTERS IS NUMERIC THEN                              00002010
               ADD VAC-BOOSTERS TO WS-VTOT-BOOSTERS.                    00002020
       2013-EXIT.                                                       00002030
           EXIT.                                                        00002040
      **********************************                                00002050
       2015-START-NEW-DATA-DATE.                                        00002060
      **********************************                                00002070
      * Every data date gets a fresh totals file, so it finishes        00002080
      *  holding only the most recent date in the feed.                 00002090
           IF WS-CURR-DATA-DATE NOT = SPACES THEN                       00002100
               CLOSE TOTVACC-FILE                                       00002110
               OPEN OUTPUT TOTVACC-FILE                                 00002120
               MOVE 0 TO WS-VTOT-REC-COUNT.                             00002130
           MOVE VAC-DATE TO WS-CURR-DATA-DATE.                          00002140
           ADD 1 TO WS-DATE-COUNT.                                      00002150
       2015-EXIT.                                                       00002160
           EXIT.                                                        00002170
      **********************************                                00002180
       2040-WRITE-TOTVACC-CONTROL.                                      00002190
      **********************************                                00002200
      * An empty feed writes no label - the readers treat that as the   00002210
      *  bootstrap case, as they do for COVID19.DATA.TOTCNTRY.          00002220
           IF WS-CURR-DATA-DATE = SPACES THEN                           00002230
               GO TO 2040-EXIT.                                         00002240
           MOVE SPACES TO VTOTCTL-RECORD.                               00002250
           MOVE 'CTL' TO VTOTCTL-TAG.                                   00002260
           MOVE WS-CURR-DATA-DATE TO VTOTCTL-DATA-DATE.                 00002270
           MOVE WS-VTOT-REC-COUNT TO VTOTCTL-REC-COUNT.                 00002280
           WRITE VTOT-RECORD FROM VTOTCTL-RECORD.                       00002290
       2040-EXIT.                                                       00002300
           EXIT.                                                        00002310
      **********************************                                00002320
       9000-PRINT-SUMMARY.                                              00002330
      **********************************                                00002340
           DISPLAY 'TOTVACC - RECORDS READ     : ' WS-READ-COUNT.       00002350
           DISPLAY 'TOTVACC - DATA DATES       : ' WS-DATE-COUNT.       00002360
           DISPLAY 'TOTVACC - LATEST DATA DATE : ' WS-CURR-DATA-DATE.   00002370
           DISPLAY 'TOTVACC - COUNTRIES TOTALLED: ' WS-VTOT-REC-COUNT.  00002380
           DISPLAY 'TOTVACC - HISTORY ROWS     : ' WS-VHIST-REC-COUNT.  00002390
       9000-EXIT.                                                       00002400
           EXIT.                                                        00002410
      ******************************************************************00002420
/*                                                                      00002430
//LKED.SYSLIB  DD DISP=SHR,DSNAME=SYS1.COBLIB                           00002440
//             DD DISP=SHR,DSNAME=SYS1.LINKLIB                          00002450
//             DD DISP=SHR,DSNAME=COVID19.LINKLIB                       00002460
//LKED.SYSLMOD DD DISP=SHR,DSNAME=COVID19.LINKLIB(TOTVACC)              00002470
//                                                                      00002480
