//STATRSND    JOB (COBOL),'COVID19',CLASS=A,MSGCLASS=H,MSGLEVEL=(0,0)   00000010
//COMPLINK   EXEC COBUCL                                                00000020
//COB.SYSLIB   DD DISP=SHR,DSNAME=SYS1.COBLIB                           00000030
//             DD DISP=SHR,DSNAME=SYS1.LINKLIB                          00000040
//COB.SYSPUNCH DD DUMMY                                                 00000050
//COB.SYSIN    DD *                                                     00000060
      ******************************************************************00000070
      * PROGRAM DESCRIPTION:                                            00000080
      *   Re-sends the statistics office feed for every data date       00000090
      *   queued (status Q) on the transmission ledger                  00000100
      *   COVID19.DATA.STATLEDG. Each date's feed is rebuilt record     00000110
      *   for record - '00' header to '99' trailer, exactly as first    00000120
      *   sent - from the feed archive COVID19.DATA.STATARC that        00000130
      *   STATXTRC keeps, and written to the same interface dataset     00000140
      *   STATXTRC writes, so the usual transmission step sends it.     00000150
      *   Several queued dates follow one another, each a complete      00000160
      *   transmission of its own.                                      00000170
      *   A date is only re-sent when the archive holds every one of    00000180
      *   its records; otherwise it is reported and stays queued.       00000190
      *   A re-sent date goes back to T (awaiting acknowledgement)      00000200
      *   with the send date and time updated, the send count raised    00000210
      *   and the old acknowledgement cleared; who asked for the        00000220
      *   re-send and why stays on the ledger row.                      00000230
      *   RETURN-CODE is 4 when nothing was re-sent, so the job         00000240
      *   stream can skip the transmission step.                        00000250
      *                                                                 00000260
      *   STATLDG    Transmission ledger (keyed), updated in place.     00000270
      *   STATARC    Input feed archive (keyed).                        00000280
      *   STATFED    Output interface feed.                             00000290
      ******************************************************************00000300
       IDENTIFICATION DIVISION.                                         00000310
       PROGRAM-ID.   'STATRSND'.                                        00000320
       AUTHOR.       'DAVID ASTA'.                                      00000330
       INSTALLATION. 'MVS 3.8J TK4-'.                                   00000340
       DATE-WRITTEN. '15/10/2026'.                                      00000350
       DATE-COMPILED.                                                   00000360
       REMARKS.      'V1R1M0'.                                          00000370
      ******************************************************************00000380
       ENVIRONMENT DIVISION.                                            00000390
      ******************************************************************00000400
       INPUT-OUTPUT SECTION.                                            00000410
       FILE-CONTROL.                                                    00000420
           SELECT STATLEDG-FILE  ASSIGN STATLDG                         00000430
                                 ORGANIZATION IS INDEXED                00000440
                                 ACCESS MODE IS DYNAMIC                 00000450
                                 RECORD KEY IS TL-DATA-DATE             00000460
                                 FILE STATUS IS WS-TL-STATUS.           00000470
           SELECT STATARC-FILE   ASSIGN STATARC                         00000480
                                 ORGANIZATION IS INDEXED                00000490
                                 ACCESS MODE IS RANDOM                  00000500
                                 RECORD KEY IS SA-KEY                   00000510
                                 FILE STATUS IS WS-SA-STATUS.           00000520
           SELECT STATFEED-FILE  ASSIGN DA-S-STATFED.                   00000530
      ******************************************************************00000540
       DATA DIVISION.                                                   00000550
      ******************************************************************00000560
       FILE SECTION.                                                    00000570
      **********************************                                00000580
       FD  STATLEDG-FILE                                                00000590
      *******************                                               00000600
           LABEL RECORDS ARE STANDARD                                   00000610
           RECORD CONTAINS 210 CHARACTERS.                              00000620
       01  TL-RECORD.                                                   00000630
           05 TL-DATA-DATE        PIC X(08).                            00000640
           05 TL-SEND-DATE        PIC X(08).                            00000650
           05 TL-SEND-TIME        PIC 9(06).                            00000660
           05 TL-SEND-COUNT       PIC 9(03).                            00000670
           05 TL-FEED-RECORDS     PIC 9(08).                            00000680
           05 TL-CTRY-COUNT       PIC 9(08).                            00000690
           05 TL-REGN-COUNT       PIC 9(08).                            00000700
           05 TL-DELTA-COUNT      PIC 9(08).                            00000710
           05 TL-HASH-CASES       PIC 9(12).                            00000720
           05 TL-HASH-DEATHS      PIC 9(12).                            00000730
           05 TL-STATUS           PIC X(01).                            00000740
              88 TL-AWAITING-ACK             VALUE 'T'.                 00000750
              88 TL-ACCEPTED                 VALUE 'A'.                 00000760
              88 TL-REJECTED                 VALUE 'R'.                 00000770
              88 TL-COUNT-MISMATCH           VALUE 'M'.                 00000780
              88 TL-RESEND-QUEUED            VALUE 'Q'.                 00000790
           05 TL-ACK-DATE         PIC X(08).                            00000800
           05 TL-ACK-STATUS       PIC X(01).                            00000810
           05 TL-ACK-CTRY-COUNT   PIC 9(08).                            00000820
           05 TL-ACK-REGN-COUNT   PIC 9(08).                            00000830
           05 TL-ACK-DELTA-COUNT  PIC 9(08).                            00000840
           05 TL-ACK-REASON       PIC X(40).                            00000850
           05 TL-RESEND-BY        PIC X(08).                            00000860
           05 TL-RESEND-REASON    PIC X(40).                            00000870
           05 FILLER              PIC X(07).                            00000880
      *******************                                               00000890
       FD  STATARC-FILE                                                 00000900
      *******************                                               00000910
           LABEL RECORDS ARE STANDARD                                   00000920
           RECORD CONTAINS 94 CHARACTERS.                               00000930
       01  SA-RECORD.                                                   00000940
           05 SA-KEY.                                                   00000950
              10 SA-DATA-DATE     PIC X(08).                            00000960
              10 SA-SEQ           PIC 9(06).                            00000970
           05 SA-FEED-RECORD      PIC X(80).                            00000980
      *******************                                               00000990
       FD  STATFEED-FILE                                                00001000
      *******************                                               00001010
           RECORDING MODE F                                             00001020
           LABEL RECORDS ARE STANDARD                                   00001030
           BLOCK CONTAINS 0 RECORDS                                     00001040
           RECORD CONTAINS 80 CHARACTERS.                               00001050
       01  FEED-RECORD            PIC X(80).                            00001060
      **********************************                                00001070
       WORKING-STORAGE SECTION.                                         00001080
      **********************************                                00001090
       01  SWITCHES.                                                    00001100
           05 END-OF-FILE         PIC X      VALUE 'N'.                 00001110
              88 EOF                         VALUE 'Y'.                 00001120
           05 WS-ARCHIVE-SW       PIC X      VALUE 'Y'.                 00001130
              88 ARCHIVE-COMPLETE            VALUE 'Y'.                 00001140
       01  WS-TL-STATUS           PIC XX.                               00001150
       01  WS-SA-STATUS           PIC XX.                               00001160
       01  COUNTERS.                                                    00001170
           05 WS-QUEUED-COUNT     PIC 9(04)  VALUE 0.                   00001180
           05 WS-RESENT-COUNT     PIC 9(04)  VALUE 0.                   00001190
           05 WS-INCOMPLETE-COUNT PIC 9(04)  VALUE 0.                   00001200
           05 WS-FEED-COUNT       PIC 9(08)  VALUE 0.                   00001210
           05 WS-SEQ              PIC 9(06)  VALUE 0.                   00001220
       01  WS-TODAYS-DATE         PIC X(08).                            00001230
       01  WS-TODAYS-DATE-PARTS REDEFINES WS-TODAYS-DATE.               00001240
           05 TD-MONTH            PIC X(02).                            00001250
           05 FILLER              PIC X.                                00001260
           05 TD-DAY              PIC X(02).                            00001270
           05 FILLER              PIC X.                                00001280
           05 TD-YEAR             PIC X(02).                            00001290
       01  WS-TODAYS-TIME         PIC 9(06).                            00001300
      * The run date as YYYYMMDD, as the ledger keeps it.               00001310
       01  WS-SEND-DATE.                                                00001320
           05 SD-CENTURY          PIC X(02)  VALUE '20'.                00001330
           05 SD-YEAR             PIC X(02).                            00001340
           05 SD-MONTH            PIC X(02).                            00001350
           05 SD-DAY              PIC X(02).                            00001360
      ******************************************************************00001370
       PROCEDURE DIVISION.                                              00001380
      ******************************************************************00001390
       0000-MAIN.                                                       00001400
      **********************************                                00001410
           PERFORM 1000-INITIALISE THRU 1000-EXIT.                      00001420
           PERFORM 2000-RESEND-ONE-DATE THRU 2000-EXIT                  00001430
               UNTIL EOF.                                               00001440
           CLOSE STATLEDG-FILE.                                         00001450
           CLOSE STATARC-FILE.                                          00001460
           CLOSE STATFEED-FILE.                                         00001470
           PERFORM 9000-PRINT-SUMMARY THRU 9000-EXIT.                   00001480
           IF WS-RESENT-COUNT = 0 THEN                                  00001490
               MOVE 4 TO RETURN-CODE.                                   00001500
       0000-EXIT.                                                       00001510
           STOP RUN.                                                    00001520
      **********************************                                00001530
       1000-INITIALISE.                                                 00001540
      **********************************                                00001550
           MOVE CURRENT-DATE TO WS-TODAYS-DATE.                         00001560
           MOVE TIME-OF-DAY  TO WS-TODAYS-TIME.                         00001570
           MOVE TD-YEAR  TO SD-YEAR.                                    00001580
           MOVE TD-MONTH TO SD-MONTH.                                   00001590
           MOVE TD-DAY   TO SD-DAY.                                     00001600
           OPEN I-O STATLEDG-FILE.                                      00001610
           IF WS-TL-STATUS NOT = '00' THEN                              00001620
               DISPLAY 'STATRSND - STATLEDG OPEN FAILED, STATUS '       00001630
                       WS-TL-STATUS ' - RUN ABANDONED'                  00001640
               MOVE 16 TO RETURN-CODE                                   00001650
               STOP RUN.                                                00001660
           OPEN INPUT STATARC-FILE.                                     00001670
           IF WS-SA-STATUS NOT = '00' THEN                              00001680
               DISPLAY 'STATRSND - STATARC OPEN FAILED, STATUS '        00001690
                       WS-SA-STATUS ' - RUN ABANDONED'                  00001700
               MOVE 16 TO RETURN-CODE                                   00001710
               STOP RUN.                                                00001720
           OPEN OUTPUT STATFEED-FILE.                                   00001730
           MOVE 'N' TO END-OF-FILE.                                     00001740
       1000-EXIT.                                                       00001750
           EXIT.                                                        00001760
      **********************************                                00001770
       2000-RESEND-ONE-DATE.                                            00001780
      **********************************                                00001790
           READ STATLEDG-FILE NEXT RECORD                               00001800
               AT END MOVE 'Y' TO END-OF-FILE.                          00001810
           IF EOF OR NOT TL-RESEND-QUEUED THEN                          00001820
               GO TO 2000-EXIT.                                         00001830
           ADD 1 TO WS-QUEUED-COUNT.                                    00001840
      * Every record must be on the archive before any is written -     00001850
      *  half a feed is worse than none.                                00001860
           MOVE 'Y' TO WS-ARCHIVE-SW.                                   00001870
           MOVE 1 TO WS-SEQ.                                            00001880
           PERFORM 2100-CHECK-ARCHIVE-RECORD THRU 2100-EXIT             00001890
               UNTIL WS-SEQ > TL-FEED-RECORDS OR NOT ARCHIVE-COMPLETE.  00001900
           IF TL-FEED-RECORDS = 0 OR NOT ARCHIVE-COMPLETE THEN          00001910
               DISPLAY 'STATRSND - ' TL-DATA-DATE ' NOT FULLY ON THE'   00001920
                       ' FEED ARCHIVE - LEFT QUEUED'                    00001930
               ADD 1 TO WS-INCOMPLETE-COUNT                             00001940
               GO TO 2000-EXIT.                                         00001950
           MOVE 1 TO WS-SEQ.                                            00001960
           PERFORM 2200-COPY-ARCHIVE-RECORD THRU 2200-EXIT              00001970
               UNTIL WS-SEQ > TL-FEED-RECORDS.                          00001980
           MOVE WS-SEND-DATE   TO TL-SEND-DATE.                         00001990
           MOVE WS-TODAYS-TIME TO TL-SEND-TIME.                         00002000
           ADD 1 TO TL-SEND-COUNT.                                      00002010
           MOVE 'T'            TO TL-STATUS.                            00002020
           MOVE SPACES TO TL-ACK-DATE TL-ACK-STATUS TL-ACK-REASON.      00002030
           MOVE 0 TO TL-ACK-CTRY-COUNT TL-ACK-REGN-COUNT                00002040
                     TL-ACK-DELTA-COUNT.                                00002050
           REWRITE TL-RECORD                                            00002060
               INVALID KEY                                              00002070
                   DISPLAY 'STATRSND - LEDGER REWRITE FAILED FOR '      00002080
                           TL-DATA-DATE ' STATUS ' WS-TL-STATUS.        00002090
           ADD 1 TO WS-RESENT-COUNT.                                    00002100
           DISPLAY 'STATRSND - ' TL-DATA-DATE ' RE-SENT, REQUESTED BY ' 00002110
                   TL-RESEND-BY.                                        00002120
       2000-EXIT.                                                       00002130
           EXIT.                                                        00002140
      **********************************                                00002150
       2100-CHECK-ARCHIVE-RECORD.                                       00002160
      **********************************                                00002170
           MOVE TL-DATA-DATE TO SA-DATA-DATE.                           00002180
           MOVE WS-SEQ       TO SA-SEQ.                                 00002190
           READ STATARC-FILE                                            00002200
               INVALID KEY MOVE 'N' TO WS-ARCHIVE-SW.                   00002210
           ADD 1 TO WS-SEQ.                                             00002220
       2100-EXIT.                                                       00002230
           EXIT.                                                        00002240
      **********************************                                00002250
       2200-COPY-ARCHIVE-RECORD.                                        00002260
      **********************************                                00002270
           MOVE TL-DATA-DATE TO SA-DATA-DATE.                           00002280
           MOVE WS-SEQ       TO SA-SEQ.                                 00002290
           READ STATARC-FILE                                            00002300
               INVALID KEY                                              00002310
                   DISPLAY 'STATRSND - ARCHIVE READ FAILED FOR '        00002320
                           SA-KEY ' STATUS ' WS-SA-STATUS.              00002330
           MOVE SA-FEED-RECORD TO FEED-RECORD.                          00002340
           WRITE FEED-RECORD.                                           00002350
           ADD 1 TO WS-FEED-COUNT.                                      00002360
           ADD 1 TO WS-SEQ.                                             00002370
       2200-EXIT.                                                       00002380
           EXIT.                                                        00002390
      **********************************                                00002400
       9000-PRINT-SUMMARY.                                              00002410
      **********************************                                00002420
           DISPLAY 'STATRSND - DATES QUEUED      : ' WS-QUEUED-COUNT.   00002430
           DISPLAY 'STATRSND - DATES RE-SENT     : ' WS-RESENT-COUNT.   00002440
           DISPLAY 'STATRSND - LEFT QUEUED       : '                    00002450
               WS-INCOMPLETE-COUNT.                                     00002460
           DISPLAY 'STATRSND - FEED RECORDS      : ' WS-FEED-COUNT.     00002470
       9000-EXIT.                                                       00002480
           EXIT.                                                        00002490
      ******************************************************************00002500
/*                                                                      00002510
//LKED.SYSLIB  DD DISP=SHR,DSNAME=SYS1.COBLIB                           00002520
//             DD DISP=SHR,DSNAME=SYS1.LINKLIB                          00002530
//             DD DISP=SHR,DSNAME=COVID19.LINKLIB                       00002540
//LKED.SYSLMOD DD DISP=SHR,DSNAME=COVID19.LINKLIB(STATRSND)             00002550
//                                                                      00002560
