//STATACK     JOB (COBOL),'COVID19',CLASS=A,MSGCLASS=H,MSGLEVEL=(0,0)   00000010
//COMPLINK   EXEC COBUCL                                                00000020
//COB.SYSLIB   DD DISP=SHR,DSNAME=SYS1.COBLIB                           00000030
//             DD DISP=SHR,DSNAME=SYS1.LINKLIB                          00000040
//COB.SYSPUNCH DD DUMMY                                                 00000050
//COB.SYSIN    DD *                                                     00000060
      ******************************************************************00000070
      * PROGRAM DESCRIPTION:                                            00000080
      *   Daily acknowledgement check of the statistics office feed.    00000090
      *   STATXTRC enters every transmission on the transmission        00000100
      *   ledger COVID19.DATA.STATLEDG; this program matches the        00000110
      *   office's return acknowledgements against it, so a missed      00000120
      *   or rejected day is seen the next morning rather than when     00000130
      *   the office phones weeks later.                                00000140
      *   Each acknowledgement names a data date, accepted (A) or       00000150
      *   rejected (R), the office's own record counts per section      00000160
      *   and their reason. An accepted feed whose counts differ        00000170
      *   from the '99' trailer we sent is marked as a count            00000180
      *   mismatch. An acknowledgement for a date we never sent is      00000190
      *   listed and otherwise ignored.                                 00000200
      *   Re-send requests are cards on COVID19.PARM.RESENDQ: data      00000210
      *   date in columns 1-8, operator id in 10-17, reason in          00000220
      *   19-58 ('*' in column 1 is a comment). A date on the ledger    00000230
      *   is marked Q - queued - for STATRSND to rebuild from the       00000240
      *   feed archive; a card with no operator id or reason, or for    00000250
      *   a date never sent, is refused.                                00000260
      *   The listing shows the acknowledgements and requests           00000270
      *   processed, then from the ledger: feeds still unacknowledged   00000280
      *   more than the cutoff number of days after sending, rejected   00000290
      *   feeds, count mismatches and the re-send queue.                00000300
      *   One line is ACCEPTed from SYSIN: columns 1-2 the cutoff in    00000310
      *   days (default 2). RETURN-CODE is 4 when anything is overdue,  00000320
      *   rejected or mismatched, so the job stream can flag it.        00000330
      *                                                                 00000340
      *   STATACK    Input acknowledgements from the office (optional). 00000350
      *   RESENDQ    Input re-send requests (optional).                 00000360
      *   STATLDG    Transmission ledger (keyed), updated in place.     00000370
      *   SYSPRINT   Acknowledgement listing.                           00000380
      ******************************************************************00000390
       IDENTIFICATION DIVISION.                                         00000400
       PROGRAM-ID.   'STATACK'.                                         00000410
       AUTHOR.       'DAVID ASTA'.                                      00000420
       INSTALLATION. 'MVS 3.8J TK4-'.                                   00000430
       DATE-WRITTEN. '15/10/2026'.                                      00000440
       DATE-COMPILED.                                                   00000450
       REMARKS.      'V1R1M0'.                                          00000460
      ******************************************************************00000470
       ENVIRONMENT DIVISION.                                            00000480
      ******************************************************************00000490
       INPUT-OUTPUT SECTION.                                            00000500
       FILE-CONTROL.                                                    00000510
           SELECT ACK-FILE       ASSIGN DA-S-STATACK                    00000520
                                 FILE STATUS IS WS-ACK-STATUS.          00000530
           SELECT REQUEST-FILE   ASSIGN DA-S-RESENDQ                    00000540
                                 FILE STATUS IS WS-REQ-STATUS.          00000550
           SELECT STATLEDG-FILE  ASSIGN STATLDG                         00000560
                                 ORGANIZATION IS INDEXED                00000570
                                 ACCESS MODE IS DYNAMIC                 00000580
                                 RECORD KEY IS TL-DATA-DATE             00000590
                                 FILE STATUS IS WS-TL-STATUS.           00000600
           SELECT REPORT-PRINT   ASSIGN UR-S-SYSPRINT.                  00000610
      ******************************************************************00000620
       DATA DIVISION.                                                   00000630
      ******************************************************************00000640
       FILE SECTION.                                                    00000650
      **********************************                                00000660
       FD  ACK-FILE                                                     00000670
      *******************                                               00000680
           LABEL RECORDS ARE STANDARD                                   00000690
           BLOCK CONTAINS 0 RECORDS                                     00000700
           RECORD CONTAINS 80 CHARACTERS.                               00000710
       01  ACK-RECORD.                                                  00000720
           05 AK-DATA-DATE        PIC X(08).                            00000730
           05 AK-STATUS           PIC X(01).                            00000740
              88 AK-ACCEPTED                 VALUE 'A'.                 00000750
              88 AK-REJECTED                 VALUE 'R'.                 00000760
           05 AK-CTRY-COUNT       PIC 9(08).                            00000770
           05 AK-REGN-COUNT       PIC 9(08).                            00000780
           05 AK-DELTA-COUNT      PIC 9(08).                            00000790
           05 AK-REASON           PIC X(40).                            00000800
           05 FILLER              PIC X(07).                            00000810
      *******************                                               00000820
       FD  REQUEST-FILE                                                 00000830
      *******************                                               00000840
           LABEL RECORDS ARE STANDARD                                   00000850
           BLOCK CONTAINS 0 RECORDS                                     00000860
           RECORD CONTAINS 80 CHARACTERS.                               00000870
       01  REQUEST-RECORD.                                              00000880
           05 RQ-DATA-DATE        PIC X(08).                            00000890
           05 FILLER              PIC X(01).                            00000900
           05 RQ-OPERATOR         PIC X(08).                            00000910
           05 FILLER              PIC X(01).                            00000920
           05 RQ-REASON           PIC X(40).                            00000930
           05 FILLER              PIC X(22).                            00000940
       01  REQUEST-COMMENT-RECORD.                                      00000950
           05 RQ-COMMENT-FLAG     PIC X(01).                            00000960
              88 RQ-IS-COMMENT               VALUE '*'.                 00000970
           05 FILLER              PIC X(79).                            00000980
      *******************                                               00000990
       FD  STATLEDG-FILE                                                00001000
      *******************                                               00001010
           LABEL RECORDS ARE STANDARD                                   00001020
           RECORD CONTAINS 210 CHARACTERS.                              00001030
       01  TL-RECORD.                                                   00001040
           05 TL-DATA-DATE        PIC X(08).                            00001050
           05 TL-SEND-DATE        PIC X(08).                            00001060
           05 TL-SEND-TIME        PIC 9(06).                            00001070
           05 TL-SEND-COUNT       PIC 9(03).                            00001080
           05 TL-FEED-RECORDS     PIC 9(08).                            00001090
           05 TL-CTRY-COUNT       PIC 9(08).                            00001100
           05 TL-REGN-COUNT       PIC 9(08).                            00001110
           05 TL-DELTA-COUNT      PIC 9(08).                            00001120
           05 TL-HASH-CASES       PIC 9(12).                            00001130
           05 TL-HASH-DEATHS      PIC 9(12).                            00001140
           05 TL-STATUS           PIC X(01).                            00001150
              88 TL-AWAITING-ACK             VALUE 'T'.                 00001160
              88 TL-ACCEPTED                 VALUE 'A'.                 00001170
              88 TL-REJECTED                 VALUE 'R'.                 00001180
              88 TL-COUNT-MISMATCH           VALUE 'M'.                 00001190
              88 TL-RESEND-QUEUED            VALUE 'Q'.                 00001200
           05 TL-ACK-DATE         PIC X(08).                            00001210
           05 TL-ACK-STATUS       PIC X(01).                            00001220
           05 TL-ACK-CTRY-COUNT   PIC 9(08).                            00001230
           05 TL-ACK-REGN-COUNT   PIC 9(08).                            00001240
           05 TL-ACK-DELTA-COUNT  PIC 9(08).                            00001250
           05 TL-ACK-REASON       PIC X(40).                            00001260
           05 TL-RESEND-BY        PIC X(08).                            00001270
           05 TL-RESEND-REASON    PIC X(40).                            00001280
           05 FILLER              PIC X(07).                            00001290
      *******************                                               00001300
       FD  REPORT-PRINT                                                 00001310
      *******************                                               00001320
           LABEL RECORDS ARE OMITTED                                    00001330
           REPORT IS ACK-REPORT.                                        00001340
      **********************************                                00001350
       WORKING-STORAGE SECTION.                                         00001360
      **********************************                                00001370
       77  WS-YEAR-CC                 PIC 99     VALUE 20.              00001380
       01  SWITCHES.                                                    00001390
           05 END-OF-FILE             PIC X      VALUE 'N'.             00001400
              88 EOF                             VALUE 'Y'.             00001410
           05 WS-ROW-ON-FILE-SW       PIC X      VALUE 'N'.             00001420
              88 ROW-ON-FILE                     VALUE 'Y'.             00001430
           05 WS-DN-LEAP-SW           PIC X      VALUE 'N'.             00001440
              88 DN-LEAP-YEAR                    VALUE 'Y'.             00001450
       01  WS-ACK-STATUS              PIC XX.                           00001460
       01  WS-REQ-STATUS              PIC XX.                           00001470
       01  WS-TL-STATUS               PIC XX.                           00001480
       01  COUNTERS.                                                    00001490
           05 WS-ACKS-READ            PIC 9(04)  VALUE 0.               00001500
           05 WS-ACKS-UNKNOWN         PIC 9(04)  VALUE 0.               00001510
           05 WS-ACKS-INVALID         PIC 9(04)  VALUE 0.               00001520
           05 WS-REQS-QUEUED          PIC 9(04)  VALUE 0.               00001530
           05 WS-REQS-REFUSED         PIC 9(04)  VALUE 0.               00001540
           05 WS-OVERDUE-COUNT        PIC 9(04)  VALUE 0.               00001550
           05 WS-REJECTED-COUNT       PIC 9(04)  VALUE 0.               00001560
           05 WS-MISMATCH-COUNT       PIC 9(04)  VALUE 0.               00001570
           05 WS-QUEUE-COUNT          PIC 9(04)  VALUE 0.               00001580
           05 WS-SECTION-COUNT        PIC 9(04)  VALUE 0.               00001590
       01  WS-PARM-CARD.                                                00001600
           05 WS-PARM-CUTOFF-X        PIC X(02).                        00001610
           05 WS-PARM-CUTOFF REDEFINES WS-PARM-CUTOFF-X                 00001620
                                      PIC 9(02).                        00001630
           05 FILLER                  PIC X(78).                        00001640
       01  WS-CUTOFF-DAYS             PIC 9(02)  VALUE 2.               00001650
       01  WS-LIST-TYPE               PIC X(01).                        00001660
           88 LIST-OVERDUE                       VALUE 'T'.             00001670
           88 LIST-REJECTED                      VALUE 'R'.             00001680
           88 LIST-MISMATCH                      VALUE 'M'.             00001690
           88 LIST-QUEUE                         VALUE 'Q'.             00001700
       01  WS-OLD-STATUS              PIC X(01).                        00001710
      * Day numbers for the overdue test - today and the send date.     00001720
       01  WS-DAY-NUMBERS.                                              00001730
           05 WS-TODAY-DAYNO          PIC 9(07).                        00001740
           05 WS-SEND-DAYNO           PIC 9(07).                        00001750
           05 WS-DAYS-WAITING         PIC 9(05).                        00001760
       01  WS-YMD-DATE.                                                 00001770
           05 YMD-YYYY                PIC 9(04).                        00001780
           05 YMD-MM                  PIC 9(02).                        00001790
           05 YMD-DD                  PIC 9(02).                        00001800
       01  WS-YMD-DATE-X REDEFINES WS-YMD-DATE                          00001810
                                      PIC X(08).                        00001820
       01  WS-TODAY-YMD.                                                00001830
           05 TY-CENTURY              PIC X(02)  VALUE '20'.            00001840
           05 TY-YEAR                 PIC X(02).                        00001850
           05 TY-MONTH                PIC X(02).                        00001860
           05 TY-DAY                  PIC X(02).                        00001870
       01  WS-DAY-NUMBER-WORK.                                          00001880
           05 WS-DN-YYYY              PIC 9(04).                        00001890
           05 WS-DN-MM                PIC 9(02).                        00001900
           05 WS-DN-DD                PIC 9(02).                        00001910
           05 WS-DN-RESULT            PIC 9(07).                        00001920
           05 WS-DN-YEARS             PIC 9(04).                        00001930
           05 WS-DN-Q4                PIC 9(04).                        00001940
           05 WS-DN-Q100              PIC 9(04).                        00001950
           05 WS-DN-Q400              PIC 9(04).                        00001960
           05 WS-DN-QUOT              PIC 9(07).                        00001970
           05 WS-DN-REM               PIC 9(03).                        00001980
       01  WS-CUM-DAYS-VALUES.                                          00001990
           05 FILLER                  PIC X(36)  VALUE                  00002000
                      '000031059090120151181212243273304334'.           00002010
       01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-VALUES.              00002020
           05 WS-CUM-DAYS             PIC 9(03)  OCCURS 12 TIMES.       00002030
      * One listing line being assembled.                               00002040
       01  WS-LINE-DETAIL.                                              00002050
           05 WS-LD-DATA-DATE         PIC X(08).                        00002060
           05 WS-LD-STATUS            PIC X(01).                        00002070
           05 WS-LD-OUR-CTRY          PIC 9(08).                        00002080
           05 WS-LD-OUR-REGN          PIC 9(08).                        00002090
           05 WS-LD-OUR-DELTA         PIC 9(08).                        00002100
           05 WS-LD-THEIR-CTRY        PIC 9(08).                        00002110
           05 WS-LD-THEIR-REGN        PIC 9(08).                        00002120
           05 WS-LD-THEIR-DELTA       PIC 9(08).                        00002130
           05 WS-LD-OUTCOME           PIC X(26).                        00002140
           05 WS-LD-REASON            PIC X(40).                        00002150
           05 WS-LD-OPERATOR          PIC X(08).                        00002160
           05 WS-LD-SEND-DATE         PIC X(08).                        00002170
           05 WS-LD-ACK-DATE          PIC X(08).                        00002180
           05 WS-LD-SEND-COUNT        PIC 9(03).                        00002190
           05 WS-LD-DAYS              PIC 9(05).                        00002200
       01  WS-SECTION-TITLE           PIC X(50).                        00002210
       01  WS-COUNT-LINE-TEXT         PIC X(30).                        00002220
       01  WS-COUNT-LINE-VALUE        PIC 9(04).                        00002230
       01  WS-TODAYS-DATE.                                              00002240
           05 TD-MONTH                PIC X(02).                        00002250
           05 FILLER                  PIC X.                            00002260
           05 TD-DAY                  PIC X(02).                        00002270
           05 FILLER                  PIC X.                            00002280
           05 TD-YEAR                 PIC X(02).                        00002290
       01  WS-TODAYS-TIME.                                              00002300
           05 TT-HOURS                PIC X(02).                        00002310
           05 TT-MINUTES              PIC X(02).                        00002320
           05 TT-SECONDS              PIC X(02).                        00002330
      **********************************                                00002340
       REPORT SECTION.                                                  00002350
      **********************************                                00002360
       RD  ACK-REPORT                                                   00002370
           PAGE LIMIT IS 66 LINES                                       00002380
           HEADING 1                                                    00002390
           FIRST DETAIL 5                                               00002400
           LAST DETAIL 58.                                              00002410
       01  PAGE-HEAD-GROUP TYPE PAGE HEADING.                           00002420
           05 LINE 1.                                                   00002430
              10 COLUMN 01        PIC X(05)  VALUE 'DATE:'.             00002440
              10 COLUMN 07        PIC 99     SOURCE TD-DAY.             00002450
              10 COLUMN 09        PIC X      VALUE '/'.                 00002460
              10 COLUMN 10        PIC 99     SOURCE TD-MONTH.           00002470
              10 COLUMN 12        PIC X      VALUE '/'.                 00002480
              10 COLUMN 13        PIC 99     SOURCE WS-YEAR-CC.         00002490
              10 COLUMN 15        PIC 99     SOURCE TD-YEAR.            00002500
              10 COLUMN 40        PIC X(41)  VALUE                      00002510
                    'COVID-19 STATISTICS FEED ACKNOWLEDGEMENTS'.        00002520
              10 COLUMN 121       PIC X(05)  VALUE 'PAGE:'.             00002530
              10 COLUMN 127       PIC ZZ,ZZ9 SOURCE PAGE-COUNTER.       00002540
           05 LINE PLUS 1.                                              00002550
              10 COLUMN 01        PIC X(05)  VALUE 'TIME:'.             00002560
              10 COLUMN 07        PIC 99     SOURCE TT-HOURS.           00002570
              10 COLUMN 09        PIC X      VALUE ':'.                 00002580
              10 COLUMN 10        PIC 99     SOURCE TT-MINUTES.         00002590
              10 COLUMN 12        PIC X      VALUE ':'.                 00002600
              10 COLUMN 13        PIC 99     SOURCE TT-SECONDS.         00002610
              10 COLUMN 40        PIC X(12)  VALUE 'CUTOFF DAYS:'.      00002620
              10 COLUMN 53        PIC Z9     SOURCE WS-CUTOFF-DAYS.     00002630
       01  SECTION-TITLE-DETAIL TYPE DETAIL.                            00002640
           05 LINE PLUS 2.                                              00002650
              10 COLUMN 01        PIC X(50)  SOURCE WS-SECTION-TITLE.   00002660
           05 LINE PLUS 1.                                              00002670
              10 COLUMN 01        PIC X(50)  VALUE                      00002680
              '--------------------------------------------------'.     00002690
       01  NONE-DETAIL TYPE DETAIL.                                     00002700
           05 LINE PLUS 1.                                              00002710
              10 COLUMN 03        PIC X(04)  VALUE 'NONE'.              00002720
       01  ACK-HEAD-DETAIL TYPE DETAIL.                                 00002730
           05 LINE PLUS 1.                                              00002740
              10 COLUMN 01        PIC X(09)  VALUE 'DATA DATE'.         00002750
              10 COLUMN 11        PIC X(02)  VALUE 'ST'.                00002760
              10 COLUMN 14        PIC X(24)  VALUE                      00002770
                    'SENT: CTRY   REGN  DELTA'.                         00002780
              10 COLUMN 39        PIC X(24)  VALUE                      00002790
                    'ACKD: CTRY   REGN  DELTA'.                         00002800
              10 COLUMN 64        PIC X(07)  VALUE 'OUTCOME'.           00002810
              10 COLUMN 91        PIC X(06)  VALUE 'REASON'.            00002820
       01  ACK-DETAIL TYPE DETAIL.                                      00002830
           05 LINE PLUS 1.                                              00002840
              10 COLUMN 01        PIC X(08)  SOURCE WS-LD-DATA-DATE.    00002850
              10 COLUMN 11        PIC X(01)  SOURCE WS-LD-STATUS.       00002860
              10 COLUMN 16        PIC ZZZZZ9 SOURCE WS-LD-OUR-CTRY.     00002870
              10 COLUMN 23        PIC ZZZZZ9 SOURCE WS-LD-OUR-REGN.     00002880
              10 COLUMN 30        PIC ZZZZZ9 SOURCE WS-LD-OUR-DELTA.    00002890
              10 COLUMN 41        PIC ZZZZZ9 SOURCE WS-LD-THEIR-CTRY.   00002900
              10 COLUMN 48        PIC ZZZZZ9 SOURCE WS-LD-THEIR-REGN.   00002910
              10 COLUMN 55        PIC ZZZZZ9 SOURCE WS-LD-THEIR-DELTA.  00002920
              10 COLUMN 64        PIC X(26)  SOURCE WS-LD-OUTCOME.      00002930
              10 COLUMN 91        PIC X(40)  SOURCE WS-LD-REASON.       00002940
       01  REQUEST-HEAD-DETAIL TYPE DETAIL.                             00002950
           05 LINE PLUS 1.                                              00002960
              10 COLUMN 01        PIC X(09)  VALUE 'DATA DATE'.         00002970
              10 COLUMN 11        PIC X(08)  VALUE 'OPERATOR'.          00002980
              10 COLUMN 21        PIC X(06)  VALUE 'REASON'.            00002990
              10 COLUMN 63        PIC X(07)  VALUE 'OUTCOME'.           00003000
       01  REQUEST-DETAIL TYPE DETAIL.                                  00003010
           05 LINE PLUS 1.                                              00003020
              10 COLUMN 01        PIC X(08)  SOURCE WS-LD-DATA-DATE.    00003030
              10 COLUMN 11        PIC X(08)  SOURCE WS-LD-OPERATOR.     00003040
              10 COLUMN 21        PIC X(40)  SOURCE WS-LD-REASON.       00003050
              10 COLUMN 63        PIC X(26)  SOURCE WS-LD-OUTCOME.      00003060
       01  OVERDUE-HEAD-DETAIL TYPE DETAIL.                             00003070
           05 LINE PLUS 1.                                              00003080
              10 COLUMN 01        PIC X(09)  VALUE 'DATA DATE'.         00003090
              10 COLUMN 11        PIC X(09)  VALUE 'SENT ON'.           00003100
              10 COLUMN 21        PIC X(12)  VALUE 'DAYS WAITING'.      00003110
              10 COLUMN 35        PIC X(10)  VALUE 'TIMES SENT'.        00003120
       01  OVERDUE-DETAIL TYPE DETAIL.                                  00003130
           05 LINE PLUS 1.                                              00003140
              10 COLUMN 01        PIC X(08)  SOURCE WS-LD-DATA-DATE.    00003150
              10 COLUMN 11        PIC X(08)  SOURCE WS-LD-SEND-DATE.    00003160
              10 COLUMN 28        PIC ZZZZ9  SOURCE WS-LD-DAYS.         00003170
              10 COLUMN 42        PIC ZZ9    SOURCE WS-LD-SEND-COUNT.   00003180
       01  REJECT-HEAD-DETAIL TYPE DETAIL.                              00003190
           05 LINE PLUS 1.                                              00003200
              10 COLUMN 01        PIC X(09)  VALUE 'DATA DATE'.         00003210
              10 COLUMN 11        PIC X(09)  VALUE 'SENT ON'.           00003220
              10 COLUMN 21        PIC X(09)  VALUE 'ACKED ON'.          00003230
              10 COLUMN 31        PIC X(10)  VALUE 'TIMES SENT'.        00003240
              10 COLUMN 43        PIC X(06)  VALUE 'REASON'.            00003250
       01  REJECT-DETAIL TYPE DETAIL.                                   00003260
           05 LINE PLUS 1.                                              00003270
              10 COLUMN 01        PIC X(08)  SOURCE WS-LD-DATA-DATE.    00003280
              10 COLUMN 11        PIC X(08)  SOURCE WS-LD-SEND-DATE.    00003290
              10 COLUMN 21        PIC X(08)  SOURCE WS-LD-ACK-DATE.     00003300
              10 COLUMN 38        PIC ZZ9    SOURCE WS-LD-SEND-COUNT.   00003310
              10 COLUMN 43        PIC X(40)  SOURCE WS-LD-REASON.       00003320
       01  MISMATCH-HEAD-DETAIL TYPE DETAIL.                            00003330
           05 LINE PLUS 1.                                              00003340
              10 COLUMN 01        PIC X(09)  VALUE 'DATA DATE'.         00003350
              10 COLUMN 11        PIC X(09)  VALUE 'ACKED ON'.          00003360
              10 COLUMN 21        PIC X(24)  VALUE                      00003370
                    'SENT: CTRY   REGN  DELTA'.                         00003380
              10 COLUMN 46        PIC X(24)  VALUE                      00003390
                    'ACKD: CTRY   REGN  DELTA'.                         00003400
              10 COLUMN 71        PIC X(06)  VALUE 'REASON'.            00003410
       01  MISMATCH-DETAIL TYPE DETAIL.                                 00003420
           05 LINE PLUS 1.                                              00003430
              10 COLUMN 01        PIC X(08)  SOURCE WS-LD-DATA-DATE.    00003440
              10 COLUMN 11        PIC X(08)  SOURCE WS-LD-ACK-DATE.     00003450
              10 COLUMN 23        PIC ZZZZZ9 SOURCE WS-LD-OUR-CTRY.     00003460
              10 COLUMN 30        PIC ZZZZZ9 SOURCE WS-LD-OUR-REGN.     00003470
              10 COLUMN 37        PIC ZZZZZ9 SOURCE WS-LD-OUR-DELTA.    00003480
              10 COLUMN 48        PIC ZZZZZ9 SOURCE WS-LD-THEIR-CTRY.   00003490
              10 COLUMN 55        PIC ZZZZZ9 SOURCE WS-LD-THEIR-REGN.   00003500
              10 COLUMN 62        PIC ZZZZZ9 SOURCE WS-LD-THEIR-DELTA.  00003510
              10 COLUMN 71        PIC X(40)  SOURCE WS-LD-REASON.       00003520
       01  QUEUE-HEAD-DETAIL TYPE DETAIL.                               00003530
           05 LINE PLUS 1.                                              00003540
              10 COLUMN 01        PIC X(09)  VALUE 'DATA DATE'.         00003550
              10 COLUMN 11        PIC X(12)  VALUE 'REQUESTED BY'.      00003560
              10 COLUMN 25        PIC X(10)  VALUE 'TIMES SENT'.        00003570
              10 COLUMN 37        PIC X(06)  VALUE 'REASON'.            00003580
       01  QUEUE-DETAIL TYPE DETAIL.                                    00003590
           05 LINE PLUS 1.                                              00003600
              10 COLUMN 01        PIC X(08)  SOURCE WS-LD-DATA-DATE.    00003610
              10 COLUMN 11        PIC X(08)  SOURCE WS-LD-OPERATOR.     00003620
              10 COLUMN 32        PIC ZZ9    SOURCE WS-LD-SEND-COUNT.   00003630
              10 COLUMN 37        PIC X(40)  SOURCE WS-LD-REASON.       00003640
       01  COUNT-LINE-DETAIL TYPE DETAIL.                               00003650
           05 LINE PLUS 1.                                              00003660
              10 COLUMN 03        PIC X(30)  SOURCE WS-COUNT-LINE-TEXT. 00003670
              10 COLUMN 34        PIC ZZZ9   SOURCE                     00003680
                                             WS-COUNT-LINE-VALUE.       00003690
      ******************************************************************00003700
       PROCEDURE DIVISION.                                              00003710
      ******************************************************************00003720
       0000-MAIN.                                                       00003730
      **********************************                                00003740
           PERFORM 1000-INITIALISE THRU 1000-EXIT.                      00003750
           PERFORM 2000-PROCESS-ACKS THRU 2000-EXIT.                    00003760
           PERFORM 3000-PROCESS-REQUESTS THRU 3000-EXIT.                00003770
           CLOSE STATLEDG-FILE.                                         00003780
           MOVE 'UNACKNOWLEDGED PAST CUTOFF' TO WS-SECTION-TITLE.       00003790
           MOVE 'T' TO WS-LIST-TYPE.                                    00003800
           PERFORM 4000-LIST-LEDGER THRU 4000-EXIT.                     00003810
           MOVE 'REJECTED FEEDS' TO WS-SECTION-TITLE.                   00003820
           MOVE 'R' TO WS-LIST-TYPE.                                    00003830
           PERFORM 4000-LIST-LEDGER THRU 4000-EXIT.                     00003840
           MOVE 'COUNT MISMATCHES' TO WS-SECTION-TITLE.                 00003850
           MOVE 'M' TO WS-LIST-TYPE.                                    00003860
           PERFORM 4000-LIST-LEDGER THRU 4000-EXIT.                     00003870
           MOVE 'RE-SEND QUEUE' TO WS-SECTION-TITLE.                    00003880
           MOVE 'Q' TO WS-LIST-TYPE.                                    00003890
           PERFORM 4000-LIST-LEDGER THRU 4000-EXIT.                     00003900
           PERFORM 8000-PRINT-COUNTS THRU 8000-EXIT.                    00003910
           TERMINATE ACK-REPORT.                                        00003920
           CLOSE REPORT-PRINT.                                          00003930
           PERFORM 9000-PRINT-SUMMARY THRU 9000-EXIT.                   00003940
           IF WS-OVERDUE-COUNT > 0 OR WS-REJECTED-COUNT > 0             00003950
             OR WS-MISMATCH-COUNT > 0 THEN                              00003960
               MOVE 4 TO RETURN-CODE.                                   00003970
       0000-EXIT.                                                       00003980
           STOP RUN.                                                    00003990
      **********************************                                00004000
       1000-INITIALISE.                                                 00004010
      **********************************                                00004020
           MOVE CURRENT-DATE TO WS-TODAYS-DATE.                         00004030
           MOVE TIME-OF-DAY  TO WS-TODAYS-TIME.                         00004040
           MOVE TD-YEAR  TO TY-YEAR.                                    00004050
           MOVE TD-MONTH TO TY-MONTH.                                   00004060
           MOVE TD-DAY   TO TY-DAY.                                     00004070
           MOVE WS-TODAY-YMD TO WS-YMD-DATE-X.                          00004080
           PERFORM 5000-DAY-NUMBER-OF-YMD THRU 5000-EXIT.               00004090
           MOVE WS-DN-RESULT TO WS-TODAY-DAYNO.                         00004100
           MOVE SPACES TO WS-PARM-CARD.                                 00004110
           ACCEPT WS-PARM-CARD.                                         00004120
           IF WS-PARM-CUTOFF-X IS NUMERIC THEN                          00004130
               MOVE WS-PARM-CUTOFF TO WS-CUTOFF-DAYS.                   00004140
           OPEN I-O STATLEDG-FILE.                                      00004150
           IF WS-TL-STATUS NOT = '00' THEN                              00004160
               DISPLAY 'STATACK - STATLEDG OPEN FAILED, STATUS '        00004170
                       WS-TL-STATUS ' - RUN ABANDONED'                  00004180
               MOVE 16 TO RETURN-CODE                                   00004190
               STOP RUN.                                                00004200
           OPEN OUTPUT REPORT-PRINT.                                    00004210
           INITIATE ACK-REPORT.                                         00004220
       1000-EXIT.                                                       00004230
           EXIT.                                                        00004240
      **********************************                                00004250
       2000-PROCESS-ACKS.                                               00004260
      **********************************                                00004270
           MOVE 'ACKNOWLEDGEMENTS RECEIVED' TO WS-SECTION-TITLE.        00004280
           GENERATE SECTION-TITLE-DETAIL.                               00004290
           OPEN INPUT ACK-FILE.                                         00004300
           IF WS-ACK-STATUS NOT = '00' THEN                             00004310
               GENERATE NONE-DETAIL                                     00004320
               GO TO 2000-EXIT.                                         00004330
           GENERATE ACK-HEAD-DETAIL.                                    00004340
           MOVE 'N' TO END-OF-FILE.                                     00004350
           PERFORM 2100-MATCH-ONE-ACK THRU 2100-EXIT                    00004360
               UNTIL EOF.                                               00004370
           CLOSE ACK-FILE.                                              00004380
           MOVE 'N' TO END-OF-FILE.                                     00004390
           IF WS-ACKS-READ = 0 THEN                                     00004400
               GENERATE NONE-DETAIL.                                    00004410
       2000-EXIT.                                                       00004420
           EXIT.                                                        00004430
      **********************************                                00004440
       2100-MATCH-ONE-ACK.                                              00004450
      **********************************                                00004460
      * A re-send already queued for the date stays queued - the        00004470
      *  acknowledgement is recorded, but it is for the feed that is    00004480
      *  about to be replaced.                                          00004490
           READ ACK-FILE                                                00004500
               AT END MOVE 'Y' TO END-OF-FILE.                          00004510
           IF EOF THEN                                                  00004520
               GO TO 2100-EXIT.                                         00004530
           ADD 1 TO WS-ACKS-READ.                                       00004540
           MOVE SPACES            TO WS-LINE-DETAIL.                    00004550
           MOVE AK-DATA-DATE      TO WS-LD-DATA-DATE.                   00004560
           MOVE AK-STATUS         TO WS-LD-STATUS.                      00004570
           MOVE AK-REASON         TO WS-LD-REASON.                      00004580
           MOVE 0 TO WS-LD-OUR-CTRY WS-LD-OUR-REGN WS-LD-OUR-DELTA.     00004590
           MOVE 0 TO WS-LD-THEIR-CTRY WS-LD-THEIR-REGN                  00004600
                     WS-LD-THEIR-DELTA.                                 00004610
           IF AK-CTRY-COUNT IS NUMERIC                                  00004620
             AND AK-REGN-COUNT IS NUMERIC                               00004630
             AND AK-DELTA-COUNT IS NUMERIC THEN                         00004640
               MOVE AK-CTRY-COUNT  TO WS-LD-THEIR-CTRY                  00004650
               MOVE AK-REGN-COUNT  TO WS-LD-THEIR-REGN                  00004660
               MOVE AK-DELTA-COUNT TO WS-LD-THEIR-DELTA                 00004670
           ELSE                                                         00004680
               MOVE 'X' TO AK-STATUS.                                   00004690
           IF NOT AK-ACCEPTED AND NOT AK-REJECTED THEN                  00004700
               MOVE 'INVALID - IGNORED' TO WS-LD-OUTCOME                00004710
               ADD 1 TO WS-ACKS-INVALID                                 00004720
               GENERATE ACK-DETAIL                                      00004730
               GO TO 2100-EXIT.                                         00004740
           MOVE AK-DATA-DATE TO TL-DATA-DATE.                           00004750
           MOVE 'Y' TO WS-ROW-ON-FILE-SW.                               00004760
           READ STATLEDG-FILE                                           00004770
               INVALID KEY MOVE 'N' TO WS-ROW-ON-FILE-SW.               00004780
           IF NOT ROW-ON-FILE THEN                                      00004790
               MOVE 'NOT ON LEDGER - IGNORED' TO WS-LD-OUTCOME          00004800
               ADD 1 TO WS-ACKS-UNKNOWN                                 00004810
               GENERATE ACK-DETAIL                                      00004820
               GO TO 2100-EXIT.                                         00004830
           MOVE TL-CTRY-COUNT  TO WS-LD-OUR-CTRY.                       00004840
           MOVE TL-REGN-COUNT  TO WS-LD-OUR-REGN.                       00004850
           MOVE TL-DELTA-COUNT TO WS-LD-OUR-DELTA.                      00004860
           MOVE TL-STATUS      TO WS-OLD-STATUS.                        00004870
           MOVE WS-TODAY-YMD   TO TL-ACK-DATE.                          00004880
           MOVE AK-STATUS      TO TL-ACK-STATUS.                        00004890
           MOVE AK-CTRY-COUNT  TO TL-ACK-CTRY-COUNT.                    00004900
           MOVE AK-REGN-COUNT  TO TL-ACK-REGN-COUNT.                    00004910
           MOVE AK-DELTA-COUNT TO TL-ACK-DELTA-COUNT.                   00004920
           MOVE AK-REASON      TO TL-ACK-REASON.                        00004930
           IF AK-REJECTED THEN                                          00004940
               MOVE 'R' TO TL-STATUS                                    00004950
               MOVE 'REJECTED' TO WS-LD-OUTCOME                         00004960
           ELSE                                                         00004970
               IF AK-CTRY-COUNT = TL-CTRY-COUNT                         00004980
                 AND AK-REGN-COUNT = TL-REGN-COUNT                      00004990
                 AND AK-DELTA-COUNT = TL-DELTA-COUNT THEN               00005000
                   MOVE 'A' TO TL-STATUS                                00005010
                   MOVE 'ACCEPTED' TO WS-LD-OUTCOME                     00005020
               ELSE                                                     00005030
                   MOVE 'M' TO TL-STATUS                                00005040
                   MOVE 'ACCEPTED - COUNTS DIFFER' TO WS-LD-OUTCOME.    00005050
           IF WS-OLD-STATUS = 'Q' THEN                                  00005060
               MOVE 'Q' TO TL-STATUS                                    00005070
               MOVE 'RECORDED - RE-SEND QUEUED' TO WS-LD-OUTCOME.       00005080
           REWRITE TL-RECORD                                            00005090
               INVALID KEY                                              00005100
                   DISPLAY 'STATACK - LEDGER REWRITE FAILED FOR '       00005110
                           TL-DATA-DATE ' STATUS ' WS-TL-STATUS.        00005120
           GENERATE ACK-DETAIL.                                         00005130
       2100-EXIT.                                                       00005140
           EXIT.                                                        00005150
      **********************************                                00005160
       3000-PROCESS-REQUESTS.                                           00005170
      **********************************                                00005180
           MOVE 'RE-SEND REQUESTS' TO WS-SECTION-TITLE.                 00005190
           GENERATE SECTION-TITLE-DETAIL.                               00005200
           MOVE 0 TO WS-SECTION-COUNT.                                  00005210
           OPEN INPUT REQUEST-FILE.                                     00005220
           IF WS-REQ-STATUS NOT = '00' THEN                             00005230
               GENERATE NONE-DETAIL                                     00005240
               GO TO 3000-EXIT.                                         00005250
           GENERATE REQUEST-HEAD-DETAIL.                                00005260
           MOVE 'N' TO END-OF-FILE.                                     00005270
           PERFORM 3100-QUEUE-ONE-REQUEST THRU 3100-EXIT                00005280
               UNTIL EOF.                                               00005290
           CLOSE REQUEST-FILE.                                          00005300
           MOVE 'N' TO END-OF-FILE.                                     00005310
           IF WS-SECTION-COUNT = 0 THEN                                 00005320
               GENERATE NONE-DETAIL.                                    00005330
       3000-EXIT.                                                       00005340
           EXIT.                                                        00005350
      **********************************                                00005360
       3100-QUEUE-ONE-REQUEST.                                          00005370
      **********************************                                00005380
           READ REQUEST-FILE                                            00005390
               AT END MOVE 'Y' TO END-OF-FILE.                          00005400
           IF EOF THEN                                                  00005410
               GO TO 3100-EXIT.                                         00005420
           IF RQ-IS-COMMENT OR RQ-DATA-DATE = SPACES THEN               00005430
               GO TO 3100-EXIT.                                         00005440
           ADD 1 TO WS-SECTION-COUNT.                                   00005450
           MOVE SPACES       TO WS-LINE-DETAIL.                         00005460
           MOVE RQ-DATA-DATE TO WS-LD-DATA-DATE.                        00005470
           MOVE RQ-OPERATOR  TO WS-LD-OPERATOR.                         00005480
           MOVE RQ-REASON    TO WS-LD-REASON.                           00005490
           IF RQ-OPERATOR = SPACES OR RQ-REASON = SPACES THEN           00005500
               MOVE 'REFUSED - NO OPERATOR/WHY' TO WS-LD-OUTCOME        00005510
               ADD 1 TO WS-REQS-REFUSED                                 00005520
               GENERATE REQUEST-DETAIL                                  00005530
               GO TO 3100-EXIT.                                         00005540
           MOVE RQ-DATA-DATE TO TL-DATA-DATE.                           00005550
           MOVE 'Y' TO WS-ROW-ON-FILE-SW.                               00005560
           READ STATLEDG-FILE                                           00005570
               INVALID KEY MOVE 'N' TO WS-ROW-ON-FILE-SW.               00005580
           IF NOT ROW-ON-FILE THEN                                      00005590
               MOVE 'REFUSED - NEVER SENT' TO WS-LD-OUTCOME             00005600
               ADD 1 TO WS-REQS-REFUSED                                 00005610
               GENERATE REQUEST-DETAIL                                  00005620
               GO TO 3100-EXIT.                                         00005630
           MOVE 'Q'         TO TL-STATUS.                               00005640
           MOVE RQ-OPERATOR TO TL-RESEND-BY.                            00005650
           MOVE RQ-REASON   TO TL-RESEND-REASON.                        00005660
           REWRITE TL-RECORD                                            00005670
               INVALID KEY                                              00005680
                   DISPLAY 'STATACK - LEDGER REWRITE FAILED FOR '       00005690
                           TL-DATA-DATE ' STATUS ' WS-TL-STATUS.        00005700
           MOVE 'QUEUED' TO WS-LD-OUTCOME.                              00005710
           ADD 1 TO WS-REQS-QUEUED.                                     00005720
           GENERATE REQUEST-DETAIL.                                     00005730
       3100-EXIT.                                                       00005740
           EXIT.                                                        00005750
      **********************************                                00005760
       4000-LIST-LEDGER.                                                00005770
      **********************************                                00005780
      * One pass of the ledger, in data date order, per section.        00005790
           GENERATE SECTION-TITLE-DETAIL.                               00005800
           MOVE 0 TO WS-SECTION-COUNT.                                  00005810
           OPEN INPUT STATLEDG-FILE.                                    00005820
           IF WS-TL-STATUS NOT = '00' THEN                              00005830
               GENERATE NONE-DETAIL                                     00005840
               GO TO 4000-EXIT.                                         00005850
           IF LIST-OVERDUE THEN                                         00005860
               GENERATE OVERDUE-HEAD-DETAIL.                            00005870
           IF LIST-REJECTED THEN                                        00005880
               GENERATE REJECT-HEAD-DETAIL.                             00005890
           IF LIST-MISMATCH THEN                                        00005900
               GENERATE MISMATCH-HEAD-DETAIL.                           00005910
           IF LIST-QUEUE THEN                                           00005920
               GENERATE QUEUE-HEAD-DETAIL.                              00005930
           MOVE 'N' TO END-OF-FILE.                                     00005940
           PERFORM 4100-LIST-ONE-ROW THRU 4100-EXIT                     00005950
               UNTIL EOF.                                               00005960
           CLOSE STATLEDG-FILE.                                         00005970
           MOVE 'N' TO END-OF-FILE.                                     00005980
           IF WS-SECTION-COUNT = 0 THEN                                 00005990
               GENERATE NONE-DETAIL.                                    00006000
       4000-EXIT.                                                       00006010
           EXIT.                                                        00006020
      **********************************                                00006030
       4100-LIST-ONE-ROW.                                               00006040
      **********************************                                00006050
           READ STATLEDG-FILE NEXT RECORD                               00006060
               AT END MOVE 'Y' TO END-OF-FILE.                          00006070
           IF EOF OR TL-STATUS NOT = WS-LIST-TYPE THEN                  00006080
               GO TO 4100-EXIT.                                         00006090
           MOVE SPACES         TO WS-LINE-DETAIL.                       00006100
           MOVE TL-DATA-DATE   TO WS-LD-DATA-DATE.                      00006110
           MOVE TL-SEND-DATE   TO WS-LD-SEND-DATE.                      00006120
           MOVE TL-ACK-DATE    TO WS-LD-ACK-DATE.                       00006130
           MOVE TL-SEND-COUNT  TO WS-LD-SEND-COUNT.                     00006140
           MOVE TL-CTRY-COUNT  TO WS-LD-OUR-CTRY.                       00006150
           MOVE TL-REGN-COUNT  TO WS-LD-OUR-REGN.                       00006160
           MOVE TL-DELTA-COUNT TO WS-LD-OUR-DELTA.                      00006170
           MOVE TL-ACK-CTRY-COUNT  TO WS-LD-THEIR-CTRY.                 00006180
           MOVE TL-ACK-REGN-COUNT  TO WS-LD-THEIR-REGN.                 00006190
           MOVE TL-ACK-DELTA-COUNT TO WS-LD-THEIR-DELTA.                00006200
           MOVE TL-ACK-REASON  TO WS-LD-REASON.                         00006210
           IF LIST-OVERDUE THEN                                         00006220
               PERFORM 4200-CHECK-OVERDUE THRU 4200-EXIT.               00006230
           IF LIST-REJECTED THEN                                        00006240
               ADD 1 TO WS-SECTION-COUNT WS-REJECTED-COUNT              00006250
               GENERATE REJECT-DETAIL.                                  00006260
           IF LIST-MISMATCH THEN                                        00006270
               ADD 1 TO WS-SECTION-COUNT WS-MISMATCH-COUNT              00006280
               GENERATE MISMATCH-DETAIL.                                00006290
           IF LIST-QUEUE THEN                                           00006300
               MOVE TL-RESEND-BY     TO WS-LD-OPERATOR                  00006310
               MOVE TL-RESEND-REASON TO WS-LD-REASON                    00006320
               ADD 1 TO WS-SECTION-COUNT WS-QUEUE-COUNT                 00006330
               GENERATE QUEUE-DETAIL.                                   00006340
       4100-EXIT.                                                       00006350
           EXIT.                                                        00006360
      **********************************                                00006370
       4200-CHECK-OVERDUE.                                              00006380
      **********************************                                00006390
      * A send date that is not a date at all is reported rather than   00006400
      *  left to wait unseen.                                           00006410
           MOVE 99999 TO WS-LD-DAYS.                                    00006420
           IF TL-SEND-DATE IS NUMERIC THEN                              00006430
               MOVE TL-SEND-DATE TO WS-YMD-DATE-X                       00006440
               PERFORM 5000-DAY-NUMBER-OF-YMD THRU 5000-EXIT            00006450
               MOVE WS-DN-RESULT TO WS-SEND-DAYNO                       00006460
               MOVE 0 TO WS-LD-DAYS                                     00006470
               IF WS-TODAY-DAYNO > WS-SEND-DAYNO THEN                   00006480
                   COMPUTE WS-LD-DAYS =                                 00006490
                       WS-TODAY-DAYNO - WS-SEND-DAYNO.                  00006500
           IF WS-LD-DAYS NOT > WS-CUTOFF-DAYS THEN                      00006510
               GO TO 4200-EXIT.                                         00006520
           ADD 1 TO WS-SECTION-COUNT WS-OVERDUE-COUNT.                  00006530
           GENERATE OVERDUE-DETAIL.                                     00006540
       4200-EXIT.                                                       00006550
           EXIT.                                                        00006560
      **********************************                                00006570
       5000-DAY-NUMBER-OF-YMD.                                          00006580
      **********************************                                00006590
      * Days from 1 January of year 1 to the date in WS-YMD-DATE,       00006600
      *  counting that first day as 1: whole years, their leap days,    00006610
      *  whole months of the year, then the day itself.                 00006620
           MOVE YMD-YYYY TO WS-DN-YYYY.                                 00006630
           MOVE YMD-MM   TO WS-DN-MM.                                   00006640
           MOVE YMD-DD   TO WS-DN-DD.                                   00006650
           IF WS-DN-MM < 1 OR WS-DN-MM > 12 THEN                        00006660
               MOVE 1 TO WS-DN-MM.                                      00006670
           COMPUTE WS-DN-YEARS = WS-DN-YYYY - 1.                        00006680
           DIVIDE WS-DN-YEARS BY 4   GIVING WS-DN-Q4.                   00006690
           DIVIDE WS-DN-YEARS BY 100 GIVING WS-DN-Q100.                 00006700
           DIVIDE WS-DN-YEARS BY 400 GIVING WS-DN-Q400.                 00006710
           COMPUTE WS-DN-RESULT = WS-DN-YEARS * 365                     00006720
               + WS-DN-Q4 - WS-DN-Q100 + WS-DN-Q400                     00006730
               + WS-CUM-DAYS (WS-DN-MM) + WS-DN-DD.                     00006740
           IF WS-DN-MM < 3 THEN                                         00006750
               GO TO 5000-EXIT.                                         00006760
           MOVE 'N' TO WS-DN-LEAP-SW.                                   00006770
           DIVIDE WS-DN-YYYY BY 4 GIVING WS-DN-QUOT                     00006780
               REMAINDER WS-DN-REM.                                     00006790
           IF WS-DN-REM = 0 THEN                                        00006800
               MOVE 'Y' TO WS-DN-LEAP-SW                                00006810
               DIVIDE WS-DN-YYYY BY 100 GIVING WS-DN-QUOT               00006820
                   REMAINDER WS-DN-REM                                  00006830
               IF WS-DN-REM = 0 THEN                                    00006840
                   MOVE 'N' TO WS-DN-LEAP-SW                            00006850
                   DIVIDE WS-DN-YYYY BY 400 GIVING WS-DN-QUOT           00006860
                       REMAINDER WS-DN-REM                              00006870
                   IF WS-DN-REM = 0 THEN                                00006880
                       MOVE 'Y' TO WS-DN-LEAP-SW.                       00006890
           IF DN-LEAP-YEAR THEN                                         00006900
               ADD 1 TO WS-DN-RESULT.                                   00006910
       5000-EXIT.                                                       00006920
           EXIT.                                                        00006930
      **********************************                                00006940
       8000-PRINT-COUNTS.                                               00006950
      **********************************                                00006960
           MOVE 'TOTALS' TO WS-SECTION-TITLE.                           00006970
           GENERATE SECTION-TITLE-DETAIL.                               00006980
           MOVE 'ACKNOWLEDGEMENTS READ....... :' TO WS-COUNT-LINE-TEXT. 00006990
           MOVE WS-ACKS-READ TO WS-COUNT-LINE-VALUE.                    00007000
           GENERATE COUNT-LINE-DETAIL.                                  00007010
           MOVE 'ACKS FOR DATES NOT SENT..... :' TO WS-COUNT-LINE-TEXT. 00007020
           MOVE WS-ACKS-UNKNOWN TO WS-COUNT-LINE-VALUE.                 00007030
           GENERATE COUNT-LINE-DETAIL.                                  00007040
           MOVE 'ACKS NOT READABLE........... :' TO WS-COUNT-LINE-TEXT. 00007050
           MOVE WS-ACKS-INVALID TO WS-COUNT-LINE-VALUE.                 00007060
           GENERATE COUNT-LINE-DETAIL.                                  00007070
           MOVE 'RE-SENDS QUEUED TODAY....... :' TO WS-COUNT-LINE-TEXT. 00007080
           MOVE WS-REQS-QUEUED TO WS-COUNT-LINE-VALUE.                  00007090
           GENERATE COUNT-LINE-DETAIL.                                  00007100
           MOVE 'RE-SEND REQUESTS REFUSED.... :' TO WS-COUNT-LINE-TEXT. 00007110
           MOVE WS-REQS-REFUSED TO WS-COUNT-LINE-VALUE.                 00007120
           GENERATE COUNT-LINE-DETAIL.                                  00007130
           MOVE 'UNACKNOWLEDGED PAST CUTOFF.. :' TO WS-COUNT-LINE-TEXT. 00007140
           MOVE WS-OVERDUE-COUNT TO WS-COUNT-LINE-VALUE.                00007150
           GENERATE COUNT-LINE-DETAIL.                                  00007160
           MOVE 'REJECTED FEEDS.............. :' TO WS-COUNT-LINE-TEXT. 00007170
           MOVE WS-REJECTED-COUNT TO WS-COUNT-LINE-VALUE.               00007180
           GENERATE COUNT-LINE-DETAIL.                                  00007190
           MOVE 'COUNT MISMATCHES............ :' TO WS-COUNT-LINE-TEXT. 00007200
           MOVE WS-MISMATCH-COUNT TO WS-COUNT-LINE-VALUE.               00007210
           GENERATE COUNT-LINE-DETAIL.                                  00007220
           MOVE 'WAITING TO BE RE-SENT....... :' TO WS-COUNT-LINE-TEXT. 00007230
           MOVE WS-QUEUE-COUNT TO WS-COUNT-LINE-VALUE.                  00007240
           GENERATE COUNT-LINE-DETAIL.                                  00007250
       8000-EXIT.                                                       00007260
           EXIT.                                                        00007270
      **********************************                                00007280
       9000-PRINT-SUMMARY.                                              00007290
      **********************************                                00007300
           DISPLAY 'STATACK - ACKNOWLEDGEMENTS READ : ' WS-ACKS-READ.   00007310
           DISPLAY 'STATACK - ACKS NOT ON LEDGER    : ' WS-ACKS-UNKNOWN.00007320
           DISPLAY 'STATACK - ACKS NOT READABLE     : ' WS-ACKS-INVALID.00007330
           DISPLAY 'STATACK - RE-SENDS QUEUED       : ' WS-REQS-QUEUED. 00007340
           DISPLAY 'STATACK - RE-SENDS REFUSED      : ' WS-REQS-REFUSED.00007350
           DISPLAY 'STATACK - OVERDUE FEEDS         : '                 00007360
               WS-OVERDUE-COUNT.                                        00007370
           DISPLAY 'STATACK - REJECTED FEEDS        : '                 00007380
               WS-REJECTED-COUNT.                                       00007390
           DISPLAY 'STATACK - COUNT MISMATCHES      : '                 00007400
               WS-MISMATCH-COUNT.                                       00007410
           DISPLAY 'STATACK - RE-SEND QUEUE         : ' WS-QUEUE-COUNT. 00007420
       9000-EXIT.                                                       00007430
           EXIT.                                                        00007440
      ******************************************************************00007450
/*                                                                      00007460
//LKED.SYSLIB  DD DISP=SHR,DSNAME=SYS1.COBLIB                           00007470
//             DD DISP=SHR,DSNAME=SYS1.LINKLIB                          00007480
//             DD DISP=SHR,DSNAME=COVID19.LINKLIB                       00007490
//LKED.SYSLMOD DD DISP=SHR,DSNAME=COVID19.LINKLIB(STATACK)              00007500
//                                                                      00007510
