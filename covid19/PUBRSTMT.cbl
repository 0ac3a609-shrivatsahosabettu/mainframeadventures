//PUBRSTMT    JOB (COBOL),'COVID19',CLASS=A,MSGCLASS=H,MSGLEVEL=(0,0)   00000010
//COMPLINK   EXEC COBUCL                                                00000020
//COB.SYSLIB   DD DISP=SHR,DSNAME=SYS1.COBLIB                           00000030
//             DD DISP=SHR,DSNAME=SYS1.LINKLIB                          00000040
//COB.SYSPUNCH DD DUMMY                                                 00000050
//COB.SYSIN    DD *                                                     00000060
      ******************************************************************00000070
      * PROGRAM DESCRIPTION:                                            00000080
      *   Restatement report: what have we changed since we said it?    00000090
      *   Every row of the published-figures register                   00000100
      *   COVID19.DATA.PUBREG (frozen by PUBREG when the date was       00000110
      *   published) is compared with the same country and date on      00000120
      *   the current history - the rolling history                     00000130
      *   COVID19.DATA.HISTCNTRY first, then the archive                00000140
      *   COVID19.DATA.HISTARCH for dates already trimmed off. Every    00000150
      *   figure (cases, deaths, recovered) that has moved is listed    00000160
      *   with the published value, the value now, the difference       00000170
      *   and the cause where it can be told:                           00000180
      *      - BACKED OUT, NOT RELOADED  the history row is gone and    00000190
      *                                  HISTBACK marked the register;  00000200
      *      - NO LONGER ON HISTORY      the history row is gone for    00000210
      *                                  no recorded reason;            00000220
      *      - BACKOUT AND RELOAD        HISTBACK backed the date out   00000230
      *                                  after publication and the      00000240
      *                                  corrected feed was reloaded;   00000250
      *      - ADJUSTMENT RECORD         more DAY-RECTYPE 'A'           00000260
      *                                  corrections on the reliability 00000270
      *                                  ledger COVID19.DATA.RELLEDG    00000280
      *                                  than when published;           00000290
      *      - QUARANTINE RELEASE        more quarantined records       00000300
      *                                  released than when published;  00000310
      *      - ESTIMATE REPLACED         a carry-forward estimate was   00000320
      *                                  published and real figures     00000330
      *                                  have since arrived;            00000340
      *      - NOT KNOWN                 none of the above.             00000350
      *   Where more than one applies the first in that order is        00000360
      *   shown. A total page counts the register rows examined,        00000370
      *   unchanged and restated, and the restated rows by cause.       00000380
      *   One line is ACCEPTed from SYSIN: columns 1-8 the first and    00000390
      *   columns 10-17 the last data date to examine (YYYYMMDD);       00000400
      *   either left blank means no limit on that side.                00000410
      *                                                                 00000420
      *   PUBREG     Input published-figures register (keyed).          00000430
      *   HISTCTR    Input rolling history (keyed).                     00000440
      *   HISTARC    Input archive history (keyed, optional).           00000450
      *   RELLEDG    Input reliability ledger (keyed, optional).        00000460
      *   SYSPRINT   Output restatement report.                         00000470
      ******************************************************************00000480
       IDENTIFICATION DIVISION.                                         00000490
       PROGRAM-ID.   'PUBRSTMT'.                                        00000500
       AUTHOR.       'DAVID ASTA'.                                      00000510
       INSTALLATION. 'MVS 3.8J TK4-'.                                   00000520
       DATE-WRITTEN. '15/10/2026'.                                      00000530
       DATE-COMPILED.                                                   00000540
       REMARKS.      'V1R1M0'.                                          00000550
      ******************************************************************00000560
       ENVIRONMENT DIVISION.                                            00000570
      ******************************************************************00000580
       INPUT-OUTPUT SECTION.                                            00000590
       FILE-CONTROL.                                                    00000600
           SELECT PUBREG-FILE    ASSIGN PUBREG                          00000610
                                 ORGANIZATION IS INDEXED                00000620
                                 ACCESS MODE IS DYNAMIC                 00000630
                                 RECORD KEY IS PRG-KEY                  00000640
                                 FILE STATUS IS WS-PRG-STATUS.          00000650
           SELECT HISTCNTRY-FILE ASSIGN HISTCTR                         00000660
                                 ORGANIZATION IS INDEXED                00000670
                                 ACCESS MODE IS RANDOM                  00000680
                                 RECORD KEY IS HIST-KEY                 00000690
                                 FILE STATUS IS WS-HIST-STATUS.         00000700
           SELECT HISTARCH-FILE  ASSIGN HISTARC                         00000710
                                 ORGANIZATION IS INDEXED                00000720
                                 ACCESS MODE IS RANDOM                  00000730
                                 RECORD KEY IS ARCH-KEY                 00000740
                                 FILE STATUS IS WS-ARCH-STATUS.         00000750
           SELECT RELLEDG-FILE   ASSIGN RELLEDG                         00000760
                                 ORGANIZATION IS INDEXED                00000770
                                 ACCESS MODE IS RANDOM                  00000780
                                 RECORD KEY IS RLG-KEY                  00000790
                                 FILE STATUS IS WS-RLG-STATUS.          00000800
           SELECT REPORT-PRINT   ASSIGN UR-S-SYSPRINT.                  00000810
      ******************************************************************00000820
       DATA DIVISION.                                                   00000830
      ******************************************************************00000840
       FILE SECTION.                                                    00000850
      **********************************                                00000860
       FD  PUBREG-FILE                                                  00000870
      *******************                                               00000880
           LABEL RECORDS ARE STANDARD                                   00000890
           RECORD CONTAINS 110 CHARACTERS.                              00000900
       01  PRG-RECORD.                                                  00000910
           05 PRG-KEY.                                                  00000920
              10 PRG-COUNTRYCODE  PIC A(03).                            00000930
              10 PRG-DATA-DATE    PIC X(08).                            00000940
           05 PRG-COUNTRYNAME     PIC X(40).                            00000950
           05 PRG-CASES           PIC 9(08).                            00000960
           05 PRG-DEATHS          PIC 9(08).                            00000970
           05 PRG-RECOVERED       PIC 9(08).                            00000980
           05 PRG-ESTIMATED       PIC X(01).                            00000990
           05 PRG-PUB-DATE        PIC X(08).                            00001000
           05 PRG-PUB-TIME        PIC 9(06).                            00001010
           05 PRG-ADJUSTMENTS     PIC 9(04).                            00001020
           05 PRG-RELEASED        PIC 9(04).                            00001030
           05 PRG-BACKOUT-DATE    PIC X(08).                            00001040
           05 FILLER              PIC X(04).                            00001050
      *******************                                               00001060
       FD  HISTCNTRY-FILE                                               00001070
      *******************                                               00001080
           LABEL RECORDS ARE STANDARD                                   00001090
           RECORD CONTAINS 80 CHARACTERS.                               00001100
       01  HIST-RECORD.                                                 00001110
           05 HIST-KEY.                                                 00001120
              10 HIST-COUNTRYCODE PIC A(03).                            00001130
              10 HIST-DATA-DATE   PIC X(08).                            00001140
           05 HIST-CASES          PIC 9(08).                            00001150
           05 HIST-DEATHS         PIC 9(08).                            00001160
           05 HIST-COUNTRYNAME    PIC X(40).                            00001170
           05 HIST-RECOVERED      PIC 9(08).                            00001180
           05 HIST-SOURCE         PIC X(01).                            00001190
           05 HIST-ESTIMATED      PIC X(01).                            00001200
           05 FILLER              PIC X(03).                            00001210
      *******************                                               00001220
       FD  HISTARCH-FILE                                                00001230
      *******************                                               00001240
           LABEL RECORDS ARE STANDARD                                   00001250
           RECORD CONTAINS 80 CHARACTERS.                               00001260
       01  ARCH-RECORD.                                                 00001270
           05 ARCH-KEY.                                                 00001280
              10 ARCH-COUNTRYCODE PIC A(03).                            00001290
              10 ARCH-DATA-DATE   PIC X(08).                            00001300
           05 ARCH-CASES          PIC 9(08).                            00001310
           05 ARCH-DEATHS         PIC 9(08).                            00001320
           05 ARCH-COUNTRYNAME    PIC X(40).                            00001330
           05 ARCH-RECOVERED      PIC 9(08).                            00001340
           05 ARCH-SOURCE         PIC X(01).                            00001350
           05 ARCH-ESTIMATED      PIC X(01).                            00001360
           05 FILLER              PIC X(03).                            00001370
      *******************                                               00001380
       FD  RELLEDG-FILE                                                 00001390
      *******************                                               00001400
           LABEL RECORDS ARE STANDARD                                   00001410
           RECORD CONTAINS 100 CHARACTERS.                              00001420
       01  RLG-RECORD.                                                  00001430
           05 RLG-KEY.                                                  00001440
              10 RLG-COUNTRYCODE  PIC A(03).                            00001450
              10 RLG-DATA-DATE    PIC X(08).                            00001460
           05 RLG-COUNTRYNAME     PIC X(40).                            00001470
           05 RLG-REPORTED        PIC X(01).                            00001480
           05 RLG-REJECTS         PIC 9(04).                            00001490
           05 RLG-QUARANTINED     PIC 9(04).                            00001500
           05 RLG-RELEASED        PIC 9(04).                            00001510
           05 RLG-ADJUSTMENTS     PIC 9(04).                            00001520
           05 RLG-ADJ-CASES       PIC 9(09).                            00001530
           05 RLG-ADJ-DEATHS      PIC 9(09).                            00001540
           05 RLG-STOPPED         PIC 9(02).                            00001550
           05 RLG-NEWLY           PIC 9(02).                            00001560
           05 FILLER              PIC X(10).                            00001570
      *******************                                               00001580
       FD  REPORT-PRINT                                                 00001590
      *******************                                               00001600
           LABEL RECORDS ARE OMITTED                                    00001610
           REPORT IS RESTATE-REPORT.                                    00001620
      **********************************                                00001630
       WORKING-STORAGE SECTION.                                         00001640
      **********************************                                00001650
       77  WS-YEAR-CC                 PIC 99     VALUE 20.              00001660
       01  SWITCHES.                                                    00001670
           05 END-OF-FILE             PIC X      VALUE 'N'.             00001680
              88 EOF                             VALUE 'Y'.             00001690
           05 WS-ARCH-OPEN-SW         PIC X      VALUE 'N'.             00001700
              88 ARCH-OPEN                       VALUE 'Y'.             00001710
           05 WS-RLG-OPEN-SW          PIC X      VALUE 'N'.             00001720
              88 RLG-OPEN                        VALUE 'Y'.             00001730
           05 WS-ROW-FOUND-SW         PIC X      VALUE 'N'.             00001740
              88 ROW-FOUND                       VALUE 'Y'.             00001750
           05 WS-RLG-FOUND-SW         PIC X      VALUE 'N'.             00001760
              88 RLG-FOUND                       VALUE 'Y'.             00001770
       01  WS-PRG-STATUS              PIC XX.                           00001780
       01  WS-HIST-STATUS             PIC XX.                           00001790
       01  WS-ARCH-STATUS             PIC XX.                           00001800
       01  WS-RLG-STATUS              PIC XX.                           00001810
       01  COUNTERS.                                                    00001820
           05 WS-EXAMINED-COUNT       PIC 9(07)  VALUE 0.               00001830
           05 WS-UNCHANGED-COUNT      PIC 9(07)  VALUE 0.               00001840
           05 WS-RESTATED-COUNT       PIC 9(07)  VALUE 0.               00001850
           05 WS-FIGURE-COUNT         PIC 9(07)  VALUE 0.               00001860
           05 WS-CAUSE-COUNT          PIC 9(07)  OCCURS 7 TIMES.        00001870
       01  SUBSCRIPTS.                                                  00001880
           05 WS-CAUSE-SUB            PIC 9(01).                        00001890
       01  WS-PARM-CARD.                                                00001900
           05 WS-PARM-FROM-DATE       PIC X(08).                        00001910
           05 FILLER                  PIC X(01).                        00001920
           05 WS-PARM-TO-DATE         PIC X(08).                        00001930
           05 FILLER                  PIC X(63).                        00001940
      * The causes, in the order they are tested.                       00001950
       01  WS-CAUSE-VALUES.                                             00001960
           05 FILLER                  PIC X(26)  VALUE                  00001970
                                      'BACKED OUT, NOT RELOADED'.       00001980
           05 FILLER                  PIC X(26)  VALUE                  00001990
                                      'NO LONGER ON HISTORY'.           00002000
           05 FILLER                  PIC X(26)  VALUE                  00002010
                                      'BACKOUT AND RELOAD'.             00002020
           05 FILLER                  PIC X(26)  VALUE                  00002030
                                      'ADJUSTMENT RECORD'.              00002040
           05 FILLER                  PIC X(26)  VALUE                  00002050
                                      'QUARANTINE RELEASE'.             00002060
           05 FILLER                  PIC X(26)  VALUE                  00002070
                                      'ESTIMATE REPLACED'.              00002080
           05 FILLER                  PIC X(26)  VALUE                  00002090
                                      'NOT KNOWN'.                      00002100
       01  WS-CAUSE-TABLE REDEFINES WS-CAUSE-VALUES.                    00002110
           05 WS-CAUSE-TEXT           PIC X(26)  OCCURS 7 TIMES.        00002120
      * The history figures now, from whichever file held the row.      00002130
       01  WS-NOW-FIGURES.                                              00002140
           05 WS-NOW-CASES            PIC 9(08).                        00002150
           05 WS-NOW-DEATHS           PIC 9(08).                        00002160
           05 WS-NOW-RECOVERED        PIC 9(08).                        00002170
           05 WS-NOW-ESTIMATED        PIC X(01).                        00002180
      * One listing line being assembled.                               00002190
       01  WS-LINE-DETAIL.                                              00002200
           05 WS-LD-COUNTRYCODE       PIC X(03).                        00002210
           05 WS-LD-DATA-DATE         PIC X(08).                        00002220
           05 WS-LD-FIGURE            PIC X(09).                        00002230
           05 WS-LD-PUBLISHED         PIC 9(08).                        00002240
           05 WS-LD-NOW               PIC 9(08).                        00002250
           05 WS-LD-DIFFERENCE        PIC S9(09).                       00002260
           05 WS-LD-PUB-DATE          PIC X(08).                        00002270
           05 WS-LD-CAUSE             PIC X(26).                        00002280
           05 WS-LD-COUNTRYNAME       PIC X(40).                        00002290
       01  WS-SECTION-TITLE           PIC X(50).                        00002300
       01  WS-COUNT-LINE-TEXT         PIC X(30).                        00002310
       01  WS-COUNT-LINE-VALUE        PIC 9(07).                        00002320
       01  WS-TODAYS-DATE.                                              00002330
           05 TD-MONTH                PIC X(02).                        00002340
           05 FILLER                  PIC X.                            00002350
           05 TD-DAY                  PIC X(02).                        00002360
           05 FILLER                  PIC X.                            00002370
           05 TD-YEAR                 PIC X(02).                        00002380
       01  WS-TODAYS-TIME.                                              00002390
           05 TT-HOURS                PIC X(02).                        00002400
           05 TT-MINUTES              PIC X(02).                        00002410
           05 TT-SECONDS              PIC X(02).                        00002420
      **********************************                                00002430
       REPORT SECTION.                                                  00002440
      **********************************                                00002450
       RD  RESTATE-REPORT                                               00002460
           PAGE LIMIT IS 66 LINES                                       00002470
           HEADING 1                                                    00002480
           FIRST DETAIL 5                                               00002490
           LAST DETAIL 58.                                              00002500
       01  PAGE-HEAD-GROUP TYPE PAGE HEADING.                           00002510
           05 LINE 1.                                                   00002520
              10 COLUMN 01        PIC X(05)  VALUE 'DATE:'.             00002530
              10 COLUMN 07        PIC 99     SOURCE TD-DAY.             00002540
              10 COLUMN 09        PIC X      VALUE '/'.                 00002550
              10 COLUMN 10        PIC 99     SOURCE TD-MONTH.           00002560
              10 COLUMN 12        PIC X      VALUE '/'.                 00002570
              10 COLUMN 13        PIC 99     SOURCE WS-YEAR-CC.         00002580
              10 COLUMN 15        PIC 99     SOURCE TD-YEAR.            00002590
              10 COLUMN 40        PIC X(41)  VALUE                      00002600
                    'COVID-19 RESTATEMENT OF PUBLISHED FIGURES'.        00002610
              10 COLUMN 121       PIC X(05)  VALUE 'PAGE:'.             00002620
              10 COLUMN 127       PIC ZZ,ZZ9 SOURCE PAGE-COUNTER.       00002630
           05 LINE PLUS 1.                                              00002640
              10 COLUMN 01        PIC X(05)  VALUE 'TIME:'.             00002650
              10 COLUMN 07        PIC 99     SOURCE TT-HOURS.           00002660
              10 COLUMN 09        PIC X      VALUE ':'.                 00002670
              10 COLUMN 10        PIC 99     SOURCE TT-MINUTES.         00002680
              10 COLUMN 12        PIC X      VALUE ':'.                 00002690
              10 COLUMN 13        PIC 99     SOURCE TT-SECONDS.         00002700
              10 COLUMN 40        PIC X(11)  VALUE 'DATES FROM:'.       00002710
              10 COLUMN 52        PIC X(08)  SOURCE WS-PARM-FROM-DATE.  00002720
              10 COLUMN 62        PIC X(03)  VALUE 'TO:'.               00002730
              10 COLUMN 66        PIC X(08)  SOURCE WS-PARM-TO-DATE.    00002740
       01  SECTION-TITLE-DETAIL TYPE DETAIL.                            00002750
           05 LINE PLUS 2.                                              00002760
              10 COLUMN 01        PIC X(50)  SOURCE WS-SECTION-TITLE.   00002770
           05 LINE PLUS 1.                                              00002780
              10 COLUMN 01        PIC X(50)  VALUE                      00002790
              '--------------------------------------------------'.     00002800
       01  NONE-DETAIL TYPE DETAIL.                                     00002810
           05 LINE PLUS 1.                                              00002820
              10 COLUMN 03        PIC X(04)  VALUE 'NONE'.              00002830
       01  RESTATE-HEAD-DETAIL TYPE DETAIL.                             00002840
           05 LINE PLUS 1.                                              00002850
              10 COLUMN 01        PIC X(04)  VALUE 'CODE'.              00002860
              10 COLUMN 06        PIC X(09)  VALUE 'DATA DATE'.         00002870
              10 COLUMN 16        PIC X(06)  VALUE 'FIGURE'.            00002880
              10 COLUMN 28        PIC X(09)  VALUE 'PUBLISHED'.         00002890
              10 COLUMN 43        PIC X(03)  VALUE 'NOW'.               00002900
              10 COLUMN 50        PIC X(10)  VALUE 'DIFFERENCE'.        00002910
              10 COLUMN 62        PIC X(09)  VALUE 'PUBLISHED'.         00002920
              10 COLUMN 72        PIC X(05)  VALUE 'CAUSE'.             00002930
              10 COLUMN 99        PIC X(07)  VALUE 'COUNTRY'.           00002940
       01  RESTATE-DETAIL TYPE DETAIL.                                  00002950
           05 LINE PLUS 1.                                              00002960
              10 COLUMN 01        PIC X(03)  SOURCE WS-LD-COUNTRYCODE.  00002970
              10 COLUMN 06        PIC X(08)  SOURCE WS-LD-DATA-DATE.    00002980
              10 COLUMN 16        PIC X(09)  SOURCE WS-LD-FIGURE.       00002990
              10 COLUMN 26        PIC ZZ,ZZZ,ZZ9                        00003000
                                             SOURCE WS-LD-PUBLISHED.    00003010
              10 COLUMN 37        PIC ZZ,ZZZ,ZZ9                        00003020
                                             SOURCE WS-LD-NOW.          00003030
              10 COLUMN 48        PIC --,---,--9                        00003040
                                             SOURCE WS-LD-DIFFERENCE.   00003050
              10 COLUMN 62        PIC X(08)  SOURCE WS-LD-PUB-DATE.     00003060
              10 COLUMN 72        PIC X(26)  SOURCE WS-LD-CAUSE.        00003070
              10 COLUMN 99        PIC X(30)  SOURCE WS-LD-COUNTRYNAME.  00003080
       01  COUNT-LINE-DETAIL TYPE DETAIL.                               00003090
           05 LINE PLUS 1.                                              00003100
              10 COLUMN 03        PIC X(30)  SOURCE WS-COUNT-LINE-TEXT. 00003110
              10 COLUMN 34        PIC Z,ZZZ,ZZ9                         00003120
                                             SOURCE WS-COUNT-LINE-VALUE.00003130
      ******************************************************************00003140
       PROCEDURE DIVISION.                                              00003150
      ******************************************************************00003160
       0000-MAIN.                                                       00003170
      **********************************                                00003180
           PERFORM 1000-INITIALISE THRU 1000-EXIT.                      00003190
           MOVE 'RESTATED FIGURES' TO WS-SECTION-TITLE.                 00003200
           GENERATE SECTION-TITLE-DETAIL.                               00003210
           GENERATE RESTATE-HEAD-DETAIL.                                00003220
           MOVE 'N' TO END-OF-FILE.                                     00003230
           PERFORM 2000-CHECK-REGISTER-ROW THRU 2000-EXIT               00003240
               UNTIL EOF.                                               00003250
           IF WS-RESTATED-COUNT = 0 THEN                                00003260
               GENERATE NONE-DETAIL.                                    00003270
           PERFORM 8000-PRINT-COUNTS THRU 8000-EXIT.                    00003280
           TERMINATE RESTATE-REPORT.                                    00003290
           CLOSE REPORT-PRINT,                                          00003300
                 PUBREG-FILE,                                           00003310
                 HISTCNTRY-FILE.                                        00003320
           IF ARCH-OPEN THEN                                            00003330
               CLOSE HISTARCH-FILE.                                     00003340
           IF RLG-OPEN THEN                                             00003350
               CLOSE RELLEDG-FILE.                                      00003360
           PERFORM 9000-PRINT-SUMMARY THRU 9000-EXIT.                   00003370
       0000-EXIT.                                                       00003380
           STOP RUN.                                                    00003390
      **********************************                                00003400
       1000-INITIALISE.                                                 00003410
      **********************************                                00003420
           MOVE CURRENT-DATE TO WS-TODAYS-DATE.                         00003430
           MOVE TIME-OF-DAY  TO WS-TODAYS-TIME.                         00003440
           MOVE SPACES TO WS-PARM-CARD.                                 00003450
           ACCEPT WS-PARM-CARD.                                         00003460
           MOVE 1 TO WS-CAUSE-SUB.                                      00003470
           PERFORM 1100-CLEAR-CAUSE-COUNT THRU 1100-EXIT                00003480
               UNTIL WS-CAUSE-SUB > 7.                                  00003490
           OPEN INPUT PUBREG-FILE.                                      00003500
           IF WS-PRG-STATUS NOT = '00' THEN                             00003510
               DISPLAY 'PUBRSTMT - PUBREG OPEN FAILED, STATUS '         00003520
                   WS-PRG-STATUS ' - RUN ABANDONED'                     00003530
               MOVE 16 TO RETURN-CODE                                   00003540
               STOP RUN.                                                00003550
           OPEN INPUT HISTCNTRY-FILE.                                   00003560
           IF WS-HIST-STATUS NOT = '00' THEN                            00003570
               DISPLAY 'PUBRSTMT - HISTCNTRY OPEN FAILED, STATUS '      00003580
                   WS-HIST-STATUS ' - RUN ABANDONED'                    00003590
               MOVE 16 TO RETURN-CODE                                   00003600
               STOP RUN.                                                00003610
      * The archive and the reliability ledger are optional - with      00003620
      *  no archive a trimmed date shows as no longer on history,       00003630
      *  with no ledger adjustments and releases cannot be told.        00003640
           OPEN INPUT HISTARCH-FILE.                                    00003650
           IF WS-ARCH-STATUS = '00' THEN                                00003660
               MOVE 'Y' TO WS-ARCH-OPEN-SW.                             00003670
           OPEN INPUT RELLEDG-FILE.                                     00003680
           IF WS-RLG-STATUS = '00' THEN                                 00003690
               MOVE 'Y' TO WS-RLG-OPEN-SW.                              00003700
           OPEN OUTPUT REPORT-PRINT.                                    00003710
           INITIATE RESTATE-REPORT.                                     00003720
       1000-EXIT.                                                       00003730
           EXIT.                                                        00003740
      **********************************                                00003750
       1100-CLEAR-CAUSE-COUNT.                                          00003760
      **********************************                                00003770
           MOVE 0 TO WS-CAUSE-COUNT (WS-CAUSE-SUB).                     00003780
           ADD 1 TO WS-CAUSE-SUB.                                       00003790
       1100-EXIT.                                                       00003800
           EXIT.                                                        00003810
      **********************************                                00003820
       2000-CHECK-REGISTER-ROW.                                         00003830
      **********************************                                00003840
           READ PUBREG-FILE NEXT RECORD                                 00003850
               AT END MOVE 'Y' TO END-OF-FILE.                          00003860
           IF EOF THEN                                                  00003870
               GO TO 2000-EXIT.                                         00003880
           IF WS-PARM-FROM-DATE NOT = SPACES                            00003890
             AND PRG-DATA-DATE < WS-PARM-FROM-DATE THEN                 00003900
               GO TO 2000-EXIT.                                         00003910
           IF WS-PARM-TO-DATE NOT = SPACES                              00003920
             AND PRG-DATA-DATE > WS-PARM-TO-DATE THEN                   00003930
               GO TO 2000-EXIT.                                         00003940
           ADD 1 TO WS-EXAMINED-COUNT.                                  00003950
           PERFORM 2100-GET-HISTORY-NOW THRU 2100-EXIT.                 00003960
           IF ROW-FOUND                                                 00003970
             AND WS-NOW-CASES     = PRG-CASES                           00003980
             AND WS-NOW-DEATHS    = PRG-DEATHS                          00003990
             AND WS-NOW-RECOVERED = PRG-RECOVERED THEN                  00004000
               ADD 1 TO WS-UNCHANGED-COUNT                              00004010
               GO TO 2000-EXIT.                                         00004020
           ADD 1 TO WS-RESTATED-COUNT.                                  00004030
           PERFORM 3000-FIND-CAUSE THRU 3000-EXIT.                      00004040
           ADD 1 TO WS-CAUSE-COUNT (WS-CAUSE-SUB).                      00004050
           MOVE PRG-COUNTRYCODE TO WS-LD-COUNTRYCODE.                   00004060
           MOVE PRG-DATA-DATE   TO WS-LD-DATA-DATE.                     00004070
           MOVE PRG-PUB-DATE    TO WS-LD-PUB-DATE.                      00004080
           MOVE PRG-COUNTRYNAME TO WS-LD-COUNTRYNAME.                   00004090
           MOVE WS-CAUSE-TEXT (WS-CAUSE-SUB) TO WS-LD-CAUSE.            00004100
           IF WS-NOW-CASES NOT = PRG-CASES THEN                         00004110
               MOVE 'CASES'      TO WS-LD-FIGURE                        00004120
               MOVE PRG-CASES    TO WS-LD-PUBLISHED                     00004130
               MOVE WS-NOW-CASES TO WS-LD-NOW                           00004140
               PERFORM 4000-PRINT-FIGURE THRU 4000-EXIT.                00004150
           IF WS-NOW-DEATHS NOT = PRG-DEATHS THEN                       00004160
               MOVE 'DEATHS'      TO WS-LD-FIGURE                       00004170
               MOVE PRG-DEATHS    TO WS-LD-PUBLISHED                    00004180
               MOVE WS-NOW-DEATHS TO WS-LD-NOW                          00004190
               PERFORM 4000-PRINT-FIGURE THRU 4000-EXIT.                00004200
           IF WS-NOW-RECOVERED NOT = PRG-RECOVERED THEN                 00004210
               MOVE 'RECOVERED'      TO WS-LD-FIGURE                    00004220
               MOVE PRG-RECOVERED    TO WS-LD-PUBLISHED                 00004230
               MOVE WS-NOW-RECOVERED TO WS-LD-NOW                       00004240
               PERFORM 4000-PRINT-FIGURE THRU 4000-EXIT.                00004250
       2000-EXIT.                                                       00004260
           EXIT.                                                        00004270
      **********************************                                00004280
       2100-GET-HISTORY-NOW.                                            00004290
      **********************************                                00004300
      * The live history first, then the archive. A row on neither      00004310
      *  counts as zero throughout, so every published figure shows     00004320
      *  as moved.                                                      00004330
           MOVE 'Y' TO WS-ROW-FOUND-SW.                                 00004340
           MOVE PRG-KEY TO HIST-KEY.                                    00004350
           READ HISTCNTRY-FILE                                          00004360
               INVALID KEY MOVE 'N' TO WS-ROW-FOUND-SW.                 00004370
           IF ROW-FOUND THEN                                            00004380
               MOVE HIST-CASES     TO WS-NOW-CASES                      00004390
               MOVE HIST-DEATHS    TO WS-NOW-DEATHS                     00004400
               MOVE HIST-RECOVERED TO WS-NOW-RECOVERED                  00004410
               MOVE HIST-ESTIMATED TO WS-NOW-ESTIMATED                  00004420
               GO TO 2100-EXIT.                                         00004430
           MOVE 0      TO WS-NOW-CASES.                                 00004440
           MOVE 0      TO WS-NOW-DEATHS.                                00004450
           MOVE 0      TO WS-NOW-RECOVERED.                             00004460
           MOVE SPACES TO WS-NOW-ESTIMATED.                             00004470
           IF NOT ARCH-OPEN THEN                                        00004480
               GO TO 2100-EXIT.                                         00004490
           MOVE 'Y' TO WS-ROW-FOUND-SW.                                 00004500
           MOVE PRG-KEY TO ARCH-KEY.                                    00004510
           READ HISTARCH-FILE                                           00004520
               INVALID KEY MOVE 'N' TO WS-ROW-FOUND-SW.                 00004530
           IF ROW-FOUND THEN                                            00004540
               MOVE ARCH-CASES     TO WS-NOW-CASES                      00004550
               MOVE ARCH-DEATHS    TO WS-NOW-DEATHS                     00004560
               MOVE ARCH-RECOVERED TO WS-NOW-RECOVERED                  00004570
               MOVE ARCH-ESTIMATED TO WS-NOW-ESTIMATED.                 00004580
       2100-EXIT.                                                       00004590
           EXIT.                                                        00004600
      **********************************                                00004610
       3000-FIND-CAUSE.                                                 00004620
      **********************************                                00004630
      * Leaves WS-CAUSE-SUB at the first cause in WS-CAUSE-VALUES       00004640
      *  that fits the row.                                             00004650
           MOVE 1 TO WS-CAUSE-SUB.                                      00004660
           IF NOT ROW-FOUND AND PRG-BACKOUT-DATE NOT = SPACES THEN      00004670
               GO TO 3000-EXIT.                                         00004680
           MOVE 2 TO WS-CAUSE-SUB.                                      00004690
           IF NOT ROW-FOUND THEN                                        00004700
               GO TO 3000-EXIT.                                         00004710
           MOVE 3 TO WS-CAUSE-SUB.                                      00004720
           IF PRG-BACKOUT-DATE NOT = SPACES THEN                        00004730
               GO TO 3000-EXIT.                                         00004740
           MOVE 'N' TO WS-RLG-FOUND-SW.                                 00004750
           IF RLG-OPEN THEN                                             00004760
               MOVE PRG-KEY TO RLG-KEY                                  00004770
               MOVE 'Y' TO WS-RLG-FOUND-SW                              00004780
               READ RELLEDG-FILE                                        00004790
                   INVALID KEY MOVE 'N' TO WS-RLG-FOUND-SW.             00004800
           MOVE 4 TO WS-CAUSE-SUB.                                      00004810
           IF RLG-FOUND AND RLG-ADJUSTMENTS > PRG-ADJUSTMENTS THEN      00004820
               GO TO 3000-EXIT.                                         00004830
           MOVE 5 TO WS-CAUSE-SUB.                                      00004840
           IF RLG-FOUND AND RLG-RELEASED > PRG-RELEASED THEN            00004850
               GO TO 3000-EXIT.                                         00004860
           MOVE 6 TO WS-CAUSE-SUB.                                      00004870
           IF PRG-ESTIMATED NOT = SPACES                                00004880
             AND WS-NOW-ESTIMATED = SPACES THEN                         00004890
               GO TO 3000-EXIT.                                         00004900
           MOVE 7 TO WS-CAUSE-SUB.                                      00004910
       3000-EXIT.                                                       00004920
           EXIT.                                                        00004930
      **********************************                                00004940
       4000-PRINT-FIGURE.                                               00004950
      **********************************                                00004960
           COMPUTE WS-LD-DIFFERENCE = WS-LD-NOW - WS-LD-PUBLISHED.      00004970
           GENERATE RESTATE-DETAIL.                                     00004980
           ADD 1 TO WS-FIGURE-COUNT.                                    00004990
       4000-EXIT.                                                       00005000
           EXIT.                                                        00005010
      **********************************                                00005020
       8000-PRINT-COUNTS.                                               00005030
      **********************************                                00005040
           MOVE 'REGISTER TOTALS' TO WS-SECTION-TITLE.                  00005050
           GENERATE SECTION-TITLE-DETAIL.                               00005060
           MOVE 'REGISTER ROWS EXAMINED' TO WS-COUNT-LINE-TEXT.         00005070
           MOVE WS-EXAMINED-COUNT TO WS-COUNT-LINE-VALUE.               00005080
           GENERATE COUNT-LINE-DETAIL.                                  00005090
           MOVE 'ROWS UNCHANGED' TO WS-COUNT-LINE-TEXT.                 00005100
           MOVE WS-UNCHANGED-COUNT TO WS-COUNT-LINE-VALUE.              00005110
           GENERATE COUNT-LINE-DETAIL.                                  00005120
           MOVE 'ROWS RESTATED' TO WS-COUNT-LINE-TEXT.                  00005130
           MOVE WS-RESTATED-COUNT TO WS-COUNT-LINE-VALUE.               00005140
           GENERATE COUNT-LINE-DETAIL.                                  00005150
           MOVE 'FIGURES MOVED' TO WS-COUNT-LINE-TEXT.                  00005160
           MOVE WS-FIGURE-COUNT TO WS-COUNT-LINE-VALUE.                 00005170
           GENERATE COUNT-LINE-DETAIL.                                  00005180
           MOVE 'RESTATED ROWS BY CAUSE' TO WS-SECTION-TITLE.           00005190
           GENERATE SECTION-TITLE-DETAIL.                               00005200
           MOVE 1 TO WS-CAUSE-SUB.                                      00005210
           PERFORM 8100-PRINT-CAUSE-COUNT THRU 8100-EXIT                00005220
               UNTIL WS-CAUSE-SUB > 7.                                  00005230
       8000-EXIT.                                                       00005240
           EXIT.                                                        00005250
      **********************************                                00005260
       8100-PRINT-CAUSE-COUNT.                                          00005270
      **********************************                                00005280
           MOVE WS-CAUSE-TEXT (WS-CAUSE-SUB) TO WS-COUNT-LINE-TEXT.     00005290
           MOVE WS-CAUSE-COUNT (WS-CAUSE-SUB) TO WS-COUNT-LINE-VALUE.   00005300
           GENERATE COUNT-LINE-DETAIL.                                  00005310
           ADD 1 TO WS-CAUSE-SUB.                                       00005320
       8100-EXIT.                                                       00005330
           EXIT.                                                        00005340
      **********************************                                00005350
       9000-PRINT-SUMMARY.                                              00005360
      **********************************                                00005370
           DISPLAY 'PUBRSTMT - REGISTER ROWS EXAMINED : '               00005380
               WS-EXAMINED-COUNT.                                       00005390
           DISPLAY 'PUBRSTMT - ROWS RESTATED          : '               00005400
               WS-RESTATED-COUNT.                                       00005410
           IF NOT ARCH-OPEN THEN                                        00005420
               DISPLAY 'PUBRSTMT - NO HISTORY ARCHIVE - TRIMMED DATES ' 00005430
                       'SHOW AS NO LONGER ON HISTORY'.                  00005440
           IF NOT RLG-OPEN THEN                                         00005450
               DISPLAY 'PUBRSTMT - NO RELIABILITY LEDGER - ADJUSTMENT'  00005460
                       ' AND RELEASE CAUSES NOT TOLD'.                  00005470
       9000-EXIT.                                                       00005480
           EXIT.                                                        00005490
      ******************************************************************00005500
/*                                                                      00005510
//LKED.SYSLIB  DD DISP=SHR,DSNAME=SYS1.COBLIB                           00005520
//             DD DISP=SHR,DSNAME=SYS1.LINKLIB                          00005530
//             DD DISP=SHR,DSNAME=COVID19.LINKLIB                       00005540
//LKED.SYSLMOD DD DISP=SHR,DSNAME=COVID19.LINKLIB(PUBRSTMT)             00005550
//                                                                      00005560
