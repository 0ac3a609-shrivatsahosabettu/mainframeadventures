//WHORECON    JOB (COBOL),'COVID19',CLASS=A,MSGCLASS=H,MSGLEVEL=(0,0)   00000010
//COMPLINK   EXEC COBUCL                                                00000020
//COB.SYSLIB   DD DISP=SHR,DSNAME=SYS1.COBLIB                           00000030
//             DD DISP=SHR,DSNAME=SYS1.LINKLIB                          00000040
//COB.SYSPUNCH DD DUMMY                                                 00000050
//COB.SYSIN    DD *                                                     00000060
      ******************************************************************00000070
      * PROGRAM DESCRIPTION:                                            00000080
      *   Reconciles our country totals against the WHO's published     00000090
      *   per-country cumulative file, so the question of why our       00000100
      *   world totals differ from the WHO dashboard has a standing     00000110
      *   answer instead of an afternoon's digging.                     00000120
      *   The data date is the one on the 'CTL' label of                00000130
      *   COVID19.DATA.TOTCNTRY; only the WHO rows for that date are    00000140
      *   used (the WHO file may carry its whole time series). Each     00000150
      *   WHO country code is translated to ours through the            00000160
      *   COVID19.DATA.CNTRYALS alias dataset and then the country      00000170
      *   reference master COVID19.DATA.CNTRYREF as it stood on the     00000180
      *   data date (by code, then by name); a WHO row none of them     00000190
      *   recognise is 'not mapped'.                                    00000190
      *   The variance report lists:                                    00000200
      *      - countries whose cases or deaths differ from the WHO      00000210
      *        figure by more than the tolerance percentage;            00000220
      *      - countries on only one side (ours only, WHO only, and     00000230
      *        WHO rows whose code could not be mapped);                00000240
      *      - the world-total difference (ours less WHO) broken down   00000250
      *        by cause: one-sided countries, unmapped WHO rows, our    00000260
      *        carry-forward estimates, countries outside tolerance     00000270
      *        and the residue within tolerance;                        00000280
      *      - repeat offenders: countries with at least the repeat     00000290
      *        threshold of variance days on the variance history.      00000300
      *   Every country compared is written to the keyed variance       00000310
      *   history COVID19.DATA.WHOVAR (country code and data date,      00000320
      *   so a rerun of the date replaces its rows), where repeat       00000330
      *   offenders can be tracked across days.                         00000340
      *   One line is ACCEPTed from SYSIN: columns 1-4 the tolerance    00000350
      *   percentage with two decimals (e.g. 0250 = 2.50%, default      00000360
      *   2.00%), columns 5-6 the repeat threshold in days (default     00000370
      *   3). A totals file with no 'CTL' label, or a WHO file with     00000380
      *   no rows for the date, abandons the run before anything is     00000390
      *   written - a day of one-sided rows would only poison the       00000400
      *   history.                                                      00000410
      *                                                                 00000420
      *   TOTCTR     Input country totals (with 'CTL' label).           00000430
      *   WHOFEED    Input WHO per-country cumulative file.             00000440
      *   CTRYALS    Input country alias dataset (optional).            00000450
      *   CTRYREF    Input country reference master.                    00000460
      *   WHOVAR     Variance history (keyed), updated in place.        00000470
      ******************************************************************00000480
       IDENTIFICATION DIVISION.                                         00000490
       PROGRAM-ID.   'WHORECON'.                                        00000500
       AUTHOR.       'DAVID ASTA'.                                      00000510
       INSTALLATION. 'MVS 3.8J TK4-'.                                   00000520
       DATE-WRITTEN. '14/10/2026'.                                      00000530
       DATE-COMPILED.                                                   00000540
       REMARKS.      'V1R1M0'.                                          00000550
      ******************************************************************00000560
       ENVIRONMENT DIVISION.                                            00000570
      ******************************************************************00000580
       INPUT-OUTPUT SECTION.                                            00000590
       FILE-CONTROL.                                                    00000600
           SELECT TOTCNTRY-FILE  ASSIGN DA-S-TOTCTR.                    00000610
           SELECT WHOFEED-FILE   ASSIGN DA-S-WHOFEED.                   00000620
           SELECT CNTRYALS-FILE  ASSIGN DA-S-CTRYALS                    00000630
                                 FILE STATUS IS WS-ALIAS-STATUS.        00000640
           SELECT CNTRYREF-FILE  ASSIGN DA-S-CTRYREF.                   00000650
           SELECT WHOVAR-FILE    ASSIGN WHOVAR                          00000660
                                 ORGANIZATION IS INDEXED                00000670
                                 ACCESS MODE IS DYNAMIC                 00000680
                                 RECORD KEY IS WVR-KEY                  00000690
                                 FILE STATUS IS WS-WVR-STATUS.          00000700
           SELECT REPORT-PRINT   ASSIGN UR-S-SYSPRINT.                  00000710
      ******************************************************************00000720
       DATA DIVISION.                                                   00000730
      ******************************************************************00000740
       FILE SECTION.                                                    00000750
      **********************************                                00000760
       FD  TOTCNTRY-FILE                                                00000770
      *******************                                               00000780
           RECORDING MODE F                                             00000790
           LABEL RECORDS ARE STANDARD                                   00000800
           BLOCK CONTAINS 0 RECORDS                                     00000810
           RECORD CONTAINS 68 CHARACTERS.                               00000820
       01  TOT-RECORD.                                                  00000830
           05 TOT-COUNTRYCODE     PIC A(03).                            00000840
           05 TOT-CASES           PIC 9(08).                            00000850
           05 TOT-DEATHS          PIC 9(08).                            00000860
           05 TOT-COUNTRYNAME     PIC X(40).                            00000870
           05 TOT-RECOVERED       PIC 9(08).                            00000880
           05 TOT-ESTIMATED       PIC X(01).                            00000890
       01  TOTCTL-RECORD.                                               00000900
           05 TOTCTL-TAG          PIC X(03).                            00000910
           05 TOTCTL-DATA-DATE    PIC X(08).                            00000920
           05 TOTCTL-REC-COUNT    PIC 9(08).                            00000930
           05 FILLER              PIC X(49).                            00000940
      *******************                                               00000950
       FD  WHOFEED-FILE                                                 00000960
      *******************                                               00000970
           LABEL RECORDS ARE STANDARD                                   00000980
           BLOCK CONTAINS 0 RECORDS                                     00000990
           RECORD CONTAINS 80 CHARACTERS.                               00001000
       01  WHO-RECORD.                                                  00001010
           05 WHO-DATA-DATE       PIC X(08).                            00001020
           05 WHO-COUNTRYCODE     PIC X(03).                            00001030
           05 WHO-COUNTRYNAME     PIC X(40).                            00001040
           05 WHO-CASES           PIC 9(09).                            00001050
           05 WHO-DEATHS          PIC 9(09).                            00001060
           05 FILLER              PIC X(11).                            00001070
      *******************                                               00001080
       FD  CNTRYALS-FILE                                                00001090
      *******************                                               00001100
           LABEL RECORDS ARE STANDARD                                   00001110
           BLOCK CONTAINS 0 RECORDS                                     00001120
           RECORD CONTAINS 86 CHARACTERS.                               00001130
       01  ALS-RECORD.                                                  00001140
           05 ALS-OLD-CODE        PIC A(03).                            00001150
           05 ALS-OLD-NAME        PIC X(40).                            00001160
           05 ALS-NEW-CODE        PIC A(03).                            00001170
           05 ALS-NEW-NAME        PIC X(40).                            00001180
      *******************                                               00001190
       FD  CNTRYREF-FILE                                                00001200
      *******************                                               00001210
           LABEL RECORDS ARE STANDARD                                   00001220
           BLOCK CONTAINS 0 RECORDS                                     00001230
           RECORD CONTAINS 59 CHARACTERS.                               00001240
       01  CREF-RECORD.                                                 00001250
           05 CREF-COUNTRYCODE    PIC A(03).                            00001260
           05 CREF-COUNTRYNAME    PIC X(40).                            00001270
           05 CREF-VALID-FROM     PIC X(08).                            00001270
           05 CREF-VALID-TO       PIC X(08).                            00001270
      *******************                                               00001280
       FD  WHOVAR-FILE                                                  00001290
      *******************                                               00001300
           LABEL RECORDS ARE STANDARD                                   00001310
           RECORD CONTAINS 110 CHARACTERS.                              00001320
       01  WVR-RECORD.                                                  00001330
           05 WVR-KEY.                                                  00001340
              10 WVR-COUNTRYCODE  PIC X(03).                            00001350
              10 WVR-DATA-DATE    PIC X(08).                            00001360
           05 WVR-COUNTRYNAME     PIC X(40).                            00001370
      * I within tolerance, B outside tolerance, O ours only,           00001380
      *  W WHO only, U WHO code not mapped.                             00001390
           05 WVR-STATUS          PIC X(01).                            00001400
              88 WVR-WITHIN                  VALUE 'I'.                 00001410
           05 WVR-ESTIMATED       PIC X(01).                            00001420
           05 WVR-OUR-CASES       PIC 9(09).                            00001430
           05 WVR-OUR-DEATHS      PIC 9(09).                            00001440
           05 WVR-WHO-CASES       PIC 9(09).                            00001450
           05 WVR-WHO-DEATHS      PIC 9(09).                            00001460
           05 WVR-CASES-PCT       PIC S9(05)V99.                        00001470
           05 WVR-DEATHS-PCT      PIC S9(05)V99.                        00001480
           05 FILLER              PIC X(07).                            00001490
      *******************                                               00001500
       FD  REPORT-PRINT                                                 00001510
      *******************                                               00001520
           LABEL RECORDS ARE OMITTED                                    00001530
           REPORT IS VARIANCE-REPORT.                                   00001540
      **********************************                                00001550
       WORKING-STORAGE SECTION.                                         00001560
      **********************************                                00001570
       77  WS-YEAR-CC                 PIC 99     VALUE 20.              00001580
       01  SWITCHES.                                                    00001590
           05 END-OF-FILE             PIC X      VALUE 'N'.             00001600
              88 EOF                             VALUE 'Y'.             00001610
           05 WS-ALS-FOUND-SW         PIC X      VALUE 'N'.             00001620
              88 ALS-FOUND                       VALUE 'Y'.             00001630
           05 WS-OUR-FOUND-SW         PIC X      VALUE 'N'.             00001640
              88 OUR-FOUND                       VALUE 'Y'.             00001650
           05 WS-CREF-FOUND-SW        PIC X      VALUE 'N'.             00001660
              88 CREF-FOUND                      VALUE 'Y'.             00001670
           05 WS-BREACH-SW            PIC X      VALUE 'N'.             00001680
              88 BREACH                          VALUE 'Y'.             00001690
           05 WS-ROW-ON-FILE-SW       PIC X      VALUE 'N'.             00001700
              88 ROW-ON-FILE                     VALUE 'Y'.             00001710
       01  WS-ALIAS-STATUS            PIC XX.                           00001720
       01  WS-WVR-STATUS              PIC XX.                           00001730
       01  COUNTERS.                                                    00001740
           05 COUNTER-MAX-OUR         PIC 999    VALUE 300.             00001750
           05 COUNTER-MAX-WONLY       PIC 999    VALUE 300.             00001760
           05 COUNTER-MAX-CREF        PIC 999    VALUE 300.             00001770
           05 COUNTER-MAX-ALIAS       PIC 99     VALUE 50.              00001780
           05 WS-OUR-COUNT            PIC 999    VALUE 0.               00001790
           05 WS-WONLY-COUNT          PIC 999    VALUE 0.               00001800
           05 WS-CREF-COUNT           PIC 999    VALUE 0.               00001810
           05 WS-ALS-COUNT            PIC 99     VALUE 0.               00001820
           05 WS-WHO-READ-COUNT       PIC 9(06)  VALUE 0.               00001830
           05 WS-WHO-DATE-COUNT       PIC 9(04)  VALUE 0.               00001840
           05 WS-WHO-BAD-COUNT        PIC 9(04)  VALUE 0.               00001850
           05 WS-MATCHED-COUNT        PIC 9(04)  VALUE 0.               00001860
           05 WS-BREACH-COUNT         PIC 9(04)  VALUE 0.               00001870
           05 WS-OURONLY-COUNT        PIC 9(04)  VALUE 0.               00001880
           05 WS-WHOONLY-COUNT        PIC 9(04)  VALUE 0.               00001890
           05 WS-UNMAPPED-COUNT       PIC 9(04)  VALUE 0.               00001900
           05 WS-REPEAT-COUNT         PIC 9(04)  VALUE 0.               00001910
           05 WS-ROWS-ADDED           PIC 9(04)  VALUE 0.               00001920
           05 WS-ROWS-REPLACED        PIC 9(04)  VALUE 0.               00001930
       01  SUBSCRIPTS.                                                  00001940
           05 WS-OUR-SUB              PIC 999.                          00001950
           05 WS-WONLY-SUB            PIC 999.                          00001960
           05 WS-CREF-SUB             PIC 999.                          00001970
           05 WS-ALS-SUB              PIC 99.                           00001980
      * The SYSIN card: tolerance percentage and repeat threshold.      00001990
       01  WS-PARM-CARD.                                                00002000
           05 WS-PARM-TOL-X           PIC X(04).                        00002010
           05 WS-PARM-TOL REDEFINES WS-PARM-TOL-X                       00002020
                                      PIC 9(02)V99.                     00002030
           05 WS-PARM-REPEAT-X        PIC X(02).                        00002040
           05 WS-PARM-REPEAT REDEFINES WS-PARM-REPEAT-X                 00002050
                                      PIC 9(02).                        00002060
           05 FILLER                  PIC X(74).                        00002070
       01  WS-TOLERANCE-PCT           PIC 9(02)V99 VALUE 2.00.          00002080
       01  WS-REPEAT-MIN              PIC 9(02)    VALUE 3.             00002090
       01  WS-DATA-DATE               PIC X(08)    VALUE SPACES.        00002100
      * Our country totals for the date, with the WHO figures that      00002110
      *  translated onto each one and the outcome of the comparison.    00002120
       01  OUR-COUNTRY-DATA.                                            00002130
           05 WS-TAB-OUR          OCCURS 300 TIMES.                     00002140
              10 WS-OUR-CODE          PIC A(03).                        00002150
              10 WS-OUR-NAME          PIC X(40).                        00002160
              10 WS-OUR-CASES         PIC 9(09).                        00002170
              10 WS-OUR-DEATHS        PIC 9(09).                        00002180
              10 WS-OUR-EST           PIC X(01).                        00002190
              10 WS-OUR-WHO-ROWS      PIC 99.                           00002200
              10 WS-OUR-WHO-CASES     PIC 9(09).                        00002210
              10 WS-OUR-WHO-DEATHS    PIC 9(09).                        00002220
              10 WS-OUR-STATUS        PIC X(01).                        00002230
              10 WS-OUR-CASES-PCT     PIC S9(05)V99.                    00002240
              10 WS-OUR-DEATHS-PCT    PIC S9(05)V99.                    00002250
      * WHO rows that found no country of ours: W a known country we    00002260
      *  have no totals for, U a code nothing could translate.          00002270
       01  WHO-ONLY-DATA.                                               00002280
           05 WS-TAB-WONLY        OCCURS 300 TIMES.                     00002290
              10 WS-WONLY-CODE        PIC X(03).                        00002300
              10 WS-WONLY-NAME        PIC X(40).                        00002310
              10 WS-WONLY-CASES       PIC 9(09).                        00002320
              10 WS-WONLY-DEATHS      PIC 9(09).                        00002330
              10 WS-WONLY-TYPE        PIC X(01).                        00002340
       01  COUNTRY-REF-DATA.                                            00002350
           05 WS-TAB-CREF         OCCURS 300 TIMES.                     00002360
              10 WS-CREF-CODE         PIC A(03).                        00002370
              10 WS-CREF-NAME         PIC X(40).                        00002380
       01  COUNTRY-ALIAS-DATA.                                          00002390
           05 WS-TAB-ALIAS        OCCURS 50 TIMES.                      00002400
              10 WS-ALS-OLD-CODE      PIC A(03).                        00002410
              10 WS-ALS-OLD-NAME      PIC X(40).                        00002420
              10 WS-ALS-NEW-CODE      PIC A(03).                        00002430
              10 WS-ALS-NEW-NAME      PIC X(40).                        00002440
      * The WHO row being matched, after alias translation.             00002450
       01  WS-XLATE-CODE              PIC X(03).                        00002460
       01  WS-XLATE-NAME              PIC X(40).                        00002470
       01  COMPARISON-DATA.                                             00002480
           05 WS-DIFF-CASES           PIC S9(10).                       00002490
           05 WS-DIFF-DEATHS          PIC S9(10).                       00002500
           05 WS-DIFF-LIMIT           PIC S9(13)V99.                    00002510
           05 WS-DIFF-PCT             PIC S9(05)V99.                    00002520
      * World totals, and the difference between them by cause. The     00002530
      *  causes are disjoint and add up to the difference.              00002540
       01  WORLD-TOTAL-DATA.                                            00002550
           05 WS-OUR-WORLD-CASES      PIC S9(10) VALUE 0.               00002560
           05 WS-OUR-WORLD-DEATHS     PIC S9(10) VALUE 0.               00002570
           05 WS-WHO-WORLD-CASES      PIC S9(10) VALUE 0.               00002580
           05 WS-WHO-WORLD-DEATHS     PIC S9(10) VALUE 0.               00002590
           05 WS-CAUSE-OURONLY-CASES  PIC S9(10) VALUE 0.               00002600
           05 WS-CAUSE-OURONLY-DEATHS PIC S9(10) VALUE 0.               00002610
           05 WS-CAUSE-WHOONLY-CASES  PIC S9(10) VALUE 0.               00002620
           05 WS-CAUSE-WHOONLY-DEATHS PIC S9(10) VALUE 0.               00002630
           05 WS-CAUSE-UNMAP-CASES    PIC S9(10) VALUE 0.               00002640
           05 WS-CAUSE-UNMAP-DEATHS   PIC S9(10) VALUE 0.               00002650
           05 WS-CAUSE-EST-CASES      PIC S9(10) VALUE 0.               00002660
           05 WS-CAUSE-EST-DEATHS     PIC S9(10) VALUE 0.               00002670
           05 WS-CAUSE-BREACH-CASES   PIC S9(10) VALUE 0.               00002680
           05 WS-CAUSE-BREACH-DEATHS  PIC S9(10) VALUE 0.               00002690
           05 WS-CAUSE-WITHIN-CASES   PIC S9(10) VALUE 0.               00002700
           05 WS-CAUSE-WITHIN-DEATHS  PIC S9(10) VALUE 0.               00002710
      * One listing line being assembled.                               00002720
       01  LISTING-DETAIL-DATA.                                         00002730
           05 WS-LD-CODE              PIC X(03).                        00002740
           05 WS-LD-NAME              PIC X(40).                        00002750
           05 WS-LD-OUR-CASES         PIC 9(09).                        00002760
           05 WS-LD-OUR-DEATHS        PIC 9(09).                        00002770
           05 WS-LD-WHO-CASES         PIC 9(09).                        00002780
           05 WS-LD-WHO-DEATHS        PIC 9(09).                        00002790
           05 WS-LD-PCT-EDIT          PIC -(5)9.99.                     00002800
           05 WS-LD-CASES-PCT-TEXT    PIC X(09).                        00002810
           05 WS-LD-DEATHS-PCT-TEXT   PIC X(09).                        00002820
           05 WS-LD-EST               PIC X(01).                        00002830
           05 WS-LD-SIDE-TEXT         PIC X(30).                        00002840
           05 WS-LD-CAUSE-TEXT        PIC X(34).                        00002850
           05 WS-LD-CAUSE-CASES       PIC S9(10).                       00002860
           05 WS-LD-CAUSE-DEATHS      PIC S9(10).                       00002870
      * One country's run through the variance history.                 00002880
       01  REPEAT-OFFENDER-DATA.                                        00002890
           05 WS-RO-CODE              PIC X(03)  VALUE SPACES.          00002900
           05 WS-RO-NAME              PIC X(40).                        00002910
           05 WS-RO-DAYS              PIC 9(04).                        00002920
           05 WS-RO-STREAK            PIC 9(04).                        00002930
           05 WS-RO-FIRST-DATE        PIC X(08).                        00002940
           05 WS-RO-LAST-DATE         PIC X(08).                        00002950
       01  WS-TODAYS-DATE.                                              00002960
           05 TD-MONTH                PIC X(02).                        00002970
           05 FILLER                  PIC X.                            00002980
           05 TD-DAY                  PIC X(02).                        00002990
           05 FILLER                  PIC X.                            00003000
           05 TD-YEAR                 PIC X(02).                        00003010
       01  WS-TODAYS-TIME.                                              00003020
           05 TT-HOURS                PIC X(02).                        00003030
           05 TT-MINUTES              PIC X(02).                        00003040
           05 TT-SECONDS              PIC X(02).                        00003050
      **********************************                                00003060
       REPORT SECTION.                                                  00003070
      **********************************                                00003080
       RD  VARIANCE-REPORT                                              00003090
           PAGE LIMIT IS 66 LINES                                       00003100
           HEADING 1                                                    00003110
           FIRST DETAIL 5                                               00003120
           LAST DETAIL 58                                               00003130
           FOOTING 62.                                                  00003140
       01  PAGE-HEAD-GROUP TYPE PAGE HEADING.                           00003150
           05 LINE 1.                                                   00003160
              10 COLUMN 01        PIC X(05)  VALUE 'DATE:'.             00003170
              10 COLUMN 07        PIC 99     SOURCE TD-DAY.             00003180
              10 COLUMN 09        PIC X      VALUE '/'.                 00003190
              10 COLUMN 10        PIC 99     SOURCE TD-MONTH.           00003200
              10 COLUMN 12        PIC X      VALUE '/'.                 00003210
              10 COLUMN 13        PIC 99     SOURCE WS-YEAR-CC.         00003220
              10 COLUMN 15        PIC 99     SOURCE TD-YEAR.            00003230
              10 COLUMN 40        PIC A(38)  VALUE                      00003240
                    'COVID-19 WHO BENCHMARK RECONCILIATION'.            00003250
              10 COLUMN 121       PIC X(05)  VALUE 'PAGE:'.             00003260
              10 COLUMN 127       PIC ZZ,ZZ9 SOURCE PAGE-COUNTER.       00003270
           05 LINE PLUS 1.                                              00003280
              10 COLUMN 01        PIC X(05)  VALUE 'TIME:'.             00003290
              10 COLUMN 07        PIC 99     SOURCE TT-HOURS.           00003300
              10 COLUMN 09        PIC X      VALUE ':'.                 00003310
              10 COLUMN 10        PIC 99     SOURCE TT-MINUTES.         00003320
              10 COLUMN 12        PIC X      VALUE ':'.                 00003330
              10 COLUMN 13        PIC 99     SOURCE TT-SECONDS.         00003340
              10 COLUMN 40        PIC X(10)  VALUE 'DATA DATE:'.        00003350
              10 COLUMN 51        PIC X(08)  SOURCE WS-DATA-DATE.       00003360
              10 COLUMN 62        PIC X(10)  VALUE 'TOLERANCE:'.        00003370
              10 COLUMN 73        PIC Z9.99  SOURCE WS-TOLERANCE-PCT.   00003380
              10 COLUMN 78        PIC X      VALUE '%'.                 00003390
       01  BREACH-HEADER TYPE DETAIL.                                   00003400
           05 LINE PLUS 2.                                              00003410
              10 COLUMN 01        PIC X(27)  VALUE                      00003420
                    'COUNTRIES OUTSIDE TOLERANCE'.                      00003430
           05 LINE PLUS 2.                                              00003440
              10 COLUMN 01        PIC X(04)  VALUE 'Code'.              00003450
              10 COLUMN 06        PIC X(07)  VALUE 'Country'.           00003460
              10 COLUMN 39        PIC X(09)  VALUE 'Our Cases'.         00003470
              10 COLUMN 51        PIC X(09)  VALUE 'WHO Cases'.         00003480
              10 COLUMN 64        PIC X(06)  VALUE 'Diff %'.            00003490
              10 COLUMN 72        PIC X(10)  VALUE 'Our Deaths'.        00003500
              10 COLUMN 84        PIC X(10)  VALUE 'WHO Deaths'.        00003510
              10 COLUMN 98        PIC X(06)  VALUE 'Diff %'.            00003520
              10 COLUMN 106       PIC X(03)  VALUE 'Est'.               00003530
           05 LINE PLUS 1.                                              00003540
              10 COLUMN 01        PIC X(04)  VALUE '----'.              00003550
              10 COLUMN 06        PIC X(30)  VALUE                      00003560
                    '------------------------------'.                   00003570
              10 COLUMN 38        PIC X(11)  VALUE '-----------'.       00003580
              10 COLUMN 50        PIC X(11)  VALUE '-----------'.       00003590
              10 COLUMN 62        PIC X(09)  VALUE '---------'.         00003600
              10 COLUMN 72        PIC X(11)  VALUE '-----------'.       00003610
              10 COLUMN 84        PIC X(11)  VALUE '-----------'.       00003620
              10 COLUMN 96        PIC X(09)  VALUE '---------'.         00003630
              10 COLUMN 106       PIC X(03)  VALUE '---'.               00003640
       01  BREACH-DETAIL TYPE DETAIL.                                   00003650
           05 LINE PLUS 1.                                              00003660
              10 COLUMN 01        PIC X(03)  SOURCE WS-LD-CODE.         00003670
              10 COLUMN 06        PIC X(30)  SOURCE WS-LD-NAME.         00003680
              10 COLUMN 38        PIC ZZZ,ZZZ,ZZ9 SOURCE                00003690
                                              WS-LD-OUR-CASES.          00003700
              10 COLUMN 50        PIC ZZZ,ZZZ,ZZ9 SOURCE                00003710
                                              WS-LD-WHO-CASES.          00003720
              10 COLUMN 62        PIC X(09)  SOURCE                     00003730
                                              WS-LD-CASES-PCT-TEXT.     00003740
              10 COLUMN 72        PIC ZZZ,ZZZ,ZZ9 SOURCE                00003750
                                              WS-LD-OUR-DEATHS.         00003760
              10 COLUMN 84        PIC ZZZ,ZZZ,ZZ9 SOURCE                00003770
                                              WS-LD-WHO-DEATHS.         00003780
              10 COLUMN 96        PIC X(09)  SOURCE                     00003790
                                              WS-LD-DEATHS-PCT-TEXT.    00003800
              10 COLUMN 107       PIC X(01)  SOURCE WS-LD-EST.          00003810
       01  ONE-SIDED-HEADER TYPE DETAIL.                                00003820
           05 LINE PLUS 2.                                              00003830
              10 COLUMN 01        PIC X(26)  VALUE                      00003840
                    'COUNTRIES ON ONE SIDE ONLY'.                       00003850
           05 LINE PLUS 2.                                              00003860
              10 COLUMN 01        PIC X(04)  VALUE 'Code'.              00003870
              10 COLUMN 06        PIC X(07)  VALUE 'Country'.           00003880
              10 COLUMN 43        PIC X(05)  VALUE 'Cases'.             00003890
              10 COLUMN 54        PIC X(06)  VALUE 'Deaths'.            00003900
              10 COLUMN 62        PIC X(07)  VALUE 'Side'.              00003910
           05 LINE PLUS 1.                                              00003920
              10 COLUMN 01        PIC X(04)  VALUE '----'.              00003930
              10 COLUMN 06        PIC X(30)  VALUE                      00003940
                    '------------------------------'.                   00003950
              10 COLUMN 38        PIC X(11)  VALUE '-----------'.       00003960
              10 COLUMN 50        PIC X(11)  VALUE '-----------'.       00003970
              10 COLUMN 62        PIC X(30)  VALUE                      00003980
                    '------------------------------'.                   00003990
       01  ONE-SIDED-DETAIL TYPE DETAIL.                                00004000
           05 LINE PLUS 1.                                              00004010
              10 COLUMN 01        PIC X(03)  SOURCE WS-LD-CODE.         00004020
              10 COLUMN 06        PIC X(30)  SOURCE WS-LD-NAME.         00004030
              10 COLUMN 38        PIC ZZZ,ZZZ,ZZ9 SOURCE                00004040
                                              WS-LD-OUR-CASES.          00004050
              10 COLUMN 50        PIC ZZZ,ZZZ,ZZ9 SOURCE                00004060
                                              WS-LD-OUR-DEATHS.         00004070
              10 COLUMN 62        PIC X(30)  SOURCE WS-LD-SIDE-TEXT.    00004080
       01  CAUSE-HEADER TYPE DETAIL.                                    00004090
           05 LINE PLUS 2.                                              00004100
              10 COLUMN 01        PIC X(44)  VALUE                      00004110
                    'WORLD TOTAL DIFFERENCE BY CAUSE (OURS - WHO)'.     00004120
           05 LINE PLUS 2.                                              00004130
              10 COLUMN 46        PIC X(05)  VALUE 'Cases'.             00004140
              10 COLUMN 61        PIC X(06)  VALUE 'Deaths'.            00004150
           05 LINE PLUS 1.                                              00004160
              10 COLUMN 01        PIC X(34)  VALUE                      00004170
                    '----------------------------------'.               00004180
              10 COLUMN 37        PIC X(14)  VALUE '--------------'.    00004190
              10 COLUMN 53        PIC X(14)  VALUE '--------------'.    00004200
       01  CAUSE-DETAIL TYPE DETAIL.                                    00004210
           05 LINE PLUS 1.                                              00004220
              10 COLUMN 01        PIC X(34)  SOURCE WS-LD-CAUSE-TEXT.   00004230
              10 COLUMN 37        PIC -Z,ZZZ,ZZZ,ZZ9 SOURCE             00004240
                                              WS-LD-CAUSE-CASES.        00004250
              10 COLUMN 53        PIC -Z,ZZZ,ZZZ,ZZ9 SOURCE             00004260
                                              WS-LD-CAUSE-DEATHS.       00004270
       01  REPEAT-HEADER TYPE DETAIL.                                   00004280
           05 LINE PLUS 2.                                              00004290
              10 COLUMN 01        PIC X(36)  VALUE                      00004300
                    'REPEAT OFFENDERS - VARIANCE DAYS ON '.             00004310
              10 COLUMN 37        PIC X(13)  VALUE 'FILE AT LEAST'.     00004320
              10 COLUMN 51        PIC Z9     SOURCE WS-REPEAT-MIN.      00004330
           05 LINE PLUS 2.                                              00004340
              10 COLUMN 01        PIC X(04)  VALUE 'Code'.              00004350
              10 COLUMN 06        PIC X(07)  VALUE 'Country'.           00004360
              10 COLUMN 38        PIC X(04)  VALUE 'Days'.              00004370
              10 COLUMN 44        PIC X(06)  VALUE 'Streak'.            00004380
              10 COLUMN 52        PIC X(05)  VALUE 'First'.             00004390
              10 COLUMN 62        PIC X(06)  VALUE 'Latest'.            00004400
           05 LINE PLUS 1.                                              00004410
              10 COLUMN 01        PIC X(04)  VALUE '----'.              00004420
              10 COLUMN 06        PIC X(30)  VALUE                      00004430
                    '------------------------------'.                   00004440
              10 COLUMN 38        PIC X(04)  VALUE '----'.              00004450
              10 COLUMN 44        PIC X(06)  VALUE '------'.            00004460
              10 COLUMN 52        PIC X(08)  VALUE '--------'.          00004470
              10 COLUMN 62        PIC X(08)  VALUE '--------'.          00004480
       01  REPEAT-DETAIL TYPE DETAIL.                                   00004490
           05 LINE PLUS 1.                                              00004500
              10 COLUMN 01        PIC X(03)  SOURCE WS-RO-CODE.         00004510
              10 COLUMN 06        PIC X(30)  SOURCE WS-RO-NAME.         00004520
              10 COLUMN 38        PIC ZZZ9   SOURCE WS-RO-DAYS.         00004530
              10 COLUMN 46        PIC ZZZ9   SOURCE WS-RO-STREAK.       00004540
              10 COLUMN 52        PIC X(08)  SOURCE WS-RO-FIRST-DATE.   00004550
              10 COLUMN 62        PIC X(08)  SOURCE WS-RO-LAST-DATE.    00004560
       01  VARIANCE-FOOTING TYPE REPORT FOOTING.                        00004570
           05 LINE PLUS 2.                                              00004580
              10 COLUMN 01        PIC X(24)  VALUE                      00004590
                    'OUR COUNTRIES          :'.                         00004600
              10 COLUMN 26        PIC ZZ,ZZ9 SOURCE WS-OUR-COUNT.       00004610
           05 LINE PLUS 1.                                              00004620
              10 COLUMN 01        PIC X(24)  VALUE                      00004630
                    'WHO ROWS FOR THE DATE  :'.                         00004640
              10 COLUMN 26        PIC ZZ,ZZ9 SOURCE WS-WHO-DATE-COUNT.  00004650
           05 LINE PLUS 1.                                              00004660
              10 COLUMN 01        PIC X(24)  VALUE                      00004670
                    'WHO ROWS UNUSABLE      :'.                         00004680
              10 COLUMN 26        PIC ZZ,ZZ9 SOURCE WS-WHO-BAD-COUNT.   00004690
           05 LINE PLUS 1.                                              00004700
              10 COLUMN 01        PIC X(24)  VALUE                      00004710
                    'COUNTRIES MATCHED      :'.                         00004720
              10 COLUMN 26        PIC ZZ,ZZ9 SOURCE WS-MATCHED-COUNT.   00004730
           05 LINE PLUS 1.                                              00004740
              10 COLUMN 01        PIC X(24)  VALUE                      00004750
                    'OUTSIDE TOLERANCE      :'.                         00004760
              10 COLUMN 26        PIC ZZ,ZZ9 SOURCE WS-BREACH-COUNT.    00004770
           05 LINE PLUS 1.                                              00004780
              10 COLUMN 01        PIC X(24)  VALUE                      00004790
                    'OUR TOTALS ONLY        :'.                         00004800
              10 COLUMN 26        PIC ZZ,ZZ9 SOURCE WS-OURONLY-COUNT.   00004810
           05 LINE PLUS 1.                                              00004820
              10 COLUMN 01        PIC X(24)  VALUE                      00004830
                    'WHO ONLY               :'.                         00004840
              10 COLUMN 26        PIC ZZ,ZZ9 SOURCE WS-WHOONLY-COUNT.   00004850
           05 LINE PLUS 1.                                              00004860
              10 COLUMN 01        PIC X(24)  VALUE                      00004870
                    'WHO CODE NOT MAPPED    :'.                         00004880
              10 COLUMN 26        PIC ZZ,ZZ9 SOURCE WS-UNMAPPED-COUNT.  00004890
           05 LINE PLUS 1.                                              00004900
              10 COLUMN 01        PIC X(24)  VALUE                      00004910
                    'REPEAT OFFENDERS       :'.                         00004920
              10 COLUMN 26        PIC ZZ,ZZ9 SOURCE WS-REPEAT-COUNT.    00004930
      ******************************************************************00004940
       PROCEDURE DIVISION.                                              00004950
      ******************************************************************00004960
       0000-MAIN.                                                       00004970
      **********************************                                00004980
           PERFORM 1000-INITIALISE THRU 1000-EXIT.                      00004990
           PERFORM 2000-LOAD-WHO-FIGURES THRU 2000-EXIT.                00005000
           OPEN I-O WHOVAR-FILE.                                        00005010
           IF WS-WVR-STATUS NOT = '00' THEN                             00005020
               OPEN OUTPUT WHOVAR-FILE.                                 00005030
           IF WS-WVR-STATUS NOT = '00' THEN                             00005040
               DISPLAY 'WHORECON - WHOVAR OPEN FAILED, STATUS '         00005050
                       WS-WVR-STATUS ' - RUN ABANDONED'                 00005060
               MOVE 16 TO RETURN-CODE                                   00005070
               STOP RUN.                                                00005080
           MOVE 1 TO WS-OUR-SUB.                                        00005090
           PERFORM 3000-COMPARE-ONE-COUNTRY THRU 3000-EXIT              00005100
               UNTIL WS-OUR-SUB > WS-OUR-COUNT.                         00005110
           MOVE 1 TO WS-WONLY-SUB.                                      00005120
           PERFORM 3100-RECORD-WHO-ONLY THRU 3100-EXIT                  00005130
               UNTIL WS-WONLY-SUB > WS-WONLY-COUNT.                     00005140
           CLOSE WHOVAR-FILE.                                           00005150
           MOVE CURRENT-DATE TO WS-TODAYS-DATE.                         00005160
           MOVE TIME-OF-DAY  TO WS-TODAYS-TIME.                         00005170
           OPEN OUTPUT REPORT-PRINT.                                    00005180
           INITIATE VARIANCE-REPORT.                                    00005190
           PERFORM 4000-PRINT-BREACHES THRU 4000-EXIT.                  00005200
           PERFORM 4100-PRINT-ONE-SIDED THRU 4100-EXIT.                 00005210
           PERFORM 4200-PRINT-CAUSES THRU 4200-EXIT.                    00005220
           PERFORM 5000-PRINT-REPEAT-OFFENDERS THRU 5000-EXIT.          00005230
           TERMINATE VARIANCE-REPORT.                                   00005240
           CLOSE REPORT-PRINT.                                          00005250
           PERFORM 9000-PRINT-SUMMARY THRU 9000-EXIT.                   00005260
       0000-EXIT.                                                       00005270
           STOP RUN.                                                    00005280
      **********************************                                00005290
       1000-INITIALISE.                                                 00005300
      **********************************                                00005310
           DISPLAY 'WHORECON - WHO BENCHMARK RECONCILIATION STARTING'.  00005320
           MOVE SPACES TO WS-PARM-CARD.                                 00005330
           ACCEPT WS-PARM-CARD.                                         00005340
           IF WS-PARM-TOL-X IS NUMERIC THEN                             00005350
               MOVE WS-PARM-TOL TO WS-TOLERANCE-PCT.                    00005360
           IF WS-PARM-REPEAT-X IS NUMERIC                               00005370
             AND WS-PARM-REPEAT > 0 THEN                                00005380
               MOVE WS-PARM-REPEAT TO WS-REPEAT-MIN.                    00005390
           PERFORM 1100-LOAD-OUR-TOTALS THRU 1100-EXIT.                 00005400
           IF WS-DATA-DATE = SPACES THEN                                00005410
               DISPLAY 'WHORECON - TOTCNTRY HAS NO CTL LABEL, NO DATA ' 00005420
                       'DATE TO RECONCILE - RUN ABANDONED'              00005430
               MOVE 16 TO RETURN-CODE                                   00005440
               STOP RUN.                                                00005450
           PERFORM 1200-LOAD-COUNTRY-ALIASES THRU 1200-EXIT.            00005460
           PERFORM 1300-LOAD-COUNTRY-REFERENCE THRU 1300-EXIT.          00005470
       1000-EXIT.                                                       00005480
           EXIT.                                                        00005490
      **********************************                                00005500
       1100-LOAD-OUR-TOTALS.                                            00005510
      **********************************                                00005520
           OPEN INPUT TOTCNTRY-FILE.                                    00005530
           MOVE 'N' TO END-OF-FILE.                                     00005540
           PERFORM 1110-READ-TOTALS-RECORD THRU 1110-EXIT               00005550
               UNTIL EOF.                                               00005560
           CLOSE TOTCNTRY-FILE.                                         00005570
           MOVE 'N' TO END-OF-FILE.                                     00005580
       1100-EXIT.                                                       00005590
           EXIT.                                                        00005600
      **********************************                                00005610
       1110-READ-TOTALS-RECORD.                                         00005620
      **********************************                                00005630
           READ TOTCNTRY-FILE                                           00005640
               AT END MOVE 'Y' TO END-OF-FILE.                          00005650
           IF EOF THEN                                                  00005660
               GO TO 1110-EXIT.                                         00005670
           IF TOT-COUNTRYCODE = 'CTL' THEN                              00005680
               MOVE TOTCTL-DATA-DATE TO WS-DATA-DATE                    00005690
               GO TO 1110-EXIT.                                         00005700
           IF WS-OUR-COUNT NOT < COUNTER-MAX-OUR THEN                   00005710
               DISPLAY 'WHORECON - COUNTRY TABLE FULL AT '              00005720
                   COUNTER-MAX-OUR ' - RUN ABANDONED'                   00005730
               MOVE 16 TO RETURN-CODE                                   00005740
               STOP RUN.                                                00005750
           ADD 1 TO WS-OUR-COUNT.                                       00005760
           MOVE TOT-COUNTRYCODE TO WS-OUR-CODE (WS-OUR-COUNT).          00005770
           MOVE TOT-COUNTRYNAME TO WS-OUR-NAME (WS-OUR-COUNT).          00005780
           MOVE TOT-CASES       TO WS-OUR-CASES (WS-OUR-COUNT).         00005790
           MOVE TOT-DEATHS      TO WS-OUR-DEATHS (WS-OUR-COUNT).        00005800
           MOVE TOT-ESTIMATED   TO WS-OUR-EST (WS-OUR-COUNT).           00005810
           MOVE 0 TO WS-OUR-WHO-ROWS (WS-OUR-COUNT).                    00005820
           MOVE 0 TO WS-OUR-WHO-CASES (WS-OUR-COUNT).                   00005830
           MOVE 0 TO WS-OUR-WHO-DEATHS (WS-OUR-COUNT).                  00005840
           MOVE 0 TO WS-OUR-CASES-PCT (WS-OUR-COUNT).                   00005850
           MOVE 0 TO WS-OUR-DEATHS-PCT (WS-OUR-COUNT).                  00005860
           MOVE SPACE TO WS-OUR-STATUS (WS-OUR-COUNT).                  00005870
           ADD TOT-CASES  TO WS-OUR-WORLD-CASES.                        00005880
           ADD TOT-DEATHS TO WS-OUR-WORLD-DEATHS.                       00005890
       1110-EXIT.                                                       00005900
           EXIT.                                                        00005910
      **********************************                                00005920
       1200-LOAD-COUNTRY-ALIASES.                                       00005930
      **********************************                                00005940
      * Same alias dataset, and same bootstrap treatment, as DAYVALID's 00005950
      *  1200-LOAD-COUNTRY-ALIASES.                                     00005960
           OPEN INPUT CNTRYALS-FILE.                                    00005970
           IF WS-ALIAS-STATUS NOT = '00' THEN                           00005980
               GO TO 1200-EXIT.                                         00005990
           MOVE 'N' TO END-OF-FILE.                                     00006000
           PERFORM 1210-READ-ALIAS-RECORD THRU 1210-EXIT                00006010
               UNTIL EOF.                                               00006020
           CLOSE CNTRYALS-FILE.                                         00006030
           MOVE 'N' TO END-OF-FILE.                                     00006040
       1200-EXIT.                                                       00006050
           EXIT.                                                        00006060
      **********************************                                00006070
       1210-READ-ALIAS-RECORD.                                          00006080
      **********************************                                00006090
           READ CNTRYALS-FILE                                           00006100
               AT END MOVE 'Y' TO END-OF-FILE.                          00006110
           IF NOT EOF AND WS-ALS-COUNT NOT < COUNTER-MAX-ALIAS THEN     00006120
               DISPLAY 'WHORECON - ALIAS TABLE FULL AT '                00006130
                   COUNTER-MAX-ALIAS ' - RUN ABANDONED'                 00006140
               MOVE 16 TO RETURN-CODE                                   00006150
               STOP RUN.                                                00006160
           IF NOT EOF THEN                                              00006170
               ADD 1 TO WS-ALS-COUNT                                    00006180
               MOVE ALS-OLD-CODE TO WS-ALS-OLD-CODE (WS-ALS-COUNT)      00006190
               MOVE ALS-OLD-NAME TO WS-ALS-OLD-NAME (WS-ALS-COUNT)      00006200
               MOVE ALS-NEW-CODE TO WS-ALS-NEW-CODE (WS-ALS-COUNT)      00006210
               MOVE ALS-NEW-NAME TO WS-ALS-NEW-NAME (WS-ALS-COUNT).     00006220
       1210-EXIT.                                                       00006230
           EXIT.                                                        00006240
      **********************************                                00006250
       1300-LOAD-COUNTRY-REFERENCE.                                     00006260
      **********************************                                00006270
           OPEN INPUT CNTRYREF-FILE.                                    00006280
           MOVE 'N' TO END-OF-FILE.                                     00006290
           PERFORM 1310-READ-REFERENCE-RECORD THRU 1310-EXIT            00006300
               UNTIL EOF.                                               00006310
           CLOSE CNTRYREF-FILE.                                         00006320
           MOVE 'N' TO END-OF-FILE.                                     00006330
       1300-EXIT.                                                       00006340
           EXIT.                                                        00006350
      **********************************                                00006360
       1310-READ-REFERENCE-RECORD.                                      00006370
      **********************************                                00006380
           READ CNTRYREF-FILE                                           00006390
               AT END MOVE 'Y' TO END-OF-FILE.                          00006400
      * Only the version of each code in force on the data date is      00006400
      *  loaded - retired and not-yet-effective versions are skipped.   00006400
           IF NOT EOF                                                   00006400
             AND (CREF-VALID-FROM > WS-DATA-DATE                        00006400
               OR CREF-VALID-TO NOT > WS-DATA-DATE) THEN                00006400
               GO TO 1310-EXIT.                                         00006400
           IF NOT EOF AND WS-CREF-COUNT NOT < COUNTER-MAX-CREF THEN     00006410
               DISPLAY 'WHORECON - REFERENCE TABLE FULL AT '            00006420
                   COUNTER-MAX-CREF ' - RUN ABANDONED'                  00006430
               MOVE 16 TO RETURN-CODE                                   00006440
               STOP RUN.                                                00006450
           IF NOT EOF THEN                                              00006460
               ADD 1 TO WS-CREF-COUNT                                   00006470
               MOVE CREF-COUNTRYCODE TO WS-CREF-CODE (WS-CREF-COUNT)    00006480
               MOVE CREF-COUNTRYNAME TO WS-CREF-NAME (WS-CREF-COUNT).   00006490
       1310-EXIT.                                                       00006500
           EXIT.                                                        00006510
      **********************************                                00006520
       2000-LOAD-WHO-FIGURES.                                           00006530
      **********************************                                00006540
           OPEN INPUT WHOFEED-FILE.                                     00006550
           MOVE 'N' TO END-OF-FILE.                                     00006560
           PERFORM 2100-READ-WHO-RECORD THRU 2100-EXIT                  00006570
               UNTIL EOF.                                               00006580
           CLOSE WHOFEED-FILE.                                          00006590
           MOVE 'N' TO END-OF-FILE.                                     00006600
           IF WS-WHO-DATE-COUNT = 0 THEN                                00006610
               DISPLAY 'WHORECON - NO WHO ROWS FOR DATA DATE '          00006620
                       WS-DATA-DATE ' - RUN ABANDONED'                  00006630
               MOVE 16 TO RETURN-CODE                                   00006640
               STOP RUN.                                                00006650
       2000-EXIT.                                                       00006660
           EXIT.                                                        00006670
      **********************************                                00006680
       2100-READ-WHO-RECORD.                                            00006690
      **********************************                                00006700
           READ WHOFEED-FILE                                            00006710
               AT END MOVE 'Y' TO END-OF-FILE.                          00006720
           IF EOF THEN                                                  00006730
               GO TO 2100-EXIT.                                         00006740
           ADD 1 TO WS-WHO-READ-COUNT.                                  00006750
           IF WHO-DATA-DATE NOT = WS-DATA-DATE THEN                     00006760
               GO TO 2100-EXIT.                                         00006770
           ADD 1 TO WS-WHO-DATE-COUNT.                                  00006780
      * Figures that are not numeric cannot be compared - counted on    00006790
      *  the footing and left out, rather than treated as zero.         00006800
           IF WHO-CASES IS NOT NUMERIC OR WHO-DEATHS IS NOT NUMERIC     00006810
               THEN                                                     00006820
               ADD 1 TO WS-WHO-BAD-COUNT                                00006830
               GO TO 2100-EXIT.                                         00006840
           ADD WHO-CASES  TO WS-WHO-WORLD-CASES.                        00006850
           ADD WHO-DEATHS TO WS-WHO-WORLD-DEATHS.                       00006860
           PERFORM 2200-MATCH-WHO-COUNTRY THRU 2200-EXIT.               00006870
       2100-EXIT.                                                       00006880
           EXIT.                                                        00006890
      **********************************                                00006900
       2200-MATCH-WHO-COUNTRY.                                          00006910
      **********************************                                00006920
      * The alias dataset translates first, as it does for the daily    00006930
      *  feed. The result is looked for among our countries; failing    00006940
      *  that, the reference master decides whether it is a country we  00006950
      *  know (by code, then by name) and simply have no totals for.    00006960
           MOVE WHO-COUNTRYCODE TO WS-XLATE-CODE.                       00006970
           MOVE WHO-COUNTRYNAME TO WS-XLATE-NAME.                       00006980
           MOVE 'N' TO WS-ALS-FOUND-SW.                                 00006990
           MOVE 1   TO WS-ALS-SUB.                                      00007000
           PERFORM 2210-MATCH-ONE-ALIAS THRU 2210-EXIT                  00007010
               UNTIL WS-ALS-SUB > WS-ALS-COUNT                          00007020
                  OR ALS-FOUND.                                         00007030
           PERFORM 2300-FIND-OUR-COUNTRY THRU 2300-EXIT.                00007040
           IF OUR-FOUND THEN                                            00007050
               GO TO 2200-EXIT.                                         00007060
           MOVE 'N' TO WS-CREF-FOUND-SW.                                00007070
           MOVE 1   TO WS-CREF-SUB.                                     00007080
           PERFORM 2220-FIND-REF-CODE THRU 2220-EXIT                    00007090
               UNTIL WS-CREF-SUB > WS-CREF-COUNT                        00007100
                  OR CREF-FOUND.                                        00007110
           IF CREF-FOUND THEN                                           00007120
               MOVE 'W' TO WS-LD-SIDE-TEXT                              00007130
               PERFORM 2400-ADD-WHO-ONLY THRU 2400-EXIT                 00007140
               GO TO 2200-EXIT.                                         00007150
           MOVE 1   TO WS-CREF-SUB.                                     00007160
           PERFORM 2230-FIND-REF-NAME THRU 2230-EXIT                    00007170
               UNTIL WS-CREF-SUB > WS-CREF-COUNT                        00007180
                  OR CREF-FOUND.                                        00007190
           IF NOT CREF-FOUND THEN                                       00007200
               MOVE 'U' TO WS-LD-SIDE-TEXT                              00007210
               PERFORM 2400-ADD-WHO-ONLY THRU 2400-EXIT                 00007220
               GO TO 2200-EXIT.                                         00007230
           MOVE WS-CREF-CODE (WS-CREF-SUB) TO WS-XLATE-CODE.            00007240
           MOVE WS-CREF-NAME (WS-CREF-SUB) TO WS-XLATE-NAME.            00007250
           PERFORM 2300-FIND-OUR-COUNTRY THRU 2300-EXIT.                00007260
           IF NOT OUR-FOUND THEN                                        00007270
               MOVE 'W' TO WS-LD-SIDE-TEXT                              00007280
               PERFORM 2400-ADD-WHO-ONLY THRU 2400-EXIT.                00007290
       2200-EXIT.                                                       00007300
           EXIT.                                                        00007310
      **********************************                                00007320
       2210-MATCH-ONE-ALIAS.                                            00007330
      **********************************                                00007340
           IF WS-XLATE-CODE = WS-ALS-OLD-CODE (WS-ALS-SUB)              00007350
             OR WS-XLATE-NAME = WS-ALS-OLD-NAME (WS-ALS-SUB) THEN       00007360
               MOVE WS-ALS-NEW-CODE (WS-ALS-SUB) TO WS-XLATE-CODE       00007370
               MOVE WS-ALS-NEW-NAME (WS-ALS-SUB) TO WS-XLATE-NAME       00007380
               MOVE 'Y' TO WS-ALS-FOUND-SW.                             00007390
           ADD 1 TO WS-ALS-SUB.                                         00007400
       2210-EXIT.                                                       00007410
           EXIT.                                                        00007420
      **********************************                                00007430
       2220-FIND-REF-CODE.                                              00007440
      **********************************                                00007450
           IF WS-XLATE-CODE = WS-CREF-CODE (WS-CREF-SUB) THEN           00007460
               MOVE 'Y' TO WS-CREF-FOUND-SW                             00007470
           ELSE                                                         00007480
               ADD 1 TO WS-CREF-SUB.                                    00007490
       2220-EXIT.                                                       00007500
           EXIT.                                                        00007510
      **********************************                                00007520
       2230-FIND-REF-NAME.                                              00007530
      **********************************                                00007540
           IF WS-XLATE-NAME = WS-CREF-NAME (WS-CREF-SUB) THEN           00007550
               MOVE 'Y' TO WS-CREF-FOUND-SW                             00007560
           ELSE                                                         00007570
               ADD 1 TO WS-CREF-SUB.                                    00007580
       2230-EXIT.                                                       00007590
           EXIT.                                                        00007600
      **********************************                                00007610
       2300-FIND-OUR-COUNTRY.                                           00007620
      **********************************                                00007630
      * Two WHO rows translating onto one country of ours (an old and   00007640
      *  a new code both still published) are added together.           00007650
           MOVE 'N' TO WS-OUR-FOUND-SW.                                 00007660
           MOVE 1   TO WS-OUR-SUB.                                      00007670
           PERFORM 2310-MATCH-OUR-CODE THRU 2310-EXIT                   00007680
               UNTIL WS-OUR-SUB > WS-OUR-COUNT                          00007690
                  OR OUR-FOUND.                                         00007700
           IF OUR-FOUND THEN                                            00007710
               ADD 1 TO WS-OUR-WHO-ROWS (WS-OUR-SUB)                    00007720
               ADD WHO-CASES  TO WS-OUR-WHO-CASES (WS-OUR-SUB)          00007730
               ADD WHO-DEATHS TO WS-OUR-WHO-DEATHS (WS-OUR-SUB).        00007740
       2300-EXIT.                                                       00007750
           EXIT.                                                        00007760
      **********************************                                00007770
       2310-MATCH-OUR-CODE.                                             00007780
      **********************************                                00007790
           IF WS-XLATE-CODE = WS-OUR-CODE (WS-OUR-SUB) THEN             00007800
               MOVE 'Y' TO WS-OUR-FOUND-SW                              00007810
           ELSE                                                         00007820
               ADD 1 TO WS-OUR-SUB.                                     00007830
       2310-EXIT.                                                       00007840
           EXIT.                                                        00007850
      **********************************                                00007860
       2400-ADD-WHO-ONLY.                                               00007870
      **********************************                                00007880
      * The side flag arrives in the first byte of WS-LD-SIDE-TEXT. A   00007890
      *  known country is kept under our code; an unmapped one under    00007900
      *  the WHO's own code and name, so it can be added as an alias.   00007910
           IF WS-WONLY-COUNT NOT < COUNTER-MAX-WONLY THEN               00007920
               DISPLAY 'WHORECON - WHO-ONLY TABLE FULL AT '             00007930
                   COUNTER-MAX-WONLY ' - RUN ABANDONED'                 00007940
               MOVE 16 TO RETURN-CODE                                   00007950
               STOP RUN.                                                00007960
           ADD 1 TO WS-WONLY-COUNT.                                     00007970
           MOVE WS-LD-SIDE-TEXT TO WS-WONLY-TYPE (WS-WONLY-COUNT).      00007980
           IF WS-LD-SIDE-TEXT = 'W' THEN                                00007990
               MOVE WS-CREF-CODE (WS-CREF-SUB)                          00008000
                    TO WS-WONLY-CODE (WS-WONLY-COUNT)                   00008010
               MOVE WS-CREF-NAME (WS-CREF-SUB)                          00008020
                    TO WS-WONLY-NAME (WS-WONLY-COUNT)                   00008030
           ELSE                                                         00008040
               MOVE WHO-COUNTRYCODE TO WS-WONLY-CODE (WS-WONLY-COUNT)   00008050
               MOVE WHO-COUNTRYNAME TO WS-WONLY-NAME (WS-WONLY-COUNT).  00008060
           MOVE WHO-CASES  TO WS-WONLY-CASES (WS-WONLY-COUNT).          00008070
           MOVE WHO-DEATHS TO WS-WONLY-DEATHS (WS-WONLY-COUNT).         00008080
       2400-EXIT.                                                       00008090
           EXIT.                                                        00008100
      **********************************                                00008110
       3000-COMPARE-ONE-COUNTRY.                                        00008120
      **********************************                                00008130
      * A country with no WHO figures is on our side only. Otherwise    00008140
      *  it is outside tolerance when the cases or the deaths differ    00008150
      *  from the WHO figure by more than the tolerance percentage of   00008160
      *  the WHO figure. The difference goes to exactly one cause -     00008170
      *  a carried-forward estimate first, whatever its size.           00008180
           IF WS-OUR-WHO-ROWS (WS-OUR-SUB) = 0 THEN                     00008190
               MOVE 'O' TO WS-OUR-STATUS (WS-OUR-SUB)                   00008200
               ADD 1 TO WS-OURONLY-COUNT                                00008210
               ADD WS-OUR-CASES (WS-OUR-SUB) TO WS-CAUSE-OURONLY-CASES  00008220
               ADD WS-OUR-DEATHS (WS-OUR-SUB)                           00008230
                   TO WS-CAUSE-OURONLY-DEATHS                           00008240
               PERFORM 7000-WRITE-OUR-VARIANCE THRU 7000-EXIT           00008250
               GO TO 3000-NEXT.                                         00008260
           ADD 1 TO WS-MATCHED-COUNT.                                   00008270
           COMPUTE WS-DIFF-CASES = WS-OUR-CASES (WS-OUR-SUB)            00008280
                                 - WS-OUR-WHO-CASES (WS-OUR-SUB).       00008290
           COMPUTE WS-DIFF-DEATHS = WS-OUR-DEATHS (WS-OUR-SUB)          00008300
                                  - WS-OUR-WHO-DEATHS (WS-OUR-SUB).     00008310
           MOVE 'N' TO WS-BREACH-SW.                                    00008320
           COMPUTE WS-DIFF-LIMIT =                                      00008330
               WS-OUR-WHO-CASES (WS-OUR-SUB) * WS-TOLERANCE-PCT.        00008340
           IF WS-DIFF-CASES * 100 > WS-DIFF-LIMIT                       00008350
             OR WS-DIFF-CASES * -100 > WS-DIFF-LIMIT THEN               00008360
               MOVE 'Y' TO WS-BREACH-SW.                                00008370
           COMPUTE WS-DIFF-LIMIT =                                      00008380
               WS-OUR-WHO-DEATHS (WS-OUR-SUB) * WS-TOLERANCE-PCT.       00008390
           IF WS-DIFF-DEATHS * 100 > WS-DIFF-LIMIT                      00008400
             OR WS-DIFF-DEATHS * -100 > WS-DIFF-LIMIT THEN              00008410
               MOVE 'Y' TO WS-BREACH-SW.                                00008420
      * The percentages are of the WHO figure; against none they mean   00008430
      *  nothing and are kept as zero (the listing prints N/A).         00008440
           MOVE 0 TO WS-OUR-CASES-PCT (WS-OUR-SUB).                     00008450
           IF WS-OUR-WHO-CASES (WS-OUR-SUB) > 0 THEN                    00008460
               COMPUTE WS-DIFF-PCT ROUNDED =                            00008470
                   WS-DIFF-CASES * 100 / WS-OUR-WHO-CASES (WS-OUR-SUB)  00008480
                   ON SIZE ERROR MOVE 99999.99 TO WS-DIFF-PCT           00008490
               MOVE WS-DIFF-PCT TO WS-OUR-CASES-PCT (WS-OUR-SUB).       00008500
           MOVE 0 TO WS-OUR-DEATHS-PCT (WS-OUR-SUB).                    00008510
           IF WS-OUR-WHO-DEATHS (WS-OUR-SUB) > 0 THEN                   00008520
               COMPUTE WS-DIFF-PCT ROUNDED =                            00008530
                   WS-DIFF-DEATHS * 100                                 00008540
                   / WS-OUR-WHO-DEATHS (WS-OUR-SUB)                     00008550
                   ON SIZE ERROR MOVE 99999.99 TO WS-DIFF-PCT           00008560
               MOVE WS-DIFF-PCT TO WS-OUR-DEATHS-PCT (WS-OUR-SUB).      00008570
           IF BREACH THEN                                               00008580
               MOVE 'B' TO WS-OUR-STATUS (WS-OUR-SUB)                   00008590
               ADD 1 TO WS-BREACH-COUNT                                 00008600
           ELSE                                                         00008610
               MOVE 'I' TO WS-OUR-STATUS (WS-OUR-SUB).                  00008620
           IF WS-OUR-EST (WS-OUR-SUB) NOT = SPACE THEN                  00008630
               ADD WS-DIFF-CASES  TO WS-CAUSE-EST-CASES                 00008640
               ADD WS-DIFF-DEATHS TO WS-CAUSE-EST-DEATHS                00008650
           ELSE                                                         00008660
               IF BREACH THEN                                           00008670
                   ADD WS-DIFF-CASES  TO WS-CAUSE-BREACH-CASES          00008680
                   ADD WS-DIFF-DEATHS TO WS-CAUSE-BREACH-DEATHS         00008690
               ELSE                                                     00008700
                   ADD WS-DIFF-CASES  TO WS-CAUSE-WITHIN-CASES          00008710
                   ADD WS-DIFF-DEATHS TO WS-CAUSE-WITHIN-DEATHS.        00008720
           PERFORM 7000-WRITE-OUR-VARIANCE THRU 7000-EXIT.              00008730
       3000-NEXT.                                                       00008740
           ADD 1 TO WS-OUR-SUB.                                         00008750
       3000-EXIT.                                                       00008760
           EXIT.                                                        00008770
      **********************************                                00008780
       3100-RECORD-WHO-ONLY.                                            00008790
      **********************************                                00008800
      * WHO-only figures take the world difference the other way.       00008810
           IF WS-WONLY-TYPE (WS-WONLY-SUB) = 'W' THEN                   00008820
               ADD 1 TO WS-WHOONLY-COUNT                                00008830
               SUBTRACT WS-WONLY-CASES (WS-WONLY-SUB)                   00008840
                   FROM WS-CAUSE-WHOONLY-CASES                          00008850
               SUBTRACT WS-WONLY-DEATHS (WS-WONLY-SUB)                  00008860
                   FROM WS-CAUSE-WHOONLY-DEATHS                         00008870
           ELSE                                                         00008880
               ADD 1 TO WS-UNMAPPED-COUNT                               00008890
               SUBTRACT WS-WONLY-CASES (WS-WONLY-SUB)                   00008900
                   FROM WS-CAUSE-UNMAP-CASES                            00008910
               SUBTRACT WS-WONLY-DEATHS (WS-WONLY-SUB)                  00008920
                   FROM WS-CAUSE-UNMAP-DEATHS.                          00008930
           MOVE SPACES TO WVR-RECORD.                                   00008940
           MOVE WS-WONLY-CODE (WS-WONLY-SUB)   TO WVR-COUNTRYCODE.      00008950
           MOVE WS-DATA-DATE                   TO WVR-DATA-DATE.        00008960
           MOVE WS-WONLY-NAME (WS-WONLY-SUB)   TO WVR-COUNTRYNAME.      00008970
           MOVE WS-WONLY-TYPE (WS-WONLY-SUB)   TO WVR-STATUS.           00008980
           MOVE 0                              TO WVR-OUR-CASES         00008990
                                                  WVR-OUR-DEATHS        00009000
                                                  WVR-CASES-PCT         00009010
                                                  WVR-DEATHS-PCT.       00009020
           MOVE WS-WONLY-CASES (WS-WONLY-SUB)  TO WVR-WHO-CASES.        00009030
           MOVE WS-WONLY-DEATHS (WS-WONLY-SUB) TO WVR-WHO-DEATHS.       00009040
           PERFORM 7100-WRITE-VARIANCE-ROW THRU 7100-EXIT.              00009050
           ADD 1 TO WS-WONLY-SUB.                                       00009060
       3100-EXIT.                                                       00009070
           EXIT.                                                        00009080
      **********************************                                00009090
       4000-PRINT-BREACHES.                                             00009100
      **********************************                                00009110
           GENERATE BREACH-HEADER.                                      00009120
           MOVE 1 TO WS-OUR-SUB.                                        00009130
           PERFORM 4010-PRINT-ONE-BREACH THRU 4010-EXIT                 00009140
               UNTIL WS-OUR-SUB > WS-OUR-COUNT.                         00009150
       4000-EXIT.                                                       00009160
           EXIT.                                                        00009170
      **********************************                                00009180
       4010-PRINT-ONE-BREACH.                                           00009190
      **********************************                                00009200
           IF WS-OUR-STATUS (WS-OUR-SUB) NOT = 'B' THEN                 00009210
               GO TO 4010-NEXT.                                         00009220
           MOVE WS-OUR-CODE (WS-OUR-SUB)       TO WS-LD-CODE.           00009230
           MOVE WS-OUR-NAME (WS-OUR-SUB)       TO WS-LD-NAME.           00009240
           MOVE WS-OUR-CASES (WS-OUR-SUB)      TO WS-LD-OUR-CASES.      00009250
           MOVE WS-OUR-DEATHS (WS-OUR-SUB)     TO WS-LD-OUR-DEATHS.     00009260
           MOVE WS-OUR-WHO-CASES (WS-OUR-SUB)  TO WS-LD-WHO-CASES.      00009270
           MOVE WS-OUR-WHO-DEATHS (WS-OUR-SUB) TO WS-LD-WHO-DEATHS.     00009280
           MOVE WS-OUR-EST (WS-OUR-SUB)        TO WS-LD-EST.            00009290
           IF WS-OUR-WHO-CASES (WS-OUR-SUB) > 0 THEN                    00009300
               MOVE WS-OUR-CASES-PCT (WS-OUR-SUB) TO WS-LD-PCT-EDIT     00009310
               MOVE WS-LD-PCT-EDIT TO WS-LD-CASES-PCT-TEXT              00009320
           ELSE                                                         00009330
               MOVE '      N/A' TO WS-LD-CASES-PCT-TEXT.                00009340
           IF WS-OUR-WHO-DEATHS (WS-OUR-SUB) > 0 THEN                   00009350
               MOVE WS-OUR-DEATHS-PCT (WS-OUR-SUB) TO WS-LD-PCT-EDIT    00009360
               MOVE WS-LD-PCT-EDIT TO WS-LD-DEATHS-PCT-TEXT             00009370
           ELSE                                                         00009380
               MOVE '      N/A' TO WS-LD-DEATHS-PCT-TEXT.               00009390
           GENERATE BREACH-DETAIL.                                      00009400
       4010-NEXT.                                                       00009410
           ADD 1 TO WS-OUR-SUB.                                         00009420
       4010-EXIT.                                                       00009430
           EXIT.                                                        00009440
      **********************************                                00009450
       4100-PRINT-ONE-SIDED.                                            00009460
      **********************************                                00009470
           GENERATE ONE-SIDED-HEADER.                                   00009480
           MOVE 1 TO WS-OUR-SUB.                                        00009490
           PERFORM 4110-PRINT-OUR-ONLY THRU 4110-EXIT                   00009500
               UNTIL WS-OUR-SUB > WS-OUR-COUNT.                         00009510
           MOVE 1 TO WS-WONLY-SUB.                                      00009520
           PERFORM 4120-PRINT-WHO-ONLY THRU 4120-EXIT                   00009530
               UNTIL WS-WONLY-SUB > WS-WONLY-COUNT.                     00009540
       4100-EXIT.                                                       00009550
           EXIT.                                                        00009560
      **********************************                                00009570
       4110-PRINT-OUR-ONLY.                                             00009580
      **********************************                                00009590
           IF WS-OUR-STATUS (WS-OUR-SUB) = 'O' THEN                     00009600
               MOVE WS-OUR-CODE (WS-OUR-SUB)   TO WS-LD-CODE            00009610
               MOVE WS-OUR-NAME (WS-OUR-SUB)   TO WS-LD-NAME            00009620
               MOVE WS-OUR-CASES (WS-OUR-SUB)  TO WS-LD-OUR-CASES       00009630
               MOVE WS-OUR-DEATHS (WS-OUR-SUB) TO WS-LD-OUR-DEATHS      00009640
               MOVE 'OUR TOTALS ONLY' TO WS-LD-SIDE-TEXT                00009650
               GENERATE ONE-SIDED-DETAIL.                               00009660
           ADD 1 TO WS-OUR-SUB.                                         00009670
       4110-EXIT.                                                       00009680
           EXIT.                                                        00009690
      **********************************                                00009700
       4120-PRINT-WHO-ONLY.                                             00009710
      **********************************                                00009720
           MOVE WS-WONLY-CODE (WS-WONLY-SUB)   TO WS-LD-CODE.           00009730
           MOVE WS-WONLY-NAME (WS-WONLY-SUB)   TO WS-LD-NAME.           00009740
           MOVE WS-WONLY-CASES (WS-WONLY-SUB)  TO WS-LD-OUR-CASES.      00009750
           MOVE WS-WONLY-DEATHS (WS-WONLY-SUB) TO WS-LD-OUR-DEATHS.     00009760
           IF WS-WONLY-TYPE (WS-WONLY-SUB) = 'W' THEN                   00009770
               MOVE 'WHO ONLY' TO WS-LD-SIDE-TEXT                       00009780
           ELSE                                                         00009790
               MOVE 'WHO ONLY - CODE NOT MAPPED' TO WS-LD-SIDE-TEXT.    00009800
           GENERATE ONE-SIDED-DETAIL.                                   00009810
           ADD 1 TO WS-WONLY-SUB.                                       00009820
       4120-EXIT.                                                       00009830
           EXIT.                                                        00009840
      **********************************                                00009850
       4200-PRINT-CAUSES.                                               00009860
      **********************************                                00009870
           GENERATE CAUSE-HEADER.                                       00009880
           MOVE 'OUR WORLD TOTAL' TO WS-LD-CAUSE-TEXT.                  00009890
           MOVE WS-OUR-WORLD-CASES  TO WS-LD-CAUSE-CASES.               00009900
           MOVE WS-OUR-WORLD-DEATHS TO WS-LD-CAUSE-DEATHS.              00009910
           GENERATE CAUSE-DETAIL.                                       00009920
           MOVE 'WHO WORLD TOTAL' TO WS-LD-CAUSE-TEXT.                  00009930
           MOVE WS-WHO-WORLD-CASES  TO WS-LD-CAUSE-CASES.               00009940
           MOVE WS-WHO-WORLD-DEATHS TO WS-LD-CAUSE-DEATHS.              00009950
           GENERATE CAUSE-DETAIL.                                       00009960
           MOVE 'DIFFERENCE' TO WS-LD-CAUSE-TEXT.                       00009970
           COMPUTE WS-LD-CAUSE-CASES =                                  00009980
               WS-OUR-WORLD-CASES - WS-WHO-WORLD-CASES.                 00009990
           COMPUTE WS-LD-CAUSE-DEATHS =                                 00010000
               WS-OUR-WORLD-DEATHS - WS-WHO-WORLD-DEATHS.               00010010
           GENERATE CAUSE-DETAIL.                                       00010020
           MOVE '  COUNTRIES IN OUR TOTALS ONLY' TO WS-LD-CAUSE-TEXT.   00010030
           MOVE WS-CAUSE-OURONLY-CASES  TO WS-LD-CAUSE-CASES.           00010040
           MOVE WS-CAUSE-OURONLY-DEATHS TO WS-LD-CAUSE-DEATHS.          00010050
           GENERATE CAUSE-DETAIL.                                       00010060
           MOVE '  COUNTRIES IN WHO FILE ONLY' TO WS-LD-CAUSE-TEXT.     00010070
           MOVE WS-CAUSE-WHOONLY-CASES  TO WS-LD-CAUSE-CASES.           00010080
           MOVE WS-CAUSE-WHOONLY-DEATHS TO WS-LD-CAUSE-DEATHS.          00010090
           GENERATE CAUSE-DETAIL.                                       00010100
           MOVE '  WHO CODES NOT MAPPED' TO WS-LD-CAUSE-TEXT.           00010110
           MOVE WS-CAUSE-UNMAP-CASES  TO WS-LD-CAUSE-CASES.             00010120
           MOVE WS-CAUSE-UNMAP-DEATHS TO WS-LD-CAUSE-DEATHS.            00010130
           GENERATE CAUSE-DETAIL.                                       00010140
           MOVE '  OUR CARRY-FORWARD ESTIMATES' TO WS-LD-CAUSE-TEXT.    00010150
           MOVE WS-CAUSE-EST-CASES  TO WS-LD-CAUSE-CASES.               00010160
           MOVE WS-CAUSE-EST-DEATHS TO WS-LD-CAUSE-DEATHS.              00010170
           GENERATE CAUSE-DETAIL.                                       00010180
           MOVE '  COUNTRIES OUTSIDE TOLERANCE' TO WS-LD-CAUSE-TEXT.    00010190
           MOVE WS-CAUSE-BREACH-CASES  TO WS-LD-CAUSE-CASES.            00010200
           MOVE WS-CAUSE-BREACH-DEATHS TO WS-LD-CAUSE-DEATHS.           00010210
           GENERATE CAUSE-DETAIL.                                       00010220
           MOVE '  COUNTRIES WITHIN TOLERANCE' TO WS-LD-CAUSE-TEXT.     00010230
           MOVE WS-CAUSE-WITHIN-CASES  TO WS-LD-CAUSE-CASES.            00010240
           MOVE WS-CAUSE-WITHIN-DEATHS TO WS-LD-CAUSE-DEATHS.           00010250
           GENERATE CAUSE-DETAIL.                                       00010260
      * Unusable WHO rows are in neither world total, so the causes     00010270
      *  above always add up to the difference.                         00010280
       4200-EXIT.                                                       00010290
           EXIT.                                                        00010300
      **********************************                                00010310
       5000-PRINT-REPEAT-OFFENDERS.                                     00010320
      **********************************                                00010330
      * One pass of the variance history in key order - each country's  00010340
      *  rows together, oldest date first. Dates after the one being    00010350
      *  reconciled (a rerun of an earlier day) are left out. The       00010360
      *  streak is the run of variance days ending at the latest row.   00010370
           GENERATE REPEAT-HEADER.                                      00010380
           OPEN INPUT WHOVAR-FILE.                                      00010390
           IF WS-WVR-STATUS NOT = '00' THEN                             00010400
               GO TO 5000-EXIT.                                         00010410
           MOVE SPACES TO WS-RO-CODE.                                   00010420
           MOVE 'N' TO END-OF-FILE.                                     00010430
           PERFORM 5100-READ-VARIANCE-ROW THRU 5100-EXIT                00010440
               UNTIL EOF.                                               00010450
           PERFORM 5200-CHECK-REPEAT-OFFENDER THRU 5200-EXIT.           00010460
           CLOSE WHOVAR-FILE.                                           00010470
           MOVE 'N' TO END-OF-FILE.                                     00010480
       5000-EXIT.                                                       00010490
           EXIT.                                                        00010500
      **********************************                                00010510
       5100-READ-VARIANCE-ROW.                                          00010520
      **********************************                                00010530
           READ WHOVAR-FILE NEXT RECORD                                 00010540
               AT END MOVE 'Y' TO END-OF-FILE.                          00010550
           IF EOF THEN                                                  00010560
               GO TO 5100-EXIT.                                         00010570
           IF WVR-DATA-DATE > WS-DATA-DATE THEN                         00010580
               GO TO 5100-EXIT.                                         00010590
           IF WVR-COUNTRYCODE NOT = WS-RO-CODE THEN                     00010600
               PERFORM 5200-CHECK-REPEAT-OFFENDER THRU 5200-EXIT        00010610
               MOVE WVR-COUNTRYCODE TO WS-RO-CODE                       00010620
               MOVE 0 TO WS-RO-DAYS WS-RO-STREAK                        00010630
               MOVE SPACES TO WS-RO-FIRST-DATE WS-RO-LAST-DATE.         00010640
           MOVE WVR-COUNTRYNAME TO WS-RO-NAME.                          00010650
           IF WVR-WITHIN THEN                                           00010660
               MOVE 0 TO WS-RO-STREAK                                   00010670
               GO TO 5100-EXIT.                                         00010680
           ADD 1 TO WS-RO-DAYS.                                         00010690
           ADD 1 TO WS-RO-STREAK.                                       00010700
           IF WS-RO-FIRST-DATE = SPACES THEN                            00010710
               MOVE WVR-DATA-DATE TO WS-RO-FIRST-DATE.                  00010720
           MOVE WVR-DATA-DATE TO WS-RO-LAST-DATE.                       00010730
       5100-EXIT.                                                       00010740
           EXIT.                                                        00010750
      **********************************                                00010760
       5200-CHECK-REPEAT-OFFENDER.                                      00010770
      **********************************                                00010780
           IF WS-RO-CODE = SPACES THEN                                  00010790
               GO TO 5200-EXIT.                                         00010800
           IF WS-RO-DAYS NOT < WS-REPEAT-MIN THEN                       00010810
               ADD 1 TO WS-REPEAT-COUNT                                 00010820
               GENERATE REPEAT-DETAIL.                                  00010830
       5200-EXIT.                                                       00010840
           EXIT.                                                        00010850
      **********************************                                00010860
       7000-WRITE-OUR-VARIANCE.                                         00010870
      **********************************                                00010880
           MOVE SPACES TO WVR-RECORD.                                   00010890
           MOVE WS-OUR-CODE (WS-OUR-SUB)       TO WVR-COUNTRYCODE.      00010900
           MOVE WS-DATA-DATE                   TO WVR-DATA-DATE.        00010910
           MOVE WS-OUR-NAME (WS-OUR-SUB)       TO WVR-COUNTRYNAME.      00010920
           MOVE WS-OUR-STATUS (WS-OUR-SUB)     TO WVR-STATUS.           00010930
           MOVE WS-OUR-EST (WS-OUR-SUB)        TO WVR-ESTIMATED.        00010940
           MOVE WS-OUR-CASES (WS-OUR-SUB)      TO WVR-OUR-CASES.        00010950
           MOVE WS-OUR-DEATHS (WS-OUR-SUB)     TO WVR-OUR-DEATHS.       00010960
           MOVE WS-OUR-WHO-CASES (WS-OUR-SUB)  TO WVR-WHO-CASES.        00010970
           MOVE WS-OUR-WHO-DEATHS (WS-OUR-SUB) TO WVR-WHO-DEATHS.       00010980
           MOVE WS-OUR-CASES-PCT (WS-OUR-SUB)  TO WVR-CASES-PCT.        00010990
           MOVE WS-OUR-DEATHS-PCT (WS-OUR-SUB) TO WVR-DEATHS-PCT.       00011000
           PERFORM 7100-WRITE-VARIANCE-ROW THRU 7100-EXIT.              00011010
       7000-EXIT.                                                       00011020
           EXIT.                                                        00011030
      **********************************                                00011040
       7100-WRITE-VARIANCE-ROW.                                         00011050
      **********************************                                00011060
      * A rerun of the date replaces the row already on file.           00011070
           MOVE 'N' TO WS-ROW-ON-FILE-SW.                               00011080
           WRITE WVR-RECORD                                             00011090
               INVALID KEY MOVE 'Y' TO WS-ROW-ON-FILE-SW.               00011100
           IF NOT ROW-ON-FILE THEN                                      00011110
               ADD 1 TO WS-ROWS-ADDED                                   00011120
               GO TO 7100-EXIT.                                         00011130
           REWRITE WVR-RECORD                                           00011140
               INVALID KEY                                              00011150
                   DISPLAY 'WHORECON - REWRITE FAILED FOR '             00011160
                           WVR-KEY ' STATUS ' WS-WVR-STATUS             00011170
                   GO TO 7100-EXIT.                                     00011180
           ADD 1 TO WS-ROWS-REPLACED.                                   00011190
       7100-EXIT.                                                       00011200
           EXIT.                                                        00011210
      **********************************                                00011220
       9000-PRINT-SUMMARY.                                              00011230
      **********************************                                00011240
           DISPLAY 'WHORECON - DATA DATE         : ' WS-DATA-DATE.      00011250
           DISPLAY 'WHORECON - WHO ROWS READ     : ' WS-WHO-READ-COUNT. 00011260
           DISPLAY 'WHORECON - WHO ROWS FOR DATE : ' WS-WHO-DATE-COUNT. 00011270
           DISPLAY 'WHORECON - MATCHED           : ' WS-MATCHED-COUNT.  00011280
           DISPLAY 'WHORECON - OUTSIDE TOLERANCE : ' WS-BREACH-COUNT.   00011290
           DISPLAY 'WHORECON - OUR TOTALS ONLY   : ' WS-OURONLY-COUNT.  00011300
           DISPLAY 'WHORECON - WHO ONLY          : ' WS-WHOONLY-COUNT.  00011310
           DISPLAY 'WHORECON - NOT MAPPED        : ' WS-UNMAPPED-COUNT. 00011320
           DISPLAY 'WHORECON - HISTORY ROWS ADDED: ' WS-ROWS-ADDED.     00011330
           DISPLAY 'WHORECON - ROWS REPLACED     : ' WS-ROWS-REPLACED.  00011340
       9000-EXIT.                                                       00011350
           EXIT.                                                        00011360
      ******************************************************************00011370
/*                                                                      00011380
//LKED.SYSLIB  DD DISP=SHR,DSNAME=SYS1.COBLIB                           00011390
//             DD DISP=SHR,DSNAME=SYS1.LINKLIB                          00011400
//             DD DISP=SHR,DSNAME=COVID19.LINKLIB                       00011410
//LKED.SYSLMOD DD DISP=SHR,DSNAME=COVID19.LINKLIB(WHORECON)             00011420
//                                                                      00011430
