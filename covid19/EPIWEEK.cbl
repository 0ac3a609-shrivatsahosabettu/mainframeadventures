//EPIWEEK     JOB (COBOL),'COVID19',CLASS=A,MSGCLASS=H,MSGLEVEL=(0,0)   00000010
//COMPLINK   EXEC COBUCL                                                00000020
//COB.SYSLIB   DD DISP=SHR,DSNAME=SYS1.COBLIB                           00000030
//             DD DISP=SHR,DSNAME=SYS1.LINKLIB                          00000040
//COB.SYSPUNCH DD DUMMY                                                 00000050
//COB.SYSIN    DD *                                                     00000060
      ******************************************************************00000070
      * PROGRAM DESCRIPTION:                                            00000080
      *   Epidemiological-week roll-up and weekly bulletin.             00000090
      *   The epidemiology liaison and the statistics office work in    00000100
      *   ISO weeks (Monday to Sunday, week 1 being the week holding    00000110
      *   the year's first Thursday), not single days. This program     00000120
      *   reads the archive COVID19.DATA.HISTARCH and the live          00000130
      *   history COVID19.DATA.HISTCNTRY together, matched in key       00000140
      *   order (country code, then data date), and rolls every         00000150
      *   country's daily rows into one row per country per epi-week    00000160
      *   on the permanent weekly file COVID19.DATA.EPIWEEK, holding:   00000170
      *      - new cases, deaths and recoveries of the week (the        00000180
      *        week-end level less the level the week started from);    00000190
      *      - the week-end cumulative levels;                          00000200
      *      - the first and last data date seen and the number of      00000210
      *        days reported. A carried-forward estimate is not a       00000220
      *        reported day. A week with fewer than 7 reported days -   00000230
      *        the current, unfinished week, a week with a gap or an    00000240
      *        estimate, or a country's first week, which has no level  00000250
      *        to start from - is flagged PARTIAL ('P').                00000250
      *   EPIWEEK is keyed on country code and ISO year/week; every     00000260
      *   run rewrites the weeks it meets, so a late or corrected       00000270
      *   day simply restates its week.                                 00000280
      *   The weekly bulletin then ranks countries, and regions (via    00000290
      *   the COVID19.DATA.REGNCNTRY map TOTCNTRY uses), by new cases   00000300
      *   in the bulletin week, with the week-on-week change against    00000310
      *   the week before. Partial weeks are flagged on every line      00000320
      *   they touch, never silently mixed in.                          00000330
      *   One line is ACCEPTed from SYSIN: the bulletin week as         00000340
      *   YYYYWW; blank means the most recent complete week - the       00000350
      *   week of the latest data date when that date is a Sunday,      00000360
      *   otherwise the week before it.                                 00000370
      *                                                                 00000380
      *   HISTARC    Input archive history (keyed, optional).           00000390
      *   HISTCTR    Input rolling history (keyed).                     00000400
      *   REGCTR     Input country-to-region map.                       00000410
      *   EPIWEEK    Weekly file (keyed), updated in place.             00000420
      ******************************************************************00000430
       IDENTIFICATION DIVISION.                                         00000440
       PROGRAM-ID.   'EPIWEEK'.                                         00000450
       AUTHOR.       'DAVID ASTA'.                                      00000460
       INSTALLATION. 'MVS 3.8J TK4-'.                                   00000470
       DATE-WRITTEN. '14/10/2026'.                                      00000480
       DATE-COMPILED.                                                   00000490
       REMARKS.      'V1R1M0'.                                          00000500
      ******************************************************************00000510
       ENVIRONMENT DIVISION.                                            00000520
      ******************************************************************00000530
       INPUT-OUTPUT SECTION.                                            00000540
       FILE-CONTROL.                                                    00000550
           SELECT HISTARCH-FILE  ASSIGN HISTARC                         00000560
                                 ORGANIZATION IS INDEXED                00000570
                                 ACCESS MODE IS SEQUENTIAL              00000580
                                 RECORD KEY IS ARCH-KEY                 00000590
                                 FILE STATUS IS WS-ARCH-STATUS.         00000600
           SELECT HISTCNTRY-FILE ASSIGN HISTCTR                         00000610
                                 ORGANIZATION IS INDEXED                00000620
                                 ACCESS MODE IS SEQUENTIAL              00000630
                                 RECORD KEY IS HIST-KEY                 00000640
                                 FILE STATUS IS WS-HIST-STATUS.         00000650
           SELECT REGNCNTRY-FILE ASSIGN DA-S-REGCTR.                    00000660
           SELECT EPIWEEK-FILE   ASSIGN EPIWEEK                         00000670
                                 ORGANIZATION IS INDEXED                00000680
                                 ACCESS MODE IS DYNAMIC                 00000690
                                 RECORD KEY IS EPI-KEY                  00000700
                                 FILE STATUS IS WS-EPI-STATUS.          00000710
           SELECT REPORT-PRINT   ASSIGN UR-S-SYSPRINT.                  00000720
      ******************************************************************00000730
       DATA DIVISION.                                                   00000740
      ******************************************************************00000750
       FILE SECTION.                                                    00000760
      **********************************                                00000770
       FD  HISTARCH-FILE                                                00000780
      *******************                                               00000790
           LABEL RECORDS ARE STANDARD                                   00000800
           RECORD CONTAINS 80 CHARACTERS.                               00000810
       01  ARCH-RECORD.                                                 00000820
           05 ARCH-KEY            PIC X(11).                            00000830
           05 FILLER              PIC X(69).                            00000840
      *******************                                               00000850
       FD  HISTCNTRY-FILE                                               00000860
      *******************                                               00000870
           LABEL RECORDS ARE STANDARD                                   00000880
           RECORD CONTAINS 80 CHARACTERS.                               00000890
       01  HIST-RECORD.                                                 00000900
           05 HIST-KEY            PIC X(11).                            00000910
           05 FILLER              PIC X(69).                            00000920
      *******************                                               00000930
       FD  REGNCNTRY-FILE                                               00000940
      *******************                                               00000950
           LABEL RECORDS ARE STANDARD                                   00000960
           BLOCK CONTAINS 0 RECORDS                                     00000970
           RECORD CONTAINS 26 CHARACTERS.                               00000980
       01  REGN-RECORD.                                                 00000990
           05 REGN-COUNTRYCODE    PIC A(03).                            00001000
           05 REGN-REGIONCODE     PIC A(03).                            00001010
           05 REGN-REGIONNAME     PIC X(20).                            00001020
      *******************                                               00001030
       FD  EPIWEEK-FILE                                                 00001040
      *******************                                               00001050
           LABEL RECORDS ARE STANDARD                                   00001060
           RECORD CONTAINS 120 CHARACTERS.                              00001070
       01  EPI-RECORD.                                                  00001080
           05 EPI-KEY.                                                  00001090
              10 EPI-COUNTRYCODE  PIC A(03).                            00001100
              10 EPI-WEEK-ID.                                           00001110
                 15 EPI-ISO-YEAR  PIC 9(04).                            00001120
                 15 EPI-ISO-WEEK  PIC 9(02).                            00001130
           05 EPI-COUNTRYNAME     PIC X(40).                            00001140
           05 EPI-FIRST-DATE      PIC X(08).                            00001150
           05 EPI-LAST-DATE       PIC X(08).                            00001160
           05 EPI-DAYS-REPORTED   PIC 9(01).                            00001170
           05 EPI-PARTIAL-FLAG    PIC X(01).                            00001180
              88 EPI-PARTIAL                 VALUE 'P'.                 00001190
           05 EPI-NEW-CASES       PIC S9(08).                           00001200
           05 EPI-NEW-DEATHS      PIC S9(08).                           00001210
           05 EPI-NEW-RECOVERED   PIC S9(08).                           00001220
           05 EPI-END-CASES       PIC 9(08).                            00001230
           05 EPI-END-DEATHS      PIC 9(08).                            00001240
           05 EPI-END-RECOVERED   PIC 9(08).                            00001250
           05 FILLER              PIC X(05).                            00001260
      *******************                                               00001270
       FD  REPORT-PRINT                                                 00001280
      *******************                                               00001290
           LABEL RECORDS ARE OMITTED                                    00001300
           REPORT IS EPI-BULLETIN.                                      00001310
      **********************************                                00001320
       WORKING-STORAGE SECTION.                                         00001330
      **********************************                                00001340
       77  WS-YEAR-CC                 PIC 99     VALUE 20.              00001350
       01  SWITCHES.                                                    00001360
           05 END-OF-FILE             PIC X      VALUE 'N'.             00001370
              88 EOF                             VALUE 'Y'.             00001380
           05 WS-ARCH-END-SW          PIC X      VALUE 'N'.             00001390
              88 ARCH-END                        VALUE 'Y'.             00001400
           05 WS-ARCH-OPEN-SW         PIC X      VALUE 'N'.             00001400
              88 ARCH-OPEN                       VALUE 'Y'.             00001400
           05 WS-HIST-END-SW          PIC X      VALUE 'N'.             00001410
              88 HIST-END                        VALUE 'Y'.             00001420
           05 WS-EPI-DUP-SW           PIC X      VALUE 'N'.             00001430
              88 EPI-DUPLICATE                   VALUE 'Y'.             00001440
           05 WS-EPI-FOUND-SW         PIC X      VALUE 'N'.             00001450
              88 EPI-FOUND                       VALUE 'Y'.             00001460
           05 WS-EPI-LOAD-SW          PIC X      VALUE 'N'.             00001460
              88 EPI-LOAD-MODE                   VALUE 'Y'.             00001460
           05 WS-FIRST-WEEK-SW        PIC X      VALUE 'N'.             00001470
              88 FIRST-WEEK                      VALUE 'Y'.             00001480
           05 WS-SLOT-FOUND-SW        PIC X      VALUE 'N'.             00001490
              88 SLOT-FOUND                      VALUE 'Y'.             00001500
           05 WS-DN-LEAP-SW           PIC X      VALUE 'N'.             00001510
              88 DN-LEAP-YEAR                    VALUE 'Y'.             00001520
       01  WS-ARCH-STATUS             PIC XX.                           00001530
       01  WS-HIST-STATUS             PIC XX.                           00001540
       01  WS-EPI-STATUS              PIC XX.                           00001550
       01  COUNTERS.                                                    00001560
           05 COUNTER-MAX-ECTRY       PIC 999    VALUE 300.             00001570
           05 COUNTER-MAX-REGION-MAP  PIC 999    VALUE 100.             00001580
           05 COUNTER-MAX-REGIONS     PIC 99     VALUE 20.              00001590
           05 WS-ECTRY-COUNT          PIC 999    VALUE 0.               00001600
           05 WS-MAP-COUNT            PIC 999    VALUE 0.               00001610
           05 WS-RTOT-COUNT           PIC 99     VALUE 0.               00001620
           05 WS-CRANK-COUNT          PIC 999    VALUE 0.               00001630
           05 WS-RRANK-COUNT          PIC 99     VALUE 0.               00001640
           05 WS-ROWS-READ            PIC 9(08)  VALUE 0.               00001650
           05 WS-WEEKS-WRITTEN        PIC 9(08)  VALUE 0.               00001660
           05 WS-WEEKS-REWRITTEN      PIC 9(08)  VALUE 0.               00001670
           05 WS-PARTIAL-COUNT        PIC 9(08)  VALUE 0.               00001680
       01  SUBSCRIPTS.                                                  00001690
           05 WS-ECTRY-SUB            PIC 999.                          00001700
           05 WS-MAP-SUB              PIC 999.                          00001710
           05 WS-RTOT-SUB             PIC 99.                           00001720
           05 WS-RANK-SUB             PIC 999.                          00001730
           05 WS-RANK-MOVE-SUB        PIC 999.                          00001740
      * The history row under examination, whichever file it came       00001750
      *  from - the same 80-byte layout both files carry.               00001760
       01  WS-ROW-RECORD.                                               00001770
           05 ROW-KEY.                                                  00001780
              10 ROW-COUNTRYCODE      PIC A(03).                        00001790
              10 ROW-DATA-DATE.                                         00001800
                 15 ROW-DATE-YYYY     PIC 9(04).                        00001810
                 15 ROW-DATE-MM       PIC 9(02).                        00001820
                 15 ROW-DATE-DD       PIC 9(02).                        00001830
           05 ROW-CASES               PIC 9(08).                        00001840
           05 ROW-DEATHS              PIC 9(08).                        00001850
           05 ROW-COUNTRYNAME         PIC X(40).                        00001860
           05 ROW-RECOVERED           PIC 9(08).                        00001870
           05 ROW-SOURCE              PIC X(01).                        00001880
      * Blank for reported figures; '1'-'9' for a carried-forward       00001880
      *  estimate, the number of days it has been carried.              00001880
           05 ROW-ESTIMATED           PIC X(01).                        00001880
           05 FILLER                  PIC X(03).                        00001880
      * The week being built for the current country. The base levels   00001890
      *  are the cumulative figures the week started from - the last    00001900
      *  row of the country's previous week, or its very first row.     00001910
       01  CURRENT-WEEK-DATA.                                           00001920
           05 WS-CUR-COUNTRYCODE      PIC A(03)  VALUE SPACES.          00001930
           05 WS-CUR-COUNTRYNAME      PIC X(40).                        00001940
           05 WS-CUR-WEEK-ID.                                           00001950
              10 WS-CUR-ISO-YEAR      PIC 9(04).                        00001960
              10 WS-CUR-ISO-WEEK      PIC 9(02).                        00001970
           05 WS-CUR-FIRST-DATE       PIC X(08).                        00001980
           05 WS-CUR-LAST-DATE        PIC X(08).                        00001990
           05 WS-CUR-DAYS             PIC 9(01).                        00002000
           05 WS-CUR-BASE-CASES       PIC 9(08).                        00002010
           05 WS-CUR-BASE-DEATHS      PIC 9(08).                        00002020
           05 WS-CUR-BASE-RECOVERED   PIC 9(08).                        00002030
           05 WS-CUR-END-CASES        PIC 9(08).                        00002040
           05 WS-CUR-END-DEATHS       PIC 9(08).                        00002050
           05 WS-CUR-END-RECOVERED    PIC 9(08).                        00002060
       01  WS-ROW-WEEK-ID.                                              00002070
           05 WS-ROW-ISO-YEAR         PIC 9(04).                        00002080
           05 WS-ROW-ISO-WEEK         PIC 9(02).                        00002090
      * The latest data date met anywhere in the history, and its       00002100
      *  week and weekday - the default bulletin week is worked out     00002110
      *  from these.                                                    00002120
       01  LATEST-DATE-DATA.                                            00002130
           05 WS-LATEST-DATE          PIC X(08)  VALUE SPACES.          00002140
           05 WS-LATEST-WEEK-ID.                                        00002150
              10 WS-LATEST-ISO-YEAR   PIC 9(04).                        00002160
              10 WS-LATEST-ISO-WEEK   PIC 9(02).                        00002170
           05 WS-LATEST-DOW           PIC 9(01).                        00002180
      * The bulletin week (ACCEPTed or defaulted) and the week before   00002190
      *  it, for the week-on-week change.                               00002200
       01  WS-BULL-WEEK-X             PIC X(06).                        00002210
       01  WS-BULL-WEEK-ID.                                             00002220
           05 WS-BULL-ISO-YEAR        PIC 9(04).                        00002230
           05 WS-BULL-ISO-WEEK        PIC 9(02).                        00002240
       01  WS-PREV-WEEK-ID.                                             00002250
           05 WS-PREV-ISO-YEAR        PIC 9(04).                        00002260
           05 WS-PREV-ISO-WEEK        PIC 9(02).                        00002270
      * Calendar work fields for the ISO week calculation. Dates are    00002280
      *  turned into a day number (day 1 = Monday 1 January of year     00002290
      *  1) so that weekdays and week boundaries are simple             00002300
      *  arithmetic; only plain DIVIDE is used, so every quotient is    00002310
      *  a whole number.                                                00002320
       01  CALENDAR-WORK-DATA.                                          00002330
           05 WS-CAL-YYYY             PIC 9(04).                        00002340
           05 WS-CAL-MM               PIC 9(02).                        00002350
           05 WS-CAL-DD               PIC 9(02).                        00002360
           05 WS-CAL-DAYNO            PIC 9(07).                        00002370
           05 WS-CAL-DOW              PIC 9(01).                        00002380
           05 WS-THU-DAYNO            PIC 9(07).                        00002390
           05 WS-JAN1-DAYNO           PIC 9(07).                        00002400
           05 WS-ISO-YEAR             PIC 9(04).                        00002410
           05 WS-ISO-WEEK             PIC 9(02).                        00002420
           05 WS-DN-YYYY              PIC 9(04).                        00002430
           05 WS-DN-MM                PIC 9(02).                        00002440
           05 WS-DN-DD                PIC 9(02).                        00002450
           05 WS-DN-RESULT            PIC 9(07).                        00002460
           05 WS-DN-YEARS             PIC 9(04).                        00002470
           05 WS-DN-Q4                PIC 9(04).                        00002480
           05 WS-DN-Q100              PIC 9(04).                        00002490
           05 WS-DN-Q400              PIC 9(04).                        00002500
           05 WS-DN-QUOT              PIC 9(07).                        00002510
           05 WS-DN-REM               PIC 9(03).                        00002520
           05 WS-DN-WORK              PIC 9(07).                        00002530
       01  WS-CUM-DAYS-VALUES.                                          00002540
           05 FILLER                  PIC X(36)  VALUE                  00002550
                      '000031059090120151181212243273304334'.           00002560
       01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-VALUES.              00002570
           05 WS-CUM-DAYS             PIC 9(03)  OCCURS 12 TIMES.       00002580
       01  REGION-MAP-DATA.                                             00002590
           05 WS-TAB-REGION-MAP   OCCURS 100 TIMES.                     00002600
              10 WS-MAP-CCODE         PIC A(03).                        00002610
              10 WS-MAP-RCODE         PIC A(03).                        00002620
              10 WS-MAP-RNAME         PIC X(20).                        00002630
      * Every country met on the history, so the bulletin can go        00002640
      *  back to EPIWEEK for each one's bulletin and previous week.     00002650
       01  EPI-COUNTRY-DATA.                                            00002660
           05 WS-TAB-ECTRY        OCCURS 300 TIMES.                     00002670
              10 WS-EC-CODE           PIC A(03).                        00002680
              10 WS-EC-NAME           PIC X(40).                        00002690
      * One bulletin line being assembled, and the country ranking      00002700
      *  it is slotted into (largest weekly new cases first).           00002710
       01  WS-BULL-ENTRY.                                               00002720
           05 WS-BE-CODE              PIC A(03).                        00002730
           05 WS-BE-NAME              PIC X(40).                        00002740
           05 WS-BE-NEW-CASES         PIC S9(09).                       00002750
           05 WS-BE-NEW-DEATHS        PIC S9(09).                       00002760
           05 WS-BE-PREV-CASES        PIC S9(09).                       00002770
           05 WS-BE-PREV-FOUND        PIC X(01).                        00002780
           05 WS-BE-PARTIAL           PIC X(01).                        00002790
           05 WS-BE-PREV-PARTIAL      PIC X(01).                        00002800
           05 WS-BE-MEMBERS           PIC 9(03).                        00002810
       01  COUNTRY-RANK-DATA.                                           00002820
           05 WS-TAB-CRANK        OCCURS 300 TIMES.                     00002830
              10 WS-CR-ENTRY          PIC X(76).                        00002840
              10 WS-CR-PARTS REDEFINES WS-CR-ENTRY.                     00002850
                 15 FILLER            PIC X(43).                        00002860
                 15 WS-CR-NEW-CASES   PIC S9(09).                       00002870
                 15 FILLER            PIC X(24).                        00002880
      * Regional totals for the bulletin week and the week before,      00002890
      *  then ranked the same way as the countries. A region is         00002900
      *  flagged partial when any member country's week is.             00002910
       01  REGION-TOTALS-DATA.                                          00002920
           05 WS-TAB-RTOT         OCCURS 20 TIMES.                      00002930
              10 WS-RTOT-RCODE        PIC A(03).                        00002940
              10 WS-RTOT-RNAME        PIC X(20).                        00002950
              10 WS-RTOT-NEW-CASES    PIC S9(09).                       00002960
              10 WS-RTOT-NEW-DEATHS   PIC S9(09).                       00002970
              10 WS-RTOT-PREV-CASES   PIC S9(09).                       00002980
              10 WS-RTOT-PREV-FOUND   PIC X(01).                        00002990
              10 WS-RTOT-PARTIAL      PIC X(01).                        00003000
              10 WS-RTOT-PREV-PARTIAL PIC X(01).                        00003010
              10 WS-RTOT-MEMBERS      PIC 9(03).                        00003020
       01  REGION-RANK-DATA.                                            00003030
           05 WS-TAB-RRANK        OCCURS 20 TIMES.                      00003040
              10 WS-RR-ENTRY          PIC X(76).                        00003050
              10 WS-RR-PARTS REDEFINES WS-RR-ENTRY.                     00003060
                 15 FILLER            PIC X(43).                        00003070
                 15 WS-RR-NEW-CASES   PIC S9(09).                       00003080
                 15 FILLER            PIC X(24).                        00003090
       01  BULLETIN-DETAIL-DATA.                                        00003100
           05 WS-BD-RANK              PIC 9(03).                        00003110
           05 WS-BD-CHANGE            PIC S9(09).                       00003120
           05 WS-BD-CHANGE-PCT        PIC S9(05)V9.                     00003130
           05 WS-BD-CHANGE-EDIT       PIC -(4)9.9.                      00003140
           05 WS-BD-CHANGE-TEXT       PIC X(07).                        00003150
           05 WS-BD-FLAG              PIC X(20).                        00003160
       01  WS-TODAYS-DATE.                                              00003170
           05 TD-MONTH                PIC X(02).                        00003180
           05 FILLER                  PIC X.                            00003190
           05 TD-DAY                  PIC X(02).                        00003200
           05 FILLER                  PIC X.                            00003210
           05 TD-YEAR                 PIC X(02).                        00003220
       01  WS-TODAYS-TIME.                                              00003230
           05 TT-HOURS                PIC X(02).                        00003240
           05 TT-MINUTES              PIC X(02).                        00003250
           05 TT-SECONDS              PIC X(02).                        00003260
      **********************************                                00003270
       REPORT SECTION.                                                  00003280
      **********************************                                00003290
       RD  EPI-BULLETIN                                                 00003300
           PAGE LIMIT IS 66 LINES                                       00003310
           HEADING 1                                                    00003320
           FIRST DETAIL 5                                               00003330
           LAST DETAIL 58.                                              00003340
       01  PAGE-HEAD-GROUP TYPE PAGE HEADING.                           00003350
           05 LINE 1.                                                   00003360
              10 COLUMN 01        PIC X(05)  VALUE 'DATE:'.             00003370
              10 COLUMN 07        PIC 99     SOURCE TD-DAY.             00003380
              10 COLUMN 09        PIC X      VALUE '/'.                 00003390
              10 COLUMN 10        PIC 99     SOURCE TD-MONTH.           00003400
              10 COLUMN 12        PIC X      VALUE '/'.                 00003410
              10 COLUMN 13        PIC 99     SOURCE WS-YEAR-CC.         00003420
              10 COLUMN 15        PIC 99     SOURCE TD-YEAR.            00003430
              10 COLUMN 40        PIC A(38)  VALUE                      00003440
                    'COVID-19 EPIDEMIOLOGICAL WEEK BULLETIN'.           00003450
              10 COLUMN 121       PIC X(05)  VALUE 'PAGE:'.             00003460
              10 COLUMN 127       PIC ZZ,ZZ9 SOURCE PAGE-COUNTER.       00003470
           05 LINE PLUS 1.                                              00003480
              10 COLUMN 01        PIC X(05)  VALUE 'TIME:'.             00003490
              10 COLUMN 07        PIC 99     SOURCE TT-HOURS.           00003500
              10 COLUMN 09        PIC X      VALUE ':'.                 00003510
              10 COLUMN 10        PIC 99     SOURCE TT-MINUTES.         00003520
              10 COLUMN 12        PIC X      VALUE ':'.                 00003530
              10 COLUMN 13        PIC 99     SOURCE TT-SECONDS.         00003540
              10 COLUMN 40        PIC X(09)  VALUE 'EPI-WEEK:'.         00003550
              10 COLUMN 50        PIC 9(04)  SOURCE WS-BULL-ISO-YEAR.   00003560
              10 COLUMN 54        PIC X(02)  VALUE '-W'.                00003570
              10 COLUMN 56        PIC 99     SOURCE WS-BULL-ISO-WEEK.   00003580
              10 COLUMN 60        PIC X(08)  VALUE 'AGAINST:'.          00003590
              10 COLUMN 69        PIC 9(04)  SOURCE WS-PREV-ISO-YEAR.   00003600
              10 COLUMN 73        PIC X(02)  VALUE '-W'.                00003610
              10 COLUMN 75        PIC 99     SOURCE WS-PREV-ISO-WEEK.   00003620
       01  COUNTRY-HEADER TYPE DETAIL.                                  00003630
           05 LINE PLUS 2.                                              00003640
              10 COLUMN 01        PIC X(41)  VALUE                      00003650
                    'COUNTRIES RANKED BY NEW CASES IN THE WEEK'.        00003660
           05 LINE PLUS 2.                                              00003670
              10 COLUMN 01        PIC X(04)  VALUE 'Rank'.              00003680
              10 COLUMN 07        PIC X(07)  VALUE 'Country'.           00003690
              10 COLUMN 50        PIC X(09)  VALUE 'New cases'.         00003700
              10 COLUMN 63        PIC X(10)  VALUE 'New deaths'.        00003710
              10 COLUMN 76        PIC X(09)  VALUE 'Prev week'.         00003720
              10 COLUMN 90        PIC X(06)  VALUE 'Change'.            00003730
              10 COLUMN 101       PIC X(05)  VALUE 'WoW %'.             00003740
              10 COLUMN 112       PIC X(05)  VALUE 'Flags'.             00003750
           05 LINE PLUS 1.                                              00003760
              10 COLUMN 01        PIC X(04)  VALUE '----'.              00003770
              10 COLUMN 07        PIC X(40)  VALUE                      00003780
                    '----------------------------------------'.         00003790
              10 COLUMN 48        PIC X(11)  VALUE '-----------'.       00003800
              10 COLUMN 61        PIC X(11)  VALUE '-----------'.       00003810
              10 COLUMN 74        PIC X(11)  VALUE '-----------'.       00003820
              10 COLUMN 87        PIC X(11)  VALUE '-----------'.       00003830
              10 COLUMN 100       PIC X(07)  VALUE '-------'.           00003840
              10 COLUMN 112       PIC X(20)  VALUE                      00003850
                    '--------------------'.                             00003860
       01  COUNTRY-DETAIL TYPE DETAIL.                                  00003870
           05 LINE PLUS 1.                                              00003880
              10 COLUMN 01        PIC ZZ9    SOURCE WS-BD-RANK.         00003890
              10 COLUMN 07        PIC X(40)  SOURCE WS-BE-NAME.         00003900
              10 COLUMN 48        PIC -ZZZ,ZZZ,ZZ9 SOURCE               00003910
                                              WS-BE-NEW-CASES.          00003920
              10 COLUMN 61        PIC -ZZZ,ZZZ,ZZ9 SOURCE               00003930
                                              WS-BE-NEW-DEATHS.         00003940
              10 COLUMN 74        PIC -ZZZ,ZZZ,ZZ9 SOURCE               00003950
                                              WS-BE-PREV-CASES.         00003960
              10 COLUMN 87        PIC -ZZZ,ZZZ,ZZ9 SOURCE               00003970
                                              WS-BD-CHANGE.             00003980
              10 COLUMN 100       PIC X(07)  SOURCE WS-BD-CHANGE-TEXT.  00003990
              10 COLUMN 112       PIC X(20)  SOURCE WS-BD-FLAG.         00004000
       01  REGION-HEADER TYPE DETAIL.                                   00004010
           05 LINE PLUS 2.                                              00004020
              10 COLUMN 01        PIC X(39)  VALUE                      00004030
                    'REGIONS RANKED BY NEW CASES IN THE WEEK'.          00004040
           05 LINE PLUS 2.                                              00004050
              10 COLUMN 01        PIC X(04)  VALUE 'Rank'.              00004060
              10 COLUMN 07        PIC X(06)  VALUE 'Region'.            00004070
              10 COLUMN 30        PIC X(09)  VALUE 'Countries'.         00004080
              10 COLUMN 50        PIC X(09)  VALUE 'New cases'.         00004090
              10 COLUMN 63        PIC X(10)  VALUE 'New deaths'.        00004100
              10 COLUMN 76        PIC X(09)  VALUE 'Prev week'.         00004110
              10 COLUMN 90        PIC X(06)  VALUE 'Change'.            00004120
              10 COLUMN 101       PIC X(05)  VALUE 'WoW %'.             00004130
              10 COLUMN 112       PIC X(05)  VALUE 'Flags'.             00004140
           05 LINE PLUS 1.                                              00004150
              10 COLUMN 01        PIC X(04)  VALUE '----'.              00004160
              10 COLUMN 07        PIC X(20)  VALUE                      00004170
                    '--------------------'.                             00004180
              10 COLUMN 30        PIC X(09)  VALUE '---------'.         00004190
              10 COLUMN 48        PIC X(11)  VALUE '-----------'.       00004200
              10 COLUMN 61        PIC X(11)  VALUE '-----------'.       00004210
              10 COLUMN 74        PIC X(11)  VALUE '-----------'.       00004220
              10 COLUMN 87        PIC X(11)  VALUE '-----------'.       00004230
              10 COLUMN 100       PIC X(07)  VALUE '-------'.           00004240
              10 COLUMN 112       PIC X(20)  VALUE                      00004250
                    '--------------------'.                             00004260
       01  REGION-DETAIL TYPE DETAIL.                                   00004270
           05 LINE PLUS 1.                                              00004280
              10 COLUMN 01        PIC ZZ9    SOURCE WS-BD-RANK.         00004290
              10 COLUMN 07        PIC X(20)  SOURCE WS-BE-NAME.         00004300
              10 COLUMN 33        PIC ZZ9    SOURCE WS-BE-MEMBERS.      00004310
              10 COLUMN 48        PIC -ZZZ,ZZZ,ZZ9 SOURCE               00004320
                                              WS-BE-NEW-CASES.          00004330
              10 COLUMN 61        PIC -ZZZ,ZZZ,ZZ9 SOURCE               00004340
                                              WS-BE-NEW-DEATHS.         00004350
              10 COLUMN 74        PIC -ZZZ,ZZZ,ZZ9 SOURCE               00004360
                                              WS-BE-PREV-CASES.         00004370
              10 COLUMN 87        PIC -ZZZ,ZZZ,ZZ9 SOURCE               00004380
                                              WS-BD-CHANGE.             00004390
              10 COLUMN 100       PIC X(07)  SOURCE WS-BD-CHANGE-TEXT.  00004400
              10 COLUMN 112       PIC X(20)  SOURCE WS-BD-FLAG.         00004410
       01  BULLETIN-FOOTING TYPE REPORT FOOTING.                        00004420
           05 LINE PLUS 2.                                              00004430
              10 COLUMN 01        PIC X(60)  VALUE                      00004440
           'PARTIAL      - fewer than 7 daily reports in the epi-week.'.00004450
           05 LINE PLUS 1.                                              00004460
              10 COLUMN 01        PIC X(60)  VALUE                      00004470
           'PREV PARTIAL - the week compared against was partial.'.     00004480
           05 LINE PLUS 1.                                              00004490
              10 COLUMN 01        PIC X(60)  VALUE                      00004500
           'NO PREV WEEK - nothing reported the week before.'.          00004510
      ******************************************************************00004520
       PROCEDURE DIVISION.                                              00004530
      ******************************************************************00004540
       0000-MAIN.                                                       00004550
      **********************************                                00004560
           PERFORM 0001-INITIALISE THRU 0001-EXIT.                      00004570
           PERFORM 2000-PROCESS-NEXT-ROW THRU 2000-EXIT                 00004580
               UNTIL EOF.                                               00004590
           IF WS-CUR-COUNTRYCODE NOT = SPACES THEN                      00004600
               PERFORM 3000-CLOSE-WEEK THRU 3000-EXIT.                  00004610
           CLOSE HISTCNTRY-FILE.                                        00004620
           IF ARCH-OPEN THEN                                            00004630
               CLOSE HISTARCH-FILE.                                     00004640
           PERFORM 4000-PRINT-BULLETIN THRU 4000-EXIT.                  00004650
           CLOSE EPIWEEK-FILE.                                          00004660
           PERFORM 9000-PRINT-SUMMARY THRU 9000-EXIT.                   00004670
       0000-EXIT.                                                       00004680
           STOP RUN.                                                    00004690
      **********************************                                00004700
       0001-INITIALISE.                                                 00004710
      **********************************                                00004720
           ACCEPT WS-BULL-WEEK-X.                                       00004730
           IF WS-BULL-WEEK-X NOT = SPACES                               00004740
             AND WS-BULL-WEEK-X IS NOT NUMERIC THEN                     00004750
               DISPLAY 'EPIWEEK - BULLETIN WEEK ' WS-BULL-WEEK-X        00004760
                   ' IS NOT A VALID YYYYWW - RUN ABANDONED'             00004770
               MOVE 16 TO RETURN-CODE                                   00004780
               STOP RUN.                                                00004790
           MOVE CURRENT-DATE TO WS-TODAYS-DATE.                         00004800
           MOVE TIME-OF-DAY  TO WS-TODAYS-TIME.                         00004810
           PERFORM 0002-LOAD-REGIONS THRU 0002-EXIT.                    00004820
      * A missing archive only means nothing has been retired yet.      00004830
           MOVE 'Y' TO WS-ARCH-END-SW.                                  00004840
           OPEN INPUT HISTARCH-FILE.                                    00004850
           IF WS-ARCH-STATUS = '00' THEN                                00004860
               MOVE 'Y' TO WS-ARCH-OPEN-SW                              00004860
               MOVE 'N' TO WS-ARCH-END-SW                               00004870
               PERFORM 1000-READ-ARCHIVE-ROW THRU 1000-EXIT.            00004880
           OPEN INPUT HISTCNTRY-FILE.                                   00004890
           IF WS-HIST-STATUS NOT = '00' THEN                            00004900
               DISPLAY 'EPIWEEK - HISTCNTRY OPEN FAILED, STATUS '       00004910
                   WS-HIST-STATUS ' - RUN ABANDONED'                    00004920
               MOVE 16 TO RETURN-CODE                                   00004930
               STOP RUN.                                                00004940
           PERFORM 1100-READ-LIVE-ROW THRU 1100-EXIT.                   00004950
      * A newly defined, still empty weekly cluster cannot be opened    00004960
      *  for update - the very first run opens it for output, in load   00004970
      *  mode: nothing can be read or rewritten until 3100 has put the  00004970
      *  first week on and reopened the cluster for update.             00004970
           OPEN I-O EPIWEEK-FILE.                                       00004980
           IF WS-EPI-STATUS NOT = '00' THEN                             00004990
               OPEN OUTPUT EPIWEEK-FILE                                 00005000
               MOVE 'Y' TO WS-EPI-LOAD-SW.                              00005000
           IF WS-EPI-STATUS NOT = '00' THEN                             00005000
               DISPLAY 'EPIWEEK - EPIWEEK OPEN FAILED, STATUS '         00005000
                   WS-EPI-STATUS ' - RUN ABANDONED'                     00005000
               MOVE 16 TO RETURN-CODE                                   00005000
               STOP RUN.                                                00005000
       0001-EXIT.                                                       00005010
           EXIT.                                                        00005020
      **********************************                                00005030
       0002-LOAD-REGIONS.                                               00005040
      **********************************                                00005050
      * The country-to-region map, loaded the same way TOTCNTRY's       00005060
      *  0003-LOAD-REGIONS loads it.                                    00005070
           OPEN INPUT REGNCNTRY-FILE.                                   00005080
           MOVE 'N' TO END-OF-FILE.                                     00005090
           PERFORM 1004-READ-REGION-MAP THRU 1004-EXIT                  00005100
               UNTIL EOF.                                               00005110
           CLOSE REGNCNTRY-FILE.                                        00005120
           MOVE 'N' TO END-OF-FILE.                                     00005130
       0002-EXIT.                                                       00005140
           EXIT.                                                        00005150
      **********************************                                00005160
       1000-READ-ARCHIVE-ROW.                                           00005170
      **********************************                                00005180
           READ HISTARCH-FILE                                           00005190
               AT END MOVE 'Y' TO WS-ARCH-END-SW.                       00005200
       1000-EXIT.                                                       00005210
           EXIT.                                                        00005220
      **********************************                                00005230
       1100-READ-LIVE-ROW.                                              00005240
      **********************************                                00005250
           READ HISTCNTRY-FILE                                          00005260
               AT END MOVE 'Y' TO WS-HIST-END-SW.                       00005270
       1100-EXIT.                                                       00005280
           EXIT.                                                        00005290
      **********************************                                00005300
       1004-READ-REGION-MAP.                                            00005310
      **********************************                                00005320
           READ REGNCNTRY-FILE                                          00005330
               AT END MOVE 'Y' TO END-OF-FILE.                          00005340
           IF NOT EOF AND WS-MAP-COUNT NOT < COUNTER-MAX-REGION-MAP     00005350
               THEN                                                     00005360
               DISPLAY 'EPIWEEK - REGION MAP TABLE FULL AT '            00005370
                   COUNTER-MAX-REGION-MAP ' - RUN ABANDONED'            00005380
               MOVE 16 TO RETURN-CODE                                   00005390
               STOP RUN.                                                00005400
           IF NOT EOF THEN                                              00005410
               ADD 1 TO WS-MAP-COUNT                                    00005420
               MOVE REGN-COUNTRYCODE TO WS-MAP-CCODE (WS-MAP-COUNT)     00005430
               MOVE REGN-REGIONCODE  TO WS-MAP-RCODE (WS-MAP-COUNT)     00005440
               MOVE REGN-REGIONNAME  TO WS-MAP-RNAME (WS-MAP-COUNT).    00005450
       1004-EXIT.                                                       00005460
           EXIT.                                                        00005470
      **********************************                                00005480
       2000-PROCESS-NEXT-ROW.                                           00005490
      **********************************                                00005500
      * Both files are in key order, and the archive only holds rows    00005510
      *  older than the live history, so taking the lower key each      00005520
      *  time gives every country's rows together, oldest first. A      00005530
      *  key on both files (archived, then reloaded) is taken from      00005540
      *  the live history.                                              00005550
           IF ARCH-END AND HIST-END THEN                                00005560
               MOVE 'Y' TO END-OF-FILE                                  00005570
               GO TO 2000-EXIT.                                         00005580
           IF HIST-END THEN                                             00005590
               MOVE ARCH-RECORD TO WS-ROW-RECORD                        00005600
               PERFORM 1000-READ-ARCHIVE-ROW THRU 1000-EXIT             00005610
               GO TO 2000-FILE-ROW.                                     00005620
           IF NOT ARCH-END AND ARCH-KEY < HIST-KEY THEN                 00005630
               MOVE ARCH-RECORD TO WS-ROW-RECORD                        00005640
               PERFORM 1000-READ-ARCHIVE-ROW THRU 1000-EXIT             00005650
               GO TO 2000-FILE-ROW.                                     00005660
           IF NOT ARCH-END AND ARCH-KEY = HIST-KEY THEN                 00005670
               PERFORM 1000-READ-ARCHIVE-ROW THRU 1000-EXIT.            00005680
           MOVE HIST-RECORD TO WS-ROW-RECORD.                           00005690
           PERFORM 1100-READ-LIVE-ROW THRU 1100-EXIT.                   00005700
       2000-FILE-ROW.                                                   00005710
           ADD 1 TO WS-ROWS-READ.                                       00005720
           PERFORM 2100-FILE-ONE-ROW THRU 2100-EXIT.                    00005730
       2000-EXIT.                                                       00005740
           EXIT.                                                        00005750
      **********************************                                00005760
       2100-FILE-ONE-ROW.                                               00005770
      **********************************                                00005780
      * Work out the row's epi-week; a change of country or of week     00005790
      *  closes the week being built and starts the next.               00005800
           MOVE ROW-DATE-YYYY TO WS-CAL-YYYY.                           00005810
           MOVE ROW-DATE-MM   TO WS-CAL-MM.                             00005820
           MOVE ROW-DATE-DD   TO WS-CAL-DD.                             00005830
           PERFORM 5000-WORK-OUT-ISO-WEEK THRU 5000-EXIT.               00005840
           MOVE WS-ISO-YEAR TO WS-ROW-ISO-YEAR.                         00005850
           MOVE WS-ISO-WEEK TO WS-ROW-ISO-WEEK.                         00005860
           IF ROW-DATA-DATE > WS-LATEST-DATE THEN                       00005870
               MOVE ROW-DATA-DATE  TO WS-LATEST-DATE                    00005880
               MOVE WS-ROW-WEEK-ID TO WS-LATEST-WEEK-ID                 00005890
               MOVE WS-CAL-DOW     TO WS-LATEST-DOW.                    00005900
           IF ROW-COUNTRYCODE NOT = WS-CUR-COUNTRYCODE THEN             00005910
               IF WS-CUR-COUNTRYCODE NOT = SPACES THEN                  00005920
                   PERFORM 3000-CLOSE-WEEK THRU 3000-EXIT               00005930
                   PERFORM 2200-START-COUNTRY THRU 2200-EXIT            00005940
                   PERFORM 2300-START-WEEK THRU 2300-EXIT               00005950
               ELSE                                                     00005960
                   PERFORM 2200-START-COUNTRY THRU 2200-EXIT            00005970
                   PERFORM 2300-START-WEEK THRU 2300-EXIT               00005980
           ELSE                                                         00005990
               IF WS-ROW-WEEK-ID NOT = WS-CUR-WEEK-ID THEN              00006000
                   PERFORM 3000-CLOSE-WEEK THRU 3000-EXIT               00006010
                   PERFORM 2300-START-WEEK THRU 2300-EXIT.              00006020
      * An estimate carries the levels on but is not a reported day,    00006030
      *  so a week padded with estimates stays partial.                 00006030
           IF ROW-ESTIMATED = SPACE THEN                                00006030
               ADD 1 TO WS-CUR-DAYS.                                    00006030
           MOVE ROW-DATA-DATE   TO WS-CUR-LAST-DATE.                    00006040
           MOVE ROW-CASES       TO WS-CUR-END-CASES.                    00006050
           MOVE ROW-DEATHS      TO WS-CUR-END-DEATHS.                   00006060
           MOVE ROW-RECOVERED   TO WS-CUR-END-RECOVERED.                00006070
           MOVE ROW-COUNTRYNAME TO WS-CUR-COUNTRYNAME.                  00006080
       2100-EXIT.                                                       00006090
           EXIT.                                                        00006100
      **********************************                                00006110
       2200-START-COUNTRY.                                              00006120
      **********************************                                00006130
      * A country's first row is its only starting level, so its        00006140
      *  first week can never be a full one.                            00006150
           IF WS-ECTRY-COUNT NOT < COUNTER-MAX-ECTRY THEN               00006160
               DISPLAY 'EPIWEEK - COUNTRY TABLE FULL AT '               00006170
                   COUNTER-MAX-ECTRY ' - RUN ABANDONED'                 00006180
               MOVE 16 TO RETURN-CODE                                   00006190
               STOP RUN.                                                00006200
           ADD 1 TO WS-ECTRY-COUNT.                                     00006210
           MOVE ROW-COUNTRYCODE TO WS-EC-CODE (WS-ECTRY-COUNT).         00006220
           MOVE ROW-COUNTRYNAME TO WS-EC-NAME (WS-ECTRY-COUNT).         00006230
           MOVE ROW-COUNTRYCODE TO WS-CUR-COUNTRYCODE.                  00006240
           MOVE ROW-CASES       TO WS-CUR-BASE-CASES.                   00006250
           MOVE ROW-DEATHS      TO WS-CUR-BASE-DEATHS.                  00006260
           MOVE ROW-RECOVERED   TO WS-CUR-BASE-RECOVERED.               00006270
           MOVE 'Y' TO WS-FIRST-WEEK-SW.                                00006280
       2200-EXIT.                                                       00006290
           EXIT.                                                        00006300
      **********************************                                00006310
       2300-START-WEEK.                                                 00006320
      **********************************                                00006330
           MOVE WS-ROW-WEEK-ID TO WS-CUR-WEEK-ID.                       00006340
           MOVE ROW-DATA-DATE  TO WS-CUR-FIRST-DATE.                    00006350
           MOVE 0              TO WS-CUR-DAYS.                          00006360
       2300-EXIT.                                                       00006370
           EXIT.                                                        00006380
      **********************************                                00006390
       3000-CLOSE-WEEK.                                                 00006400
      **********************************                                00006410
      * Write (or restate) the country's week, then carry its           00006420
      *  week-end levels forward as the next week's starting point.     00006430
           MOVE SPACES              TO EPI-RECORD.                      00006440
           MOVE WS-CUR-COUNTRYCODE  TO EPI-COUNTRYCODE.                 00006450
           MOVE WS-CUR-WEEK-ID      TO EPI-WEEK-ID.                     00006460
           MOVE WS-CUR-COUNTRYNAME  TO EPI-COUNTRYNAME.                 00006470
           MOVE WS-CUR-FIRST-DATE   TO EPI-FIRST-DATE.                  00006480
           MOVE WS-CUR-LAST-DATE    TO EPI-LAST-DATE.                   00006490
           MOVE WS-CUR-DAYS         TO EPI-DAYS-REPORTED.               00006500
           COMPUTE EPI-NEW-CASES =                                      00006510
               WS-CUR-END-CASES - WS-CUR-BASE-CASES.                    00006520
           COMPUTE EPI-NEW-DEATHS =                                     00006530
               WS-CUR-END-DEATHS - WS-CUR-BASE-DEATHS.                  00006540
           COMPUTE EPI-NEW-RECOVERED =                                  00006550
               WS-CUR-END-RECOVERED - WS-CUR-BASE-RECOVERED.            00006560
           MOVE WS-CUR-END-CASES     TO EPI-END-CASES.                  00006570
           MOVE WS-CUR-END-DEATHS    TO EPI-END-DEATHS.                 00006580
           MOVE WS-CUR-END-RECOVERED TO EPI-END-RECOVERED.              00006590
           IF WS-CUR-DAYS < 7 OR FIRST-WEEK THEN                        00006600
               MOVE 'P' TO EPI-PARTIAL-FLAG                             00006610
               ADD 1 TO WS-PARTIAL-COUNT.                               00006620
           IF EPI-LOAD-MODE THEN                                        00006620
               PERFORM 3100-LOAD-FIRST-WEEK THRU 3100-EXIT              00006620
               GO TO 3000-CARRY-FORWARD.                                00006620
           MOVE 'N' TO WS-EPI-DUP-SW.                                   00006630
           WRITE EPI-RECORD                                             00006640
               INVALID KEY MOVE 'Y' TO WS-EPI-DUP-SW.                   00006650
           IF EPI-DUPLICATE THEN                                        00006660
               REWRITE EPI-RECORD                                       00006670
                   INVALID KEY                                          00006680
                       DISPLAY 'EPIWEEK - REWRITE FAILED FOR '          00006690
                               EPI-KEY ' STATUS ' WS-EPI-STATUS         00006700
               ADD 1 TO WS-WEEKS-REWRITTEN                              00006710
           ELSE                                                         00006720
               ADD 1 TO WS-WEEKS-WRITTEN.                               00006730
       3000-CARRY-FORWARD.                                              00006730
           MOVE WS-CUR-END-CASES     TO WS-CUR-BASE-CASES.              00006740
           MOVE WS-CUR-END-DEATHS    TO WS-CUR-BASE-DEATHS.             00006750
           MOVE WS-CUR-END-RECOVERED TO WS-CUR-BASE-RECOVERED.          00006760
           MOVE 'N' TO WS-FIRST-WEEK-SW.                                00006770
       3000-EXIT.                                                       00006780
           EXIT.                                                        00006780
      **********************************                                00006780
       3100-LOAD-FIRST-WEEK.                                            00006780
      **********************************                                00006780
      * The cluster is empty and the weeks come in key order, so the    00006780
      *  first week is only written. Once it is on, the cluster is      00006780
      *  reopened for update so every later week can be restated.       00006780
           WRITE EPI-RECORD                                             00006780
               INVALID KEY                                              00006780
                   DISPLAY 'EPIWEEK - WRITE FAILED FOR '                00006780
                           EPI-KEY ' STATUS ' WS-EPI-STATUS.            00006780
           IF WS-EPI-STATUS = '00' THEN                                 00006780
               ADD 1 TO WS-WEEKS-WRITTEN.                               00006780
           CLOSE EPIWEEK-FILE.                                          00006780
           OPEN I-O EPIWEEK-FILE.                                       00006780
           MOVE 'N' TO WS-EPI-LOAD-SW.                                  00006780
           IF WS-EPI-STATUS NOT = '00' THEN                             00006780
               DISPLAY 'EPIWEEK - EPIWEEK REOPEN FAILED, STATUS '       00006780
                   WS-EPI-STATUS ' - RUN ABANDONED'                     00006780
               MOVE 16 TO RETURN-CODE                                   00006780
               STOP RUN.                                                00006780
       3100-EXIT.                                                       00006780
           EXIT.                                                        00006790
      **********************************                                00006800
       4000-PRINT-BULLETIN.                                             00006810
      **********************************                                00006820
      * Settle the bulletin week, then go back to EPIWEEK for every     00006830
      *  country's bulletin week and the week before it.                00006840
           IF WS-LATEST-DATE = SPACES THEN                              00006850
               DISPLAY 'EPIWEEK - NO HISTORY ROWS - NO BULLETIN'        00006860
               GO TO 4000-EXIT.                                         00006870
           IF WS-BULL-WEEK-X NOT = SPACES THEN                          00006880
               MOVE WS-BULL-WEEK-X TO WS-BULL-WEEK-ID                   00006890
           ELSE                                                         00006900
               IF WS-LATEST-DOW = 7 THEN                                00006910
                   MOVE WS-LATEST-WEEK-ID TO WS-BULL-WEEK-ID            00006920
               ELSE                                                     00006930
                   MOVE WS-LATEST-WEEK-ID TO WS-PREV-WEEK-ID            00006940
                   PERFORM 5200-WORK-OUT-PREVIOUS-WEEK THRU 5200-EXIT   00006950
                   MOVE WS-PREV-WEEK-ID TO WS-BULL-WEEK-ID.             00006960
           MOVE WS-BULL-WEEK-ID TO WS-PREV-WEEK-ID.                     00006970
           PERFORM 5200-WORK-OUT-PREVIOUS-WEEK THRU 5200-EXIT.          00006980
           DISPLAY 'EPIWEEK - BULLETIN FOR EPI-WEEK ' WS-BULL-WEEK-ID   00006990
               ' AGAINST ' WS-PREV-WEEK-ID.                             00007000
           MOVE 1 TO WS-ECTRY-SUB.                                      00007010
           PERFORM 4100-COLLECT-ONE-COUNTRY THRU 4100-EXIT              00007020
               UNTIL WS-ECTRY-SUB > WS-ECTRY-COUNT.                     00007030
           MOVE 1 TO WS-RTOT-SUB.                                       00007040
           PERFORM 4300-RANK-ONE-REGION THRU 4300-EXIT                  00007050
               UNTIL WS-RTOT-SUB > WS-RTOT-COUNT.                       00007060
           OPEN OUTPUT REPORT-PRINT.                                    00007070
           INITIATE EPI-BULLETIN.                                       00007080
           GENERATE COUNTRY-HEADER.                                     00007090
           MOVE 1 TO WS-RANK-SUB.                                       00007100
           PERFORM 4400-PRINT-ONE-COUNTRY THRU 4400-EXIT                00007110
               UNTIL WS-RANK-SUB > WS-CRANK-COUNT.                      00007120
           GENERATE REGION-HEADER.                                      00007130
           MOVE 1 TO WS-RANK-SUB.                                       00007140
           PERFORM 4500-PRINT-ONE-REGION THRU 4500-EXIT                 00007150
               UNTIL WS-RANK-SUB > WS-RRANK-COUNT.                      00007160
           TERMINATE EPI-BULLETIN.                                      00007170
           CLOSE REPORT-PRINT.                                          00007180
       4000-EXIT.                                                       00007190
           EXIT.                                                        00007200
      **********************************                                00007210
       4100-COLLECT-ONE-COUNTRY.                                        00007220
      **********************************                                00007230
      * A country with no row for the bulletin week did not report in   00007240
      *  it and is left off the ranking.                                00007250
           MOVE SPACES TO WS-BULL-ENTRY.                                00007260
           MOVE WS-EC-CODE (WS-ECTRY-SUB) TO EPI-COUNTRYCODE.           00007270
           MOVE WS-BULL-WEEK-ID           TO EPI-WEEK-ID.               00007280
           PERFORM 4150-READ-EPIWEEK THRU 4150-EXIT.                    00007290
           IF NOT EPI-FOUND THEN                                        00007300
               GO TO 4100-NEXT.                                         00007310
           MOVE WS-EC-CODE (WS-ECTRY-SUB) TO WS-BE-CODE.                00007320
           MOVE WS-EC-NAME (WS-ECTRY-SUB) TO WS-BE-NAME.                00007330
           MOVE EPI-NEW-CASES             TO WS-BE-NEW-CASES.           00007340
           MOVE EPI-NEW-DEATHS            TO WS-BE-NEW-DEATHS.          00007350
           MOVE EPI-PARTIAL-FLAG          TO WS-BE-PARTIAL.             00007360
           MOVE 1                         TO WS-BE-MEMBERS.             00007370
           MOVE 0                         TO WS-BE-PREV-CASES.          00007380
           MOVE 'N'                       TO WS-BE-PREV-FOUND.          00007390
           MOVE WS-EC-CODE (WS-ECTRY-SUB) TO EPI-COUNTRYCODE.           00007400
           MOVE WS-PREV-WEEK-ID           TO EPI-WEEK-ID.               00007410
           PERFORM 4150-READ-EPIWEEK THRU 4150-EXIT.                    00007420
           IF EPI-FOUND THEN                                            00007430
               MOVE EPI-NEW-CASES    TO WS-BE-PREV-CASES                00007440
               MOVE 'Y'              TO WS-BE-PREV-FOUND                00007450
               MOVE EPI-PARTIAL-FLAG TO WS-BE-PREV-PARTIAL.             00007460
           PERFORM 4200-RANK-ONE-COUNTRY THRU 4200-EXIT.                00007470
           PERFORM 4250-ADD-TO-REGION THRU 4250-EXIT.                   00007480
       4100-NEXT.                                                       00007490
           ADD 1 TO WS-ECTRY-SUB.                                       00007500
       4100-EXIT.                                                       00007510
           EXIT.                                                        00007520
      **********************************                                00007530
       4150-READ-EPIWEEK.                                               00007540
      **********************************                                00007550
      * Still in load mode only when the history held no rows at all -  00007550
      *  there is no week to find.                                      00007550
           MOVE 'N' TO WS-EPI-FOUND-SW.                                 00007550
           IF EPI-LOAD-MODE THEN                                        00007550
               GO TO 4150-EXIT.                                         00007550
           MOVE 'Y' TO WS-EPI-FOUND-SW.                                 00007560
           READ EPIWEEK-FILE                                            00007570
               INVALID KEY MOVE 'N' TO WS-EPI-FOUND-SW.                 00007580
       4150-EXIT.                                                       00007590
           EXIT.                                                        00007600
      **********************************                                00007610
       4200-RANK-ONE-COUNTRY.                                           00007620
      **********************************                                00007630
      * Find the first slot holding fewer new cases, move everything    00007640
      *  from there down by one, and put the country in the gap.        00007650
           MOVE 'N' TO WS-SLOT-FOUND-SW.                                00007660
           MOVE 1   TO WS-RANK-SUB.                                     00007670
           PERFORM 4210-FIND-COUNTRY-SLOT THRU 4210-EXIT                00007680
               UNTIL WS-RANK-SUB > WS-CRANK-COUNT                       00007690
                  OR SLOT-FOUND.                                        00007700
           ADD 1 TO WS-CRANK-COUNT.                                     00007710
           MOVE WS-CRANK-COUNT TO WS-RANK-MOVE-SUB.                     00007720
           PERFORM 4220-SHIFT-COUNTRY-DOWN THRU 4220-EXIT               00007730
               UNTIL WS-RANK-MOVE-SUB NOT > WS-RANK-SUB.                00007740
           MOVE WS-BULL-ENTRY TO WS-CR-ENTRY (WS-RANK-SUB).             00007750
       4200-EXIT.                                                       00007760
           EXIT.                                                        00007770
      **********************************                                00007780
       4210-FIND-COUNTRY-SLOT.                                          00007790
      **********************************                                00007800
           IF WS-BE-NEW-CASES > WS-CR-NEW-CASES (WS-RANK-SUB) THEN      00007810
               MOVE 'Y' TO WS-SLOT-FOUND-SW                             00007820
           ELSE                                                         00007830
               ADD 1 TO WS-RANK-SUB.                                    00007840
       4210-EXIT.                                                       00007850
           EXIT.                                                        00007860
      **********************************                                00007870
       4220-SHIFT-COUNTRY-DOWN.                                         00007880
      **********************************                                00007890
           MOVE WS-CR-ENTRY (WS-RANK-MOVE-SUB - 1)                      00007900
                TO WS-CR-ENTRY (WS-RANK-MOVE-SUB).                      00007910
           SUBTRACT 1 FROM WS-RANK-MOVE-SUB.                            00007920
       4220-EXIT.                                                       00007930
           EXIT.                                                        00007940
      **********************************                                00007950
       4250-ADD-TO-REGION.                                              00007960
      **********************************                                00007970
      * Countries with no region mapping are simply not rolled up,      00007980
      *  the same as in TOTCNTRY's 2003-ROLLUP-REGION-DATA.             00007990
           MOVE 1 TO WS-MAP-SUB.                                        00008000
           PERFORM 4260-FIND-REGION-MAP THRU 4260-EXIT                  00008010
               UNTIL WS-MAP-SUB > WS-MAP-COUNT                          00008020
                  OR WS-MAP-CCODE (WS-MAP-SUB) = WS-BE-CODE.            00008030
           IF WS-MAP-SUB > WS-MAP-COUNT THEN                            00008040
               GO TO 4250-EXIT.                                         00008050
           MOVE 1 TO WS-RTOT-SUB.                                       00008060
           PERFORM 4270-FIND-REGION-TOTAL THRU 4270-EXIT                00008070
               UNTIL WS-RTOT-SUB > WS-RTOT-COUNT                        00008080
                  OR WS-RTOT-RCODE (WS-RTOT-SUB) =                      00008090
                     WS-MAP-RCODE (WS-MAP-SUB).                         00008100
           IF WS-RTOT-SUB > WS-RTOT-COUNT THEN                          00008110
               IF WS-RTOT-COUNT NOT < COUNTER-MAX-REGIONS THEN          00008120
                   DISPLAY 'EPIWEEK - REGION TABLE FULL AT '            00008130
                       COUNTER-MAX-REGIONS ' - RUN ABANDONED'           00008140
                   MOVE 16 TO RETURN-CODE                               00008150
                   STOP RUN                                             00008160
               ELSE                                                     00008170
                   ADD 1 TO WS-RTOT-COUNT                               00008180
                   MOVE WS-MAP-RCODE (WS-MAP-SUB)                       00008190
                        TO WS-RTOT-RCODE (WS-RTOT-SUB)                  00008200
                   MOVE WS-MAP-RNAME (WS-MAP-SUB)                       00008210
                        TO WS-RTOT-RNAME (WS-RTOT-SUB)                  00008220
                   MOVE 0   TO WS-RTOT-NEW-CASES (WS-RTOT-SUB)          00008230
                                WS-RTOT-NEW-DEATHS (WS-RTOT-SUB)        00008240
                                WS-RTOT-PREV-CASES (WS-RTOT-SUB)        00008250
                                WS-RTOT-MEMBERS (WS-RTOT-SUB)           00008260
                   MOVE 'N' TO WS-RTOT-PREV-FOUND (WS-RTOT-SUB)         00008270
                   MOVE ' ' TO WS-RTOT-PARTIAL (WS-RTOT-SUB)            00008280
                                WS-RTOT-PREV-PARTIAL (WS-RTOT-SUB).     00008290
           ADD WS-BE-NEW-CASES  TO WS-RTOT-NEW-CASES (WS-RTOT-SUB).     00008300
           ADD WS-BE-NEW-DEATHS TO WS-RTOT-NEW-DEATHS (WS-RTOT-SUB).    00008310
           ADD WS-BE-PREV-CASES TO WS-RTOT-PREV-CASES (WS-RTOT-SUB).    00008320
           ADD 1 TO WS-RTOT-MEMBERS (WS-RTOT-SUB).                      00008330
           IF WS-BE-PREV-FOUND = 'Y' THEN                               00008340
               MOVE 'Y' TO WS-RTOT-PREV-FOUND (WS-RTOT-SUB).            00008350
           IF WS-BE-PARTIAL = 'P' THEN                                  00008360
               MOVE 'P' TO WS-RTOT-PARTIAL (WS-RTOT-SUB).               00008370
           IF WS-BE-PREV-PARTIAL = 'P' OR WS-BE-PREV-FOUND = 'N' THEN   00008380
               MOVE 'P' TO WS-RTOT-PREV-PARTIAL (WS-RTOT-SUB).          00008390
       4250-EXIT.                                                       00008400
           EXIT.                                                        00008410
      **********************************                                00008420
       4260-FIND-REGION-MAP.                                            00008430
      **********************************                                00008440
           ADD 1 TO WS-MAP-SUB.                                         00008450
       4260-EXIT.                                                       00008460
           EXIT.                                                        00008470
      **********************************                                00008480
       4270-FIND-REGION-TOTAL.                                          00008490
      **********************************                                00008500
           ADD 1 TO WS-RTOT-SUB.                                        00008510
       4270-EXIT.                                                       00008520
           EXIT.                                                        00008530
      **********************************                                00008540
       4300-RANK-ONE-REGION.                                            00008550
      **********************************                                00008560
      * Regions go through the same find-slot-and-shift ranking as      00008570
      *  the countries, from a bulletin line built off the totals.      00008580
           MOVE SPACES TO WS-BULL-ENTRY.                                00008590
           MOVE WS-RTOT-RCODE (WS-RTOT-SUB)        TO WS-BE-CODE.       00008600
           MOVE WS-RTOT-RNAME (WS-RTOT-SUB)        TO WS-BE-NAME.       00008610
           MOVE WS-RTOT-NEW-CASES (WS-RTOT-SUB)    TO WS-BE-NEW-CASES.  00008620
           MOVE WS-RTOT-NEW-DEATHS (WS-RTOT-SUB)   TO WS-BE-NEW-DEATHS. 00008630
           MOVE WS-RTOT-PREV-CASES (WS-RTOT-SUB)   TO WS-BE-PREV-CASES. 00008640
           MOVE WS-RTOT-PREV-FOUND (WS-RTOT-SUB)   TO WS-BE-PREV-FOUND. 00008650
           MOVE WS-RTOT-PARTIAL (WS-RTOT-SUB)      TO WS-BE-PARTIAL.    00008660
           MOVE WS-RTOT-PREV-PARTIAL (WS-RTOT-SUB)                      00008670
                TO WS-BE-PREV-PARTIAL.                                  00008680
           MOVE WS-RTOT-MEMBERS (WS-RTOT-SUB)      TO WS-BE-MEMBERS.    00008690
           MOVE 'N' TO WS-SLOT-FOUND-SW.                                00008700
           MOVE 1   TO WS-RANK-SUB.                                     00008710
           PERFORM 4310-FIND-REGION-SLOT THRU 4310-EXIT                 00008720
               UNTIL WS-RANK-SUB > WS-RRANK-COUNT                       00008730
                  OR SLOT-FOUND.                                        00008740
           ADD 1 TO WS-RRANK-COUNT.                                     00008750
           MOVE WS-RRANK-COUNT TO WS-RANK-MOVE-SUB.                     00008760
           PERFORM 4320-SHIFT-REGION-DOWN THRU 4320-EXIT                00008770
               UNTIL WS-RANK-MOVE-SUB NOT > WS-RANK-SUB.                00008780
           MOVE WS-BULL-ENTRY TO WS-RR-ENTRY (WS-RANK-SUB).             00008790
           ADD 1 TO WS-RTOT-SUB.                                        00008800
       4300-EXIT.                                                       00008810
           EXIT.                                                        00008820
      **********************************                                00008830
       4310-FIND-REGION-SLOT.                                           00008840
      **********************************                                00008850
           IF WS-BE-NEW-CASES > WS-RR-NEW-CASES (WS-RANK-SUB) THEN      00008860
               MOVE 'Y' TO WS-SLOT-FOUND-SW                             00008870
           ELSE                                                         00008880
               ADD 1 TO WS-RANK-SUB.                                    00008890
       4310-EXIT.                                                       00008900
           EXIT.                                                        00008910
      **********************************                                00008920
       4320-SHIFT-REGION-DOWN.                                          00008930
      **********************************                                00008940
           MOVE WS-RR-ENTRY (WS-RANK-MOVE-SUB - 1)                      00008950
                TO WS-RR-ENTRY (WS-RANK-MOVE-SUB).                      00008960
           SUBTRACT 1 FROM WS-RANK-MOVE-SUB.                            00008970
       4320-EXIT.                                                       00008980
           EXIT.                                                        00008990
      **********************************                                00009000
       4400-PRINT-ONE-COUNTRY.                                          00009010
      **********************************                                00009020
           MOVE WS-CR-ENTRY (WS-RANK-SUB) TO WS-BULL-ENTRY.             00009030
           PERFORM 4600-SET-CHANGE-AND-FLAGS THRU 4600-EXIT.            00009040
           GENERATE COUNTRY-DETAIL.                                     00009050
           ADD 1 TO WS-RANK-SUB.                                        00009060
       4400-EXIT.                                                       00009070
           EXIT.                                                        00009080
      **********************************                                00009090
       4500-PRINT-ONE-REGION.                                           00009100
      **********************************                                00009110
           MOVE WS-RR-ENTRY (WS-RANK-SUB) TO WS-BULL-ENTRY.             00009120
           PERFORM 4600-SET-CHANGE-AND-FLAGS THRU 4600-EXIT.            00009130
           GENERATE REGION-DETAIL.                                      00009140
           ADD 1 TO WS-RANK-SUB.                                        00009150
       4500-EXIT.                                                       00009160
           EXIT.                                                        00009170
      **********************************                                00009180
       4600-SET-CHANGE-AND-FLAGS.                                       00009190
      **********************************                                00009200
      * Week-on-week change in new cases, as a number and as a          00009210
      *  percentage of the week before; the percentage means nothing    00009220
      *  without a positive week before, and prints N/A.                00009230
           MOVE WS-RANK-SUB TO WS-BD-RANK.                              00009240
           COMPUTE WS-BD-CHANGE = WS-BE-NEW-CASES - WS-BE-PREV-CASES.   00009250
           IF WS-BE-PREV-FOUND = 'Y' AND WS-BE-PREV-CASES > 0 THEN      00009260
               COMPUTE WS-BD-CHANGE-PCT ROUNDED =                       00009270
                   WS-BD-CHANGE * 100 / WS-BE-PREV-CASES                00009280
               MOVE WS-BD-CHANGE-PCT  TO WS-BD-CHANGE-EDIT              00009290
               MOVE WS-BD-CHANGE-EDIT TO WS-BD-CHANGE-TEXT              00009300
           ELSE                                                         00009310
               MOVE 'N/A' TO WS-BD-CHANGE-TEXT.                         00009320
           MOVE SPACES TO WS-BD-FLAG.                                   00009330
           IF WS-BE-PARTIAL = 'P' THEN                                  00009340
               MOVE 'PARTIAL' TO WS-BD-FLAG                             00009350
           ELSE                                                         00009360
               IF WS-BE-PREV-FOUND NOT = 'Y' THEN                       00009370
                   MOVE 'NO PREV WEEK' TO WS-BD-FLAG                    00009380
               ELSE                                                     00009390
                   IF WS-BE-PREV-PARTIAL = 'P' THEN                     00009400
                       MOVE 'PREV PARTIAL' TO WS-BD-FLAG.               00009410
       4600-EXIT.                                                       00009420
           EXIT.                                                        00009430
      **********************************                                00009440
       5000-WORK-OUT-ISO-WEEK.                                          00009450
      **********************************                                00009460
      * ISO week of WS-CAL-YYYY/MM/DD. The week belongs to the year     00009470
      *  its Thursday falls in, and is numbered by how many whole       00009480
      *  weeks that Thursday lies after 1 January of that year.         00009490
           MOVE WS-CAL-YYYY TO WS-DN-YYYY.                              00009500
           MOVE WS-CAL-MM   TO WS-DN-MM.                                00009510
           MOVE WS-CAL-DD   TO WS-DN-DD.                                00009520
           PERFORM 5100-WORK-OUT-DAY-NUMBER THRU 5100-EXIT.             00009530
           MOVE WS-DN-RESULT TO WS-CAL-DAYNO.                           00009540
           COMPUTE WS-DN-WORK = WS-CAL-DAYNO - 1.                       00009550
           DIVIDE WS-DN-WORK BY 7 GIVING WS-DN-QUOT                     00009560
               REMAINDER WS-DN-REM.                                     00009570
           COMPUTE WS-CAL-DOW = WS-DN-REM + 1.                          00009580
           COMPUTE WS-THU-DAYNO = WS-CAL-DAYNO + 4 - WS-CAL-DOW.        00009590
           MOVE WS-CAL-YYYY TO WS-ISO-YEAR.                             00009600
           MOVE WS-ISO-YEAR TO WS-DN-YYYY.                              00009610
           MOVE 1           TO WS-DN-MM WS-DN-DD.                       00009620
           PERFORM 5100-WORK-OUT-DAY-NUMBER THRU 5100-EXIT.             00009630
           MOVE WS-DN-RESULT TO WS-JAN1-DAYNO.                          00009640
           IF WS-THU-DAYNO < WS-JAN1-DAYNO THEN                         00009650
               SUBTRACT 1 FROM WS-ISO-YEAR                              00009660
               MOVE WS-ISO-YEAR TO WS-DN-YYYY                           00009670
               PERFORM 5100-WORK-OUT-DAY-NUMBER THRU 5100-EXIT          00009680
               MOVE WS-DN-RESULT TO WS-JAN1-DAYNO                       00009690
               GO TO 5000-NUMBER-WEEK.                                  00009700
           COMPUTE WS-DN-YYYY = WS-ISO-YEAR + 1.                        00009710
           PERFORM 5100-WORK-OUT-DAY-NUMBER THRU 5100-EXIT.             00009720
           IF WS-THU-DAYNO NOT < WS-DN-RESULT THEN                      00009730
               ADD 1 TO WS-ISO-YEAR                                     00009740
               MOVE WS-DN-RESULT TO WS-JAN1-DAYNO.                      00009750
       5000-NUMBER-WEEK.                                                00009760
           COMPUTE WS-DN-WORK = WS-THU-DAYNO - WS-JAN1-DAYNO.           00009770
           DIVIDE WS-DN-WORK BY 7 GIVING WS-DN-QUOT.                    00009780
           COMPUTE WS-ISO-WEEK = WS-DN-QUOT + 1.                        00009790
       5000-EXIT.                                                       00009800
           EXIT.                                                        00009810
      **********************************                                00009820
       5100-WORK-OUT-DAY-NUMBER.                                        00009830
      **********************************                                00009840
      * Days from 1 January of year 1 to WS-DN-YYYY/MM/DD, counting     00009850
      *  that first day as 1: whole years, their leap days, whole       00009860
      *  months of the year, then the day itself.                       00009870
           COMPUTE WS-DN-YEARS = WS-DN-YYYY - 1.                        00009880
           DIVIDE WS-DN-YEARS BY 4   GIVING WS-DN-Q4.                   00009890
           DIVIDE WS-DN-YEARS BY 100 GIVING WS-DN-Q100.                 00009900
           DIVIDE WS-DN-YEARS BY 400 GIVING WS-DN-Q400.                 00009910
           COMPUTE WS-DN-RESULT = WS-DN-YEARS * 365                     00009920
               + WS-DN-Q4 - WS-DN-Q100 + WS-DN-Q400                     00009930
               + WS-CUM-DAYS (WS-DN-MM) + WS-DN-DD.                     00009940
           IF WS-DN-MM < 3 THEN                                         00009950
               GO TO 5100-EXIT.                                         00009960
           MOVE 'N' TO WS-DN-LEAP-SW.                                   00009970
           DIVIDE WS-DN-YYYY BY 4 GIVING WS-DN-QUOT                     00009980
               REMAINDER WS-DN-REM.                                     00009990
           IF WS-DN-REM = 0 THEN                                        00010000
               MOVE 'Y' TO WS-DN-LEAP-SW                                00010010
               DIVIDE WS-DN-YYYY BY 100 GIVING WS-DN-QUOT               00010020
                   REMAINDER WS-DN-REM                                  00010030
               IF WS-DN-REM = 0 THEN                                    00010040
                   MOVE 'N' TO WS-DN-LEAP-SW                            00010050
                   DIVIDE WS-DN-YYYY BY 400 GIVING WS-DN-QUOT           00010060
                       REMAINDER WS-DN-REM                              00010070
                   IF WS-DN-REM = 0 THEN                                00010080
                       MOVE 'Y' TO WS-DN-LEAP-SW.                       00010090
           IF DN-LEAP-YEAR THEN                                         00010100
               ADD 1 TO WS-DN-RESULT.                                   00010110
       5100-EXIT.                                                       00010120
           EXIT.                                                        00010130
      **********************************                                00010140
       5200-WORK-OUT-PREVIOUS-WEEK.                                     00010150
      **********************************                                00010160
      * Steps WS-PREV-WEEK-ID back one ISO week. Week 1 goes back to    00010170
      *  the last week of the year before - the week holding its        00010180
      *  28 December, which is always that year's last ISO week.        00010190
           IF WS-PREV-ISO-WEEK > 1 THEN                                 00010200
               SUBTRACT 1 FROM WS-PREV-ISO-WEEK                         00010210
               GO TO 5200-EXIT.                                         00010220
           SUBTRACT 1 FROM WS-PREV-ISO-YEAR.                            00010230
           MOVE WS-PREV-ISO-YEAR TO WS-CAL-YYYY.                        00010240
           MOVE 12               TO WS-CAL-MM.                          00010250
           MOVE 28               TO WS-CAL-DD.                          00010260
           PERFORM 5000-WORK-OUT-ISO-WEEK THRU 5000-EXIT.               00010270
           MOVE WS-ISO-WEEK TO WS-PREV-ISO-WEEK.                        00010280
       5200-EXIT.                                                       00010290
           EXIT.                                                        00010300
      **********************************                                00010310
       9000-PRINT-SUMMARY.                                              00010320
      **********************************                                00010330
           DISPLAY 'EPIWEEK - HISTORY ROWS READ  : ' WS-ROWS-READ.      00010340
           DISPLAY 'EPIWEEK - WEEKS WRITTEN      : ' WS-WEEKS-WRITTEN.  00010350
           DISPLAY 'EPIWEEK - WEEKS RESTATED     : '                    00010360
               WS-WEEKS-REWRITTEN.                                      00010370
           DISPLAY 'EPIWEEK - PARTIAL WEEKS      : ' WS-PARTIAL-COUNT.  00010380
           DISPLAY 'EPIWEEK - COUNTRIES RANKED   : ' WS-CRANK-COUNT.    00010390
       9000-EXIT.                                                       00010400
           EXIT.                                                        00010410
      ******************************************************************00010420
/*                                                                      00010430
//LKED.SYSLIB  DD DISP=SHR,DSNAME=SYS1.COBLIB                           00010440
//             DD DISP=SHR,DSNAME=SYS1.LINKLIB                          00010450
//             DD DISP=SHR,DSNAME=COVID19.LINKLIB                       00010460
//LKED.SYSLMOD DD DISP=SHR,DSNAME=COVID19.LINKLIB(EPIWEEK)              00010470
//                                                                      00010480
