//DAYMERGE    JOB (COBOL),'COVID19',CLASS=A,MSGCLASS=H,MSGLEVEL=(0,0)   00000010
//COMPLINK   EXEC COBUCL                                                00000020
//COB.SYSLIB   DD DISP=SHR,DSNAME=SYS1.COBLIB                           00000030
//             DD DISP=SHR,DSNAME=SYS1.LINKLIB                          00000040
//COB.SYSPUNCH DD DUMMY                                                 00000050
//COB.SYSIN    DD *                                                     00000060
      ******************************************************************00000070
      * PROGRAM DESCRIPTION:                                            00000080
      *   Multi-source merge of the daily feeds, run ahead of DAYVALID. 00000090
      *   Figures for the same country now arrive from more than one    00000100
      *   supplier - the WHO file, the national authority file and      00000110
      *   the federal province feeds - and simply concatenating them    00000120
      *   into COVID19.DATA.DAILY double-counts in TOTCNTRY. Every      00000130
      *   supplier record carries its source code in DAY-SOURCE (the    00000140
      *   last byte of the daily record):                               00000150
      *      W  WHO file;                                               00000160
      *      N  national authority file;                                00000170
      *      P  federal province feed (one row per province).           00000180
      *   All the supplier files are read together (concatenated on     00000190
      *   DAYSRC), normalised against the COVID19.DATA.CNTRYALS alias   00000200
      *   dataset the way DAYVALID does it, so that two suppliers       00000210
      *   using an old and a new code still meet, and grouped by        00000220
      *   country and data date. For each group ONE source is taken,    00000230
      *   from the source-priority parameter file COVID19.DATA.SRCPRTY: 00000240
      *   the country's own row if it has one, else the default row     00000250
      *   (country code '***'). The first source on the list that is    00000260
      *   present wins, so a missing preferred source falls back to     00000270
      *   the next one. A source on no list ranks after every listed    00000280
      *   one, in the order it was met; with no priority file at all    00000290
      *   the first source met wins.                                    00000300
      *   Every record of the chosen source (all its province rows,     00000310
      *   and any 'A' adjustment it sent) is written to COVID19.DATA.   00000320
      *   DAILY, sorted by data date and country name the way TOTCNTRY  00000330
      *   expects; the other sources' records are dropped. DAY-SOURCE   00000340
      *   travels with the record through DAYVALID and TOTCNTRY onto    00000350
      *   COVID19.DATA.HISTCNTRY.                                       00000360
      *   The listing shows every group where a dropped source's net    00000370
      *   cases or deaths differ from the chosen source's by more than  00000380
      *   the tolerance, and every group that fell back from its        00000390
      *   preferred source.                                             00000400
      *   One line is ACCEPTed from SYSIN: the disagreement tolerance   00000410
      *   as a percentage of the chosen source's figure (3 digits,      00000420
      *   e.g. 005 = 5%); blank or zero lists any difference at all.    00000430
      *                                                                 00000440
      *   DAYSRC     Input supplier feeds (concatenated).               00000450
      *   SRCPRI     Input source-priority parameters (optional).       00000460
      *   CTRYALS    Input country alias dataset (optional).            00000470
      *   DAYFIL     Output merged daily feed for DAYVALID.             00000480
      ******************************************************************00000490
       IDENTIFICATION DIVISION.                                         00000500
       PROGRAM-ID.   'DAYMERGE'.                                        00000510
       AUTHOR.       'DAVID ASTA'.                                      00000520
       INSTALLATION. 'MVS 3.8J TK4-'.                                   00000530
       DATE-WRITTEN. '14/10/2026'.                                      00000540
       DATE-COMPILED.                                                   00000550
       REMARKS.      'V1R1M0'.                                          00000560
      ******************************************************************00000570
       ENVIRONMENT DIVISION.                                            00000580
      ******************************************************************00000590
       INPUT-OUTPUT SECTION.                                            00000600
       FILE-CONTROL.                                                    00000610
           SELECT SOURCE-FILE    ASSIGN DA-S-DAYSRC.                    00000620
           SELECT SRCPRTY-FILE   ASSIGN DA-S-SRCPRI                     00000630
                                 FILE STATUS IS WS-SRCPRTY-STATUS.      00000640
           SELECT CNTRYALS-FILE  ASSIGN DA-S-CTRYALS                    00000650
                                 FILE STATUS IS WS-ALIAS-STATUS.        00000660
           SELECT DAILY-FILE     ASSIGN DA-S-DAYFIL.                    00000670
           SELECT REPORT-PRINT   ASSIGN UR-S-SYSPRINT.                  00000680
      ******************************************************************00000690
       DATA DIVISION.                                                   00000700
      ******************************************************************00000710
       FILE SECTION.                                                    00000720
      **********************************                                00000730
       FD  SOURCE-FILE                                                  00000740
      *******************                                               00000750
           LABEL RECORDS ARE STANDARD                                   00000760
           BLOCK CONTAINS 0 RECORDS                                     00000770
           RECORD CONTAINS 80 CHARACTERS.                               00000780
       01  SOURCE-RECORD.                                               00000790
           05 DAY-DATE            PIC X(08).                            00000800
           05 DAY-CASES           PIC 9(08).                            00000810
           05 DAY-DEATHS          PIC 9(08).                            00000820
           05 DAY-COUNTRYCODE     PIC A(03).                            00000830
           05 DAY-COUNTRYNAME     PIC X(40).                            00000840
           05 DAY-RECTYPE         PIC X.                                00000850
              88 DAY-DETAIL                  VALUE ' '.                 00000860
              88 DAY-ADJUSTMENT              VALUE 'A'.                 00000870
           05 DAY-RECOVERED       PIC 9(08).                            00000880
           05 DAY-PROVCODE        PIC X(03).                            00000890
           05 DAY-SOURCE          PIC X(01).                            00000900
      *******************                                               00000910
       FD  SRCPRTY-FILE                                                 00000920
      *******************                                               00000930
           LABEL RECORDS ARE STANDARD                                   00000940
           BLOCK CONTAINS 0 RECORDS                                     00000950
           RECORD CONTAINS 8 CHARACTERS.                                00000960
       01  PRI-RECORD.                                                  00000970
           05 PRI-COUNTRYCODE     PIC X(03).                            00000980
           05 PRI-SOURCES         PIC X(05).                            00000990
      *******************                                               00001000
       FD  CNTRYALS-FILE                                                00001010
      *******************                                               00001020
           LABEL RECORDS ARE STANDARD                                   00001030
           BLOCK CONTAINS 0 RECORDS                                     00001040
           RECORD CONTAINS 86 CHARACTERS.                               00001050
       01  ALS-RECORD.                                                  00001060
           05 ALS-OLD-CODE        PIC A(03).                            00001070
           05 ALS-OLD-NAME        PIC X(40).                            00001080
           05 ALS-NEW-CODE        PIC A(03).                            00001090
           05 ALS-NEW-NAME        PIC X(40).                            00001100
      *******************                                               00001110
       FD  DAILY-FILE                                                   00001120
      *******************                                               00001130
           RECORDING MODE F                                             00001140
           LABEL RECORDS ARE STANDARD                                   00001150
           BLOCK CONTAINS 0 RECORDS                                     00001160
           RECORD CONTAINS 80 CHARACTERS.                               00001170
       01  DAILY-RECORD           PIC X(80).                            00001180
      *******************                                               00001190
       FD  REPORT-PRINT                                                 00001200
      *******************                                               00001210
           LABEL RECORDS ARE OMITTED                                    00001220
           REPORT IS MERGE-LISTING.                                     00001230
      **********************************                                00001240
       WORKING-STORAGE SECTION.                                         00001250
      **********************************                                00001260
       77  WS-YEAR-CC                 PIC 99     VALUE 20.              00001270
       01  SWITCHES.                                                    00001280
           05 END-OF-FILE             PIC X      VALUE 'N'.             00001290
              88 EOF                             VALUE 'Y'.             00001300
           05 WS-ALS-FOUND-SW         PIC X      VALUE 'N'.             00001310
              88 ALS-FOUND                       VALUE 'Y'.             00001320
           05 WS-GRP-FOUND-SW         PIC X      VALUE 'N'.             00001330
              88 GRP-FOUND                       VALUE 'Y'.             00001340
           05 WS-SLOT-FOUND-SW        PIC X      VALUE 'N'.             00001350
              88 SLOT-FOUND                      VALUE 'Y'.             00001360
           05 WS-PRI-FOUND-SW         PIC X      VALUE 'N'.             00001370
              88 PRI-FOUND                       VALUE 'Y'.             00001380
           05 WS-DISAGREE-SW          PIC X      VALUE 'N'.             00001390
              88 DISAGREE                        VALUE 'Y'.             00001400
       01  WS-SRCPRTY-STATUS          PIC XX.                           00001410
       01  WS-ALIAS-STATUS            PIC XX.                           00001420
       01  COUNTERS.                                                    00001430
           05 COUNTER-MAX-DREC        PIC 9(04)  VALUE 5000.            00001440
           05 COUNTER-MAX-GROUP       PIC 9(04)  VALUE 1500.            00001450
           05 COUNTER-MAX-GRP-SRC     PIC 9      VALUE 5.               00001460
           05 COUNTER-MAX-PRI         PIC 999    VALUE 300.             00001470
           05 COUNTER-MAX-ALIAS       PIC 99     VALUE 50.              00001480
           05 WS-DREC-COUNT           PIC 9(04)  VALUE 0.               00001490
           05 WS-GROUP-COUNT          PIC 9(04)  VALUE 0.               00001500
           05 WS-PRI-COUNT            PIC 999    VALUE 0.               00001510
           05 WS-ALS-COUNT            PIC 99     VALUE 0.               00001520
           05 WS-READ-COUNT           PIC 9(08)  VALUE 0.               00001530
           05 WS-WRITE-COUNT          PIC 9(08)  VALUE 0.               00001540
           05 WS-DROP-COUNT           PIC 9(08)  VALUE 0.               00001550
           05 WS-ALIASED-COUNT        PIC 9(08)  VALUE 0.               00001560
           05 WS-MULTI-COUNT          PIC 9(08)  VALUE 0.               00001570
           05 WS-FALLBACK-COUNT       PIC 9(08)  VALUE 0.               00001580
           05 WS-DISAGREE-COUNT       PIC 9(08)  VALUE 0.               00001590
       01  SUBSCRIPTS.                                                  00001600
           05 WS-DREC-SUB             PIC 9(04).                        00001610
           05 WS-GROUP-SUB            PIC 9(04).                        00001620
           05 WS-ORDER-SUB            PIC 9(04).                        00001630
           05 WS-ORDER-MOVE-SUB       PIC 9(04).                        00001640
           05 WS-GSRC-SUB             PIC 9.                            00001650
           05 WS-CHOSEN-SUB           PIC 9.                            00001660
           05 WS-PRI-SUB              PIC 999.                          00001670
           05 WS-LIST-SUB             PIC 9.                            00001680
           05 WS-ALS-SUB              PIC 99.                           00001690
       01  WS-TOLERANCE-PCT-X         PIC X(03).                        00001700
       01  WS-TOLERANCE-PCT           PIC 9(03)  VALUE 0.               00001710
      * Every supplier record read, in arrival order, chained to the    00001720
      *  next record of the same country and date so that a group's     00001730
      *  records can be written without searching the table again.      00001740
       01  DAILY-RECORD-DATA.                                           00001750
           05 WS-TAB-DREC         OCCURS 5000 TIMES.                    00001760
              10 WS-DR-RECORD         PIC X(80).                        00001770
              10 WS-DR-PARTS REDEFINES WS-DR-RECORD.                    00001780
                 15 FILLER            PIC X(79).                        00001790
                 15 WS-DR-SOURCE      PIC X(01).                        00001800
              10 WS-DR-NEXT           PIC 9(04).                        00001810
      * One entry per country and data date, in arrival order, with     00001820
      *  the net figures each source sent for it. The order table       00001830
      *  holds the group numbers sorted by data date and country        00001840
      *  name - the order COVID19.DATA.DAILY is written in.             00001850
       01  GROUP-DATA.                                                  00001860
           05 WS-TAB-GROUP        OCCURS 1500 TIMES.                    00001870
              10 WS-GR-SORT-KEY.                                        00001880
                 15 WS-GR-DATE        PIC X(08).                        00001890
                 15 WS-GR-NAME        PIC X(40).                        00001900
              10 WS-GR-CODE           PIC A(03).                        00001910
              10 WS-GR-FIRST          PIC 9(04).                        00001920
              10 WS-GR-LAST           PIC 9(04).                        00001930
              10 WS-GR-CHOSEN         PIC X(01).                        00001940
              10 WS-GR-SRC-COUNT      PIC 9.                            00001950
              10 WS-GR-SRC        OCCURS 5 TIMES.                       00001960
                 15 WS-GS-SOURCE      PIC X(01).                        00001970
                 15 WS-GS-CASES       PIC S9(09).                       00001980
                 15 WS-GS-DEATHS      PIC S9(09).                       00001990
                 15 WS-GS-RANK        PIC 99.                           00002000
       01  GROUP-ORDER-DATA.                                            00002010
           05 WS-ORDER-GROUP          PIC 9(04)  OCCURS 1500 TIMES.     00002020
       01  WS-NEW-SORT-KEY.                                             00002030
           05 WS-NSK-DATE             PIC X(08).                        00002040
           05 WS-NSK-NAME             PIC X(40).                        00002050
      * The source-priority parameters: each country's preferred        00002060
      *  sources, most preferred first, and the default order.          00002070
       01  PRIORITY-DATA.                                               00002080
           05 WS-PRI-DEFAULT          PIC X(05)  VALUE SPACES.          00002090
           05 WS-TAB-PRI          OCCURS 300 TIMES.                     00002100
              10 WS-PRI-CODE          PIC X(03).                        00002110
              10 WS-PRI-LIST          PIC X(05).                        00002120
       01  WS-SOURCE-LIST.                                              00002130
           05 WS-SL-SOURCE            PIC X(01)  OCCURS 5 TIMES.        00002140
       01  COUNTRY-ALIAS-DATA.                                          00002150
           05 WS-TAB-ALIAS        OCCURS 50 TIMES.                      00002160
              10 WS-ALS-OLD-CODE      PIC A(03).                        00002170
              10 WS-ALS-OLD-NAME      PIC X(40).                        00002180
              10 WS-ALS-NEW-CODE      PIC A(03).                        00002190
              10 WS-ALS-NEW-NAME      PIC X(40).                        00002200
       01  COMPARISON-DATA.                                             00002210
           05 WS-BEST-RANK            PIC 99.                           00002220
           05 WS-DIFF-CASES           PIC S9(09).                       00002230
           05 WS-DIFF-DEATHS          PIC S9(09).                       00002240
           05 WS-DIFF-LIMIT           PIC S9(11).                       00002250
           05 WS-DIFF-PCT             PIC S9(05)V9.                     00002260
      * One listing line being assembled.                               00002270
       01  LISTING-DETAIL-DATA.                                         00002280
           05 WS-LD-DATE              PIC X(08).                        00002290
           05 WS-LD-CODE              PIC A(03).                        00002300
           05 WS-LD-NAME              PIC X(40).                        00002310
           05 WS-LD-CHOSEN            PIC X(01).                        00002320
           05 WS-LD-CHOSEN-CASES      PIC S9(09).                       00002330
           05 WS-LD-CHOSEN-DEATHS     PIC S9(09).                       00002340
           05 WS-LD-OTHER             PIC X(01).                        00002350
           05 WS-LD-OTHER-CASES       PIC S9(09).                       00002360
           05 WS-LD-OTHER-DEATHS      PIC S9(09).                       00002370
           05 WS-LD-PCT-EDIT          PIC -(4)9.9.                      00002380
           05 WS-LD-PCT-TEXT          PIC X(07).                        00002390
           05 WS-LD-PREFERRED         PIC X(01).                        00002400
       01  WS-TODAYS-DATE.                                              00002410
           05 TD-MONTH                PIC X(02).                        00002420
           05 FILLER                  PIC X.                            00002430
           05 TD-DAY                  PIC X(02).                        00002440
           05 FILLER                  PIC X.                            00002450
           05 TD-YEAR                 PIC X(02).                        00002460
       01  WS-TODAYS-TIME.                                              00002470
           05 TT-HOURS                PIC X(02).                        00002480
           05 TT-MINUTES              PIC X(02).                        00002490
           05 TT-SECONDS              PIC X(02).                        00002500
      **********************************                                00002510
       REPORT SECTION.                                                  00002520
      **********************************                                00002530
       RD  MERGE-LISTING                                                00002540
           PAGE LIMIT IS 66 LINES                                       00002550
           HEADING 1                                                    00002560
           FIRST DETAIL 5                                               00002570
           LAST DETAIL 58                                               00002580
           FOOTING 62.                                                  00002590
       01  PAGE-HEAD-GROUP TYPE PAGE HEADING.                           00002600
           05 LINE 1.                                                   00002610
              10 COLUMN 01        PIC X(05)  VALUE 'DATE:'.             00002620
              10 COLUMN 07        PIC 99     SOURCE TD-DAY.             00002630
              10 COLUMN 09        PIC X      VALUE '/'.                 00002640
              10 COLUMN 10        PIC 99     SOURCE TD-MONTH.           00002650
              10 COLUMN 12        PIC X      VALUE '/'.                 00002660
              10 COLUMN 13        PIC 99     SOURCE WS-YEAR-CC.         00002670
              10 COLUMN 15        PIC 99     SOURCE TD-YEAR.            00002680
              10 COLUMN 40        PIC A(33)  VALUE                      00002690
                    'COVID-19 DAILY FEED SOURCE MERGE'.                 00002700
              10 COLUMN 121       PIC X(05)  VALUE 'PAGE:'.             00002710
              10 COLUMN 127       PIC ZZ,ZZ9 SOURCE PAGE-COUNTER.       00002720
           05 LINE PLUS 1.                                              00002730
              10 COLUMN 01        PIC X(05)  VALUE 'TIME:'.             00002740
              10 COLUMN 07        PIC 99     SOURCE TT-HOURS.           00002750
              10 COLUMN 09        PIC X      VALUE ':'.                 00002760
              10 COLUMN 10        PIC 99     SOURCE TT-MINUTES.         00002770
              10 COLUMN 12        PIC X      VALUE ':'.                 00002780
              10 COLUMN 13        PIC 99     SOURCE TT-SECONDS.         00002790
              10 COLUMN 40        PIC X(10)  VALUE 'TOLERANCE:'.        00002800
              10 COLUMN 51        PIC ZZ9    SOURCE WS-TOLERANCE-PCT.   00002810
              10 COLUMN 54        PIC X      VALUE '%'.                 00002820
       01  DISAGREE-HEADER TYPE DETAIL.                                 00002830
           05 LINE PLUS 2.                                              00002840
              10 COLUMN 01        PIC X(38)  VALUE                      00002850
                    'SOURCES DISAGREEING BEYOND TOLERANCE'.             00002860
           05 LINE PLUS 2.                                              00002870
              10 COLUMN 01        PIC X(08)  VALUE 'Date'.              00002880
              10 COLUMN 11        PIC X(07)  VALUE 'Country'.           00002890
              10 COLUMN 43        PIC X(04)  VALUE 'Used'.              00002900
              10 COLUMN 53        PIC X(05)  VALUE 'Cases'.             00002910
              10 COLUMN 64        PIC X(06)  VALUE 'Deaths'.            00002920
              10 COLUMN 72        PIC X(05)  VALUE 'Other'.             00002930
              10 COLUMN 83        PIC X(05)  VALUE 'Cases'.             00002940
              10 COLUMN 94        PIC X(06)  VALUE 'Deaths'.            00002950
              10 COLUMN 102       PIC X(06)  VALUE 'Diff %'.            00002960
           05 LINE PLUS 1.                                              00002970
              10 COLUMN 01        PIC X(08)  VALUE '--------'.          00002980
              10 COLUMN 11        PIC X(30)  VALUE                      00002990
                    '------------------------------'.                   00003000
              10 COLUMN 43        PIC X(04)  VALUE '----'.              00003010
              10 COLUMN 48        PIC X(10)  VALUE '----------'.        00003020
              10 COLUMN 60        PIC X(10)  VALUE '----------'.        00003030
              10 COLUMN 72        PIC X(05)  VALUE '-----'.             00003040
              10 COLUMN 78        PIC X(10)  VALUE '----------'.        00003050
              10 COLUMN 90        PIC X(10)  VALUE '----------'.        00003060
              10 COLUMN 102       PIC X(07)  VALUE '-------'.           00003070
       01  DISAGREE-DETAIL TYPE DETAIL.                                 00003080
           05 LINE PLUS 1.                                              00003090
              10 COLUMN 01        PIC X(08)  SOURCE WS-LD-DATE.         00003100
              10 COLUMN 11        PIC X(30)  SOURCE WS-LD-NAME.         00003110
              10 COLUMN 44        PIC X(01)  SOURCE WS-LD-CHOSEN.       00003120
              10 COLUMN 48        PIC -ZZZZZZZZ9 SOURCE                 00003130
                                              WS-LD-CHOSEN-CASES.       00003140
              10 COLUMN 60        PIC -ZZZZZZZZ9 SOURCE                 00003150
                                              WS-LD-CHOSEN-DEATHS.      00003160
              10 COLUMN 74        PIC X(01)  SOURCE WS-LD-OTHER.        00003170
              10 COLUMN 78        PIC -ZZZZZZZZ9 SOURCE                 00003180
                                              WS-LD-OTHER-CASES.        00003190
              10 COLUMN 90        PIC -ZZZZZZZZ9 SOURCE                 00003200
                                              WS-LD-OTHER-DEATHS.       00003210
              10 COLUMN 102       PIC X(07)  SOURCE WS-LD-PCT-TEXT.     00003220
       01  FALLBACK-HEADER TYPE DETAIL.                                 00003230
           05 LINE PLUS 2.                                              00003240
              10 COLUMN 01        PIC X(42)  VALUE                      00003250
                    'GROUPS FALLEN BACK FROM PREFERRED SOURCE'.         00003260
           05 LINE PLUS 2.                                              00003270
              10 COLUMN 01        PIC X(08)  VALUE 'Date'.              00003280
              10 COLUMN 11        PIC X(07)  VALUE 'Country'.           00003290
              10 COLUMN 43        PIC X(09)  VALUE 'Preferred'.         00003300
              10 COLUMN 54        PIC X(04)  VALUE 'Used'.              00003310
           05 LINE PLUS 1.                                              00003320
              10 COLUMN 01        PIC X(08)  VALUE '--------'.          00003330
              10 COLUMN 11        PIC X(30)  VALUE                      00003340
                    '------------------------------'.                   00003350
              10 COLUMN 43        PIC X(09)  VALUE '---------'.         00003360
              10 COLUMN 54        PIC X(04)  VALUE '----'.              00003370
       01  FALLBACK-DETAIL TYPE DETAIL.                                 00003380
           05 LINE PLUS 1.                                              00003390
              10 COLUMN 01        PIC X(08)  SOURCE WS-LD-DATE.         00003400
              10 COLUMN 11        PIC X(30)  SOURCE WS-LD-NAME.         00003410
              10 COLUMN 47        PIC X(01)  SOURCE WS-LD-PREFERRED.    00003420
              10 COLUMN 55        PIC X(01)  SOURCE WS-LD-CHOSEN.       00003430
       01  MERGE-FOOTING TYPE REPORT FOOTING.                           00003440
           05 LINE PLUS 2.                                              00003450
              10 COLUMN 01        PIC X(24)  VALUE                      00003460
                    'SUPPLIER RECORDS READ  :'.                         00003470
              10 COLUMN 26        PIC ZZ,ZZZ,ZZ9 SOURCE WS-READ-COUNT.  00003480
           05 LINE PLUS 1.                                              00003490
              10 COLUMN 01        PIC X(24)  VALUE                      00003500
                    'RECORDS WRITTEN        :'.                         00003510
              10 COLUMN 26        PIC ZZ,ZZZ,ZZ9 SOURCE WS-WRITE-COUNT. 00003520
           05 LINE PLUS 1.                                              00003530
              10 COLUMN 01        PIC X(24)  VALUE                      00003540
                    'RECORDS DROPPED        :'.                         00003550
              10 COLUMN 26        PIC ZZ,ZZZ,ZZ9 SOURCE WS-DROP-COUNT.  00003560
           05 LINE PLUS 1.                                              00003570
              10 COLUMN 01        PIC X(24)  VALUE                      00003580
                    'MULTI-SOURCE GROUPS    :'.                         00003590
              10 COLUMN 26        PIC ZZ,ZZZ,ZZ9 SOURCE WS-MULTI-COUNT. 00003600
           05 LINE PLUS 1.                                              00003610
              10 COLUMN 01        PIC X(24)  VALUE                      00003620
                    'DISAGREEMENTS LISTED   :'.                         00003630
              10 COLUMN 26        PIC ZZ,ZZZ,ZZ9 SOURCE                 00003640
                                              WS-DISAGREE-COUNT.        00003650
           05 LINE PLUS 1.                                              00003660
              10 COLUMN 01        PIC X(24)  VALUE                      00003670
                    'FALLBACKS LISTED       :'.                         00003680
              10 COLUMN 26        PIC ZZ,ZZZ,ZZ9 SOURCE                 00003690
                                              WS-FALLBACK-COUNT.        00003700
      ******************************************************************00003710
       PROCEDURE DIVISION.                                              00003720
      ******************************************************************00003730
       0000-MAIN.                                                       00003740
      **********************************                                00003750
           PERFORM 1000-INITIALISE THRU 1000-EXIT.                      00003760
           PERFORM 2000-READ-SOURCE-RECORDS THRU 2000-EXIT              00003770
               UNTIL EOF.                                               00003780
           CLOSE SOURCE-FILE.                                           00003790
           MOVE 1 TO WS-GROUP-SUB.                                      00003800
           PERFORM 3000-CHOOSE-SOURCE THRU 3000-EXIT                    00003810
               UNTIL WS-GROUP-SUB > WS-GROUP-COUNT.                     00003820
           OPEN OUTPUT DAILY-FILE.                                      00003830
           MOVE 1 TO WS-ORDER-SUB.                                      00003840
           PERFORM 4000-WRITE-ONE-GROUP THRU 4000-EXIT                  00003850
               UNTIL WS-ORDER-SUB > WS-GROUP-COUNT.                     00003860
           CLOSE DAILY-FILE.                                            00003870
           PERFORM 5000-PRINT-LISTING THRU 5000-EXIT.                   00003880
           PERFORM 9000-PRINT-SUMMARY THRU 9000-EXIT.                   00003890
       0000-EXIT.                                                       00003900
           STOP RUN.                                                    00003910
      **********************************                                00003920
       1000-INITIALISE.                                                 00003930
      **********************************                                00003940
           DISPLAY 'DAYMERGE - DAILY FEED SOURCE MERGE STARTING'.       00003950
           ACCEPT WS-TOLERANCE-PCT-X.                                   00003960
           IF WS-TOLERANCE-PCT-X IS NUMERIC THEN                        00003970
               MOVE WS-TOLERANCE-PCT-X TO WS-TOLERANCE-PCT.             00003980
           MOVE CURRENT-DATE TO WS-TODAYS-DATE.                         00003990
           MOVE TIME-OF-DAY  TO WS-TODAYS-TIME.                         00004000
           PERFORM 1100-LOAD-PRIORITIES THRU 1100-EXIT.                 00004010
           PERFORM 1200-LOAD-COUNTRY-ALIASES THRU 1200-EXIT.            00004020
           OPEN INPUT SOURCE-FILE.                                      00004030
       1000-EXIT.                                                       00004040
           EXIT.                                                        00004050
      **********************************                                00004060
       1100-LOAD-PRIORITIES.                                            00004070
      **********************************                                00004080
      * An absent priority file means no preference is in force - the   00004090
      *  first source met for a country and date is the one used.       00004100
           OPEN INPUT SRCPRTY-FILE.                                     00004110
           IF WS-SRCPRTY-STATUS NOT = '00' THEN                         00004120
               GO TO 1100-EXIT.                                         00004130
           MOVE 'N' TO END-OF-FILE.                                     00004140
           PERFORM 1110-READ-PRIORITY-RECORD THRU 1110-EXIT             00004150
               UNTIL EOF.                                               00004160
           CLOSE SRCPRTY-FILE.                                          00004170
           MOVE 'N' TO END-OF-FILE.                                     00004180
       1100-EXIT.                                                       00004190
           EXIT.                                                        00004200
      **********************************                                00004210
       1110-READ-PRIORITY-RECORD.                                       00004220
      **********************************                                00004230
           READ SRCPRTY-FILE                                            00004240
               AT END MOVE 'Y' TO END-OF-FILE.                          00004250
           IF EOF THEN                                                  00004260
               GO TO 1110-EXIT.                                         00004270
           IF PRI-COUNTRYCODE = '***' THEN                              00004280
               MOVE PRI-SOURCES TO WS-PRI-DEFAULT                       00004290
               GO TO 1110-EXIT.                                         00004300
      * A priority row that will not fit would silently send that       00004310
      *  country back to the default order - stop the run instead.      00004320
           IF WS-PRI-COUNT NOT < COUNTER-MAX-PRI THEN                   00004330
               DISPLAY 'DAYMERGE - PRIORITY TABLE FULL AT '             00004340
                   COUNTER-MAX-PRI ' - RUN ABANDONED'                   00004350
               MOVE 16 TO RETURN-CODE                                   00004360
               STOP RUN.                                                00004370
           ADD 1 TO WS-PRI-COUNT.                                       00004380
           MOVE PRI-COUNTRYCODE TO WS-PRI-CODE (WS-PRI-COUNT).          00004390
           MOVE PRI-SOURCES     TO WS-PRI-LIST (WS-PRI-COUNT).          00004400
       1110-EXIT.                                                       00004410
           EXIT.                                                        00004420
      **********************************                                00004430
       1200-LOAD-COUNTRY-ALIASES.                                       00004440
      **********************************                                00004450
      * Same alias dataset, and same bootstrap treatment, as DAYVALID's 00004460
      *  1200-LOAD-COUNTRY-ALIASES.                                     00004470
           OPEN INPUT CNTRYALS-FILE.                                    00004480
           IF WS-ALIAS-STATUS NOT = '00' THEN                           00004490
               GO TO 1200-EXIT.                                         00004500
           MOVE 'N' TO END-OF-FILE.                                     00004510
           PERFORM 1210-READ-ALIAS-RECORD THRU 1210-EXIT                00004520
               UNTIL EOF.                                               00004530
           CLOSE CNTRYALS-FILE.                                         00004540
           MOVE 'N' TO END-OF-FILE.                                     00004550
       1200-EXIT.                                                       00004560
           EXIT.                                                        00004570
      **********************************                                00004580
       1210-READ-ALIAS-RECORD.                                          00004590
      **********************************                                00004600
           READ CNTRYALS-FILE                                           00004610
               AT END MOVE 'Y' TO END-OF-FILE.                          00004620
           IF NOT EOF AND WS-ALS-COUNT NOT < COUNTER-MAX-ALIAS THEN     00004630
               DISPLAY 'DAYMERGE - ALIAS TABLE FULL AT '                00004640
                   COUNTER-MAX-ALIAS ' - RUN ABANDONED'                 00004650
               MOVE 16 TO RETURN-CODE                                   00004660
               STOP RUN.                                                00004670
           IF NOT EOF THEN                                              00004680
               ADD 1 TO WS-ALS-COUNT                                    00004690
               MOVE ALS-OLD-CODE TO WS-ALS-OLD-CODE (WS-ALS-COUNT)      00004700
               MOVE ALS-OLD-NAME TO WS-ALS-OLD-NAME (WS-ALS-COUNT)      00004710
               MOVE ALS-NEW-CODE TO WS-ALS-NEW-CODE (WS-ALS-COUNT)      00004720
               MOVE ALS-NEW-NAME TO WS-ALS-NEW-NAME (WS-ALS-COUNT).     00004730
       1210-EXIT.                                                       00004740
           EXIT.                                                        00004750
      **********************************                                00004760
       2000-READ-SOURCE-RECORDS.                                        00004770
      **********************************                                00004780
           READ SOURCE-FILE                                             00004790
               AT END MOVE 'Y' TO END-OF-FILE.                          00004800
           IF NOT EOF THEN                                              00004810
               ADD 1 TO WS-READ-COUNT                                   00004820
               PERFORM 2100-FILE-ONE-RECORD THRU 2100-EXIT.             00004830
       2000-EXIT.                                                       00004840
           EXIT.                                                        00004850
      **********************************                                00004860
       2100-FILE-ONE-RECORD.                                            00004870
      **********************************                                00004880
      * Normalise the country, keep the record, and chain it onto its   00004890
      *  country-and-date group, adding its figures to its source's     00004900
      *  net totals within the group.                                   00004910
           MOVE 'N' TO WS-ALS-FOUND-SW.                                 00004920
           MOVE 1   TO WS-ALS-SUB.                                      00004930
           PERFORM 2110-MATCH-ONE-ALIAS THRU 2110-EXIT                  00004940
               UNTIL WS-ALS-SUB > WS-ALS-COUNT                          00004950
                  OR ALS-FOUND.                                         00004960
           IF WS-DREC-COUNT NOT < COUNTER-MAX-DREC THEN                 00004970
               DISPLAY 'DAYMERGE - RECORD TABLE FULL AT '               00004980
                   COUNTER-MAX-DREC ' - RUN ABANDONED'                  00004990
               MOVE 16 TO RETURN-CODE                                   00005000
               STOP RUN.                                                00005010
           ADD 1 TO WS-DREC-COUNT.                                      00005020
           MOVE SOURCE-RECORD TO WS-DR-RECORD (WS-DREC-COUNT).          00005030
           MOVE 0             TO WS-DR-NEXT (WS-DREC-COUNT).            00005040
           MOVE 'N' TO WS-GRP-FOUND-SW.                                 00005050
           MOVE 1   TO WS-GROUP-SUB.                                    00005060
           PERFORM 2120-FIND-GROUP THRU 2120-EXIT                       00005070
               UNTIL WS-GROUP-SUB > WS-GROUP-COUNT                      00005080
                  OR GRP-FOUND.                                         00005090
           IF NOT GRP-FOUND THEN                                        00005100
               PERFORM 2200-ADD-GROUP THRU 2200-EXIT                    00005110
           ELSE                                                         00005120
               MOVE WS-DREC-COUNT                                       00005130
                    TO WS-DR-NEXT (WS-GR-LAST (WS-GROUP-SUB))           00005140
               MOVE WS-DREC-COUNT TO WS-GR-LAST (WS-GROUP-SUB).         00005150
           MOVE 'N' TO WS-SLOT-FOUND-SW.                                00005160
           MOVE 1   TO WS-GSRC-SUB.                                     00005170
           PERFORM 2130-FIND-GROUP-SOURCE THRU 2130-EXIT                00005180
               UNTIL WS-GSRC-SUB > WS-GR-SRC-COUNT (WS-GROUP-SUB)       00005190
                  OR SLOT-FOUND.                                        00005200
           IF NOT SLOT-FOUND THEN                                       00005210
               PERFORM 2300-ADD-GROUP-SOURCE THRU 2300-EXIT.            00005220
      * Figures that are not numeric are left for DAYVALID to reject;   00005230
      *  they take no part in the comparison.                           00005240
           IF DAY-CASES IS NOT NUMERIC OR DAY-DEATHS IS NOT NUMERIC     00005250
               THEN                                                     00005260
               GO TO 2100-EXIT.                                         00005270
           IF DAY-ADJUSTMENT THEN                                       00005280
               SUBTRACT DAY-CASES                                       00005290
                   FROM WS-GS-CASES (WS-GROUP-SUB, WS-GSRC-SUB)         00005300
               SUBTRACT DAY-DEATHS                                      00005310
                   FROM WS-GS-DEATHS (WS-GROUP-SUB, WS-GSRC-SUB)        00005320
           ELSE                                                         00005330
               ADD DAY-CASES                                            00005340
                   TO WS-GS-CASES (WS-GROUP-SUB, WS-GSRC-SUB)           00005350
               ADD DAY-DEATHS                                           00005360
                   TO WS-GS-DEATHS (WS-GROUP-SUB, WS-GSRC-SUB).         00005370
       2100-EXIT.                                                       00005380
           EXIT.                                                        00005390
      **********************************                                00005400
       2110-MATCH-ONE-ALIAS.                                            00005410
      **********************************                                00005420
           IF DAY-COUNTRYCODE = WS-ALS-OLD-CODE (WS-ALS-SUB)            00005430
             OR DAY-COUNTRYNAME = WS-ALS-OLD-NAME (WS-ALS-SUB) THEN     00005440
               MOVE WS-ALS-NEW-CODE (WS-ALS-SUB) TO DAY-COUNTRYCODE     00005450
               MOVE WS-ALS-NEW-NAME (WS-ALS-SUB) TO DAY-COUNTRYNAME     00005460
               ADD 1 TO WS-ALIASED-COUNT                                00005470
               MOVE 'Y' TO WS-ALS-FOUND-SW.                             00005480
           ADD 1 TO WS-ALS-SUB.                                         00005490
       2110-EXIT.                                                       00005500
           EXIT.                                                        00005510
      **********************************                                00005520
       2120-FIND-GROUP.                                                 00005530
      **********************************                                00005540
           IF DAY-COUNTRYCODE = WS-GR-CODE (WS-GROUP-SUB)               00005550
             AND DAY-DATE = WS-GR-DATE (WS-GROUP-SUB) THEN              00005560
               MOVE 'Y' TO WS-GRP-FOUND-SW                              00005570
           ELSE                                                         00005580
               ADD 1 TO WS-GROUP-SUB.                                   00005590
       2120-EXIT.                                                       00005600
           EXIT.                                                        00005610
      **********************************                                00005620
       2130-FIND-GROUP-SOURCE.                                          00005630
      **********************************                                00005640
           IF DAY-SOURCE = WS-GS-SOURCE (WS-GROUP-SUB, WS-GSRC-SUB)     00005650
               THEN                                                     00005660
               MOVE 'Y' TO WS-SLOT-FOUND-SW                             00005670
           ELSE                                                         00005680
               ADD 1 TO WS-GSRC-SUB.                                    00005690
       2130-EXIT.                                                       00005700
           EXIT.                                                        00005710
      **********************************                                00005720
       2200-ADD-GROUP.                                                  00005730
      **********************************                                00005740
      * A new country and date: open its group and slot its number      00005750
      *  into the date-and-name order.                                  00005760
           IF WS-GROUP-COUNT NOT < COUNTER-MAX-GROUP THEN               00005770
               DISPLAY 'DAYMERGE - GROUP TABLE FULL AT '                00005780
                   COUNTER-MAX-GROUP ' - RUN ABANDONED'                 00005790
               MOVE 16 TO RETURN-CODE                                   00005800
               STOP RUN.                                                00005810
           ADD 1 TO WS-GROUP-COUNT.                                     00005820
           MOVE WS-GROUP-COUNT  TO WS-GROUP-SUB.                        00005830
           MOVE DAY-DATE        TO WS-GR-DATE (WS-GROUP-SUB).           00005840
           MOVE DAY-COUNTRYNAME TO WS-GR-NAME (WS-GROUP-SUB).           00005850
           MOVE DAY-COUNTRYCODE TO WS-GR-CODE (WS-GROUP-SUB).           00005860
           MOVE WS-DREC-COUNT   TO WS-GR-FIRST (WS-GROUP-SUB).          00005870
           MOVE WS-DREC-COUNT   TO WS-GR-LAST (WS-GROUP-SUB).           00005880
           MOVE SPACE           TO WS-GR-CHOSEN (WS-GROUP-SUB).         00005890
           MOVE 0               TO WS-GR-SRC-COUNT (WS-GROUP-SUB).      00005900
           MOVE WS-GR-SORT-KEY (WS-GROUP-SUB) TO WS-NEW-SORT-KEY.       00005910
           MOVE 'N' TO WS-SLOT-FOUND-SW.                                00005920
           MOVE 1   TO WS-ORDER-SUB.                                    00005930
           PERFORM 2210-FIND-ORDER-SLOT THRU 2210-EXIT                  00005940
               UNTIL WS-ORDER-SUB NOT < WS-GROUP-COUNT                  00005950
                  OR SLOT-FOUND.                                        00005960
           MOVE WS-GROUP-COUNT TO WS-ORDER-MOVE-SUB.                    00005970
           PERFORM 2220-SHIFT-ORDER-DOWN THRU 2220-EXIT                 00005980
               UNTIL WS-ORDER-MOVE-SUB NOT > WS-ORDER-SUB.              00005990
           MOVE WS-GROUP-SUB TO WS-ORDER-GROUP (WS-ORDER-SUB).          00006000
       2200-EXIT.                                                       00006010
           EXIT.                                                        00006020
      **********************************                                00006030
       2210-FIND-ORDER-SLOT.                                            00006040
      **********************************                                00006050
           IF WS-NEW-SORT-KEY <                                         00006060
              WS-GR-SORT-KEY (WS-ORDER-GROUP (WS-ORDER-SUB)) THEN       00006070
               MOVE 'Y' TO WS-SLOT-FOUND-SW                             00006080
           ELSE                                                         00006090
               ADD 1 TO WS-ORDER-SUB.                                   00006100
       2210-EXIT.                                                       00006110
           EXIT.                                                        00006120
      **********************************                                00006130
       2220-SHIFT-ORDER-DOWN.                                           00006140
      **********************************                                00006150
           MOVE WS-ORDER-GROUP (WS-ORDER-MOVE-SUB - 1)                  00006160
                TO WS-ORDER-GROUP (WS-ORDER-MOVE-SUB).                  00006170
           SUBTRACT 1 FROM WS-ORDER-MOVE-SUB.                           00006180
       2220-EXIT.                                                       00006190
           EXIT.                                                        00006200
      **********************************                                00006210
       2300-ADD-GROUP-SOURCE.                                           00006220
      **********************************                                00006230
           IF WS-GR-SRC-COUNT (WS-GROUP-SUB) NOT < COUNTER-MAX-GRP-SRC  00006240
               THEN                                                     00006250
               DISPLAY 'DAYMERGE - MORE THAN ' COUNTER-MAX-GRP-SRC      00006260
                   ' SOURCES FOR ' DAY-COUNTRYCODE ' ' DAY-DATE         00006270
                   ' - RUN ABANDONED'                                   00006280
               MOVE 16 TO RETURN-CODE                                   00006290
               STOP RUN.                                                00006300
           ADD 1 TO WS-GR-SRC-COUNT (WS-GROUP-SUB).                     00006310
           MOVE WS-GR-SRC-COUNT (WS-GROUP-SUB) TO WS-GSRC-SUB.          00006320
           MOVE DAY-SOURCE TO WS-GS-SOURCE (WS-GROUP-SUB, WS-GSRC-SUB). 00006330
           MOVE 0          TO WS-GS-CASES (WS-GROUP-SUB, WS-GSRC-SUB).  00006340
           MOVE 0          TO WS-GS-DEATHS (WS-GROUP-SUB, WS-GSRC-SUB). 00006350
           MOVE 0          TO WS-GS-RANK (WS-GROUP-SUB, WS-GSRC-SUB).   00006360
       2300-EXIT.                                                       00006370
           EXIT.                                                        00006380
      **********************************                                00006390
       3000-CHOOSE-SOURCE.                                              00006400
      **********************************                                00006410
      * Rank every source the group received against the country's      00006420
      *  priority list (or the default list): its place on the list,    00006430
      *  or 10 plus its arrival position when it is not listed. The     00006440
      *  lowest rank wins.                                              00006450
           MOVE WS-PRI-DEFAULT TO WS-SOURCE-LIST.                       00006460
           MOVE 'N' TO WS-PRI-FOUND-SW.                                 00006470
           MOVE 1   TO WS-PRI-SUB.                                      00006480
           PERFORM 3010-FIND-PRIORITY THRU 3010-EXIT                    00006490
               UNTIL WS-PRI-SUB > WS-PRI-COUNT                          00006500
                  OR PRI-FOUND.                                         00006510
           IF PRI-FOUND THEN                                            00006520
               MOVE WS-PRI-LIST (WS-PRI-SUB) TO WS-SOURCE-LIST.         00006530
           MOVE 99 TO WS-BEST-RANK.                                     00006540
           MOVE 1  TO WS-GSRC-SUB.                                      00006550
           PERFORM 3100-RANK-ONE-SOURCE THRU 3100-EXIT                  00006560
               UNTIL WS-GSRC-SUB > WS-GR-SRC-COUNT (WS-GROUP-SUB).      00006570
           MOVE WS-GS-SOURCE (WS-GROUP-SUB, WS-CHOSEN-SUB)              00006580
                TO WS-GR-CHOSEN (WS-GROUP-SUB).                         00006590
           IF WS-GR-SRC-COUNT (WS-GROUP-SUB) > 1 THEN                   00006600
               ADD 1 TO WS-MULTI-COUNT.                                 00006610
           ADD 1 TO WS-GROUP-SUB.                                       00006620
       3000-EXIT.                                                       00006630
           EXIT.                                                        00006640
      **********************************                                00006650
       3010-FIND-PRIORITY.                                              00006660
      **********************************                                00006670
           IF WS-GR-CODE (WS-GROUP-SUB) = WS-PRI-CODE (WS-PRI-SUB) THEN 00006680
               MOVE 'Y' TO WS-PRI-FOUND-SW                              00006690
           ELSE                                                         00006700
               ADD 1 TO WS-PRI-SUB.                                     00006710
       3010-EXIT.                                                       00006720
           EXIT.                                                        00006730
      **********************************                                00006740
       3100-RANK-ONE-SOURCE.                                            00006750
      **********************************                                00006760
           COMPUTE WS-GS-RANK (WS-GROUP-SUB, WS-GSRC-SUB) =             00006770
               10 + WS-GSRC-SUB.                                        00006780
           MOVE 1 TO WS-LIST-SUB.                                       00006790
           PERFORM 3110-MATCH-LIST-ENTRY THRU 3110-EXIT                 00006800
               UNTIL WS-LIST-SUB > 5.                                   00006810
           IF WS-GS-RANK (WS-GROUP-SUB, WS-GSRC-SUB) < WS-BEST-RANK     00006820
               THEN                                                     00006830
               MOVE WS-GS-RANK (WS-GROUP-SUB, WS-GSRC-SUB)              00006840
                    TO WS-BEST-RANK                                     00006850
               MOVE WS-GSRC-SUB TO WS-CHOSEN-SUB.                       00006860
           ADD 1 TO WS-GSRC-SUB.                                        00006870
       3100-EXIT.                                                       00006880
           EXIT.                                                        00006890
      **********************************                                00006900
       3110-MATCH-LIST-ENTRY.                                           00006910
      **********************************                                00006920
      * The list ends at its first blank position; a match ends the     00006930
      *  search, so a source listed twice keeps its higher place.       00006940
           IF WS-SL-SOURCE (WS-LIST-SUB) = SPACE THEN                   00006950
               MOVE 6 TO WS-LIST-SUB                                    00006960
               GO TO 3110-EXIT.                                         00006970
           IF WS-SL-SOURCE (WS-LIST-SUB) =                              00006980
              WS-GS-SOURCE (WS-GROUP-SUB, WS-GSRC-SUB) THEN             00006990
               MOVE WS-LIST-SUB                                         00007000
                    TO WS-GS-RANK (WS-GROUP-SUB, WS-GSRC-SUB)           00007010
               MOVE 6 TO WS-LIST-SUB                                    00007020
           ELSE                                                         00007030
               ADD 1 TO WS-LIST-SUB.                                    00007040
       3110-EXIT.                                                       00007050
           EXIT.                                                        00007060
      **********************************                                00007070
       4000-WRITE-ONE-GROUP.                                            00007080
      **********************************                                00007090
      * Walk the group's chain, writing the chosen source's records     00007100
      *  and dropping the rest.                                         00007110
           MOVE WS-ORDER-GROUP (WS-ORDER-SUB) TO WS-GROUP-SUB.          00007120
           MOVE WS-GR-FIRST (WS-GROUP-SUB)    TO WS-DREC-SUB.           00007130
           PERFORM 4100-WRITE-ONE-RECORD THRU 4100-EXIT                 00007140
               UNTIL WS-DREC-SUB = 0.                                   00007150
           ADD 1 TO WS-ORDER-SUB.                                       00007160
       4000-EXIT.                                                       00007170
           EXIT.                                                        00007180
      **********************************                                00007190
       4100-WRITE-ONE-RECORD.                                           00007200
      **********************************                                00007210
           IF WS-DR-SOURCE (WS-DREC-SUB) = WS-GR-CHOSEN (WS-GROUP-SUB)  00007220
               THEN                                                     00007230
               WRITE DAILY-RECORD FROM WS-DR-RECORD (WS-DREC-SUB)       00007240
               ADD 1 TO WS-WRITE-COUNT                                  00007250
           ELSE                                                         00007260
               ADD 1 TO WS-DROP-COUNT.                                  00007270
           MOVE WS-DR-NEXT (WS-DREC-SUB) TO WS-DREC-SUB.                00007280
       4100-EXIT.                                                       00007290
           EXIT.                                                        00007300
      **********************************                                00007310
       5000-PRINT-LISTING.                                              00007320
      **********************************                                00007330
      * Two passes over the groups in date-and-name order: first the    00007340
      *  disagreements, then the fallbacks.                             00007350
           OPEN OUTPUT REPORT-PRINT.                                    00007360
           INITIATE MERGE-LISTING.                                      00007370
           GENERATE DISAGREE-HEADER.                                    00007380
           MOVE 1 TO WS-ORDER-SUB.                                      00007390
           PERFORM 5100-CHECK-ONE-GROUP THRU 5100-EXIT                  00007400
               UNTIL WS-ORDER-SUB > WS-GROUP-COUNT.                     00007410
           GENERATE FALLBACK-HEADER.                                    00007420
           MOVE 1 TO WS-ORDER-SUB.                                      00007430
           PERFORM 5300-CHECK-FALLBACK THRU 5300-EXIT                   00007440
               UNTIL WS-ORDER-SUB > WS-GROUP-COUNT.                     00007450
           TERMINATE MERGE-LISTING.                                     00007460
           CLOSE REPORT-PRINT.                                          00007470
       5000-EXIT.                                                       00007480
           EXIT.                                                        00007490
      **********************************                                00007500
       5100-CHECK-ONE-GROUP.                                            00007510
      **********************************                                00007520
           MOVE WS-ORDER-GROUP (WS-ORDER-SUB) TO WS-GROUP-SUB.          00007530
           IF WS-GR-SRC-COUNT (WS-GROUP-SUB) < 2 THEN                   00007540
               GO TO 5100-NEXT.                                         00007550
           MOVE 1 TO WS-CHOSEN-SUB.                                     00007560
           PERFORM 5110-FIND-CHOSEN-SLOT THRU 5110-EXIT                 00007570
               UNTIL WS-GS-SOURCE (WS-GROUP-SUB, WS-CHOSEN-SUB) =       00007580
                     WS-GR-CHOSEN (WS-GROUP-SUB).                       00007590
           MOVE 1 TO WS-GSRC-SUB.                                       00007600
           PERFORM 5200-COMPARE-ONE-SOURCE THRU 5200-EXIT               00007610
               UNTIL WS-GSRC-SUB > WS-GR-SRC-COUNT (WS-GROUP-SUB).      00007620
       5100-NEXT.                                                       00007630
           ADD 1 TO WS-ORDER-SUB.                                       00007640
       5100-EXIT.                                                       00007650
           EXIT.                                                        00007660
      **********************************                                00007670
       5110-FIND-CHOSEN-SLOT.                                           00007680
      **********************************                                00007690
           ADD 1 TO WS-CHOSEN-SUB.                                      00007700
       5110-EXIT.                                                       00007710
           EXIT.                                                        00007720
      **********************************                                00007730
       5200-COMPARE-ONE-SOURCE.                                         00007740
      **********************************                                00007750
      * A dropped source disagrees when its cases or its deaths are     00007760
      *  further from the chosen source's than the tolerance allows.    00007770
           IF WS-GSRC-SUB = WS-CHOSEN-SUB THEN                          00007780
               GO TO 5200-NEXT.                                         00007790
           MOVE 'N' TO WS-DISAGREE-SW.                                  00007800
           COMPUTE WS-DIFF-CASES =                                      00007810
               WS-GS-CASES (WS-GROUP-SUB, WS-GSRC-SUB)                  00007820
             - WS-GS-CASES (WS-GROUP-SUB, WS-CHOSEN-SUB).               00007830
           COMPUTE WS-DIFF-DEATHS =                                     00007840
               WS-GS-DEATHS (WS-GROUP-SUB, WS-GSRC-SUB)                 00007850
             - WS-GS-DEATHS (WS-GROUP-SUB, WS-CHOSEN-SUB).              00007860
           IF WS-DIFF-CASES < 0 THEN                                    00007870
               COMPUTE WS-DIFF-CASES = 0 - WS-DIFF-CASES.               00007880
           IF WS-DIFF-DEATHS < 0 THEN                                   00007890
               COMPUTE WS-DIFF-DEATHS = 0 - WS-DIFF-DEATHS.             00007900
           COMPUTE WS-DIFF-LIMIT =                                      00007910
               WS-GS-CASES (WS-GROUP-SUB, WS-CHOSEN-SUB)                00007920
             * WS-TOLERANCE-PCT.                                        00007930
           IF WS-DIFF-LIMIT < 0 THEN                                    00007940
               COMPUTE WS-DIFF-LIMIT = 0 - WS-DIFF-LIMIT.               00007950
           IF WS-DIFF-CASES * 100 > WS-DIFF-LIMIT THEN                  00007960
               MOVE 'Y' TO WS-DISAGREE-SW.                              00007970
           COMPUTE WS-DIFF-LIMIT =                                      00007980
               WS-GS-DEATHS (WS-GROUP-SUB, WS-CHOSEN-SUB)               00007990
             * WS-TOLERANCE-PCT.                                        00008000
           IF WS-DIFF-LIMIT < 0 THEN                                    00008010
               COMPUTE WS-DIFF-LIMIT = 0 - WS-DIFF-LIMIT.               00008020
           IF WS-DIFF-DEATHS * 100 > WS-DIFF-LIMIT THEN                 00008030
               MOVE 'Y' TO WS-DISAGREE-SW.                              00008040
           IF NOT DISAGREE THEN                                         00008050
               GO TO 5200-NEXT.                                         00008060
           ADD 1 TO WS-DISAGREE-COUNT.                                  00008070
           MOVE WS-GR-DATE (WS-GROUP-SUB)   TO WS-LD-DATE.              00008080
           MOVE WS-GR-CODE (WS-GROUP-SUB)   TO WS-LD-CODE.              00008090
           MOVE WS-GR-NAME (WS-GROUP-SUB)   TO WS-LD-NAME.              00008100
           MOVE WS-GR-CHOSEN (WS-GROUP-SUB) TO WS-LD-CHOSEN.            00008110
           MOVE WS-GS-CASES (WS-GROUP-SUB, WS-CHOSEN-SUB)               00008120
                TO WS-LD-CHOSEN-CASES.                                  00008130
           MOVE WS-GS-DEATHS (WS-GROUP-SUB, WS-CHOSEN-SUB)              00008140
                TO WS-LD-CHOSEN-DEATHS.                                 00008150
           MOVE WS-GS-SOURCE (WS-GROUP-SUB, WS-GSRC-SUB)                00008160
                TO WS-LD-OTHER.                                         00008170
           MOVE WS-GS-CASES (WS-GROUP-SUB, WS-GSRC-SUB)                 00008180
                TO WS-LD-OTHER-CASES.                                   00008190
           MOVE WS-GS-DEATHS (WS-GROUP-SUB, WS-GSRC-SUB)                00008200
                TO WS-LD-OTHER-DEATHS.                                  00008210
      * The percentage is of the chosen source's cases; it means        00008220
      *  nothing against none, and prints N/A.                          00008230
           IF WS-LD-CHOSEN-CASES > 0 THEN                               00008240
               COMPUTE WS-DIFF-PCT ROUNDED =                            00008250
                   (WS-LD-OTHER-CASES - WS-LD-CHOSEN-CASES) * 100       00008260
                   / WS-LD-CHOSEN-CASES                                 00008270
               MOVE WS-DIFF-PCT    TO WS-LD-PCT-EDIT                    00008280
               MOVE WS-LD-PCT-EDIT TO WS-LD-PCT-TEXT                    00008290
           ELSE                                                         00008300
               MOVE 'N/A' TO WS-LD-PCT-TEXT.                            00008310
           GENERATE DISAGREE-DETAIL.                                    00008320
       5200-NEXT.                                                       00008330
           ADD 1 TO WS-GSRC-SUB.                                        00008340
       5200-EXIT.                                                       00008350
           EXIT.                                                        00008360
      **********************************                                00008370
       5300-CHECK-FALLBACK.                                             00008380
      **********************************                                00008390
      * A group fell back when the first source on its list sent        00008400
      *  nothing for it. Groups with no list at all cannot fall back.   00008410
           MOVE WS-ORDER-GROUP (WS-ORDER-SUB) TO WS-GROUP-SUB.          00008420
           MOVE WS-PRI-DEFAULT TO WS-SOURCE-LIST.                       00008430
           MOVE 'N' TO WS-PRI-FOUND-SW.                                 00008440
           MOVE 1   TO WS-PRI-SUB.                                      00008450
           PERFORM 3010-FIND-PRIORITY THRU 3010-EXIT                    00008460
               UNTIL WS-PRI-SUB > WS-PRI-COUNT                          00008470
                  OR PRI-FOUND.                                         00008480
           IF PRI-FOUND THEN                                            00008490
               MOVE WS-PRI-LIST (WS-PRI-SUB) TO WS-SOURCE-LIST.         00008500
           IF WS-SL-SOURCE (1) = SPACE                                  00008510
             OR WS-SL-SOURCE (1) = WS-GR-CHOSEN (WS-GROUP-SUB) THEN     00008520
               GO TO 5300-NEXT.                                         00008530
           ADD 1 TO WS-FALLBACK-COUNT.                                  00008540
           MOVE WS-GR-DATE (WS-GROUP-SUB)   TO WS-LD-DATE.              00008550
           MOVE WS-GR-CODE (WS-GROUP-SUB)   TO WS-LD-CODE.              00008560
           MOVE WS-GR-NAME (WS-GROUP-SUB)   TO WS-LD-NAME.              00008570
           MOVE WS-GR-CHOSEN (WS-GROUP-SUB) TO WS-LD-CHOSEN.            00008580
           MOVE WS-SL-SOURCE (1)            TO WS-LD-PREFERRED.         00008590
           GENERATE FALLBACK-DETAIL.                                    00008600
       5300-NEXT.                                                       00008610
           ADD 1 TO WS-ORDER-SUB.                                       00008620
       5300-EXIT.                                                       00008630
           EXIT.                                                        00008640
      **********************************                                00008650
       9000-PRINT-SUMMARY.                                              00008660
      **********************************                                00008670
           DISPLAY 'DAYMERGE - RECORDS READ    : ' WS-READ-COUNT.       00008680
           DISPLAY 'DAYMERGE - RECORDS WRITTEN : ' WS-WRITE-COUNT.      00008690
           DISPLAY 'DAYMERGE - RECORDS DROPPED : ' WS-DROP-COUNT.       00008700
           DISPLAY 'DAYMERGE - RECORDS ALIASED : ' WS-ALIASED-COUNT.    00008710
           DISPLAY 'DAYMERGE - GROUPS          : ' WS-GROUP-COUNT.      00008720
           DISPLAY 'DAYMERGE - MULTI-SOURCE    : ' WS-MULTI-COUNT.      00008730
           DISPLAY 'DAYMERGE - DISAGREEMENTS   : ' WS-DISAGREE-COUNT.   00008740
           DISPLAY 'DAYMERGE - FALLBACKS       : ' WS-FALLBACK-COUNT.   00008750
       9000-EXIT.                                                       00008760
           EXIT.                                                        00008770
      ******************************************************************00008780
/*                                                                      00008790
//LKED.SYSLIB  DD DISP=SHR,DSNAME=SYS1.COBLIB                           00008800
//             DD DISP=SHR,DSNAME=SYS1.LINKLIB                          00008810
//             DD DISP=SHR,DSNAME=COVID19.LINKLIB                       00008820
//LKED.SYSLMOD DD DISP=SHR,DSNAME=COVID19.LINKLIB(DAYMERGE)             00008830
//                                                                      00008840
