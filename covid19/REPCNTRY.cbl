      *   Favourites countries are read from COVID19.DATA.FAVCNTR (one  00001703
      *    3 character country code per record), so there is no fixed   00001803
      *    limit on how many can be listed (capped at 100 by the table).00001903
      *   Each favourite's last 7 COVID19.DATA.HISTCNTRY entries are    00001903
      *    read straight from the keyed history (country code plus      00001903
      *    YYYYMMDD data date), one key range per favourite.            00001903
      *   I guess this program could have been done with SORT,          00002003
      *    but as I yet have to learn how to do it, I did it manually   00002103
      *    with tables.                                                 00002203
      *                                                                 00002203
      *   Also reads COVID19.DATA.TOTVACC, the per-country vaccination  00002203
      *    totals written by TOTVACC, and ranks countries by the        00002203
      *    percentage of their population (from the POPCNTRY file)      00002203
      *    with a first dose, fully vaccinated and boosted, plus the    00002203
      *    favourites' coverage and average doses given per day over    00002203
      *    their last 7 COVID19.DATA.HISTVACC entries. Both files are   00002203
      *    optional - without them the vaccination sections are left    00002203
      *    off the report.                                              00002203
      *   REPDIST bursts this listing by recipient, recognising its     00002203
      *    sections by their heading text - keep its section table in   00002203
      *    step with any heading changed here.                          00002203
      ******************************************************************00002300
       IDENTIFICATION DIVISION.                                         00002400
       PROGRAM-ID.   'REPCNTRY'.                                        00002500
           SELECT TOTCPREV-FILE  ASSIGN DA-S-TOTPRV.                    00003706
           SELECT FAVCNTRY-FILE  ASSIGN DA-S-FAVCTR.                    00003710
           SELECT POPCNTRY-FILE  ASSIGN DA-S-POPCTR.                    00003710
           SELECT HISTCNTRY-FILE ASSIGN HISTCTR                         00003710
                                 ORGANIZATION IS INDEXED                00003710
                                 ACCESS MODE IS DYNAMIC                 00003710
                                 RECORD KEY IS HIST-KEY                 00003710
                                 FILE STATUS IS WS-HIST-STATUS.         00003710
           SELECT CSV-EXTRACT    ASSIGN DA-S-CSVOUT.                    00003717
           SELECT RUNLEDG-FILE   ASSIGN DA-S-RUNLEDG                    00003718
                                 FILE STATUS IS WS-RUNLEDG-STATUS.      00003719
           SELECT REPPROF-FILE   ASSIGN DA-S-REPPROF                    00003722
                                 FILE STATUS IS WS-PROF-STATUS.         00003723
           SELECT ALERTS-FILE    ASSIGN DA-S-ALERTS.                    00003722
           SELECT TOTVACC-FILE   ASSIGN DA-S-VACTOT                     00003722
                                 FILE STATUS IS WS-VACTOT-STATUS.       00003722
           SELECT HISTVACC-FILE  ASSIGN DA-S-VACHST                     00003722
                                 FILE STATUS IS WS-VACHST-STATUS.       00003722
           SELECT REPORT-PRINT   ASSIGN UR-S-SYSPRINT.                  00003800
      ******************************************************************00003900
       DATA DIVISION.                                                   00004000
           RECORDING MODE F                                             00004600
           LABEL RECORDS ARE STANDARD                                   00004700
           BLOCK CONTAINS 0 RECORDS                                     00004800
           RECORD CONTAINS 68 CHARACTERS.                               00004900
       01  TOT-RECORD.                                                  00005000
           05 TOT-COUNTRYCODE         PIC A(03).                        00005100
           05 TOT-CASES               PIC 9(08).                        00005200
           05 TOT-DEATHS              PIC 9(08).                        00005300
           05 TOT-COUNTRYNAME         PIC X(40).                        00005400
           05 TOT-RECOVERED           PIC 9(08).                        00005410
           05 TOT-ESTIMATED           PIC X(01).                        00005410
      * Alternate view of the record when TOT-COUNTRYCODE is 'CTL' -    00005420
      *  the control label TOTCNTRY appends at normal completion.       00005430
       01  TOTCTL-RECORD.                                               00005440
           05 TOTCTL-TAG              PIC X(03).                        00005450
           05 TOTCTL-DATA-DATE        PIC X(08).                        00005460
           05 TOTCTL-REC-COUNT        PIC 9(08).                        00005470
           05 FILLER                  PIC X(49).                        00005480
      *******************                                               00005506
       FD  TOTCPREV-FILE                                                00005606
      *******************                                               00005706
           RECORDING MODE F                                             00005806
           LABEL RECORDS ARE STANDARD                                   00005906
           BLOCK CONTAINS 0 RECORDS                                     00006006
           RECORD CONTAINS 68 CHARACTERS.                               00006106
       01  PRV-RECORD.                                                  00006206
           05 PRV-COUNTRYCODE         PIC A(03).                        00006306
           05 PRV-CASES               PIC 9(08).                        00006406
           05 PRV-DEATHS              PIC 9(08).                        00006506
           05 PRV-COUNTRYNAME         PIC X(40).                        00006606
           05 PRV-RECOVERED           PIC 9(08).                        00006607
           05 PRV-ESTIMATED           PIC X(01).                        00006607
       01  PRVCTL-RECORD.                                               00006608
           05 PRVCTL-TAG              PIC X(03).                        00006609
           05 PRVCTL-DATA-DATE        PIC X(08).                        00006610
           05 PRVCTL-REC-COUNT        PIC 9(08).                        00006611
           05 FILLER                  PIC X(49).                        00006612
      *******************                                               00006610
       FD  FAVCNTRY-FILE                                                00006620
      *******************                                               00006630
           05 POP-COUNTRYCODE         PIC A(03).                        00006680
           05 POP-POPULATION          PIC 9(10).                        00006680
      *******************                                               00006705
       FD  HISTCNTRY-FILE                                               00006705
      *******************                                               00006705
           LABEL RECORDS ARE STANDARD                                   00006705
           RECORD CONTAINS 80 CHARACTERS.                               00006705
       01  HIST-RECORD.                                                 00006705
           05 HIST-KEY.                                                 00006705
              10 HIST-COUNTRYCODE     PIC A(03).                        00006705
              10 HIST-DATA-DATE       PIC X(08).                        00006705
           05 HIST-CASES              PIC 9(08).                        00006705
           05 HIST-DEATHS             PIC 9(08).                        00006705
           05 HIST-COUNTRYNAME        PIC X(40).                        00006705
           05 HIST-RECOVERED          PIC 9(08).                        00006705
           05 FILLER                  PIC X(05).                        00006705
      *******************                                               00006770
       FD  RUNLEDG-FILE                                                 00006771
      *******************                                               00006772
           05 FILLER                  PIC X      VALUE ','.             00006806
           05 CSV-DELTA-DEATHS-SIGN   PIC X.                            00006806
           05 CSV-DELTA-DEATHS        PIC 9(07).                        00006806
      *******************                                               00006806
       FD  TOTVACC-FILE                                                 00006806
      *******************                                               00006806
           RECORDING MODE F                                             00006806
           LABEL RECORDS ARE STANDARD                                   00006806
           BLOCK CONTAINS 0 RECORDS                                     00006806
           RECORD CONTAINS 80 CHARACTERS.                               00006806
       01  VTOT-RECORD.                                                 00006806
           05 VTOT-COUNTRYCODE        PIC A(03).                        00006806
           05 VTOT-COUNTRYNAME        PIC X(40).                        00006806
           05 VTOT-FIRST-DOSE         PIC 9(09).                        00006806
           05 VTOT-FULLY-VACC         PIC 9(09).                        00006806
           05 VTOT-BOOSTERS           PIC 9(09).                        00006806
           05 FILLER                  PIC X(10).                        00006806
       01  VTOTCTL-RECORD.                                              00006806
           05 VTOTCTL-TAG             PIC X(03).                        00006806
           05 VTOTCTL-DATA-DATE       PIC X(08).                        00006806
           05 VTOTCTL-REC-COUNT       PIC 9(08).                        00006806
           05 FILLER                  PIC X(61).                        00006806
      *******************                                               00006806
       FD  HISTVACC-FILE                                                00006806
      *******************                                               00006806
           RECORDING MODE F                                             00006806
           LABEL RECORDS ARE STANDARD                                   00006806
           BLOCK CONTAINS 0 RECORDS                                     00006806
           RECORD CONTAINS 80 CHARACTERS.                               00006806
       01  VHIST-RECORD.                                                00006806
           05 VHIST-DATE              PIC X(08).                        00006806
           05 VHIST-COUNTRYCODE       PIC A(03).                        00006806
           05 VHIST-COUNTRYNAME       PIC X(40).                        00006806
           05 VHIST-FIRST-DOSE        PIC 9(09).                        00006806
           05 VHIST-FULLY-VACC        PIC 9(09).                        00006806
           05 VHIST-BOOSTERS          PIC 9(09).                        00006806
           05 FILLER                  PIC X(02).                        00006806
      *******************                                               00006700
       FD  REPORT-PRINT                                                 00006800
      *******************                                               00006900
              88 EOF                             VALUE 'Y'.             00008000
           05 WS-PREV-FOUND-SW        PIC X      VALUE 'N'.             00008001
              88 PREV-FOUND                      VALUE 'Y'.             00008002
       01  WS-RUNLEDG-STATUS          PIC XX.                           00008005
       01  WS-LEDG-LAST-DATE          PIC X(08) VALUE SPACES.           00008005
       01  WS-LEDG-LAST-STATUS        PIC X     VALUE SPACE.            00008005
       01  WS-THRESH-STATUS           PIC XX.                           00008006
       01  WS-VACTOT-STATUS           PIC XX.                           00008006
       01  WS-VACHST-STATUS           PIC XX.                           00008006
       01  WS-HIST-STATUS             PIC XX.                           00008006
       77  WS-EDIT-JUMP               PIC 9(07).                        00008007
       77  WS-EDIT-CFR                PIC 999.9999.                     00008008
       01  COUNTERS.                                                    00008100
       01  REPORT-PROFILE-DATA.                                         00008231
      * Which sections print this run. The profile file carries one     00008232
      *  keyword per record (CASES, DEATHS, CFR, JUMP, C100K, D100K,    00008233
      *  ACTIVE, FAVS, VFIRST, VFULL, VBOOST, VFAVS with value N to     00008233
      *  suppress, or DEPTH with the                                    00008233
      *  leaderboard depth). No profile file at all means everything    00008235
      *  prints at the usual depth of 10.                               00008236
           05 WS-SEC-CASES-SW         PIC X      VALUE 'Y'.             00008237
              88 SEC-ACTIVE-ON                   VALUE 'Y'.             00008250
           05 WS-SEC-FAVS-SW          PIC X      VALUE 'Y'.             00008251
              88 SEC-FAVS-ON                     VALUE 'Y'.             00008252
           05 WS-SEC-VFIRST-SW        PIC X      VALUE 'Y'.             00008252
              88 SEC-VFIRST-ON                   VALUE 'Y'.             00008252
           05 WS-SEC-VFULL-SW         PIC X      VALUE 'Y'.             00008252
              88 SEC-VFULL-ON                    VALUE 'Y'.             00008252
           05 WS-SEC-VBOOST-SW        PIC X      VALUE 'Y'.             00008252
              88 SEC-VBOOST-ON                   VALUE 'Y'.             00008252
           05 WS-SEC-VFAVS-SW         PIC X      VALUE 'Y'.             00008252
              88 SEC-VFAVS-ON                    VALUE 'Y'.             00008252
           05 WS-PROF-DEPTH-X         PIC X(02).                        00008253
           05 WS-PROF-DEPTH-9 REDEFINES WS-PROF-DEPTH-X                 00008254
                                      PIC 9(02).                        00008255
              10 WS-TAB-ACTIV-CASES   PIC 9(08).                        00009405
              10 WS-TAB-ACTIV-DEATHS  PIC 9(08).                        00009406
              10 WS-TAB-ACTIV-ACTIVE  PIC 9(08).                        00009407
           05 WS-TAB-TOP10-VFST   OCCURS 25 TIMES.                      00009407
              10 WS-TAB-VFST-CCODE    PIC X(03)  VALUE SPACES.          00009407
              10 WS-TAB-VFST-CNAME    PIC X(40).                        00009407
              10 WS-TAB-VFST-FIRST    PIC 9(09).                        00009407
              10 WS-TAB-VFST-FULLY    PIC 9(09).                        00009407
              10 WS-TAB-VFST-BOOST    PIC 9(09).                        00009407
              10 WS-TAB-VFST-PFIRST   PIC 9(03)V9(02).                  00009407
              10 WS-TAB-VFST-PFULL    PIC 9(03)V9(02).                  00009407
              10 WS-TAB-VFST-PBOOST   PIC 9(03)V9(02).                  00009407
           05 WS-TAB-TOP10-VFUL   OCCURS 25 TIMES.                      00009407
              10 WS-TAB-VFUL-CCODE    PIC X(03)  VALUE SPACES.          00009407
              10 WS-TAB-VFUL-CNAME    PIC X(40).                        00009407
              10 WS-TAB-VFUL-FIRST    PIC 9(09).                        00009407
              10 WS-TAB-VFUL-FULLY    PIC 9(09).                        00009407
              10 WS-TAB-VFUL-BOOST    PIC 9(09).                        00009407
              10 WS-TAB-VFUL-PFIRST   PIC 9(03)V9(02).                  00009407
              10 WS-TAB-VFUL-PFULL    PIC 9(03)V9(02).                  00009407
              10 WS-TAB-VFUL-PBOOST   PIC 9(03)V9(02).                  00009407
           05 WS-TAB-TOP10-VBST   OCCURS 25 TIMES.                      00009407
              10 WS-TAB-VBST-CCODE    PIC X(03)  VALUE SPACES.          00009407
              10 WS-TAB-VBST-CNAME    PIC X(40).                        00009407
              10 WS-TAB-VBST-FIRST    PIC 9(09).                        00009407
              10 WS-TAB-VBST-FULLY    PIC 9(09).                        00009407
              10 WS-TAB-VBST-BOOST    PIC 9(09).                        00009407
              10 WS-TAB-VBST-PFIRST   PIC 9(03)V9(02).                  00009407
              10 WS-TAB-VBST-PFULL    PIC 9(03)V9(02).                  00009407
              10 WS-TAB-VBST-PBOOST   PIC 9(03)V9(02).                  00009407
           05 WS-TAB-FAVOURITES   OCCURS 100 TIMES.                     00009903
              10 WS-TAB-FAVS-CCODE    PIC X(03).                        00010006
              10 WS-TAB-FAVS-CNAME    PIC X(40).                        00010103
           05 WS-CTR-CASES-100K       PIC 9(07)V9(02).                  00011667
           05 WS-CTR-DEATHS-100K      PIC 9(07)V9(02).                  00011667
           05 WS-CTR-ACTIVE           PIC 9(08).                        00011668
           05 WS-CTR-VAC-FIRST        PIC 9(09).                        00011668
           05 WS-CTR-VAC-FULLY        PIC 9(09).                        00011668
           05 WS-CTR-VAC-BOOST        PIC 9(09).                        00011668
           05 WS-CTR-VPCT-FIRST       PIC 9(03)V9(02).                  00011668
           05 WS-CTR-VPCT-FULL        PIC 9(03)V9(02).                  00011668
           05 WS-CTR-VPCT-BOOST       PIC 9(03)V9(02).                  00011668
           05 WS-CTR-DOSES-AVG        PIC S9(08).                       00011668
       01  JUMP-DATA.                                                   00011670
           05 WS-JUMP-CASES-PREV      PIC 9(08).                        00011680
           05 WS-JUMP-DELTA-SGN       PIC S9(07).                       00011690
              10 WS-PREV-CTRY-CASES   PIC 9(08).                        00011903
              10 WS-PREV-CTRY-DEATHS  PIC 9(08).                        00011903
       01  FAV-HIST-DATA.                                               00011903
      * One rolling 7-entry history window per favourite, each filled   00011903
      *  from that favourite's own key range of HISTCNTRY-FILE by       00011903
      *  0005-LOAD-FAV-HISTORY - no other country's rows are read.      00011903
           05 WS-FAVH-SUB             PIC 999.                          00011903
           05 WS-TAB-FAV-HIST     OCCURS 100 TIMES.                     00011903
              10 WS-FAVH-COUNT        PIC 9     VALUE 0.                00011903
           05 WS-TAB-POP          OCCURS 300 TIMES.                     00011903
              10 WS-POP-CODE          PIC A(03).                        00011903
              10 WS-POP-VALUE         PIC 9(10).                        00011903
       01  VACCINATION-DATA.                                            00011903
      * Vaccination coverage from COVID19.DATA.TOTVACC, each count as a 00011903
      *  percentage of the country's POPCNTRY population. The file is   00011903
      *  optional - no dataset, or one with no detail rows, leaves      00011903
      *  VAC-LOADED off and the vaccination sections do not print.      00011903
      *  WS-VAC-ENTRY is one country's figures, laid out exactly like   00011903
      *  a slot of the three coverage leaderboards.                     00011903
           05 WS-VAC-LOADED-SW        PIC X      VALUE 'N'.             00011903
              88 VAC-LOADED                      VALUE 'Y'.             00011903
           05 WS-VAC-DATA-DATE        PIC X(08)  VALUE SPACES.          00011903
           05 WS-VAC-COUNT            PIC 999    VALUE 0.               00011903
           05 WS-VAC-ENTRY.                                             00011903
              10 WS-VAC-CCODE         PIC X(03).                        00011903
              10 WS-VAC-CNAME         PIC X(40).                        00011903
              10 WS-VAC-FIRST         PIC 9(09).                        00011903
              10 WS-VAC-FULLY         PIC 9(09).                        00011903
              10 WS-VAC-BOOST         PIC 9(09).                        00011903
              10 WS-VAC-PFIRST        PIC 9(03)V9(02).                  00011903
              10 WS-VAC-PFULL         PIC 9(03)V9(02).                  00011903
              10 WS-VAC-PBOOST        PIC 9(03)V9(02).                  00011903
       01  FAV-VACC-DATA.                                               00011903
      * Each favourite's vaccination figures, picked out as             00011903
      *  TOTVACC-FILE is loaded, and a rolling 7-entry window of its    00011903
      *  total doses (first + fully vaccinated + boosters) filled in    00011903
      *  one sweep of HISTVACC-FILE, which is not keyed.                00011903
           05 WS-FAVV-SUB             PIC 999.                          00011903
           05 WS-FAVV-FOUND-SW        PIC X      VALUE 'N'.             00011903
              88 FAVV-FOUND                      VALUE 'Y'.             00011903
           05 WS-FAVV-MATCH-CODE      PIC A(03).                        00011903
           05 WS-VHIST-DOSES          PIC 9(10).                        00011903
           05 WS-TAB-FAV-VACC     OCCURS 100 TIMES.                     00011903
              10 WS-FAVV-ENTRY.                                         00011903
                 15 WS-FAVV-CCODE     PIC X(03)  VALUE SPACES.          00011903
                 15 WS-FAVV-CNAME     PIC X(40).                        00011903
                 15 WS-FAVV-FIRST     PIC 9(09).                        00011903
                 15 WS-FAVV-FULLY     PIC 9(09).                        00011903
                 15 WS-FAVV-BOOST     PIC 9(09).                        00011903
                 15 WS-FAVV-PFIRST    PIC 9(03)V9(02).                  00011903
                 15 WS-FAVV-PFULL     PIC 9(03)V9(02).                  00011903
                 15 WS-FAVV-PBOOST    PIC 9(03)V9(02).                  00011903
              10 WS-FAVV-COUNT        PIC 9      VALUE 0.               00011903
              10 WS-FAVV-DOSES   OCCURS 7 TIMES                         00011903
                                      PIC 9(10).                        00011903
       01  CONTROL-LABEL-DATA.                                          00012608
      * The 'CTL' labels TOTCNTRY appends to the totals datasets: the   00012609
      *  data date each file holds and its detail row count. The        00012610
                                               '----------------'.      00020260
              10 COLUMN 118       PIC A(16)  VALUE                      00020250
                                               '----------------'.      00020260
       01  VACC-VFIRST-HEADER TYPE DETAIL.                              00020260
           05 LINE PLUS 2.                                              00020260
              10 COLUMN 01        PIC A(29)  VALUE                      00020260
                                         'TOP10 by % with first dose'.  00020260
              10 COLUMN 31        PIC X(06)  VALUE 'As at '.            00020260
              10 COLUMN 37        PIC X(08)  SOURCE WS-VAC-DATA-DATE.   00020260
              10 COLUMN 50        PIC A(18)  VALUE 'First dose (% pop)'.00020260
              10 COLUMN 78        PIC A(18)  VALUE 'Fully vacc (% pop)'.00020260
              10 COLUMN 104       PIC A(18)  VALUE 'Boosters   (% pop)'.00020260
           05 LINE PLUS 1.                                              00020260
              10 COLUMN 01        PIC A(25)  VALUE                      00020260
                                            '-------------------------'.00020260
              10 COLUMN 47        PIC A(22)  VALUE                      00020260
                                               '----------------------'.00020260
              10 COLUMN 75        PIC A(22)  VALUE                      00020260
                                               '----------------------'.00020260
              10 COLUMN 101       PIC A(22)  VALUE                      00020260
                                               '----------------------'.00020260
       01  VACC-VFULL-HEADER TYPE DETAIL.                               00020260
           05 LINE PLUS 2.                                              00020260
              10 COLUMN 01        PIC A(29)  VALUE                      00020260
                                        'TOP10 by % fully vaccinated'.  00020260
              10 COLUMN 31        PIC X(06)  VALUE 'As at '.            00020260
              10 COLUMN 37        PIC X(08)  SOURCE WS-VAC-DATA-DATE.   00020260
              10 COLUMN 50        PIC A(18)  VALUE 'First dose (% pop)'.00020260
              10 COLUMN 78        PIC A(18)  VALUE 'Fully vacc (% pop)'.00020260
              10 COLUMN 104       PIC A(18)  VALUE 'Boosters   (% pop)'.00020260
           05 LINE PLUS 1.                                              00020260
              10 COLUMN 01        PIC A(25)  VALUE                      00020260
                                            '-------------------------'.00020260
              10 COLUMN 47        PIC A(22)  VALUE                      00020260
                                               '----------------------'.00020260
              10 COLUMN 75        PIC A(22)  VALUE                      00020260
                                               '----------------------'.00020260
              10 COLUMN 101       PIC A(22)  VALUE                      00020260
                                               '----------------------'.00020260
       01  VACC-VBOOST-HEADER TYPE DETAIL.                              00020260
           05 LINE PLUS 2.                                              00020260
              10 COLUMN 01        PIC A(29)  VALUE                      00020260
                                                 'TOP10 by % boosted'.  00020260
              10 COLUMN 31        PIC X(06)  VALUE 'As at '.            00020260
              10 COLUMN 37        PIC X(08)  SOURCE WS-VAC-DATA-DATE.   00020260
              10 COLUMN 50        PIC A(18)  VALUE 'First dose (% pop)'.00020260
              10 COLUMN 78        PIC A(18)  VALUE 'Fully vacc (% pop)'.00020260
              10 COLUMN 104       PIC A(18)  VALUE 'Boosters   (% pop)'.00020260
           05 LINE PLUS 1.                                              00020260
              10 COLUMN 01        PIC A(25)  VALUE                      00020260
                                            '-------------------------'.00020260
              10 COLUMN 47        PIC A(22)  VALUE                      00020260
                                               '----------------------'.00020260
              10 COLUMN 75        PIC A(22)  VALUE                      00020260
                                               '----------------------'.00020260
              10 COLUMN 101       PIC A(22)  VALUE                      00020260
                                               '----------------------'.00020260
       01  VACC-FAVOURITE-HEADER TYPE DETAIL.                           00020260
           05 LINE PLUS 2.                                              00020260
              10 COLUMN 01        PIC A(29)  VALUE                      00020260
                                             'VACCINATION FAVOURITES'.  00020260
              10 COLUMN 31        PIC X(06)  VALUE 'As at '.            00020260
              10 COLUMN 37        PIC X(08)  SOURCE WS-VAC-DATA-DATE.   00020260
              10 COLUMN 50        PIC A(18)  VALUE 'First dose (% pop)'.00020260
              10 COLUMN 78        PIC A(18)  VALUE 'Fully vacc (% pop)'.00020260
              10 COLUMN 104       PIC A(18)  VALUE 'Boosters   (% pop)'.00020260
              10 COLUMN 123       PIC A(09)  VALUE 'Doses/day'.         00020260
           05 LINE PLUS 1.                                              00020260
              10 COLUMN 01        PIC A(25)  VALUE                      00020260
                                            '-------------------------'.00020260
              10 COLUMN 47        PIC A(22)  VALUE                      00020260
                                               '----------------------'.00020260
              10 COLUMN 75        PIC A(22)  VALUE                      00020260
                                               '----------------------'.00020260
              10 COLUMN 101       PIC A(22)  VALUE                      00020260
                                               '----------------------'.00020260
              10 COLUMN 123       PIC A(09)  VALUE '---------'.         00020260
       01  TOP10-DETAIL TYPE DETAIL.                                    00020300
           05 LINE PLUS 1.                                              00020400
              10 COLUMN 01        PIC X(40)  SOURCE WS-CTR-COUNTRYNAME. 00020500
              10 COLUMN 95        PIC X      SOURCE WS-CTR-DEATHS-DSIGN.00021666
              10 COLUMN 96        PIC X      VALUE ')'.                 00021667
              10 COLUMN 101       PIC ZZ,ZZZ,ZZ9 SOURCE WS-CTR-ACTIVE.  00021668
       01  VACC-DETAIL TYPE DETAIL.                                     00021668
           05 LINE PLUS 1.                                              00021668
              10 COLUMN 01        PIC X(40)  SOURCE WS-CTR-COUNTRYNAME. 00021668
              10 COLUMN 47        PIC ZZZ,ZZZ,ZZ9 SOURCE                00021668
                                              WS-CTR-VAC-FIRST.         00021668
              10 COLUMN 59        PIC X      VALUE '('.                 00021668
              10 COLUMN 60        PIC ZZ9.99 SOURCE WS-CTR-VPCT-FIRST.  00021668
              10 COLUMN 66        PIC X(02)  VALUE '%)'.                00021668
              10 COLUMN 75        PIC ZZZ,ZZZ,ZZ9 SOURCE                00021668
                                              WS-CTR-VAC-FULLY.         00021668
              10 COLUMN 87        PIC X      VALUE '('.                 00021668
              10 COLUMN 88        PIC ZZ9.99 SOURCE WS-CTR-VPCT-FULL.   00021668
              10 COLUMN 94        PIC X(02)  VALUE '%)'.                00021668
              10 COLUMN 101       PIC ZZZ,ZZZ,ZZ9 SOURCE                00021668
                                              WS-CTR-VAC-BOOST.         00021668
              10 COLUMN 113       PIC X      VALUE '('.                 00021668
              10 COLUMN 114       PIC ZZ9.99 SOURCE WS-CTR-VPCT-BOOST.  00021668
              10 COLUMN 120       PIC X(02)  VALUE '%)'.                00021668
       01  VACC-FAVOURITE-DETAIL TYPE DETAIL.                           00021668
           05 LINE PLUS 1.                                              00021668
              10 COLUMN 01        PIC X(40)  SOURCE WS-CTR-COUNTRYNAME. 00021668
              10 COLUMN 47        PIC ZZZ,ZZZ,ZZ9 SOURCE                00021668
                                              WS-CTR-VAC-FIRST.         00021668
              10 COLUMN 59        PIC X      VALUE '('.                 00021668
              10 COLUMN 60        PIC ZZ9.99 SOURCE WS-CTR-VPCT-FIRST.  00021668
              10 COLUMN 66        PIC X(02)  VALUE '%)'.                00021668
              10 COLUMN 75        PIC ZZZ,ZZZ,ZZ9 SOURCE                00021668
                                              WS-CTR-VAC-FULLY.         00021668
              10 COLUMN 87        PIC X      VALUE '('.                 00021668
              10 COLUMN 88        PIC ZZ9.99 SOURCE WS-CTR-VPCT-FULL.   00021668
              10 COLUMN 94        PIC X(02)  VALUE '%)'.                00021668
              10 COLUMN 101       PIC ZZZ,ZZZ,ZZ9 SOURCE                00021668
                                              WS-CTR-VAC-BOOST.         00021668
              10 COLUMN 113       PIC X      VALUE '('.                 00021668
              10 COLUMN 114       PIC ZZ9.99 SOURCE WS-CTR-VPCT-BOOST.  00021668
              10 COLUMN 120       PIC X(02)  VALUE '%)'.                00021668
              10 COLUMN 124       PIC -(7)9  SOURCE WS-CTR-DOSES-AVG.   00021668
      ******************************************************************00021600
       PROCEDURE DIVISION.                                              00021700
      ******************************************************************00021800
           IF SEC-FAVS-ON THEN                                          00023301
               GENERATE FAVOURITE-HEADER                                00023302
               PERFORM 4100-PROCESS-FAVOURITES THRU 4100-EXIT.          00023403
      * Vaccination coverage leaderboards and the favourites' doses,    00023403
      *  only when COVID19.DATA.TOTVACC was there to load.              00023403
           IF VAC-LOADED AND SEC-VFIRST-ON THEN                         00023403
               MOVE 1 TO WS-TABLE-SUB                                   00023403
               GENERATE VACC-VFIRST-HEADER                              00023403
               PERFORM 4007-PRINT-TOP10-VFIRST THRU 4007-EXIT.          00023403
           IF VAC-LOADED AND SEC-VFULL-ON THEN                          00023403
               MOVE 1 TO WS-TABLE-SUB                                   00023403
               GENERATE VACC-VFULL-HEADER                               00023403
               PERFORM 4008-PRINT-TOP10-VFULL  THRU 4008-EXIT.          00023403
           IF VAC-LOADED AND SEC-VBOOST-ON THEN                         00023403
               MOVE 1 TO WS-TABLE-SUB                                   00023403
               GENERATE VACC-VBOOST-HEADER                              00023403
               PERFORM 4009-PRINT-TOP10-VBOOST THRU 4009-EXIT.          00023403
           IF VAC-LOADED AND SEC-VFAVS-ON THEN                          00023403
               GENERATE VACC-FAVOURITE-HEADER                           00023403
               PERFORM 4110-PROCESS-VACC-FAVOURITES THRU 4110-EXIT.     00023403
           TERMINATE TOP10-REPORT.                                      00023503
           CLOSE TOTCNTRY-FILE,                                         00023600
                 CSV-EXTRACT,                                           00023610
           PERFORM 0009-CHECK-DATES-CONSECUTIVE THRU 0009-EXIT.         00024151
           PERFORM 0005-LOAD-FAV-HISTORY THRU 0005-EXIT.                00024152
           PERFORM 0007-LOAD-THRESHOLDS THRU 0007-EXIT.                 00024153
           PERFORM 0011-LOAD-VACC-TOTALS THRU 0011-EXIT.                00024153
           PERFORM 0012-LOAD-FAV-VACC-HISTORY THRU 0012-EXIT.           00024153
           MOVE CURRENT-DATE TO WS-TODAYS-DATE.                         00024300
           MOVE TIME-OF-DAY  TO WS-TODAYS-TIME.                         00024400
           OPEN INPUT TOTCNTRY-FILE,                                    00024500
      **********************************                                00025103
       0005-LOAD-FAV-HISTORY.                                           00025103
      **********************************                                00025103
      * For each favourite in turn, START the history at its country    00025103
      *  code and read its rows forward, oldest first, into its         00025103
      *  7-entry window, stopping as soon as the code changes. Must     00025103
      *  run after the favourites table has been loaded.                00025103
           OPEN INPUT HISTCNTRY-FILE.                                   00025103
           IF WS-HIST-STATUS NOT = '00' THEN                            00025103
               GO TO 0005-EXIT.                                         00025103
           MOVE 1 TO WS-FAVH-SUB.                                       00025103
           PERFORM 1003-LOAD-ONE-FAV-HISTORY THRU 1003-EXIT             00025103
               UNTIL WS-FAVH-SUB > WS-FAV-COUNT.                        00025103
           CLOSE HISTCNTRY-FILE.                                        00025103
           MOVE 'N' TO END-OF-FILE.                                     00025103
       0005-EXIT.                                                       00025103
           IF PROF-KEYWORD = 'FAVS' THEN                                00025102
               MOVE 'N' TO WS-SEC-FAVS-SW                               00025102
               GO TO 1010-EXIT.                                         00025102
           IF PROF-KEYWORD = 'VFIRST' THEN                              00025102
               MOVE 'N' TO WS-SEC-VFIRST-SW                             00025102
               GO TO 1010-EXIT.                                         00025102
           IF PROF-KEYWORD = 'VFULL' THEN                               00025102
               MOVE 'N' TO WS-SEC-VFULL-SW                              00025102
               GO TO 1010-EXIT.                                         00025102
           IF PROF-KEYWORD = 'VBOOST' THEN                              00025102
               MOVE 'N' TO WS-SEC-VBOOST-SW                             00025102
               GO TO 1010-EXIT.                                         00025102
           IF PROF-KEYWORD = 'VFAVS' THEN                               00025102
               MOVE 'N' TO WS-SEC-VFAVS-SW                              00025102
               GO TO 1010-EXIT.                                         00025102
           DISPLAY 'REPCNTRY - PROFILE KEYWORD ' PROF-KEYWORD           00025102
               ' NOT RECOGNISED - IGNORED'.                             00025102
       1010-EXIT.                                                       00025102
               MOVE TH-MAX-CFR     TO WS-TH-CFR (WS-TH-COUNT).          00025103
       1007-EXIT.                                                       00025103
           EXIT.                                                        00025103
      **********************************                                00025103
       0011-LOAD-VACC-TOTALS.                                           00025103
      **********************************                                00025103
      * The vaccination totals are optional: no COVID19.DATA.TOTVACC,   00025103
      *  or one with no detail rows, leaves VAC-LOADED off and the      00025103
      *  vaccination sections are not printed. Must run after the       00025103
      *  favourites and populations tables have been loaded.            00025103
           OPEN INPUT TOTVACC-FILE.                                     00025103
           IF WS-VACTOT-STATUS NOT = '00' THEN                          00025103
               GO TO 0011-EXIT.                                         00025103
           MOVE 'N' TO END-OF-FILE.                                     00025103
           PERFORM 1011-READ-VACC-TOTAL THRU 1011-EXIT                  00025103
               UNTIL EOF.                                               00025103
           CLOSE TOTVACC-FILE.                                          00025103
           MOVE 'N' TO END-OF-FILE.                                     00025103
           IF WS-VAC-COUNT > 0 THEN                                     00025103
               MOVE 'Y' TO WS-VAC-LOADED-SW.                            00025103
       0011-EXIT.                                                       00025103
           EXIT.                                                        00025103
      **********************************                                00025103
       1011-READ-VACC-TOTAL.                                            00025103
      **********************************                                00025103
           READ TOTVACC-FILE                                            00025103
               AT END MOVE 'Y' TO END-OF-FILE.                          00025103
           IF EOF THEN                                                  00025103
               GO TO 1011-EXIT.                                         00025103
      * The control label names the vaccination data date, which can    00025103
      *  lag the case figures - it is printed on each section header.   00025103
           IF VTOT-COUNTRYCODE = 'CTL' THEN                             00025103
               MOVE VTOTCTL-DATA-DATE TO WS-VAC-DATA-DATE               00025103
               GO TO 1011-EXIT.                                         00025103
           ADD 1 TO WS-VAC-COUNT.                                       00025103
           PERFORM 2013-PROCESS-VACC-DATA THRU 2013-EXIT.               00025103
       1011-EXIT.                                                       00025103
           EXIT.                                                        00025103
      **********************************                                00025103
       0012-LOAD-FAV-VACC-HISTORY.                                      00025103
      **********************************                                00025103
      * One sweep over the vaccination history fills the 7-entry        00025103
      *  doses window of every favourite at once. Not needed when       00025103
      *  there is nothing to report, and an absent history only         00025103
      *  leaves the doses-per-day column zero.                          00025103
           IF NOT VAC-LOADED OR WS-FAV-COUNT = 0 THEN                   00025103
               GO TO 0012-EXIT.                                         00025103
           OPEN INPUT HISTVACC-FILE.                                    00025103
           IF WS-VACHST-STATUS NOT = '00' THEN                          00025103
               GO TO 0012-EXIT.                                         00025103
           MOVE 'N' TO END-OF-FILE.                                     00025103
           PERFORM 1012-READ-VACC-HIST-RECORD THRU 1012-EXIT            00025103
               UNTIL EOF.                                               00025103
           CLOSE HISTVACC-FILE.                                         00025103
           MOVE 'N' TO END-OF-FILE.                                     00025103
       0012-EXIT.                                                       00025103
           EXIT.                                                        00025103
      **********************************                                00025103
       1012-READ-VACC-HIST-RECORD.                                      00025103
      **********************************                                00025103
           READ HISTVACC-FILE                                           00025103
               AT END MOVE 'Y' TO END-OF-FILE.                          00025103
           IF NOT EOF THEN                                              00025103
               PERFORM 2016-PROCESS-VACC-HIST-DATA THRU 2016-EXIT.      00025103
       1012-EXIT.                                                       00025103
           EXIT.                                                        00025103
      **********************************                                00025000
       1000-READ-COUNTRY-TOTALS.                                        00025100
      **********************************                                00025200
       1002-EXIT.                                                       00026795
           EXIT.                                                        00026799
      **********************************                                00026801
       1003-LOAD-ONE-FAV-HISTORY.                                       00026801
      **********************************                                00026801
           MOVE 'N' TO END-OF-FILE.                                     00026801
           MOVE WS-TAB-FAV-CODES (WS-FAVH-SUB) TO HIST-COUNTRYCODE.     00026801
           MOVE LOW-VALUES TO HIST-DATA-DATE.                           00026801
           START HISTCNTRY-FILE KEY IS NOT LESS THAN HIST-KEY           00026801
               INVALID KEY MOVE 'Y' TO END-OF-FILE.                     00026801
           PERFORM 1013-READ-HIST-RECORD THRU 1013-EXIT                 00026801
               UNTIL EOF.                                               00026801
           ADD 1 TO WS-FAVH-SUB.                                        00026801
       1003-EXIT.                                                       00026801
           EXIT.                                                        00026801
      **********************************                                00026801
       1013-READ-HIST-RECORD.                                           00026801
      **********************************                                00026801
           READ HISTCNTRY-FILE NEXT RECORD                              00026801
               AT END MOVE 'Y' TO END-OF-FILE.                          00026801
           IF EOF THEN                                                  00026801
               GO TO 1013-EXIT.                                         00026801
           IF HIST-COUNTRYCODE NOT = WS-TAB-FAV-CODES (WS-FAVH-SUB) THEN00026801
               MOVE 'Y' TO END-OF-FILE                                  00026801
               GO TO 1013-EXIT.                                         00026801
           PERFORM 2007-PROCESS-HIST-DATA THRU 2007-EXIT.               00026801
       1013-EXIT.                                                       00026801
           EXIT.                                                        00026801
      **********************************                                00026809
       1004-READ-POPULATION-RECORD.                                     00026809
      **********************************                                00026809
      **********************************                                00035570
       2007-PROCESS-HIST-DATA.                                          00035580
      **********************************                                00035590
      * Keep only the 7 most recent HISTCNTRY-FILE entries (cases and   00035590
      *  deaths) of the favourite WS-FAVH-SUB points at. Once the       00035590
      *  window is full, drop the oldest entry to make room.            00035590
           MOVE WS-FAVH-COUNT (WS-FAVH-SUB) TO WS-HIST-WINDOW-COUNT.    00035630
           IF WS-HIST-WINDOW-COUNT < 7 THEN                             00035640
               ADD 1 TO WS-HIST-WINDOW-COUNT                            00035650
               MOVE HIST-DEATHS TO WS-FAVH-DEATHS (WS-FAVH-SUB, 7).     00035710
       2007-EXIT.                                                       00035720
           EXIT.                                                        00035730
      **********************************                                00035740
       2008-SHIFT-HIST-WINDOW.                                          00035750
      **********************************                                00035760
           WRITE ALERT-RECORD.                                          00035934
       2012C-EXIT.                                                      00035934
           EXIT.                                                        00035934
      **********************************                                00035934
       2013-PROCESS-VACC-DATA.                                          00035934
      **********************************                                00035934
      * Coverage is each count as a percentage of the country's         00035934
      *  population on the POPCNTRY parameter file. A country with no   00035934
      *  population cannot be ranked and is left off the coverage       00035934
      *  leaderboards, but a favourite still shows its counts.          00035934
           MOVE VTOT-COUNTRYCODE TO WS-VAC-CCODE.                       00035934
           MOVE VTOT-COUNTRYNAME TO WS-VAC-CNAME.                       00035934
           MOVE VTOT-FIRST-DOSE  TO WS-VAC-FIRST.                       00035934
           MOVE VTOT-FULLY-VACC  TO WS-VAC-FULLY.                       00035934
           MOVE VTOT-BOOSTERS    TO WS-VAC-BOOST.                       00035934
           MOVE 0 TO WS-VAC-PFIRST WS-VAC-PFULL WS-VAC-PBOOST.          00035934
           PERFORM 2014-FIND-VACC-POPULATION THRU 2014-EXIT.            00035934
           IF POP-FOUND AND WS-POP-MATCH > 0 THEN                       00035934
               COMPUTE WS-VAC-PFIRST ROUNDED =                          00035934
                   VTOT-FIRST-DOSE * 100 / WS-POP-MATCH                 00035934
               COMPUTE WS-VAC-PFULL ROUNDED =                           00035934
                   VTOT-FULLY-VACC * 100 / WS-POP-MATCH                 00035934
               COMPUTE WS-VAC-PBOOST ROUNDED =                          00035934
                   VTOT-BOOSTERS * 100 / WS-POP-MATCH                   00035934
               MOVE 1 TO WS-TABLE-SUB                                   00035934
               PERFORM 3007-UPDATE-TABLE-VFIRST THRU 3007-EXIT          00035934
                   UNTIL WS-TABLE-SUB > COUNTER-TAB-OCCURS              00035934
               MOVE 1 TO WS-TABLE-SUB                                   00035934
               PERFORM 3008-UPDATE-TABLE-VFULL THRU 3008-EXIT           00035934
                   UNTIL WS-TABLE-SUB > COUNTER-TAB-OCCURS              00035934
               MOVE 1 TO WS-TABLE-SUB                                   00035934
               PERFORM 3009-UPDATE-TABLE-VBOOST THRU 3009-EXIT          00035934
                   UNTIL WS-TABLE-SUB > COUNTER-TAB-OCCURS.             00035934
           MOVE VTOT-COUNTRYCODE TO WS-FAVV-MATCH-CODE.                 00035934
           PERFORM 2015-FIND-FAV-FOR-VACC THRU 2015-EXIT.               00035934
           IF FAVV-FOUND THEN                                           00035934
               MOVE WS-VAC-ENTRY TO WS-FAVV-ENTRY (WS-FAVV-SUB).        00035934
       2013-EXIT.                                                       00035934
           EXIT.                                                        00035934
      **********************************                                00035934
       2014-FIND-VACC-POPULATION.                                       00035934
      **********************************                                00035934
           MOVE 'N' TO WS-POP-FOUND-SW.                                 00035934
           MOVE 0   TO WS-POP-MATCH.                                    00035934
           MOVE 1   TO WS-POP-SUB.                                      00035934
           PERFORM 2014A-CHECK-ONE-VACC-POP THRU 2014A-EXIT             00035934
               UNTIL WS-POP-SUB > WS-POP-COUNT                          00035934
                  OR POP-FOUND.                                         00035934
       2014-EXIT.                                                       00035934
           EXIT.                                                        00035934
      **********************************                                00035934
       2014A-CHECK-ONE-VACC-POP.                                        00035934
      **********************************                                00035934
           IF VTOT-COUNTRYCODE = WS-POP-CODE (WS-POP-SUB) THEN          00035934
               MOVE WS-POP-VALUE (WS-POP-SUB) TO WS-POP-MATCH           00035934
               MOVE 'Y' TO WS-POP-FOUND-SW.                             00035934
           ADD 1 TO WS-POP-SUB.                                         00035934
       2014A-EXIT.                                                      00035934
           EXIT.                                                        00035934
      **********************************                                00035934
       2015-FIND-FAV-FOR-VACC.                                          00035934
      **********************************                                00035934
      * Leaves WS-FAVV-SUB pointing at the favourite whose code is in   00035934
      *  WS-FAVV-MATCH-CODE - used for both vaccination files.          00035934
           MOVE 'N' TO WS-FAVV-FOUND-SW.                                00035934
           MOVE 1   TO WS-FAVV-SUB.                                     00035934
           PERFORM 2015A-CHECK-ONE-FAV-VACC THRU 2015A-EXIT             00035934
               UNTIL WS-FAVV-SUB > WS-FAV-COUNT                         00035934
                  OR FAVV-FOUND.                                        00035934
       2015-EXIT.                                                       00035934
           EXIT.                                                        00035934
      **********************************                                00035934
       2015A-CHECK-ONE-FAV-VACC.                                        00035934
      **********************************                                00035934
           IF WS-FAVV-MATCH-CODE = WS-TAB-FAV-CODES (WS-FAVV-SUB) THEN  00035934
               MOVE 'Y' TO WS-FAVV-FOUND-SW                             00035934
           ELSE                                                         00035934
               ADD 1 TO WS-FAVV-SUB.                                    00035934
       2015A-EXIT.                                                      00035934
           EXIT.                                                        00035934
      **********************************                                00035934
       2016-PROCESS-VACC-HIST-DATA.                                     00035934
      **********************************                                00035934
      * Keep only the 7 most recent HISTVACC-FILE total-dose figures    00035934
      *  per favourite; once a window is full, drop the oldest entry.   00035934
           MOVE VHIST-COUNTRYCODE TO WS-FAVV-MATCH-CODE.                00035934
           PERFORM 2015-FIND-FAV-FOR-VACC THRU 2015-EXIT.               00035934
           IF NOT FAVV-FOUND THEN                                       00035934
               GO TO 2016-EXIT.                                         00035934
           COMPUTE WS-VHIST-DOSES = VHIST-FIRST-DOSE                    00035934
                                  + VHIST-FULLY-VACC                    00035934
                                  + VHIST-BOOSTERS.                     00035934
           MOVE WS-FAVV-COUNT (WS-FAVV-SUB) TO WS-HIST-WINDOW-COUNT.    00035934
           IF WS-HIST-WINDOW-COUNT < 7 THEN                             00035934
               ADD 1 TO WS-HIST-WINDOW-COUNT                            00035934
               MOVE WS-HIST-WINDOW-COUNT                                00035934
                    TO WS-FAVV-COUNT (WS-FAVV-SUB)                      00035934
               MOVE WS-VHIST-DOSES                                      00035934
                    TO WS-FAVV-DOSES (WS-FAVV-SUB,                      00035934
                                      WS-HIST-WINDOW-COUNT)             00035934
           ELSE                                                         00035934
               MOVE 1 TO WS-HIST-MOVE-SUB                               00035934
               PERFORM 2017-SHIFT-VACC-WINDOW THRU 2017-EXIT            00035934
               MOVE WS-VHIST-DOSES TO WS-FAVV-DOSES (WS-FAVV-SUB, 7).   00035934
       2016-EXIT.                                                       00035934
           EXIT.                                                        00035934
      **********************************                                00035934
       2017-SHIFT-VACC-WINDOW.                                          00035934
      **********************************                                00035934
           MOVE WS-FAVV-DOSES (WS-FAVV-SUB, WS-HIST-MOVE-SUB + 1)       00035934
                TO WS-FAVV-DOSES (WS-FAVV-SUB, WS-HIST-MOVE-SUB).       00035934
           ADD 1 TO WS-HIST-MOVE-SUB.                                   00035934
           IF WS-HIST-MOVE-SUB < 7 THEN                                 00035934
               GO TO 2017-SHIFT-VACC-WINDOW.                            00035934
       2017-EXIT.                                                       00035934
           EXIT.                                                        00035934
      **********************************                                00035406
       3000-UPDATE-TABLE-CASES.                                         00035502
      **********************************                                00035600
               GO TO 3106-DISPLACE-TABLE-ACTIV.                         00046054
       3106-EXIT.                                                       00046055
           EXIT.                                                        00046056
      **********************************                                00046056
       3007-UPDATE-TABLE-VFIRST.                                        00046056
      **********************************                                00046056
      * Same displacement idea as 3000/3001, ranked by the percentage   00046056
      *  of the population with a first dose. A slot is the whole       00046056
      *  WS-VAC-ENTRY, so it is moved as one group.                     00046056
           IF WS-VAC-PFIRST > WS-TAB-VFST-PFIRST (WS-TABLE-SUB) THEN    00046056
               MOVE COUNTER-TAB-OCCURS TO WS-MOVE-SUB-DEST              00046056
               MOVE COUNTER-TAB-OCCURS TO WS-MOVE-SUB-ORIG              00046056
               SUBTRACT 1 FROM WS-MOVE-SUB-ORIG                         00046056
               PERFORM 3107-DISPLACE-TABLE-VFIRST THRU 3107-EXIT        00046056
               MOVE WS-VAC-ENTRY TO WS-TAB-TOP10-VFST (WS-TABLE-SUB)    00046056
               MOVE COUNTER-TAB-OCCURS TO WS-TABLE-SUB.                 00046056
           ADD 1 TO WS-TABLE-SUB.                                       00046056
       3007-EXIT.                                                       00046056
           EXIT.                                                        00046056
      **********************************                                00046056
       3107-DISPLACE-TABLE-VFIRST.                                      00046056
      **********************************                                00046056
           MOVE WS-TAB-TOP10-VFST (WS-MOVE-SUB-ORIG)                    00046056
                TO WS-TAB-TOP10-VFST (WS-MOVE-SUB-DEST).                00046056
           SUBTRACT 1 FROM WS-MOVE-SUB-ORIG.                            00046056
           IF WS-MOVE-SUB-ORIG > WS-TABLE-SUB                           00046056
             OR WS-MOVE-SUB-ORIG = WS-TABLE-SUB THEN                    00046056
               SUBTRACT 1 FROM WS-MOVE-SUB-DEST                         00046056
               GO TO 3107-DISPLACE-TABLE-VFIRST.                        00046056
       3107-EXIT.                                                       00046056
           EXIT.                                                        00046056
      **********************************                                00046056
       3008-UPDATE-TABLE-VFULL.                                         00046056
      **********************************                                00046056
      * Same displacement idea as 3000/3001, ranked by the percentage   00046056
      *  of the population fully vaccinated. A slot is the whole        00046056
      *  WS-VAC-ENTRY, so it is moved as one group.                     00046056
           IF WS-VAC-PFULL > WS-TAB-VFUL-PFULL (WS-TABLE-SUB) THEN      00046056
               MOVE COUNTER-TAB-OCCURS TO WS-MOVE-SUB-DEST              00046056
               MOVE COUNTER-TAB-OCCURS TO WS-MOVE-SUB-ORIG              00046056
               SUBTRACT 1 FROM WS-MOVE-SUB-ORIG                         00046056
               PERFORM 3108-DISPLACE-TABLE-VFULL THRU 3108-EXIT         00046056
               MOVE WS-VAC-ENTRY TO WS-TAB-TOP10-VFUL (WS-TABLE-SUB)    00046056
               MOVE COUNTER-TAB-OCCURS TO WS-TABLE-SUB.                 00046056
           ADD 1 TO WS-TABLE-SUB.                                       00046056
       3008-EXIT.                                                       00046056
           EXIT.                                                        00046056
      **********************************                                00046056
       3108-DISPLACE-TABLE-VFULL.                                       00046056
      **********************************                                00046056
           MOVE WS-TAB-TOP10-VFUL (WS-MOVE-SUB-ORIG)                    00046056
                TO WS-TAB-TOP10-VFUL (WS-MOVE-SUB-DEST).                00046056
           SUBTRACT 1 FROM WS-MOVE-SUB-ORIG.                            00046056
           IF WS-MOVE-SUB-ORIG > WS-TABLE-SUB                           00046056
             OR WS-MOVE-SUB-ORIG = WS-TABLE-SUB THEN                    00046056
               SUBTRACT 1 FROM WS-MOVE-SUB-DEST                         00046056
               GO TO 3108-DISPLACE-TABLE-VFULL.                         00046056
       3108-EXIT.                                                       00046056
           EXIT.                                                        00046056
      **********************************                                00046056
       3009-UPDATE-TABLE-VBOOST.                                        00046056
      **********************************                                00046056
      * Same displacement idea as 3000/3001, ranked by the percentage   00046056
      *  of the population boosted. A slot is the whole                 00046056
      *  WS-VAC-ENTRY, so it is moved as one group.                     00046056
           IF WS-VAC-PBOOST > WS-TAB-VBST-PBOOST (WS-TABLE-SUB) THEN    00046056
               MOVE COUNTER-TAB-OCCURS TO WS-MOVE-SUB-DEST              00046056
               MOVE COUNTER-TAB-OCCURS TO WS-MOVE-SUB-ORIG              00046056
               SUBTRACT 1 FROM WS-MOVE-SUB-ORIG                         00046056
               PERFORM 3109-DISPLACE-TABLE-VBOOST THRU 3109-EXIT        00046056
               MOVE WS-VAC-ENTRY TO WS-TAB-TOP10-VBST (WS-TABLE-SUB)    00046056
               MOVE COUNTER-TAB-OCCURS TO WS-TABLE-SUB.                 00046056
           ADD 1 TO WS-TABLE-SUB.                                       00046056
       3009-EXIT.                                                       00046056
           EXIT.                                                        00046056
      **********************************                                00046056
       3109-DISPLACE-TABLE-VBOOST.                                      00046056
      **********************************                                00046056
           MOVE WS-TAB-TOP10-VBST (WS-MOVE-SUB-ORIG)                    00046056
                TO WS-TAB-TOP10-VBST (WS-MOVE-SUB-DEST).                00046056
           SUBTRACT 1 FROM WS-MOVE-SUB-ORIG.                            00046056
           IF WS-MOVE-SUB-ORIG > WS-TABLE-SUB                           00046056
             OR WS-MOVE-SUB-ORIG = WS-TABLE-SUB THEN                    00046056
               SUBTRACT 1 FROM WS-MOVE-SUB-DEST                         00046056
               GO TO 3109-DISPLACE-TABLE-VBOOST.                        00046056
       3109-EXIT.                                                       00046056
           EXIT.                                                        00046056
      **********************************                                00045400
       4000-PRINT-TOP10-CASES.                                          00045502
      **********************************                                00045602
               GO TO 4006-PRINT-TOP10-ACTIV.                            00049319
       4006-EXIT.                                                       00049320
           EXIT.                                                        00049321
      **********************************                                00049321
       4007-PRINT-TOP10-VFIRST.                                         00049321
      **********************************                                00049321
      * The vaccination feed may cover fewer countries than the         00049321
      *  leaderboard depth - stop at the first unused slot.             00049321
           IF WS-TAB-VFST-CCODE (WS-TABLE-SUB) = SPACES THEN            00049321
               GO TO 4007-EXIT.                                         00049321
           MOVE WS-TAB-TOP10-VFST (WS-TABLE-SUB) TO WS-VAC-ENTRY.       00049321
           PERFORM 5004-SET-CTRY-VACC THRU 5004-EXIT.                   00049321
           MOVE WS-VAC-CNAME                      TO WS-CTR-CNAME-NAME. 00049321
           MOVE SPACES                            TO WS-CTR-CNAME-FAV.  00049321
           PERFORM 5001-MARK-IF-FAVOURITE THRU 5001-EXIT.               00049321
           GENERATE VACC-DETAIL.                                        00049321
           ADD 1 TO WS-TABLE-SUB.                                       00049321
           IF WS-TABLE-SUB < COUNTER-TAB-OCCURS                         00049321
             OR WS-TABLE-SUB = COUNTER-TAB-OCCURS THEN                  00049321
               GO TO 4007-PRINT-TOP10-VFIRST.                           00049321
       4007-EXIT.                                                       00049321
           EXIT.                                                        00049321
      **********************************                                00049321
       4008-PRINT-TOP10-VFULL.                                          00049321
      **********************************                                00049321
      * The vaccination feed may cover fewer countries than the         00049321
      *  leaderboard depth - stop at the first unused slot.             00049321
           IF WS-TAB-VFUL-CCODE (WS-TABLE-SUB) = SPACES THEN            00049321
               GO TO 4008-EXIT.                                         00049321
           MOVE WS-TAB-TOP10-VFUL (WS-TABLE-SUB) TO WS-VAC-ENTRY.       00049321
           PERFORM 5004-SET-CTRY-VACC THRU 5004-EXIT.                   00049321
           MOVE WS-VAC-CNAME                      TO WS-CTR-CNAME-NAME. 00049321
           MOVE SPACES                            TO WS-CTR-CNAME-FAV.  00049321
           PERFORM 5001-MARK-IF-FAVOURITE THRU 5001-EXIT.               00049321
           GENERATE VACC-DETAIL.                                        00049321
           ADD 1 TO WS-TABLE-SUB.                                       00049321
           IF WS-TABLE-SUB < COUNTER-TAB-OCCURS                         00049321
             OR WS-TABLE-SUB = COUNTER-TAB-OCCURS THEN                  00049321
               GO TO 4008-PRINT-TOP10-VFULL.                            00049321
       4008-EXIT.                                                       00049321
           EXIT.                                                        00049321
      **********************************                                00049321
       4009-PRINT-TOP10-VBOOST.                                         00049321
      **********************************                                00049321
      * The vaccination feed may cover fewer countries than the         00049321
      *  leaderboard depth - stop at the first unused slot.             00049321
           IF WS-TAB-VBST-CCODE (WS-TABLE-SUB) = SPACES THEN            00049321
               GO TO 4009-EXIT.                                         00049321
           MOVE WS-TAB-TOP10-VBST (WS-TABLE-SUB) TO WS-VAC-ENTRY.       00049321
           PERFORM 5004-SET-CTRY-VACC THRU 5004-EXIT.                   00049321
           MOVE WS-VAC-CNAME                      TO WS-CTR-CNAME-NAME. 00049321
           MOVE SPACES                            TO WS-CTR-CNAME-FAV.  00049321
           PERFORM 5001-MARK-IF-FAVOURITE THRU 5001-EXIT.               00049321
           GENERATE VACC-DETAIL.                                        00049321
           ADD 1 TO WS-TABLE-SUB.                                       00049321
           IF WS-TABLE-SUB < COUNTER-TAB-OCCURS                         00049321
             OR WS-TABLE-SUB = COUNTER-TAB-OCCURS THEN                  00049321
               GO TO 4009-PRINT-TOP10-VBOOST.                           00049321
       4009-EXIT.                                                       00049321
           EXIT.                                                        00049321
      **********************************                                00049002
       4100-PROCESS-FAVOURITES.                                         00049103
      **********************************                                00049202
           ADD 1 TO WS-TABLE-SUB-FAVS.                                  00052250
       4101-EXIT.                                                       00052303
           EXIT.                                                        00052402
      **********************************                                00052402
       4110-PROCESS-VACC-FAVOURITES.                                    00052402
      **********************************                                00052402
           MOVE 1 TO WS-TABLE-SUB-FAVS.                                 00052402
           PERFORM 4111-PRINT-VACC-FAV THRU 4111-EXIT                   00052402
               UNTIL WS-TABLE-SUB-FAVS > WS-FAV-COUNT.                  00052402
       4110-EXIT.                                                       00052402
           EXIT.                                                        00052402
      **********************************                                00052402
       4111-PRINT-VACC-FAV.                                             00052402
      **********************************                                00052402
      * A favourite with no row on TOTVACC-FILE has nothing to print.   00052402
           IF WS-FAVV-CCODE (WS-TABLE-SUB-FAVS) NOT = SPACES THEN       00052402
               MOVE WS-FAVV-ENTRY (WS-TABLE-SUB-FAVS) TO WS-VAC-ENTRY   00052402
               PERFORM 5004-SET-CTRY-VACC THRU 5004-EXIT                00052402
               MOVE WS-VAC-CNAME TO WS-CTR-COUNTRYNAME                  00052402
               PERFORM 5003-GET-VACC-DOSE-RATE THRU 5003-EXIT           00052402
               GENERATE VACC-FAVOURITE-DETAIL.                          00052402
           ADD 1 TO WS-TABLE-SUB-FAVS.                                  00052402
       4111-EXIT.                                                       00052402
           EXIT.                                                        00052402
      **********************************                                00052506
       5000-GET-CTRY-DELTAS.                                            00052606
      **********************************                                00052706
               MOVE 0 TO WS-CTR-TREND-AVG WS-CTR-DEATHS-TREND-AVG.      00053600
       5002-EXIT.                                                       00053610
           EXIT.                                                        00053620
      **********************************                                00053620
       5003-GET-VACC-DOSE-RATE.                                         00053620
      **********************************                                00053620
      * Average doses given per day over the favourite's 7-entry        00053620
      *  HISTVACC-FILE window - the same first-to-last difference       00053620
      *  5002-GET-CTRY-TREND uses for new cases.                        00053620
           MOVE WS-FAVV-COUNT (WS-TABLE-SUB-FAVS)                       00053620
                TO WS-HIST-WINDOW-COUNT.                                00053620
           IF WS-HIST-WINDOW-COUNT > 1 THEN                             00053620
               COMPUTE WS-CTR-DOSES-AVG ROUNDED =                       00053620
                   (WS-FAVV-DOSES (WS-TABLE-SUB-FAVS,                   00053620
                                   WS-HIST-WINDOW-COUNT)                00053620
                    - WS-FAVV-DOSES (WS-TABLE-SUB-FAVS, 1))             00053620
                   / (WS-HIST-WINDOW-COUNT - 1)                         00053620
           ELSE                                                         00053620
               MOVE 0 TO WS-CTR-DOSES-AVG.                              00053620
       5003-EXIT.                                                       00053620
           EXIT.                                                        00053620
      **********************************                                00053620
       5004-SET-CTRY-VACC.                                              00053620
      **********************************                                00053620
           MOVE WS-VAC-CCODE  TO WS-CTR-COUNTRYCODE.                    00053620
           MOVE WS-VAC-FIRST  TO WS-CTR-VAC-FIRST.                      00053620
           MOVE WS-VAC-FULLY  TO WS-CTR-VAC-FULLY.                      00053620
           MOVE WS-VAC-BOOST  TO WS-CTR-VAC-BOOST.                      00053620
           MOVE WS-VAC-PFIRST TO WS-CTR-VPCT-FIRST.                     00053620
           MOVE WS-VAC-PFULL  TO WS-CTR-VPCT-FULL.                      00053620
           MOVE WS-VAC-PBOOST TO WS-CTR-VPCT-BOOST.                     00053620
       5004-EXIT.                                                       00053620
           EXIT.                                                        00053620
      **********************************                                00053507
       5001-MARK-IF-FAVOURITE.                                          00053607
      **********************************                                00053707
