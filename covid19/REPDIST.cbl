//REPDIST     JOB (COBOL),'COVID19',CLASS=A,MSGCLASS=H,MSGLEVEL=(0,0)   00000010
//COMPLINK   EXEC COBUCL                                                00000020
//COB.SYSLIB   DD DISP=SHR,DSNAME=SYS1.COBLIB                           00000030
//             DD DISP=SHR,DSNAME=SYS1.LINKLIB                          00000040
//COB.SYSPUNCH DD DUMMY                                                 00000050
//COB.SYSIN    DD *                                                     00000060
      ******************************************************************00000070
      * PROGRAM DESCRIPTION:                                            00000080
      *   Bursts the day's REPCNTRY, REPREGN and REPPROV listings into  00000090
      *   one output dataset per recipient, so the regional desks, the  00000100
      *   ministry and the press office each get only their own pages   00000110
      *   instead of cutting them out of the full SYSPRINT by hand.     00000120
      *   The listings are read as the report steps leave them (133     00000130
      *   byte print lines, carriage control in the first byte); any    00000140
      *   listing not supplied is simply not distributed that day.      00000150
      *   The distribution list COVID19.DATA.DISTLIST names each        00000160
      *   recipient and what they get, one 80-byte line per item:       00000170
      *      R  recipient id, output slot 01-08 (DD DIST01-DIST08)      00000180
      *         and the recipient's name - must come first;             00000190
      *      S  recipient id, report (REPCNTRY, REPREGN, REPPROV)       00000200
      *         and section keyword, or ALL for the whole report;       00000210
      *      G  recipient id and a region code (COVID19.DATA.REGNCNTRY) 00000220
      *      C  recipient id and a country code (COVID19.DATA.CNTRYREF  00000230
      *         as it stood on the data date)                           00000230
      *      *  comment.                                                00000240
      *   The section keywords are REPCNTRY's REPPROF keywords (CASES,  00000250
      *   DEATHS, CFR, JUMP, C100K, D100K, ACTIVE, FAVS, VFIRST, VFULL, 00000260
      *   VBOOST, VFAVS), CASES and DEATHS for REPREGN and PROVINCE for 00000270
      *   REPPROV. A section is recognised in the listing by its        00000280
      *   heading text, so the table in WS-SECTION-VALUES must follow   00000290
      *   any change to those headings.                                 00000300
      *   A recipient with no G or C lines gets every line of the       00000310
      *   sections chosen. Otherwise a region brings in all of its      00000320
      *   countries and a country brings in its region, and only those  00000330
      *   rows are sent: country rows of the REPCNTRY sections, region  00000340
      *   rows of REPREGN and whole country sections of REPPROV.        00000350
      *   Section headings always go, so an empty section shows as      00000360
      *   such rather than vanishing. Each source page heading is       00000370
      *   repeated ahead of the first line a recipient gets from that   00000380
      *   page.                                                         00000390
      *   Every output starts with a cover page (recipient, data date,  00000400
      *   what was asked for). The distribution log COVID19.DATA.DISTLOG00000410
      *   gets one line per recipient, report and section for the data  00000420
      *   date on the TOTCNTRY 'CTL' label: S sent (with its line       00000430
      *   count), E nothing for the recipient's countries, A section    00000440
      *   not in the listing, N listing not supplied.                   00000450
      *   Distribution list lines in error are displayed and skipped.   00000460
      *                                                                 00000470
      *   DISTLST    Input distribution list.                           00000480
      *   TOTCTR     Input country totals ('CTL' label data date).      00000490
      *   CTRYREF    Input country reference master.                    00000500
      *   REGCTR     Input country-to-region map.                       00000510
      *   CNTYLST    Input REPCNTRY listing (optional).                 00000520
      *   REGNLST    Input REPREGN listing (optional).                  00000530
      *   PROVLST    Input REPPROV listing (optional).                  00000540
      *   DIST01-08  Output one dataset per recipient slot.             00000550
      *   DISTLOG    Output distribution log (extended).                00000560
      ******************************************************************00000570
       IDENTIFICATION DIVISION.                                         00000580
       PROGRAM-ID.   'REPDIST'.                                         00000590
       AUTHOR.       'DAVID ASTA'.                                      00000600
       INSTALLATION. 'MVS 3.8J TK4-'.                                   00000610
       DATE-WRITTEN. '14/10/2026'.                                      00000620
       DATE-COMPILED.                                                   00000630
       REMARKS.      'V1R1M0'.                                          00000640
      ******************************************************************00000650
       ENVIRONMENT DIVISION.                                            00000660
      ******************************************************************00000670
       INPUT-OUTPUT SECTION.                                            00000680
       FILE-CONTROL.                                                    00000690
           SELECT DISTLIST-FILE  ASSIGN DA-S-DISTLST.                   00000700
           SELECT TOTCNTRY-FILE  ASSIGN DA-S-TOTCTR.                    00000710
           SELECT CNTRYREF-FILE  ASSIGN DA-S-CTRYREF.                   00000720
           SELECT REGNCNTRY-FILE ASSIGN DA-S-REGCTR.                    00000730
           SELECT CNTYLST-FILE   ASSIGN DA-S-CNTYLST                    00000740
                                 FILE STATUS IS WS-CLST-STATUS.         00000750
           SELECT REGNLST-FILE   ASSIGN DA-S-REGNLST                    00000760
                                 FILE STATUS IS WS-RLST-STATUS.         00000770
           SELECT PROVLST-FILE   ASSIGN DA-S-PROVLST                    00000780
                                 FILE STATUS IS WS-PLST-STATUS.         00000790
           SELECT DIST01-FILE    ASSIGN DA-S-DIST01.                    00000800
           SELECT DIST02-FILE    ASSIGN DA-S-DIST02.                    00000810
           SELECT DIST03-FILE    ASSIGN DA-S-DIST03.                    00000820
           SELECT DIST04-FILE    ASSIGN DA-S-DIST04.                    00000830
           SELECT DIST05-FILE    ASSIGN DA-S-DIST05.                    00000840
           SELECT DIST06-FILE    ASSIGN DA-S-DIST06.                    00000850
           SELECT DIST07-FILE    ASSIGN DA-S-DIST07.                    00000860
           SELECT DIST08-FILE    ASSIGN DA-S-DIST08.                    00000870
           SELECT DISTLOG-FILE   ASSIGN DA-S-DISTLOG.                   00000880
      ******************************************************************00000890
       DATA DIVISION.                                                   00000900
      ******************************************************************00000910
       FILE SECTION.                                                    00000920
      **********************************                                00000930
       FD  DISTLIST-FILE                                                00000940
      *******************                                               00000950
           LABEL RECORDS ARE STANDARD                                   00000960
           BLOCK CONTAINS 0 RECORDS                                     00000970
           RECORD CONTAINS 80 CHARACTERS.                               00000980
       01  DST-RECORD.                                                  00000990
           05 DST-TYPE            PIC X(01).                            00001000
              88 DST-COMMENT                 VALUE '*' ' '.             00001010
              88 DST-RECIPIENT-LINE          VALUE 'R'.                 00001020
              88 DST-SECTION-LINE            VALUE 'S'.                 00001030
              88 DST-REGION-LINE             VALUE 'G'.                 00001040
              88 DST-COUNTRY-LINE            VALUE 'C'.                 00001050
           05 FILLER              PIC X(01).                            00001060
           05 DST-RECIPIENT       PIC X(08).                            00001070
           05 FILLER              PIC X(01).                            00001080
           05 DST-DETAIL          PIC X(69).                            00001090
      * R - the recipient's output slot and name.                       00001100
           05 DST-RCP-DETAIL REDEFINES DST-DETAIL.                      00001110
              10 DST-SLOT-X       PIC X(02).                            00001120
              10 DST-SLOT REDEFINES DST-SLOT-X                          00001130
                                  PIC 9(02).                            00001140
              10 FILLER           PIC X(01).                            00001150
              10 DST-NAME         PIC X(40).                            00001160
              10 FILLER           PIC X(26).                            00001170
      * S - a report and one of its sections (or ALL).                  00001180
           05 DST-SEL-DETAIL REDEFINES DST-DETAIL.                      00001190
              10 DST-REPORT       PIC X(08).                            00001200
              10 FILLER           PIC X(01).                            00001210
              10 DST-SECTION      PIC X(08).                            00001220
              10 FILLER           PIC X(52).                            00001230
      * G and C - a region or country code.                             00001240
           05 DST-GEO-DETAIL REDEFINES DST-DETAIL.                      00001250
              10 DST-GEO-CODE     PIC X(03).                            00001260
              10 FILLER           PIC X(66).                            00001270
      *******************                                               00001280
       FD  TOTCNTRY-FILE                                                00001290
      *******************                                               00001300
           RECORDING MODE F                                             00001310
           LABEL RECORDS ARE STANDARD                                   00001320
           BLOCK CONTAINS 0 RECORDS                                     00001330
           RECORD CONTAINS 68 CHARACTERS.                               00001340
       01  TOTCTL-RECORD.                                               00001350
           05 TOTCTL-TAG          PIC X(03).                            00001360
           05 TOTCTL-DATA-DATE    PIC X(08).                            00001370
           05 TOTCTL-REC-COUNT    PIC 9(08).                            00001380
           05 FILLER              PIC X(49).                            00001390
      *******************                                               00001400
       FD  CNTRYREF-FILE                                                00001410
      *******************                                               00001420
           LABEL RECORDS ARE STANDARD                                   00001430
           BLOCK CONTAINS 0 RECORDS                                     00001440
           RECORD CONTAINS 59 CHARACTERS.                               00001450
       01  CREF-RECORD.                                                 00001460
           05 CREF-COUNTRYCODE    PIC A(03).                            00001470
           05 CREF-COUNTRYNAME    PIC X(40).                            00001480
           05 CREF-VALID-FROM     PIC X(08).                            00001480
           05 CREF-VALID-TO       PIC X(08).                            00001480
      *******************                                               00001490
       FD  REGNCNTRY-FILE                                               00001500
      *******************                                               00001510
           LABEL RECORDS ARE STANDARD                                   00001520
           BLOCK CONTAINS 0 RECORDS                                     00001530
           RECORD CONTAINS 26 CHARACTERS.                               00001540
       01  REGN-RECORD.                                                 00001550
           05 REGN-COUNTRYCODE    PIC A(03).                            00001560
           05 REGN-REGIONCODE     PIC A(03).                            00001570
           05 REGN-REGIONNAME     PIC X(20).                            00001580
      *******************                                               00001590
       FD  CNTYLST-FILE                                                 00001600
      *******************                                               00001610
           RECORDING MODE F                                             00001620
           LABEL RECORDS ARE STANDARD                                   00001630
           BLOCK CONTAINS 0 RECORDS                                     00001640
           RECORD CONTAINS 133 CHARACTERS.                              00001650
       01  CLST-RECORD            PIC X(133).                           00001660
      *******************                                               00001670
       FD  REGNLST-FILE                                                 00001680
      *******************                                               00001690
           RECORDING MODE F                                             00001700
           LABEL RECORDS ARE STANDARD                                   00001710
           BLOCK CONTAINS 0 RECORDS                                     00001720
           RECORD CONTAINS 133 CHARACTERS.                              00001730
       01  RLST-RECORD            PIC X(133).                           00001740
      *******************                                               00001750
       FD  PROVLST-FILE                                                 00001760
      *******************                                               00001770
           RECORDING MODE F                                             00001780
           LABEL RECORDS ARE STANDARD                                   00001790
           BLOCK CONTAINS 0 RECORDS                                     00001800
           RECORD CONTAINS 133 CHARACTERS.                              00001810
       01  PLST-RECORD            PIC X(133).                           00001820
      *******************                                               00001830
       FD  DIST01-FILE                                                  00001840
      *******************                                               00001850
           RECORDING MODE F                                             00001860
           LABEL RECORDS ARE STANDARD                                   00001870
           BLOCK CONTAINS 0 RECORDS                                     00001880
           RECORD CONTAINS 133 CHARACTERS.                              00001890
       01  DIST01-RECORD          PIC X(133).                           00001900
      *******************                                               00001910
       FD  DIST02-FILE                                                  00001920
      *******************                                               00001930
           RECORDING MODE F                                             00001940
           LABEL RECORDS ARE STANDARD                                   00001950
           BLOCK CONTAINS 0 RECORDS                                     00001960
           RECORD CONTAINS 133 CHARACTERS.                              00001970
       01  DIST02-RECORD          PIC X(133).                           00001980
      *******************                                               00001990
       FD  DIST03-FILE                                                  00002000
      *******************                                               00002010
           RECORDING MODE F                                             00002020
           LABEL RECORDS ARE STANDARD                                   00002030
           BLOCK CONTAINS 0 RECORDS                                     00002040
           RECORD CONTAINS 133 CHARACTERS.                              00002050
       01  DIST03-RECORD          PIC X(133).                           00002060
      *******************                                               00002070
       FD  DIST04-FILE                                                  00002080
      *******************                                               00002090
           RECORDING MODE F                                             00002100
           LABEL RECORDS ARE STANDARD                                   00002110
           BLOCK CONTAINS 0 RECORDS                                     00002120
           RECORD CONTAINS 133 CHARACTERS.                              00002130
       01  DIST04-RECORD          PIC X(133).                           00002140
      *******************                                               00002150
       FD  DIST05-FILE                                                  00002160
      *******************                                               00002170
           RECORDING MODE F                                             00002180
           LABEL RECORDS ARE STANDARD                                   00002190
           BLOCK CONTAINS 0 RECORDS                                     00002200
           RECORD CONTAINS 133 CHARACTERS.                              00002210
       01  DIST05-RECORD          PIC X(133).                           00002220
      *******************                                               00002230
       FD  DIST06-FILE                                                  00002240
      *******************                                               00002250
           RECORDING MODE F                                             00002260
           LABEL RECORDS ARE STANDARD                                   00002270
           BLOCK CONTAINS 0 RECORDS                                     00002280
           RECORD CONTAINS 133 CHARACTERS.                              00002290
       01  DIST06-RECORD          PIC X(133).                           00002300
      *******************                                               00002310
       FD  DIST07-FILE                                                  00002320
      *******************                                               00002330
           RECORDING MODE F                                             00002340
           LABEL RECORDS ARE STANDARD                                   00002350
           BLOCK CONTAINS 0 RECORDS                                     00002360
           RECORD CONTAINS 133 CHARACTERS.                              00002370
       01  DIST07-RECORD          PIC X(133).                           00002380
      *******************                                               00002390
       FD  DIST08-FILE                                                  00002400
      *******************                                               00002410
           RECORDING MODE F                                             00002420
           LABEL RECORDS ARE STANDARD                                   00002430
           BLOCK CONTAINS 0 RECORDS                                     00002440
           RECORD CONTAINS 133 CHARACTERS.                              00002450
       01  DIST08-RECORD          PIC X(133).                           00002460
      *******************                                               00002470
       FD  DISTLOG-FILE                                                 00002480
      *******************                                               00002490
           LABEL RECORDS ARE STANDARD                                   00002500
           BLOCK CONTAINS 0 RECORDS                                     00002510
           RECORD CONTAINS 80 CHARACTERS.                               00002520
       01  DLOG-RECORD.                                                 00002530
           05 DLOG-DATA-DATE      PIC X(08).                            00002540
           05 DLOG-RUN-DATE       PIC X(08).                            00002550
           05 DLOG-RUN-TIME       PIC X(06).                            00002560
           05 DLOG-RECIPIENT      PIC X(08).                            00002570
           05 DLOG-SLOT           PIC 9(02).                            00002580
           05 DLOG-REPORT         PIC X(08).                            00002590
           05 DLOG-SECTION        PIC X(08).                            00002600
      * S sent, E nothing for the recipient's countries, A section      00002610
      *  not in the listing, N listing not supplied.                    00002620
           05 DLOG-STATUS         PIC X(01).                            00002630
           05 DLOG-LINES          PIC 9(06).                            00002640
           05 FILLER              PIC X(25).                            00002650
      **********************************                                00002660
       WORKING-STORAGE SECTION.                                         00002670
      **********************************                                00002680
       01  SWITCHES.                                                    00002690
           05 END-OF-FILE             PIC X      VALUE 'N'.             00002700
              88 EOF                             VALUE 'Y'.             00002710
           05 WS-FOUND-SW             PIC X      VALUE 'N'.             00002720
              88 FOUND                           VALUE 'Y'.             00002730
           05 WS-SEND-SW              PIC X      VALUE 'N'.             00002740
              88 SEND-LINE                       VALUE 'Y'.             00002750
           05 WS-CLST-AVAIL-SW        PIC X      VALUE 'N'.             00002760
              88 CLST-AVAILABLE                  VALUE 'Y'.             00002770
           05 WS-RLST-AVAIL-SW        PIC X      VALUE 'N'.             00002780
              88 RLST-AVAILABLE                  VALUE 'Y'.             00002790
           05 WS-PLST-AVAIL-SW        PIC X      VALUE 'N'.             00002800
              88 PLST-AVAILABLE                  VALUE 'Y'.             00002810
       01  WS-CLST-STATUS             PIC XX.                           00002820
       01  WS-RLST-STATUS             PIC XX.                           00002830
       01  WS-PLST-STATUS             PIC XX.                           00002840
       01  COUNTERS.                                                    00002850
           05 COUNTER-MAX-SLOT        PIC 99     VALUE 8.               00002860
           05 COUNTER-MAX-SECT        PIC 99     VALUE 14.              00002870
           05 COUNTER-MAX-SEL         PIC 99     VALUE 60.              00002880
           05 COUNTER-MAX-GEO         PIC 999    VALUE 100.             00002890
           05 COUNTER-MAX-CSET        PIC 9(04)  VALUE 1000.            00002900
           05 COUNTER-MAX-RSET        PIC 999    VALUE 100.             00002910
           05 COUNTER-MAX-CREF        PIC 999    VALUE 300.             00002920
           05 COUNTER-MAX-MAP         PIC 999    VALUE 300.             00002930
           05 COUNTER-MAX-LOG         PIC 999    VALUE 200.             00002940
           05 WS-SEL-COUNT            PIC 99     VALUE 0.               00002950
           05 WS-GEO-COUNT            PIC 999    VALUE 0.               00002960
           05 WS-CSET-COUNT           PIC 9(04)  VALUE 0.               00002970
           05 WS-RSET-COUNT           PIC 999    VALUE 0.               00002980
           05 WS-CREF-COUNT           PIC 999    VALUE 0.               00002990
           05 WS-MAP-COUNT            PIC 999    VALUE 0.               00003000
           05 WS-LOG-COUNT            PIC 999    VALUE 0.               00003010
           05 WS-DST-READ-COUNT       PIC 9(04)  VALUE 0.               00003020
           05 WS-DST-REJECT-COUNT     PIC 9(04)  VALUE 0.               00003030
           05 WS-RCP-COUNT            PIC 99     VALUE 0.               00003040
           05 WS-LST-READ-COUNT       PIC 9(06)  VALUE 0.               00003050
           05 WS-LOG-WRITTEN          PIC 9(04)  VALUE 0.               00003060
           05 WS-SRC-PAGE             PIC 9(05)  VALUE 0.               00003070
       01  SUBSCRIPTS.                                                  00003080
           05 WS-SLOT-SUB             PIC 99.                           00003090
           05 WS-SECT-SUB             PIC 99.                           00003100
           05 WS-SEL-SUB              PIC 99.                           00003110
           05 WS-GEO-SUB              PIC 999.                          00003120
           05 WS-CSET-SUB             PIC 9(04).                        00003130
           05 WS-RSET-SUB             PIC 999.                          00003140
           05 WS-CREF-SUB             PIC 999.                          00003150
           05 WS-MAP-SUB              PIC 999.                          00003160
           05 WS-LOG-SUB              PIC 999.                          00003170
      * The headings by which each report's sections are recognised,    00003180
      *  with the keyword a recipient asks for them by.                 00003190
       01  WS-SECTION-VALUES.                                           00003200
           05 FILLER PIC X(08) VALUE 'REPCNTRY'.                        00003210
           05 FILLER PIC X(29) VALUE 'TOP10 by number of Cases'.        00003220
           05 FILLER PIC X(08) VALUE 'CASES'.                           00003230
           05 FILLER PIC X(08) VALUE 'REPCNTRY'.                        00003240
           05 FILLER PIC X(29) VALUE 'TOP10 by number of Deaths'.       00003250
           05 FILLER PIC X(08) VALUE 'DEATHS'.                          00003260
           05 FILLER PIC X(08) VALUE 'REPCNTRY'.                        00003270
           05 FILLER PIC X(29) VALUE 'TOP10 by Case-Fatality-Rate'.     00003280
           05 FILLER PIC X(08) VALUE 'CFR'.                             00003290
           05 FILLER PIC X(08) VALUE 'REPCNTRY'.                        00003300
           05 FILLER PIC X(29) VALUE 'TOP10 by biggest daily jump'.     00003310
           05 FILLER PIC X(08) VALUE 'JUMP'.                            00003320
           05 FILLER PIC X(08) VALUE 'REPCNTRY'.                        00003330
           05 FILLER PIC X(29) VALUE 'TOP10 by Cases per 100,000'.      00003340
           05 FILLER PIC X(08) VALUE 'C100K'.                           00003350
           05 FILLER PIC X(08) VALUE 'REPCNTRY'.                        00003360
           05 FILLER PIC X(29) VALUE 'TOP10 by Deaths per 100,000'.     00003370
           05 FILLER PIC X(08) VALUE 'D100K'.                           00003380
           05 FILLER PIC X(08) VALUE 'REPCNTRY'.                        00003390
           05 FILLER PIC X(29) VALUE 'TOP10 by Active cases'.           00003400
           05 FILLER PIC X(08) VALUE 'ACTIVE'.                          00003410
           05 FILLER PIC X(08) VALUE 'REPCNTRY'.                        00003420
           05 FILLER PIC X(29) VALUE 'FAVOURITES'.                      00003430
           05 FILLER PIC X(08) VALUE 'FAVS'.                            00003440
           05 FILLER PIC X(08) VALUE 'REPCNTRY'.                        00003450
           05 FILLER PIC X(29) VALUE 'TOP10 by % with first dose'.      00003460
           05 FILLER PIC X(08) VALUE 'VFIRST'.                          00003470
           05 FILLER PIC X(08) VALUE 'REPCNTRY'.                        00003480
           05 FILLER PIC X(29) VALUE 'TOP10 by % fully vaccinated'.     00003490
           05 FILLER PIC X(08) VALUE 'VFULL'.                           00003500
           05 FILLER PIC X(08) VALUE 'REPCNTRY'.                        00003510
           05 FILLER PIC X(29) VALUE 'TOP10 by % boosted'.              00003520
           05 FILLER PIC X(08) VALUE 'VBOOST'.                          00003530
           05 FILLER PIC X(08) VALUE 'REPCNTRY'.                        00003540
           05 FILLER PIC X(29) VALUE 'VACCINATION FAVOURITES'.          00003550
           05 FILLER PIC X(08) VALUE 'VFAVS'.                           00003560
           05 FILLER PIC X(08) VALUE 'REPREGN'.                         00003570
           05 FILLER PIC X(29) VALUE 'Regions by number of Cases'.      00003580
           05 FILLER PIC X(08) VALUE 'CASES'.                           00003590
           05 FILLER PIC X(08) VALUE 'REPREGN'.                         00003600
           05 FILLER PIC X(29) VALUE 'Regions by number of Deaths'.     00003610
           05 FILLER PIC X(08) VALUE 'DEATHS'.                          00003620
       01  WS-SECTION-TABLE REDEFINES WS-SECTION-VALUES.                00003630
           05 WS-TAB-SECT         OCCURS 14 TIMES.                      00003640
              10 WS-SECT-REPORT       PIC X(08).                        00003650
              10 WS-SECT-HEAD         PIC X(29).                        00003660
              10 WS-SECT-KEYWORD      PIC X(08).                        00003670
      * Recipients, by output slot.                                     00003680
       01  RECIPIENT-DATA.                                              00003690
           05 WS-TAB-RCP          OCCURS 8 TIMES.                       00003700
              10 WS-RCP-ID            PIC X(08).                        00003710
              10 WS-RCP-NAME          PIC X(40).                        00003720
              10 WS-RCP-USED-SW       PIC X(01).                        00003730
              10 WS-RCP-GEO-SW        PIC X(01).                        00003740
              10 WS-RCP-SECT-ON-SW    PIC X(01).                        00003750
              10 WS-RCP-HEAD-PAGE     PIC 9(05).                        00003760
              10 WS-RCP-LINES         PIC 9(06).                        00003770
       01  SELECTION-DATA.                                              00003780
           05 WS-TAB-SEL          OCCURS 60 TIMES.                      00003790
              10 WS-SEL-SLOT          PIC 99.                           00003800
              10 WS-SEL-REPORT        PIC X(08).                        00003810
              10 WS-SEL-SECTION       PIC X(08).                        00003820
              10 WS-SEL-FOUND-SW      PIC X(01).                        00003830
       01  GEOGRAPHY-DATA.                                              00003840
           05 WS-TAB-GEO          OCCURS 100 TIMES.                     00003850
              10 WS-GEO-SLOT          PIC 99.                           00003860
              10 WS-GEO-TYPE          PIC X(01).                        00003870
              10 WS-GEO-CODE          PIC X(03).                        00003880
              10 WS-GEO-NAME          PIC X(40).                        00003890
      * The country and region names each recipient's rows are kept     00003900
      *  to, as they print on the listings.                             00003910
       01  COUNTRY-SET-DATA.                                            00003920
           05 WS-TAB-CSET         OCCURS 1000 TIMES.                    00003930
              10 WS-CSET-SLOT         PIC 99.                           00003940
              10 WS-CSET-NAME         PIC X(40).                        00003950
       01  REGION-SET-DATA.                                             00003960
           05 WS-TAB-RSET         OCCURS 100 TIMES.                     00003970
              10 WS-RSET-SLOT         PIC 99.                           00003980
              10 WS-RSET-NAME         PIC X(20).                        00003990
       01  COUNTRY-REF-DATA.                                            00004000
           05 WS-TAB-CREF         OCCURS 300 TIMES.                     00004010
              10 WS-CREF-CODE         PIC A(03).                        00004020
              10 WS-CREF-NAME         PIC X(40).                        00004030
       01  REGION-MAP-DATA.                                             00004040
           05 WS-TAB-MAP          OCCURS 300 TIMES.                     00004050
              10 WS-MAP-CCODE         PIC A(03).                        00004060
              10 WS-MAP-RCODE         PIC A(03).                        00004070
              10 WS-MAP-RNAME         PIC X(20).                        00004080
      * Lines sent, by recipient, report and section - the log.         00004090
       01  DISTRIBUTION-LOG-DATA.                                       00004100
           05 WS-TAB-LOG          OCCURS 200 TIMES.                     00004110
              10 WS-LOG-SLOT          PIC 99.                           00004120
              10 WS-LOG-REPORT        PIC X(08).                        00004130
              10 WS-LOG-SECTION       PIC X(08).                        00004140
              10 WS-LOG-LINES         PIC 9(06).                        00004150
       01  WS-DATA-DATE               PIC X(08)  VALUE SPACES.          00004160
       01  WS-CURR-REPORT             PIC X(08)  VALUE SPACES.          00004170
       01  WS-CURR-SECTION            PIC X(08)  VALUE SPACES.          00004180
       01  WS-CURR-COUNTRY            PIC X(40)  VALUE SPACES.          00004190
       01  WS-DETAIL-SW               PIC X(01)  VALUE 'N'.             00004200
           88 DETAIL-LINE                        VALUE 'Y'.             00004210
       01  WS-SCAN-SLOT               PIC 99.                           00004220
       01  WS-SCAN-REPORT             PIC X(08).                        00004230
       01  WS-SCAN-SECTION            PIC X(08).                        00004240
       01  WS-SCAN-CODE               PIC X(03).                        00004250
       01  WS-SCAN-NAME               PIC X(40).                        00004260
      * One listing line, with the views it is classified by.           00004270
       01  WS-LST-LINE.                                                 00004280
           05 WS-LST-CC               PIC X(01).                        00004290
           05 WS-LST-TEXT             PIC X(132).                       00004300
           05 WS-LST-TAG-VIEW REDEFINES WS-LST-TEXT.                    00004310
              10 WS-LST-TAG           PIC X(05).                        00004320
              10 FILLER               PIC X(127).                       00004330
           05 WS-LST-HEAD-VIEW REDEFINES WS-LST-TEXT.                   00004340
              10 WS-LST-HEAD          PIC X(29).                        00004350
              10 FILLER               PIC X(103).                       00004360
           05 WS-LST-NAME-VIEW REDEFINES WS-LST-TEXT.                   00004370
              10 WS-LST-NAME          PIC X(40).                        00004380
              10 FILLER               PIC X(92).                        00004390
           05 WS-LST-RNAME-VIEW REDEFINES WS-LST-TEXT.                  00004400
              10 WS-LST-RNAME         PIC X(20).                        00004410
              10 FILLER               PIC X(112).                       00004420
           05 WS-LST-LEAD-VIEW REDEFINES WS-LST-TEXT.                   00004430
              10 WS-LST-LEAD          PIC X(02).                        00004440
              10 FILLER               PIC X(130).                       00004450
           05 WS-LST-FIRST-VIEW REDEFINES WS-LST-TEXT.                  00004460
              10 WS-LST-FIRST         PIC X(01).                        00004470
              10 FILLER               PIC X(131).                       00004480
           05 WS-LST-PROV-VIEW REDEFINES WS-LST-TEXT.                   00004490
              10 WS-LST-PROV-TAG      PIC X(08).                        00004500
              10 FILLER               PIC X(124).                       00004510
      * The current source page's heading lines.                        00004520
       01  WS-HEAD-LINE-1             PIC X(133) VALUE SPACES.          00004530
       01  WS-HEAD-LINE-2             PIC X(133) VALUE SPACES.          00004540
      * One output line, with the cover page view.                      00004550
       01  WS-OUT-SLOT                PIC 99.                           00004560
       01  WS-OUT-LINE.                                                 00004570
           05 WS-OUT-CC               PIC X(01).                        00004580
           05 WS-OUT-TEXT             PIC X(132).                       00004590
           05 WS-OUT-COVER REDEFINES WS-OUT-TEXT.                       00004600
              10 WS-CVR-LABEL         PIC X(16).                        00004610
              10 WS-CVR-FIELD-1       PIC X(10).                        00004620
              10 WS-CVR-FIELD-2       PIC X(40).                        00004630
              10 FILLER               PIC X(66).                        00004640
       01  WS-PRODUCED-DATE.                                            00004650
           05 PD-DAY                  PIC X(02).                        00004660
           05 FILLER                  PIC X      VALUE '/'.             00004670
           05 PD-MONTH                PIC X(02).                        00004680
           05 FILLER                  PIC X(03)  VALUE '/20'.           00004690
           05 PD-YEAR                 PIC X(02).                        00004700
       01  WS-PRODUCED-TIME.                                            00004710
           05 PT-HOURS                PIC X(02).                        00004720
           05 FILLER                  PIC X      VALUE ':'.             00004730
           05 PT-MINUTES              PIC X(02).                        00004740
           05 FILLER                  PIC X      VALUE ':'.             00004750
           05 PT-SECONDS              PIC X(02).                        00004760
       01  WS-TODAYS-DATE.                                              00004770
           05 TD-MONTH                PIC X(02).                        00004780
           05 FILLER                  PIC X.                            00004790
           05 TD-DAY                  PIC X(02).                        00004800
           05 FILLER                  PIC X.                            00004810
           05 TD-YEAR                 PIC X(02).                        00004820
       01  WS-TODAYS-TIME.                                              00004830
           05 TT-HOURS                PIC X(02).                        00004840
           05 TT-MINUTES              PIC X(02).                        00004850
           05 TT-SECONDS              PIC X(02).                        00004860
      ******************************************************************00004870
       PROCEDURE DIVISION.                                              00004880
      ******************************************************************00004890
       0000-MAIN.                                                       00004900
      **********************************                                00004910
           PERFORM 1000-INITIALISE THRU 1000-EXIT.                      00004920
           PERFORM 2000-WRITE-COVER-PAGES THRU 2000-EXIT.               00004930
           PERFORM 3000-BURST-LISTINGS THRU 3000-EXIT.                  00004940
           PERFORM 8000-WRITE-DISTRIBUTION-LOG THRU 8000-EXIT.          00004950
           PERFORM 8500-CLOSE-RECIPIENT-FILES THRU 8500-EXIT.           00004960
           CLOSE DISTLOG-FILE.                                          00004970
           PERFORM 9000-PRINT-SUMMARY THRU 9000-EXIT.                   00004980
       0000-EXIT.                                                       00004990
           STOP RUN.                                                    00005000
      **********************************                                00005010
       1000-INITIALISE.                                                 00005020
      **********************************                                00005030
           MOVE CURRENT-DATE TO WS-TODAYS-DATE.                         00005040
           MOVE TIME-OF-DAY  TO WS-TODAYS-TIME.                         00005050
           MOVE TD-DAY     TO PD-DAY.                                   00005060
           MOVE TD-MONTH   TO PD-MONTH.                                 00005070
           MOVE TD-YEAR    TO PD-YEAR.                                  00005080
           MOVE TT-HOURS   TO PT-HOURS.                                 00005090
           MOVE TT-MINUTES TO PT-MINUTES.                               00005100
           MOVE TT-SECONDS TO PT-SECONDS.                               00005110
           DISPLAY 'REPDIST - REPORT DISTRIBUTION STARTING'.            00005120
           PERFORM 1050-GET-DATA-DATE THRU 1050-EXIT.                   00005130
           PERFORM 1100-LOAD-COUNTRY-REFERENCE THRU 1100-EXIT.          00005140
           PERFORM 1200-LOAD-REGION-MAP THRU 1200-EXIT.                 00005150
           MOVE 1 TO WS-SLOT-SUB.                                       00005160
           PERFORM 1300-CLEAR-RECIPIENT THRU 1300-EXIT                  00005170
               UNTIL WS-SLOT-SUB > COUNTER-MAX-SLOT.                    00005180
           PERFORM 1400-LOAD-DISTRIBUTION-LIST THRU 1400-EXIT.          00005190
           MOVE 1 TO WS-SLOT-SUB.                                       00005200
           PERFORM 1600-OPEN-RECIPIENT-FILE THRU 1600-EXIT              00005210
               UNTIL WS-SLOT-SUB > COUNTER-MAX-SLOT.                    00005220
           OPEN EXTEND DISTLOG-FILE.                                    00005230
       1000-EXIT.                                                       00005240
           EXIT.                                                        00005250
      **********************************                                00005260
       1050-GET-DATA-DATE.                                              00005270
      **********************************                                00005280
      * The 'CTL' label is appended last to COVID19.DATA.TOTCNTRY, so   00005290
      *  the whole dataset is read to reach it. Without it there is     00005290
      *  no date to log the distribution under.                         00005290
           OPEN INPUT TOTCNTRY-FILE.                                    00005290
           MOVE 'N' TO END-OF-FILE.                                     00005290
           PERFORM 1055-READ-FOR-CONTROL THRU 1055-EXIT                 00005290
               UNTIL EOF.                                               00005290
           CLOSE TOTCNTRY-FILE.                                         00005290
           MOVE 'N' TO END-OF-FILE.                                     00005380
           IF WS-DATA-DATE = SPACES THEN                                00005390
               DISPLAY 'REPDIST - TOTCNTRY HAS NO CTL LABEL, NO DATA '  00005400
                       'DATE TO DISTRIBUTE UNDER - RUN ABANDONED'       00005410
               MOVE 16 TO RETURN-CODE                                   00005420
               STOP RUN.                                                00005430
       1050-EXIT.                                                       00005440
           EXIT.                                                        00005450
      **********************************                                00005450
       1055-READ-FOR-CONTROL.                                           00005450
      **********************************                                00005450
           READ TOTCNTRY-FILE                                           00005450
               AT END MOVE 'Y' TO END-OF-FILE.                          00005450
           IF NOT EOF AND TOTCTL-TAG = 'CTL' THEN                       00005450
               MOVE TOTCTL-DATA-DATE TO WS-DATA-DATE.                   00005450
       1055-EXIT.                                                       00005450
           EXIT.                                                        00005450
      **********************************                                00005460
       1100-LOAD-COUNTRY-REFERENCE.                                     00005470
      **********************************                                00005480
           OPEN INPUT CNTRYREF-FILE.                                    00005490
           MOVE 'N' TO END-OF-FILE.                                     00005500
           PERFORM 1110-READ-REFERENCE-RECORD THRU 1110-EXIT            00005510
               UNTIL EOF.                                               00005520
           CLOSE CNTRYREF-FILE.                                         00005530
           MOVE 'N' TO END-OF-FILE.                                     00005540
       1100-EXIT.                                                       00005550
           EXIT.                                                        00005560
      **********************************                                00005570
       1110-READ-REFERENCE-RECORD.                                      00005580
      **********************************                                00005590
           READ CNTRYREF-FILE                                           00005600
               AT END MOVE 'Y' TO END-OF-FILE.                          00005610
      * Only the version of each code in force on the data date is      00005610
      *  loaded - retired and not-yet-effective versions are skipped.   00005610
           IF NOT EOF                                                   00005610
             AND (CREF-VALID-FROM > WS-DATA-DATE                        00005610
               OR CREF-VALID-TO NOT > WS-DATA-DATE) THEN                00005610
               GO TO 1110-EXIT.                                         00005610
           IF NOT EOF AND WS-CREF-COUNT NOT < COUNTER-MAX-CREF THEN     00005620
               DISPLAY 'REPDIST - COUNTRY TABLE FULL AT '               00005630
                   COUNTER-MAX-CREF ' - RUN ABANDONED'                  00005640
               MOVE 16 TO RETURN-CODE                                   00005650
               STOP RUN.                                                00005660
           IF NOT EOF THEN                                              00005670
               ADD 1 TO WS-CREF-COUNT                                   00005680
               MOVE CREF-COUNTRYCODE TO WS-CREF-CODE (WS-CREF-COUNT)    00005690
               MOVE CREF-COUNTRYNAME TO WS-CREF-NAME (WS-CREF-COUNT).   00005700
       1110-EXIT.                                                       00005710
           EXIT.                                                        00005720
      **********************************                                00005730
       1200-LOAD-REGION-MAP.                                            00005740
      **********************************                                00005750
           OPEN INPUT REGNCNTRY-FILE.                                   00005760
           MOVE 'N' TO END-OF-FILE.                                     00005770
           PERFORM 1210-READ-REGION-MAP THRU 1210-EXIT                  00005780
               UNTIL EOF.                                               00005790
           CLOSE REGNCNTRY-FILE.                                        00005800
           MOVE 'N' TO END-OF-FILE.                                     00005810
       1200-EXIT.                                                       00005820
           EXIT.                                                        00005830
      **********************************                                00005840
       1210-READ-REGION-MAP.                                            00005850
      **********************************                                00005860
           READ REGNCNTRY-FILE                                          00005870
               AT END MOVE 'Y' TO END-OF-FILE.                          00005880
           IF NOT EOF AND WS-MAP-COUNT NOT < COUNTER-MAX-MAP THEN       00005890
               DISPLAY 'REPDIST - REGION MAP TABLE FULL AT '            00005900
                   COUNTER-MAX-MAP ' - RUN ABANDONED'                   00005910
               MOVE 16 TO RETURN-CODE                                   00005920
               STOP RUN.                                                00005930
           IF NOT EOF THEN                                              00005940
               ADD 1 TO WS-MAP-COUNT                                    00005950
               MOVE REGN-COUNTRYCODE TO WS-MAP-CCODE (WS-MAP-COUNT)     00005960
               MOVE REGN-REGIONCODE  TO WS-MAP-RCODE (WS-MAP-COUNT)     00005970
               MOVE REGN-REGIONNAME  TO WS-MAP-RNAME (WS-MAP-COUNT).    00005980
       1210-EXIT.                                                       00005990
           EXIT.                                                        00006000
      **********************************                                00006010
       1300-CLEAR-RECIPIENT.                                            00006020
      **********************************                                00006030
           MOVE SPACES TO WS-RCP-ID (WS-SLOT-SUB)                       00006040
                          WS-RCP-NAME (WS-SLOT-SUB).                    00006050
           MOVE 'N' TO WS-RCP-USED-SW (WS-SLOT-SUB)                     00006060
                       WS-RCP-GEO-SW (WS-SLOT-SUB)                      00006070
                       WS-RCP-SECT-ON-SW (WS-SLOT-SUB).                 00006080
           MOVE 0 TO WS-RCP-HEAD-PAGE (WS-SLOT-SUB)                     00006090
                     WS-RCP-LINES (WS-SLOT-SUB).                        00006100
           ADD 1 TO WS-SLOT-SUB.                                        00006110
       1300-EXIT.                                                       00006120
           EXIT.                                                        00006130
      **********************************                                00006140
       1400-LOAD-DISTRIBUTION-LIST.                                     00006150
      **********************************                                00006160
           OPEN INPUT DISTLIST-FILE.                                    00006170
           MOVE 'N' TO END-OF-FILE.                                     00006180
           PERFORM 1410-READ-DISTLIST-RECORD THRU 1410-EXIT             00006190
               UNTIL EOF.                                               00006200
           CLOSE DISTLIST-FILE.                                         00006210
           MOVE 'N' TO END-OF-FILE.                                     00006220
           IF WS-RCP-COUNT = 0 THEN                                     00006230
               DISPLAY 'REPDIST - NO RECIPIENTS ON THE DISTRIBUTION '   00006240
                       'LIST - RUN ABANDONED'                           00006250
               MOVE 16 TO RETURN-CODE                                   00006260
               STOP RUN.                                                00006270
       1400-EXIT.                                                       00006280
           EXIT.                                                        00006290
      **********************************                                00006300
       1410-READ-DISTLIST-RECORD.                                       00006310
      **********************************                                00006320
           READ DISTLIST-FILE                                           00006330
               AT END MOVE 'Y' TO END-OF-FILE.                          00006340
           IF EOF THEN                                                  00006350
               GO TO 1410-EXIT.                                         00006360
           ADD 1 TO WS-DST-READ-COUNT.                                  00006370
           IF DST-COMMENT THEN                                          00006380
               GO TO 1410-EXIT.                                         00006390
           IF DST-RECIPIENT-LINE THEN                                   00006400
               PERFORM 1420-ADD-RECIPIENT THRU 1420-EXIT                00006410
               GO TO 1410-EXIT.                                         00006420
      * Every other line belongs to a recipient already named.          00006430
           MOVE 'N' TO WS-FOUND-SW.                                     00006440
           MOVE 1   TO WS-SLOT-SUB.                                     00006450
           PERFORM 1411-FIND-RECIPIENT THRU 1411-EXIT                   00006460
               UNTIL WS-SLOT-SUB > COUNTER-MAX-SLOT                     00006470
                  OR FOUND.                                             00006480
           IF NOT FOUND THEN                                            00006490
               DISPLAY 'REPDIST - RECIPIENT NOT NAMED ON AN R LINE '    00006500
                       'FIRST - REJECTED: ' DST-RECORD                  00006510
               ADD 1 TO WS-DST-REJECT-COUNT                             00006520
               GO TO 1410-EXIT.                                         00006530
           IF DST-SECTION-LINE THEN                                     00006540
               PERFORM 1430-ADD-SELECTION THRU 1430-EXIT                00006550
               GO TO 1410-EXIT.                                         00006560
           IF DST-REGION-LINE THEN                                      00006570
               PERFORM 1440-ADD-REGION THRU 1440-EXIT                   00006580
               GO TO 1410-EXIT.                                         00006590
           IF DST-COUNTRY-LINE THEN                                     00006600
               PERFORM 1450-ADD-COUNTRY THRU 1450-EXIT                  00006610
               GO TO 1410-EXIT.                                         00006620
           DISPLAY 'REPDIST - LINE TYPE NOT RECOGNISED - REJECTED: '    00006630
                   DST-RECORD.                                          00006640
           ADD 1 TO WS-DST-REJECT-COUNT.                                00006650
       1410-EXIT.                                                       00006660
           EXIT.                                                        00006670
      **********************************                                00006680
       1411-FIND-RECIPIENT.                                             00006690
      **********************************                                00006700
           IF WS-RCP-USED-SW (WS-SLOT-SUB) = 'Y'                        00006710
             AND WS-RCP-ID (WS-SLOT-SUB) = DST-RECIPIENT THEN           00006720
               MOVE 'Y' TO WS-FOUND-SW                                  00006730
           ELSE                                                         00006740
               ADD 1 TO WS-SLOT-SUB.                                    00006750
       1411-EXIT.                                                       00006760
           EXIT.                                                        00006770
      **********************************                                00006780
       1420-ADD-RECIPIENT.                                              00006790
      **********************************                                00006800
           IF DST-SLOT-X IS NOT NUMERIC                                 00006810
             OR DST-SLOT = 0                                            00006820
             OR DST-SLOT > COUNTER-MAX-SLOT THEN                        00006830
               DISPLAY 'REPDIST - OUTPUT SLOT NOT 01-08 - REJECTED: '   00006840
                       DST-RECORD                                       00006850
               ADD 1 TO WS-DST-REJECT-COUNT                             00006860
               GO TO 1420-EXIT.                                         00006870
           IF WS-RCP-USED-SW (DST-SLOT) = 'Y' THEN                      00006880
               DISPLAY 'REPDIST - OUTPUT SLOT ALREADY TAKEN - '         00006890
                       'REJECTED: ' DST-RECORD                          00006900
               ADD 1 TO WS-DST-REJECT-COUNT                             00006910
               GO TO 1420-EXIT.                                         00006920
           MOVE 'N' TO WS-FOUND-SW.                                     00006930
           MOVE 1   TO WS-SLOT-SUB.                                     00006940
           PERFORM 1411-FIND-RECIPIENT THRU 1411-EXIT                   00006950
               UNTIL WS-SLOT-SUB > COUNTER-MAX-SLOT                     00006960
                  OR FOUND.                                             00006970
           IF FOUND THEN                                                00006980
               DISPLAY 'REPDIST - RECIPIENT ALREADY NAMED - '           00006990
                       'REJECTED: ' DST-RECORD                          00007000
               ADD 1 TO WS-DST-REJECT-COUNT                             00007010
               GO TO 1420-EXIT.                                         00007020
           MOVE DST-RECIPIENT TO WS-RCP-ID (DST-SLOT).                  00007030
           MOVE DST-NAME      TO WS-RCP-NAME (DST-SLOT).                00007040
           MOVE 'Y'           TO WS-RCP-USED-SW (DST-SLOT).             00007050
           ADD 1 TO WS-RCP-COUNT.                                       00007060
       1420-EXIT.                                                       00007070
           EXIT.                                                        00007080
      **********************************                                00007090
       1430-ADD-SELECTION.                                              00007100
      **********************************                                00007110
           IF DST-REPORT NOT = 'REPCNTRY'                               00007120
             AND DST-REPORT NOT = 'REPREGN'                             00007130
             AND DST-REPORT NOT = 'REPPROV' THEN                        00007140
               DISPLAY 'REPDIST - REPORT NOT DISTRIBUTED - REJECTED: '  00007150
                       DST-RECORD                                       00007160
               ADD 1 TO WS-DST-REJECT-COUNT                             00007170
               GO TO 1430-EXIT.                                         00007180
           MOVE 'N' TO WS-FOUND-SW.                                     00007190
           IF DST-SECTION = 'ALL' THEN                                  00007200
               MOVE 'Y' TO WS-FOUND-SW.                                 00007210
           IF DST-REPORT = 'REPPROV' AND DST-SECTION = 'PROVINCE' THEN  00007220
               MOVE 'Y' TO WS-FOUND-SW.                                 00007230
           MOVE 1 TO WS-SECT-SUB.                                       00007240
           PERFORM 1431-CHECK-SECTION-KEYWORD THRU 1431-EXIT            00007250
               UNTIL WS-SECT-SUB > COUNTER-MAX-SECT                     00007260
                  OR FOUND.                                             00007270
           IF NOT FOUND THEN                                            00007280
               DISPLAY 'REPDIST - SECTION NOT IN THAT REPORT - '        00007290
                       'REJECTED: ' DST-RECORD                          00007300
               ADD 1 TO WS-DST-REJECT-COUNT                             00007310
               GO TO 1430-EXIT.                                         00007320
           IF WS-SEL-COUNT NOT < COUNTER-MAX-SEL THEN                   00007330
               DISPLAY 'REPDIST - SELECTION TABLE FULL AT '             00007340
                   COUNTER-MAX-SEL ' - RUN ABANDONED'                   00007350
               MOVE 16 TO RETURN-CODE                                   00007360
               STOP RUN.                                                00007370
           ADD 1 TO WS-SEL-COUNT.                                       00007380
           MOVE WS-SLOT-SUB TO WS-SEL-SLOT (WS-SEL-COUNT).              00007390
           MOVE DST-REPORT  TO WS-SEL-REPORT (WS-SEL-COUNT).            00007400
           MOVE DST-SECTION TO WS-SEL-SECTION (WS-SEL-COUNT).           00007410
           MOVE 'N'         TO WS-SEL-FOUND-SW (WS-SEL-COUNT).          00007420
       1430-EXIT.                                                       00007430
           EXIT.                                                        00007440
      **********************************                                00007450
       1431-CHECK-SECTION-KEYWORD.                                      00007460
      **********************************                                00007470
           IF DST-REPORT = WS-SECT-REPORT (WS-SECT-SUB)                 00007480
             AND DST-SECTION = WS-SECT-KEYWORD (WS-SECT-SUB) THEN       00007490
               MOVE 'Y' TO WS-FOUND-SW                                  00007500
           ELSE                                                         00007510
               ADD 1 TO WS-SECT-SUB.                                    00007520
       1431-EXIT.                                                       00007530
           EXIT.                                                        00007540
      **********************************                                00007550
       1440-ADD-REGION.                                                 00007560
      **********************************                                00007570
      * A region brings in its own name and every country mapped to it. 00007580
           MOVE 'N' TO WS-FOUND-SW.                                     00007590
           MOVE 1   TO WS-MAP-SUB.                                      00007600
           PERFORM 1441-FIND-REGION-CODE THRU 1441-EXIT                 00007610
               UNTIL WS-MAP-SUB > WS-MAP-COUNT                          00007620
                  OR FOUND.                                             00007630
           IF NOT FOUND THEN                                            00007640
               DISPLAY 'REPDIST - REGION NOT ON REGNCNTRY - REJECTED: ' 00007650
                       DST-RECORD                                       00007660
               ADD 1 TO WS-DST-REJECT-COUNT                             00007670
               GO TO 1440-EXIT.                                         00007680
           MOVE WS-MAP-RNAME (WS-MAP-SUB) TO WS-SCAN-NAME.              00007690
           PERFORM 1460-ADD-GEOGRAPHY THRU 1460-EXIT.                   00007700
           MOVE WS-MAP-RNAME (WS-MAP-SUB) TO WS-SCAN-NAME.              00007710
           PERFORM 1480-ADD-REGION-NAME THRU 1480-EXIT.                 00007720
           MOVE 1 TO WS-MAP-SUB.                                        00007730
           PERFORM 1442-ADD-REGION-COUNTRY THRU 1442-EXIT               00007740
               UNTIL WS-MAP-SUB > WS-MAP-COUNT.                         00007750
       1440-EXIT.                                                       00007760
           EXIT.                                                        00007770
      **********************************                                00007780
       1441-FIND-REGION-CODE.                                           00007790
      **********************************                                00007800
           IF DST-GEO-CODE = WS-MAP-RCODE (WS-MAP-SUB) THEN             00007810
               MOVE 'Y' TO WS-FOUND-SW                                  00007820
           ELSE                                                         00007830
               ADD 1 TO WS-MAP-SUB.                                     00007840
       1441-EXIT.                                                       00007850
           EXIT.                                                        00007860
      **********************************                                00007870
       1442-ADD-REGION-COUNTRY.                                         00007880
      **********************************                                00007890
           IF DST-GEO-CODE NOT = WS-MAP-RCODE (WS-MAP-SUB) THEN         00007900
               GO TO 1442-NEXT.                                         00007910
           MOVE WS-MAP-CCODE (WS-MAP-SUB) TO WS-SCAN-CODE.              00007920
           MOVE 'N' TO WS-FOUND-SW.                                     00007930
           MOVE 1   TO WS-CREF-SUB.                                     00007940
           PERFORM 1451-FIND-COUNTRY-CODE THRU 1451-EXIT                00007950
               UNTIL WS-CREF-SUB > WS-CREF-COUNT                        00007960
                  OR FOUND.                                             00007970
           IF FOUND THEN                                                00007980
               MOVE WS-CREF-NAME (WS-CREF-SUB) TO WS-SCAN-NAME          00007990
               PERFORM 1470-ADD-COUNTRY-NAME THRU 1470-EXIT.            00008000
       1442-NEXT.                                                       00008010
           ADD 1 TO WS-MAP-SUB.                                         00008020
       1442-EXIT.                                                       00008030
           EXIT.                                                        00008040
      **********************************                                00008050
       1450-ADD-COUNTRY.                                                00008060
      **********************************                                00008070
      * A country brings in its own name and its region's.              00008080
           MOVE DST-GEO-CODE TO WS-SCAN-CODE.                           00008090
           MOVE 'N' TO WS-FOUND-SW.                                     00008100
           MOVE 1   TO WS-CREF-SUB.                                     00008110
           PERFORM 1451-FIND-COUNTRY-CODE THRU 1451-EXIT                00008120
               UNTIL WS-CREF-SUB > WS-CREF-COUNT                        00008130
                  OR FOUND.                                             00008140
           IF NOT FOUND THEN                                            00008150
               DISPLAY 'REPDIST - COUNTRY NOT ON CNTRYREF - REJECTED: ' 00008160
                       DST-RECORD                                       00008170
               ADD 1 TO WS-DST-REJECT-COUNT                             00008180
               GO TO 1450-EXIT.                                         00008190
           MOVE WS-CREF-NAME (WS-CREF-SUB) TO WS-SCAN-NAME.             00008200
           PERFORM 1460-ADD-GEOGRAPHY THRU 1460-EXIT.                   00008210
           MOVE WS-CREF-NAME (WS-CREF-SUB) TO WS-SCAN-NAME.             00008220
           PERFORM 1470-ADD-COUNTRY-NAME THRU 1470-EXIT.                00008230
           MOVE 'N' TO WS-FOUND-SW.                                     00008240
           MOVE 1   TO WS-MAP-SUB.                                      00008250
           PERFORM 1452-FIND-COUNTRY-REGION THRU 1452-EXIT              00008260
               UNTIL WS-MAP-SUB > WS-MAP-COUNT                          00008270
                  OR FOUND.                                             00008280
           IF FOUND THEN                                                00008290
               MOVE WS-MAP-RNAME (WS-MAP-SUB) TO WS-SCAN-NAME           00008300
               PERFORM 1480-ADD-REGION-NAME THRU 1480-EXIT.             00008310
       1450-EXIT.                                                       00008320
           EXIT.                                                        00008330
      **********************************                                00008340
       1451-FIND-COUNTRY-CODE.                                          00008350
      **********************************                                00008360
           IF WS-SCAN-CODE = WS-CREF-CODE (WS-CREF-SUB) THEN            00008370
               MOVE 'Y' TO WS-FOUND-SW                                  00008380
           ELSE                                                         00008390
               ADD 1 TO WS-CREF-SUB.                                    00008400
       1451-EXIT.                                                       00008410
           EXIT.                                                        00008420
      **********************************                                00008430
       1452-FIND-COUNTRY-REGION.                                        00008440
      **********************************                                00008450
           IF DST-GEO-CODE = WS-MAP-CCODE (WS-MAP-SUB) THEN             00008460
               MOVE 'Y' TO WS-FOUND-SW                                  00008470
           ELSE                                                         00008480
               ADD 1 TO WS-MAP-SUB.                                     00008490
       1452-EXIT.                                                       00008500
           EXIT.                                                        00008510
      **********************************                                00008520
       1460-ADD-GEOGRAPHY.                                              00008530
      **********************************                                00008540
      * The line as asked for, for the cover page.                      00008550
           IF WS-GEO-COUNT NOT < COUNTER-MAX-GEO THEN                   00008560
               DISPLAY 'REPDIST - GEOGRAPHY TABLE FULL AT '             00008570
                   COUNTER-MAX-GEO ' - RUN ABANDONED'                   00008580
               MOVE 16 TO RETURN-CODE                                   00008590
               STOP RUN.                                                00008600
           ADD 1 TO WS-GEO-COUNT.                                       00008610
           MOVE WS-SLOT-SUB  TO WS-GEO-SLOT (WS-GEO-COUNT).             00008620
           MOVE DST-TYPE     TO WS-GEO-TYPE (WS-GEO-COUNT).             00008630
           MOVE DST-GEO-CODE TO WS-GEO-CODE (WS-GEO-COUNT).             00008640
           MOVE WS-SCAN-NAME TO WS-GEO-NAME (WS-GEO-COUNT).             00008650
           MOVE 'Y' TO WS-RCP-GEO-SW (WS-SLOT-SUB).                     00008660
       1460-EXIT.                                                       00008670
           EXIT.                                                        00008680
      **********************************                                00008690
       1470-ADD-COUNTRY-NAME.                                           00008700
      **********************************                                00008710
           IF WS-CSET-COUNT NOT < COUNTER-MAX-CSET THEN                 00008720
               DISPLAY 'REPDIST - COUNTRY NAME TABLE FULL AT '          00008730
                   COUNTER-MAX-CSET ' - RUN ABANDONED'                  00008740
               MOVE 16 TO RETURN-CODE                                   00008750
               STOP RUN.                                                00008760
           ADD 1 TO WS-CSET-COUNT.                                      00008770
           MOVE WS-SLOT-SUB  TO WS-CSET-SLOT (WS-CSET-COUNT).           00008780
           MOVE WS-SCAN-NAME TO WS-CSET-NAME (WS-CSET-COUNT).           00008790
       1470-EXIT.                                                       00008800
           EXIT.                                                        00008810
      **********************************                                00008820
       1480-ADD-REGION-NAME.                                            00008830
      **********************************                                00008840
           IF WS-RSET-COUNT NOT < COUNTER-MAX-RSET THEN                 00008850
               DISPLAY 'REPDIST - REGION NAME TABLE FULL AT '           00008860
                   COUNTER-MAX-RSET ' - RUN ABANDONED'                  00008870
               MOVE 16 TO RETURN-CODE                                   00008880
               STOP RUN.                                                00008890
           ADD 1 TO WS-RSET-COUNT.                                      00008900
           MOVE WS-SLOT-SUB  TO WS-RSET-SLOT (WS-RSET-COUNT).           00008910
           MOVE WS-SCAN-NAME TO WS-RSET-NAME (WS-RSET-COUNT).           00008920
       1480-EXIT.                                                       00008930
           EXIT.                                                        00008940
      **********************************                                00008950
       1600-OPEN-RECIPIENT-FILE.                                        00008960
      **********************************                                00008970
      * Only the slots named on the list are opened - an unused slot    00008980
      *  needs no DD.                                                   00008990
           IF WS-RCP-USED-SW (WS-SLOT-SUB) NOT = 'Y' THEN               00009000
               GO TO 1600-NEXT.                                         00009010
           IF WS-SLOT-SUB = 1 THEN                                      00009020
               OPEN OUTPUT DIST01-FILE.                                 00009030
           IF WS-SLOT-SUB = 2 THEN                                      00009040
               OPEN OUTPUT DIST02-FILE.                                 00009050
           IF WS-SLOT-SUB = 3 THEN                                      00009060
               OPEN OUTPUT DIST03-FILE.                                 00009070
           IF WS-SLOT-SUB = 4 THEN                                      00009080
               OPEN OUTPUT DIST04-FILE.                                 00009090
           IF WS-SLOT-SUB = 5 THEN                                      00009100
               OPEN OUTPUT DIST05-FILE.                                 00009110
           IF WS-SLOT-SUB = 6 THEN                                      00009120
               OPEN OUTPUT DIST06-FILE.                                 00009130
           IF WS-SLOT-SUB = 7 THEN                                      00009140
               OPEN OUTPUT DIST07-FILE.                                 00009150
           IF WS-SLOT-SUB = 8 THEN                                      00009160
               OPEN OUTPUT DIST08-FILE.                                 00009170
       1600-NEXT.                                                       00009180
           ADD 1 TO WS-SLOT-SUB.                                        00009190
       1600-EXIT.                                                       00009200
           EXIT.                                                        00009210
      **********************************                                00009220
       2000-WRITE-COVER-PAGES.                                          00009230
      **********************************                                00009240
           MOVE 1 TO WS-SLOT-SUB.                                       00009250
           PERFORM 2010-WRITE-ONE-COVER THRU 2010-EXIT                  00009260
               UNTIL WS-SLOT-SUB > COUNTER-MAX-SLOT.                    00009270
       2000-EXIT.                                                       00009280
           EXIT.                                                        00009290
      **********************************                                00009300
       2010-WRITE-ONE-COVER.                                            00009310
      **********************************                                00009320
           IF WS-RCP-USED-SW (WS-SLOT-SUB) NOT = 'Y' THEN               00009330
               GO TO 2010-NEXT.                                         00009340
           MOVE WS-SLOT-SUB TO WS-OUT-SLOT.                             00009350
           MOVE SPACES TO WS-OUT-LINE.                                  00009360
           MOVE '1' TO WS-OUT-CC.                                       00009370
           MOVE 'COVID-19 DAILY REPORTS - DISTRIBUTION COVER SHEET'     00009380
                TO WS-OUT-TEXT.                                         00009390
           PERFORM 7000-WRITE-OUTPUT-LINE THRU 7000-EXIT.               00009400
           MOVE SPACES TO WS-OUT-LINE.                                  00009410
           MOVE '-' TO WS-OUT-CC.                                       00009420
           MOVE 'RECIPIENT     :'         TO WS-CVR-LABEL.              00009430
           MOVE WS-RCP-ID (WS-SLOT-SUB)   TO WS-CVR-FIELD-1.            00009440
           MOVE WS-RCP-NAME (WS-SLOT-SUB) TO WS-CVR-FIELD-2.            00009450
           PERFORM 7000-WRITE-OUTPUT-LINE THRU 7000-EXIT.               00009460
           MOVE SPACES TO WS-OUT-LINE.                                  00009470
           MOVE '0' TO WS-OUT-CC.                                       00009480
           MOVE 'DATA DATE     :'         TO WS-CVR-LABEL.              00009490
           MOVE WS-DATA-DATE              TO WS-CVR-FIELD-1.            00009500
           PERFORM 7000-WRITE-OUTPUT-LINE THRU 7000-EXIT.               00009510
           MOVE SPACES TO WS-OUT-LINE.                                  00009520
           MOVE ' ' TO WS-OUT-CC.                                       00009530
           MOVE 'PRODUCED      :'         TO WS-CVR-LABEL.              00009540
           MOVE WS-PRODUCED-DATE          TO WS-CVR-FIELD-1.            00009550
           MOVE WS-PRODUCED-TIME          TO WS-CVR-FIELD-2.            00009560
           PERFORM 7000-WRITE-OUTPUT-LINE THRU 7000-EXIT.               00009570
           MOVE SPACES TO WS-OUT-LINE.                                  00009580
           MOVE '0' TO WS-OUT-CC.                                       00009590
           MOVE 'REPORTS       :'         TO WS-CVR-LABEL.              00009600
           MOVE 'N' TO WS-FOUND-SW.                                     00009610
           MOVE 1 TO WS-SEL-SUB.                                        00009620
           PERFORM 2020-WRITE-COVER-SELECTION THRU 2020-EXIT            00009630
               UNTIL WS-SEL-SUB > WS-SEL-COUNT.                         00009640
           IF NOT FOUND THEN                                            00009650
               MOVE 'NONE' TO WS-CVR-FIELD-1                            00009660
               PERFORM 7000-WRITE-OUTPUT-LINE THRU 7000-EXIT.           00009670
           MOVE SPACES TO WS-OUT-LINE.                                  00009680
           MOVE '0' TO WS-OUT-CC.                                       00009690
           IF WS-RCP-GEO-SW (WS-SLOT-SUB) NOT = 'Y' THEN                00009700
               MOVE 'COVERAGE      :'     TO WS-CVR-LABEL               00009710
               MOVE 'ALL'                 TO WS-CVR-FIELD-1             00009720
               MOVE 'REGIONS AND COUNTRIES' TO WS-CVR-FIELD-2           00009730
               PERFORM 7000-WRITE-OUTPUT-LINE THRU 7000-EXIT            00009740
               GO TO 2010-NEXT.                                         00009750
           MOVE 1 TO WS-GEO-SUB.                                        00009760
           PERFORM 2030-WRITE-COVER-GEOGRAPHY THRU 2030-EXIT            00009770
               UNTIL WS-GEO-SUB > WS-GEO-COUNT.                         00009780
       2010-NEXT.                                                       00009790
           ADD 1 TO WS-SLOT-SUB.                                        00009800
       2010-EXIT.                                                       00009810
           EXIT.                                                        00009820
      **********************************                                00009830
       2020-WRITE-COVER-SELECTION.                                      00009840
      **********************************                                00009850
           IF WS-SEL-SLOT (WS-SEL-SUB) NOT = WS-SLOT-SUB THEN           00009860
               GO TO 2020-NEXT.                                         00009870
           MOVE WS-SEL-REPORT (WS-SEL-SUB)  TO WS-CVR-FIELD-1.          00009880
           MOVE WS-SEL-SECTION (WS-SEL-SUB) TO WS-CVR-FIELD-2.          00009890
           IF WS-SEL-SECTION (WS-SEL-SUB) = 'ALL' THEN                  00009900
               MOVE 'ALL SECTIONS' TO WS-CVR-FIELD-2.                   00009910
           PERFORM 7000-WRITE-OUTPUT-LINE THRU 7000-EXIT.               00009920
           MOVE 'Y' TO WS-FOUND-SW.                                     00009930
           MOVE SPACES TO WS-OUT-LINE.                                  00009940
       2020-NEXT.                                                       00009950
           ADD 1 TO WS-SEL-SUB.                                         00009960
       2020-EXIT.                                                       00009970
           EXIT.                                                        00009980
      **********************************                                00009990
       2030-WRITE-COVER-GEOGRAPHY.                                      00010000
      **********************************                                00010010
           IF WS-GEO-SLOT (WS-GEO-SUB) NOT = WS-SLOT-SUB THEN           00010020
               GO TO 2030-NEXT.                                         00010030
           IF WS-GEO-TYPE (WS-GEO-SUB) = 'G' THEN                       00010040
               MOVE 'REGION        :' TO WS-CVR-LABEL                   00010050
           ELSE                                                         00010060
               MOVE 'COUNTRY       :' TO WS-CVR-LABEL.                  00010070
           MOVE WS-GEO-CODE (WS-GEO-SUB) TO WS-CVR-FIELD-1.             00010080
           MOVE WS-GEO-NAME (WS-GEO-SUB) TO WS-CVR-FIELD-2.             00010090
           PERFORM 7000-WRITE-OUTPUT-LINE THRU 7000-EXIT.               00010100
           MOVE SPACES TO WS-OUT-LINE.                                  00010110
       2030-NEXT.                                                       00010120
           ADD 1 TO WS-GEO-SUB.                                         00010130
       2030-EXIT.                                                       00010140
           EXIT.                                                        00010150
      **********************************                                00010160
       3000-BURST-LISTINGS.                                             00010170
      **********************************                                00010180
           OPEN INPUT CNTYLST-FILE.                                     00010190
           IF WS-CLST-STATUS = '00' THEN                                00010200
               MOVE 'Y' TO WS-CLST-AVAIL-SW                             00010210
               MOVE 'REPCNTRY' TO WS-CURR-REPORT                        00010220
               PERFORM 3400-START-LISTING THRU 3400-EXIT                00010230
               PERFORM 3100-READ-COUNTRY-LISTING THRU 3100-EXIT         00010240
                   UNTIL EOF                                            00010250
               CLOSE CNTYLST-FILE                                       00010260
           ELSE                                                         00010270
               DISPLAY 'REPDIST - REPCNTRY LISTING NOT SUPPLIED'.       00010280
           OPEN INPUT REGNLST-FILE.                                     00010290
           IF WS-RLST-STATUS = '00' THEN                                00010300
               MOVE 'Y' TO WS-RLST-AVAIL-SW                             00010310
               MOVE 'REPREGN' TO WS-CURR-REPORT                         00010320
               PERFORM 3400-START-LISTING THRU 3400-EXIT                00010330
               PERFORM 3200-READ-REGION-LISTING THRU 3200-EXIT          00010340
                   UNTIL EOF                                            00010350
               CLOSE REGNLST-FILE                                       00010360
           ELSE                                                         00010370
               DISPLAY 'REPDIST - REPREGN LISTING NOT SUPPLIED'.        00010380
           OPEN INPUT PROVLST-FILE.                                     00010390
           IF WS-PLST-STATUS = '00' THEN                                00010400
               MOVE 'Y' TO WS-PLST-AVAIL-SW                             00010410
               MOVE 'REPPROV' TO WS-CURR-REPORT                         00010420
               PERFORM 3400-START-LISTING THRU 3400-EXIT                00010430
               PERFORM 3300-READ-PROVINCE-LISTING THRU 3300-EXIT        00010440
                   UNTIL EOF                                            00010450
               CLOSE PROVLST-FILE                                       00010460
           ELSE                                                         00010470
               DISPLAY 'REPDIST - REPPROV LISTING NOT SUPPLIED'.        00010480
           MOVE 'N' TO END-OF-FILE.                                     00010490
       3000-EXIT.                                                       00010500
           EXIT.                                                        00010510
      **********************************                                00010520
       3100-READ-COUNTRY-LISTING.                                       00010530
      **********************************                                00010540
           READ CNTYLST-FILE INTO WS-LST-LINE                           00010550
               AT END MOVE 'Y' TO END-OF-FILE.                          00010560
           IF NOT EOF THEN                                              00010570
               ADD 1 TO WS-LST-READ-COUNT                               00010580
               PERFORM 4000-PROCESS-LISTING-LINE THRU 4000-EXIT.        00010590
       3100-EXIT.                                                       00010600
           EXIT.                                                        00010610
      **********************************                                00010620
       3200-READ-REGION-LISTING.                                        00010630
      **********************************                                00010640
           READ REGNLST-FILE INTO WS-LST-LINE                           00010650
               AT END MOVE 'Y' TO END-OF-FILE.                          00010660
           IF NOT EOF THEN                                              00010670
               ADD 1 TO WS-LST-READ-COUNT                               00010680
               PERFORM 4000-PROCESS-LISTING-LINE THRU 4000-EXIT.        00010690
       3200-EXIT.                                                       00010700
           EXIT.                                                        00010710
      **********************************                                00010720
       3300-READ-PROVINCE-LISTING.                                      00010730
      **********************************                                00010740
           READ PROVLST-FILE INTO WS-LST-LINE                           00010750
               AT END MOVE 'Y' TO END-OF-FILE.                          00010760
           IF NOT EOF THEN                                              00010770
               ADD 1 TO WS-LST-READ-COUNT                               00010780
               PERFORM 4000-PROCESS-LISTING-LINE THRU 4000-EXIT.        00010790
       3300-EXIT.                                                       00010800
           EXIT.                                                        00010810
      **********************************                                00010820
       3400-START-LISTING.                                              00010830
      **********************************                                00010840
      * Page numbers restart with each listing, so does the record of   00010850
      *  which page heading each recipient was last given.              00010860
           MOVE 'N' TO END-OF-FILE.                                     00010870
           MOVE 0 TO WS-SRC-PAGE.                                       00010880
           MOVE SPACES TO WS-CURR-SECTION                               00010890
                          WS-HEAD-LINE-1                                00010900
                          WS-HEAD-LINE-2.                               00010910
           MOVE 1 TO WS-SLOT-SUB.                                       00010920
           PERFORM 3410-RESET-RECIPIENT THRU 3410-EXIT                  00010930
               UNTIL WS-SLOT-SUB > COUNTER-MAX-SLOT.                    00010940
       3400-EXIT.                                                       00010950
           EXIT.                                                        00010960
      **********************************                                00010970
       3410-RESET-RECIPIENT.                                            00010980
      **********************************                                00010990
           MOVE 'N' TO WS-RCP-SECT-ON-SW (WS-SLOT-SUB).                 00011000
           MOVE 0   TO WS-RCP-HEAD-PAGE (WS-SLOT-SUB).                  00011010
           ADD 1 TO WS-SLOT-SUB.                                        00011020
       3410-EXIT.                                                       00011030
           EXIT.                                                        00011040
      **********************************                                00011050
       4000-PROCESS-LISTING-LINE.                                       00011060
      **********************************                                00011070
      * Page headings are held, not sent - each recipient gets them     00011080
      *  ahead of its first line from the page. Then a section heading  00011090
      *  decides who the section goes to; dash lines and blank lines    00011100
      *  follow the section; anything else is a detail row.             00011110
           IF WS-LST-TAG = 'DATE:' THEN                                 00011120
               ADD 1 TO WS-SRC-PAGE                                     00011130
               MOVE WS-LST-LINE TO WS-HEAD-LINE-1                       00011140
               GO TO 4000-EXIT.                                         00011150
           IF WS-LST-TAG = 'TIME:' THEN                                 00011160
               MOVE WS-LST-LINE TO WS-HEAD-LINE-2                       00011170
               GO TO 4000-EXIT.                                         00011180
           MOVE 'N' TO WS-DETAIL-SW.                                    00011190
           IF WS-CURR-REPORT = 'REPPROV' THEN                           00011200
               PERFORM 4100-PROCESS-PROVINCE-LINE THRU 4100-EXIT        00011210
               GO TO 4000-EXIT.                                         00011220
           MOVE 'N' TO WS-FOUND-SW.                                     00011230
           MOVE 1   TO WS-SECT-SUB.                                     00011240
           PERFORM 4200-FIND-SECTION THRU 4200-EXIT                     00011250
               UNTIL WS-SECT-SUB > COUNTER-MAX-SECT                     00011260
                  OR FOUND.                                             00011270
           IF FOUND THEN                                                00011280
               MOVE WS-SECT-KEYWORD (WS-SECT-SUB) TO WS-CURR-SECTION    00011290
               PERFORM 4300-SET-SECTION-RECIPIENTS THRU 4300-EXIT       00011300
               PERFORM 4400-SEND-LINE THRU 4400-EXIT                    00011310
               GO TO 4000-EXIT.                                         00011320
           IF WS-CURR-SECTION = SPACES THEN                             00011330
               GO TO 4000-EXIT.                                         00011340
           IF WS-LST-FIRST NOT = '-' AND WS-LST-TEXT NOT = SPACES THEN  00011350
               MOVE 'Y' TO WS-DETAIL-SW.                                00011360
           PERFORM 4400-SEND-LINE THRU 4400-EXIT.                       00011370
       4000-EXIT.                                                       00011380
           EXIT.                                                        00011390
      **********************************                                00011400
       4100-PROCESS-PROVINCE-LINE.                                      00011410
      **********************************                                00011420
      * REPPROV has one section per country, headed by the country      00011430
      *  name in column 1; its column headings, dashes and province     00011440
      *  rows (indented) all belong to that country.                    00011450
           IF WS-LST-TEXT = SPACES                                      00011460
             OR WS-LST-FIRST = '-'                                      00011470
             OR WS-LST-PROV-TAG = 'Province'                            00011480
             OR WS-LST-LEAD = SPACES THEN                               00011490
               GO TO 4100-SECTION-LINE.                                 00011500
           MOVE 'PROVINCE'  TO WS-CURR-SECTION.                         00011510
           MOVE WS-LST-NAME TO WS-CURR-COUNTRY.                         00011520
           PERFORM 4300-SET-SECTION-RECIPIENTS THRU 4300-EXIT.          00011530
           PERFORM 4400-SEND-LINE THRU 4400-EXIT.                       00011540
           GO TO 4100-EXIT.                                             00011550
       4100-SECTION-LINE.                                               00011560
           IF WS-CURR-SECTION NOT = SPACES THEN                         00011570
               PERFORM 4400-SEND-LINE THRU 4400-EXIT.                   00011580
       4100-EXIT.                                                       00011590
           EXIT.                                                        00011600
      **********************************                                00011610
       4200-FIND-SECTION.                                               00011620
      **********************************                                00011630
           IF WS-CURR-REPORT = WS-SECT-REPORT (WS-SECT-SUB)             00011640
             AND WS-LST-HEAD = WS-SECT-HEAD (WS-SECT-SUB) THEN          00011650
               MOVE 'Y' TO WS-FOUND-SW                                  00011660
           ELSE                                                         00011670
               ADD 1 TO WS-SECT-SUB.                                    00011680
       4200-EXIT.                                                       00011690
           EXIT.                                                        00011700
      **********************************                                00011710
       4300-SET-SECTION-RECIPIENTS.                                     00011720
      **********************************                                00011730
           MOVE 1 TO WS-SLOT-SUB.                                       00011740
           PERFORM 4310-SET-ONE-RECIPIENT THRU 4310-EXIT                00011750
               UNTIL WS-SLOT-SUB > COUNTER-MAX-SLOT.                    00011760
       4300-EXIT.                                                       00011770
           EXIT.                                                        00011780
      **********************************                                00011790
       4310-SET-ONE-RECIPIENT.                                          00011800
      **********************************                                00011810
           MOVE 'N' TO WS-RCP-SECT-ON-SW (WS-SLOT-SUB).                 00011820
           IF WS-RCP-USED-SW (WS-SLOT-SUB) NOT = 'Y' THEN               00011830
               GO TO 4310-NEXT.                                         00011840
           MOVE 'N' TO WS-SEND-SW.                                      00011850
           MOVE 1 TO WS-SEL-SUB.                                        00011860
           PERFORM 4320-MATCH-SELECTION THRU 4320-EXIT                  00011870
               UNTIL WS-SEL-SUB > WS-SEL-COUNT.                         00011880
           IF NOT SEND-LINE THEN                                        00011890
               GO TO 4310-NEXT.                                         00011900
      * A REPPROV country section goes whole or not at all.             00011910
           IF WS-CURR-REPORT = 'REPPROV'                                00011920
             AND WS-RCP-GEO-SW (WS-SLOT-SUB) = 'Y' THEN                 00011930
               MOVE WS-CURR-COUNTRY TO WS-SCAN-NAME                     00011940
               PERFORM 4420-FIND-COUNTRY-NAME THRU 4420-EXIT            00011950
               IF NOT FOUND THEN                                        00011960
                   GO TO 4310-NEXT.                                     00011970
           MOVE 'Y' TO WS-RCP-SECT-ON-SW (WS-SLOT-SUB).                 00011980
       4310-NEXT.                                                       00011990
           ADD 1 TO WS-SLOT-SUB.                                        00012000
       4310-EXIT.                                                       00012010
           EXIT.                                                        00012020
      **********************************                                00012030
       4320-MATCH-SELECTION.                                            00012040
      **********************************                                00012050
           IF WS-SEL-SLOT (WS-SEL-SUB) = WS-SLOT-SUB                    00012060
             AND WS-SEL-REPORT (WS-SEL-SUB) = WS-CURR-REPORT THEN       00012070
               IF WS-SEL-SECTION (WS-SEL-SUB) = 'ALL'                   00012080
                 OR WS-SEL-SECTION (WS-SEL-SUB) = WS-CURR-SECTION THEN  00012090
                   MOVE 'Y' TO WS-SEND-SW                               00012100
                   MOVE 'Y' TO WS-SEL-FOUND-SW (WS-SEL-SUB).            00012110
           ADD 1 TO WS-SEL-SUB.                                         00012120
       4320-EXIT.                                                       00012130
           EXIT.                                                        00012140
      **********************************                                00012150
       4400-SEND-LINE.                                                  00012160
      **********************************                                00012170
           MOVE 1 TO WS-SLOT-SUB.                                       00012180
           PERFORM 4410-SEND-TO-ONE-RECIPIENT THRU 4410-EXIT            00012190
               UNTIL WS-SLOT-SUB > COUNTER-MAX-SLOT.                    00012200
       4400-EXIT.                                                       00012210
           EXIT.                                                        00012220
      **********************************                                00012230
       4410-SEND-TO-ONE-RECIPIENT.                                      00012240
      **********************************                                00012250
      * A detail row of REPCNTRY or REPREGN goes to a recipient with    00012260
      *  countries or regions only when the row is one of theirs.       00012270
           IF WS-RCP-SECT-ON-SW (WS-SLOT-SUB) NOT = 'Y' THEN            00012280
               GO TO 4410-NEXT.                                         00012290
           IF DETAIL-LINE AND WS-RCP-GEO-SW (WS-SLOT-SUB) = 'Y' THEN    00012300
               PERFORM 4415-CHECK-ROW-IS-THEIRS THRU 4415-EXIT          00012310
               IF NOT FOUND THEN                                        00012320
                   GO TO 4410-NEXT.                                     00012330
           PERFORM 4500-WRITE-RECIPIENT-LINE THRU 4500-EXIT.            00012340
       4410-NEXT.                                                       00012350
           ADD 1 TO WS-SLOT-SUB.                                        00012360
       4410-EXIT.                                                       00012370
           EXIT.                                                        00012380
      **********************************                                00012390
       4415-CHECK-ROW-IS-THEIRS.                                        00012400
      **********************************                                00012410
           IF WS-CURR-REPORT = 'REPREGN' THEN                           00012420
               MOVE WS-LST-RNAME TO WS-SCAN-NAME                        00012430
               PERFORM 4430-FIND-REGION-NAME THRU 4430-EXIT             00012440
           ELSE                                                         00012450
               MOVE WS-LST-NAME TO WS-SCAN-NAME                         00012460
               PERFORM 4420-FIND-COUNTRY-NAME THRU 4420-EXIT.           00012470
       4415-EXIT.                                                       00012480
           EXIT.                                                        00012490
      **********************************                                00012500
       4420-FIND-COUNTRY-NAME.                                          00012510
      **********************************                                00012520
           MOVE 'N' TO WS-FOUND-SW.                                     00012530
           MOVE 1   TO WS-CSET-SUB.                                     00012540
           PERFORM 4421-MATCH-COUNTRY-NAME THRU 4421-EXIT               00012550
               UNTIL WS-CSET-SUB > WS-CSET-COUNT                        00012560
                  OR FOUND.                                             00012570
       4420-EXIT.                                                       00012580
           EXIT.                                                        00012590
      **********************************                                00012600
       4421-MATCH-COUNTRY-NAME.                                         00012610
      **********************************                                00012620
           IF WS-CSET-SLOT (WS-CSET-SUB) = WS-SLOT-SUB                  00012630
             AND WS-CSET-NAME (WS-CSET-SUB) = WS-SCAN-NAME THEN         00012640
               MOVE 'Y' TO WS-FOUND-SW                                  00012650
           ELSE                                                         00012660
               ADD 1 TO WS-CSET-SUB.                                    00012670
       4421-EXIT.                                                       00012680
           EXIT.                                                        00012690
      **********************************                                00012700
       4430-FIND-REGION-NAME.                                           00012710
      **********************************                                00012720
           MOVE 'N' TO WS-FOUND-SW.                                     00012730
           MOVE 1   TO WS-RSET-SUB.                                     00012740
           PERFORM 4431-MATCH-REGION-NAME THRU 4431-EXIT                00012750
               UNTIL WS-RSET-SUB > WS-RSET-COUNT                        00012760
                  OR FOUND.                                             00012770
       4430-EXIT.                                                       00012780
           EXIT.                                                        00012790
      **********************************                                00012800
       4431-MATCH-REGION-NAME.                                          00012810
      **********************************                                00012820
           IF WS-RSET-SLOT (WS-RSET-SUB) = WS-SLOT-SUB                  00012830
             AND WS-RSET-NAME (WS-RSET-SUB) = WS-SCAN-NAME THEN         00012840
               MOVE 'Y' TO WS-FOUND-SW                                  00012850
           ELSE                                                         00012860
               ADD 1 TO WS-RSET-SUB.                                    00012870
       4431-EXIT.                                                       00012880
           EXIT.                                                        00012890
      **********************************                                00012900
       4500-WRITE-RECIPIENT-LINE.                                       00012910
      **********************************                                00012920
      * First line for this recipient from the current source page -    00012930
      *  the page heading goes first, on a new page.                    00012940
           MOVE WS-SLOT-SUB TO WS-OUT-SLOT.                             00012950
           IF WS-RCP-HEAD-PAGE (WS-SLOT-SUB) NOT = WS-SRC-PAGE THEN     00012960
               MOVE WS-SRC-PAGE TO WS-RCP-HEAD-PAGE (WS-SLOT-SUB)       00012970
               MOVE WS-HEAD-LINE-1 TO WS-OUT-LINE                       00012980
               MOVE '1' TO WS-OUT-CC                                    00012990
               PERFORM 7000-WRITE-OUTPUT-LINE THRU 7000-EXIT            00013000
               MOVE WS-HEAD-LINE-2 TO WS-OUT-LINE                       00013010
               PERFORM 7000-WRITE-OUTPUT-LINE THRU 7000-EXIT.           00013020
           MOVE WS-LST-LINE TO WS-OUT-LINE.                             00013030
           PERFORM 7000-WRITE-OUTPUT-LINE THRU 7000-EXIT.               00013040
           MOVE 'N' TO WS-FOUND-SW.                                     00013050
           MOVE 1   TO WS-LOG-SUB.                                      00013060
           PERFORM 4510-FIND-LOG-ENTRY THRU 4510-EXIT                   00013070
               UNTIL WS-LOG-SUB > WS-LOG-COUNT                          00013080
                  OR FOUND.                                             00013090
           IF NOT FOUND THEN                                            00013100
               IF WS-LOG-COUNT NOT < COUNTER-MAX-LOG THEN               00013110
                   DISPLAY 'REPDIST - LOG TABLE FULL AT '               00013120
                       COUNTER-MAX-LOG ' - RUN ABANDONED'               00013130
                   MOVE 16 TO RETURN-CODE                               00013140
                   STOP RUN                                             00013150
               ELSE                                                     00013160
                   ADD 1 TO WS-LOG-COUNT                                00013170
                   MOVE WS-LOG-COUNT    TO WS-LOG-SUB                   00013180
                   MOVE WS-SLOT-SUB     TO WS-LOG-SLOT (WS-LOG-SUB)     00013190
                   MOVE WS-CURR-REPORT  TO WS-LOG-REPORT (WS-LOG-SUB)   00013200
                   MOVE WS-CURR-SECTION TO WS-LOG-SECTION (WS-LOG-SUB)  00013210
                   MOVE 0               TO WS-LOG-LINES (WS-LOG-SUB).   00013220
           ADD 1 TO WS-LOG-LINES (WS-LOG-SUB).                          00013230
       4500-EXIT.                                                       00013240
           EXIT.                                                        00013250
      **********************************                                00013260
       4510-FIND-LOG-ENTRY.                                             00013270
      **********************************                                00013280
           IF WS-LOG-SLOT (WS-LOG-SUB) = WS-SLOT-SUB                    00013290
             AND WS-LOG-REPORT (WS-LOG-SUB) = WS-CURR-REPORT            00013300
             AND WS-LOG-SECTION (WS-LOG-SUB) = WS-CURR-SECTION THEN     00013310
               MOVE 'Y' TO WS-FOUND-SW                                  00013320
           ELSE                                                         00013330
               ADD 1 TO WS-LOG-SUB.                                     00013340
       4510-EXIT.                                                       00013350
           EXIT.                                                        00013360
      **********************************                                00013370
       7000-WRITE-OUTPUT-LINE.                                          00013380
      **********************************                                00013390
           IF WS-OUT-SLOT = 1 THEN                                      00013400
               WRITE DIST01-RECORD FROM WS-OUT-LINE.                    00013410
           IF WS-OUT-SLOT = 2 THEN                                      00013420
               WRITE DIST02-RECORD FROM WS-OUT-LINE.                    00013430
           IF WS-OUT-SLOT = 3 THEN                                      00013440
               WRITE DIST03-RECORD FROM WS-OUT-LINE.                    00013450
           IF WS-OUT-SLOT = 4 THEN                                      00013460
               WRITE DIST04-RECORD FROM WS-OUT-LINE.                    00013470
           IF WS-OUT-SLOT = 5 THEN                                      00013480
               WRITE DIST05-RECORD FROM WS-OUT-LINE.                    00013490
           IF WS-OUT-SLOT = 6 THEN                                      00013500
               WRITE DIST06-RECORD FROM WS-OUT-LINE.                    00013510
           IF WS-OUT-SLOT = 7 THEN                                      00013520
               WRITE DIST07-RECORD FROM WS-OUT-LINE.                    00013530
           IF WS-OUT-SLOT = 8 THEN                                      00013540
               WRITE DIST08-RECORD FROM WS-OUT-LINE.                    00013550
           ADD 1 TO WS-RCP-LINES (WS-OUT-SLOT).                         00013560
       7000-EXIT.                                                       00013570
           EXIT.                                                        00013580
      **********************************                                00013590
       8000-WRITE-DISTRIBUTION-LOG.                                     00013600
      **********************************                                00013610
      * What went, then what was asked for and did not go.              00013620
           MOVE SPACES         TO DLOG-RECORD.                          00013630
           MOVE WS-DATA-DATE   TO DLOG-DATA-DATE.                       00013640
           MOVE WS-TODAYS-DATE TO DLOG-RUN-DATE.                        00013650
           MOVE WS-TODAYS-TIME TO DLOG-RUN-TIME.                        00013660
           MOVE 1 TO WS-LOG-SUB.                                        00013670
           PERFORM 8010-LOG-SENT-SECTION THRU 8010-EXIT                 00013680
               UNTIL WS-LOG-SUB > WS-LOG-COUNT.                         00013690
           MOVE 1 TO WS-SEL-SUB.                                        00013700
           PERFORM 8020-LOG-UNSENT-SELECTION THRU 8020-EXIT             00013710
               UNTIL WS-SEL-SUB > WS-SEL-COUNT.                         00013720
       8000-EXIT.                                                       00013730
           EXIT.                                                        00013740
      **********************************                                00013750
       8010-LOG-SENT-SECTION.                                           00013760
      **********************************                                00013770
           MOVE WS-LOG-SLOT (WS-LOG-SUB)     TO WS-SLOT-SUB.            00013780
           MOVE WS-RCP-ID (WS-SLOT-SUB)      TO DLOG-RECIPIENT.         00013790
           MOVE WS-LOG-SLOT (WS-LOG-SUB)     TO DLOG-SLOT.              00013800
           MOVE WS-LOG-REPORT (WS-LOG-SUB)   TO DLOG-REPORT.            00013810
           MOVE WS-LOG-SECTION (WS-LOG-SUB)  TO DLOG-SECTION.           00013820
           MOVE 'S'                          TO DLOG-STATUS.            00013830
           MOVE WS-LOG-LINES (WS-LOG-SUB)    TO DLOG-LINES.             00013840
           WRITE DLOG-RECORD.                                           00013850
           ADD 1 TO WS-LOG-WRITTEN.                                     00013860
           ADD 1 TO WS-LOG-SUB.                                         00013870
       8010-EXIT.                                                       00013880
           EXIT.                                                        00013890
      **********************************                                00013900
       8020-LOG-UNSENT-SELECTION.                                       00013910
      **********************************                                00013920
           MOVE WS-SEL-SLOT (WS-SEL-SUB)    TO WS-SLOT-SUB.             00013930
           MOVE WS-SEL-REPORT (WS-SEL-SUB)  TO WS-SCAN-REPORT.          00013940
           MOVE WS-SEL-SECTION (WS-SEL-SUB) TO WS-SCAN-SECTION.         00013950
           MOVE 'N' TO DLOG-STATUS.                                     00013960
           IF WS-SCAN-REPORT = 'REPCNTRY' AND CLST-AVAILABLE            00013970
             OR WS-SCAN-REPORT = 'REPREGN' AND RLST-AVAILABLE           00013980
             OR WS-SCAN-REPORT = 'REPPROV' AND PLST-AVAILABLE THEN      00013990
               MOVE 'A' TO DLOG-STATUS.                                 00014000
           IF DLOG-STATUS = 'A'                                         00014010
             AND WS-SEL-FOUND-SW (WS-SEL-SUB) = 'Y' THEN                00014020
               MOVE 'N' TO WS-FOUND-SW                                  00014030
               MOVE 1   TO WS-LOG-SUB                                   00014040
               PERFORM 8030-FIND-SENT-SECTION THRU 8030-EXIT            00014050
                   UNTIL WS-LOG-SUB > WS-LOG-COUNT                      00014060
                      OR FOUND                                          00014070
               IF FOUND THEN                                            00014080
                   GO TO 8020-NEXT                                      00014090
               ELSE                                                     00014100
                   MOVE 'E' TO DLOG-STATUS.                             00014110
           MOVE WS-RCP-ID (WS-SLOT-SUB) TO DLOG-RECIPIENT.              00014120
           MOVE WS-SLOT-SUB             TO DLOG-SLOT.                   00014130
           MOVE WS-SCAN-REPORT          TO DLOG-REPORT.                 00014140
           MOVE WS-SCAN-SECTION         TO DLOG-SECTION.                00014150
           MOVE 0                       TO DLOG-LINES.                  00014160
           WRITE DLOG-RECORD.                                           00014170
           ADD 1 TO WS-LOG-WRITTEN.                                     00014180
       8020-NEXT.                                                       00014190
           ADD 1 TO WS-SEL-SUB.                                         00014200
       8020-EXIT.                                                       00014210
           EXIT.                                                        00014220
      **********************************                                00014230
       8030-FIND-SENT-SECTION.                                          00014240
      **********************************                                00014250
           IF WS-LOG-SLOT (WS-LOG-SUB) = WS-SLOT-SUB                    00014260
             AND WS-LOG-REPORT (WS-LOG-SUB) = WS-SCAN-REPORT THEN       00014270
               IF WS-SCAN-SECTION = 'ALL'                               00014280
                 OR WS-LOG-SECTION (WS-LOG-SUB) = WS-SCAN-SECTION THEN  00014290
                   MOVE 'Y' TO WS-FOUND-SW.                             00014300
           ADD 1 TO WS-LOG-SUB.                                         00014310
       8030-EXIT.                                                       00014320
           EXIT.                                                        00014330
      **********************************                                00014340
       8500-CLOSE-RECIPIENT-FILES.                                      00014350
      **********************************                                00014360
           IF WS-RCP-USED-SW (1) = 'Y' THEN                             00014370
               CLOSE DIST01-FILE.                                       00014380
           IF WS-RCP-USED-SW (2) = 'Y' THEN                             00014390
               CLOSE DIST02-FILE.                                       00014400
           IF WS-RCP-USED-SW (3) = 'Y' THEN                             00014410
               CLOSE DIST03-FILE.                                       00014420
           IF WS-RCP-USED-SW (4) = 'Y' THEN                             00014430
               CLOSE DIST04-FILE.                                       00014440
           IF WS-RCP-USED-SW (5) = 'Y' THEN                             00014450
               CLOSE DIST05-FILE.                                       00014460
           IF WS-RCP-USED-SW (6) = 'Y' THEN                             00014470
               CLOSE DIST06-FILE.                                       00014480
           IF WS-RCP-USED-SW (7) = 'Y' THEN                             00014490
               CLOSE DIST07-FILE.                                       00014500
           IF WS-RCP-USED-SW (8) = 'Y' THEN                             00014510
               CLOSE DIST08-FILE.                                       00014520
       8500-EXIT.                                                       00014530
           EXIT.                                                        00014540
      **********************************                                00014550
       9000-PRINT-SUMMARY.                                              00014560
      **********************************                                00014570
           DISPLAY 'REPDIST - DATA DATE          : ' WS-DATA-DATE.      00014580
           DISPLAY 'REPDIST - LIST LINES READ    : ' WS-DST-READ-COUNT. 00014590
           DISPLAY 'REPDIST - LIST LINES REJECTED: '                    00014600
                   WS-DST-REJECT-COUNT.                                 00014610
           DISPLAY 'REPDIST - RECIPIENTS         : ' WS-RCP-COUNT.      00014620
           DISPLAY 'REPDIST - LISTING LINES READ : ' WS-LST-READ-COUNT. 00014630
           DISPLAY 'REPDIST - LOG LINES WRITTEN  : ' WS-LOG-WRITTEN.    00014640
           MOVE 1 TO WS-SLOT-SUB.                                       00014650
           PERFORM 9010-PRINT-RECIPIENT-LINES THRU 9010-EXIT            00014660
               UNTIL WS-SLOT-SUB > COUNTER-MAX-SLOT.                    00014670
       9000-EXIT.                                                       00014680
           EXIT.                                                        00014690
      **********************************                                00014700
       9010-PRINT-RECIPIENT-LINES.                                      00014710
      **********************************                                00014720
           IF WS-RCP-USED-SW (WS-SLOT-SUB) = 'Y' THEN                   00014730
               DISPLAY 'REPDIST - DIST' WS-SLOT-SUB ' '                 00014740
                       WS-RCP-ID (WS-SLOT-SUB) '   : '                  00014750
                       WS-RCP-LINES (WS-SLOT-SUB) ' LINES'.             00014760
           ADD 1 TO WS-SLOT-SUB.                                        00014770
       9010-EXIT.                                                       00014780
           EXIT.                                                        00014790
      ******************************************************************00014800
/*                                                                      00014810
//LKED.SYSLIB  DD DISP=SHR,DSNAME=SYS1.COBLIB                           00014820
//             DD DISP=SHR,DSNAME=SYS1.LINKLIB                          00014830
//             DD DISP=SHR,DSNAME=COVID19.LINKLIB                       00014840
//LKED.SYSLMOD DD DISP=SHR,DSNAME=COVID19.LINKLIB(REPDIST)              00014850
//                                                                      00014860
