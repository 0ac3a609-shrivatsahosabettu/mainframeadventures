//VACVALID    JOB (COBOL),'COVID19',CLASS=A,MSGCLASS=H,MSGLEVEL=(0,0)   00000010
//COMPLINK   EXEC COBUCL                                                00000020
//COB.SYSLIB   DD DISP=SHR,DSNAME=SYS1.COBLIB                           00000030
//             DD DISP=SHR,DSNAME=SYS1.LINKLIB                          00000040
//COB.SYSPUNCH DD DUMMY                                                 00000050
//COB.SYSIN    DD *                                                     00000060
      ******************************************************************00000070
      * PROGRAM DESCRIPTION:                                            00000080
      *   Standalone edit for the daily vaccination feed                00000090
      *   COVID19.DATA.VACDAILY, run before TOTVACC the same way        00000100
      *   DAYVALID runs before TOTCNTRY, so a bad feed is stopped       00000110
      *   before it lands in the vaccination totals.                    00000120
      *   The health authority sends one record per country (or per     00000130
      *   province for the federal feeds) per data date, carrying the   00000140
      *   cumulative number of people with a first dose, people fully   00000150
      *   vaccinated and booster doses given.                           00000160
      *   Every record is checked:                                      00000170
      *      - VAC-DATE must be a real calendar date (same rules as     00000180
      *        DAYVALID - valid for years 2000 to 2099);                00000190
      *      - VAC-FIRST-DOSE and VAC-FULLY-VACC must be numeric;       00000200
      *      - VAC-BOOSTERS must be numeric or all blank (a blank       00000210
      *        means the country is not yet reporting boosters);        00000220
      *      - nobody can be fully vaccinated without a first dose,     00000230
      *        so VAC-FULLY-VACC may not exceed VAC-FIRST-DOSE, and     00000240
      *        boosters go only to the fully vaccinated, so             00000250
      *        VAC-BOOSTERS may not exceed VAC-FULLY-VACC;              00000260
      *      - VAC-COUNTRYCODE must appear on the country reference     00000270
      *        master COVID19.DATA.CNTRYREF as it stood on VAC-DATE,    00000280
      *        or - for a record renamed by an alias - the code it      00000280
      *        was sent with must have been in force then.              00000280
      *   Before the checks run, the record is normalised against the   00000290
      *   country alias dataset COVID19.DATA.CNTRYALS exactly as        00000300
      *   DAYVALID normalises the case feed, so both feeds carry one    00000310
      *   identity per country.                                         00000320
      *   Clean records are copied to the clean file TOTVACC reads;     00000330
      *   failed records go to the reject file with the first reason    00000340
      *   that failed appended, one reason per record.                  00000350
      *                                                                 00000360
      *   VACFIL     Input raw daily vaccination feed.                  00000370
      *   CTRYREF    Input country reference master.                    00000380
      *   CTRYALS    Input country alias dataset (optional).            00000390
      *   VACCLN     Output clean records for TOTVACC.                  00000400
      *   VACREJ     Output rejected records with reason.               00000410
      ******************************************************************00000420
       IDENTIFICATION DIVISION.                                         00000430
       PROGRAM-ID.   'VACVALID'.                                        00000440
       AUTHOR.       'DAVID ASTA'.                                      00000450
       INSTALLATION. 'MVS 3.8J TK4-'.                                   00000460
       DATE-WRITTEN. '14/10/2026'.                                      00000470
       DATE-COMPILED.                                                   00000480
       REMARKS.      'V1R1M0'.                                          00000490
      ******************************************************************00000500
       ENVIRONMENT DIVISION.                                            00000510
      ******************************************************************00000520
       INPUT-OUTPUT SECTION.                                            00000530
       FILE-CONTROL.                                                    00000540
           SELECT VACDAILY-FILE  ASSIGN DA-S-VACFIL.                    00000550
           SELECT CNTRYREF-FILE  ASSIGN DA-S-CTRYREF.                   00000560
           SELECT CNTRYALS-FILE  ASSIGN DA-S-CTRYALS                    00000570
                                 FILE STATUS IS WS-ALIAS-STATUS.        00000580
           SELECT CLEAN-FILE     ASSIGN DA-S-VACCLN.                    00000590
           SELECT REJECT-FILE    ASSIGN DA-S-VACREJ.                    00000600
      ******************************************************************00000610
       DATA DIVISION.                                                   00000620
      ******************************************************************00000630
       FILE SECTION.                                                    00000640
      **********************************                                00000650
       FD  VACDAILY-FILE                                                00000660
      *******************                                               00000670
           LABEL RECORDS ARE STANDARD                                   00000680
           BLOCK CONTAINS 0 RECORDS                                     00000690
           RECORD CONTAINS 80 CHARACTERS.                               00000700
       01  VAC-RECORD.                                                  00000710
           05 VAC-DATE.                                                 00000720
              10 VAC-DATE-YYYY    PIC X(04).                            00000730
              10 VAC-DATE-MM      PIC X(02).                            00000740
              10 VAC-DATE-DD      PIC X(02).                            00000750
           05 VAC-COUNTRYCODE     PIC A(03).                            00000760
           05 VAC-COUNTRYNAME     PIC X(40).                            00000770
           05 VAC-FIRST-DOSE      PIC 9(09).                            00000780
           05 VAC-FULLY-VACC      PIC 9(09).                            00000790
           05 VAC-BOOSTERS        PIC 9(09).                            00000800
           05 FILLER              PIC X(02).                            00000810
      *******************                                               00000820
       FD  CNTRYREF-FILE                                                00000830
      *******************                                               00000840
           LABEL RECORDS ARE STANDARD                                   00000850
           BLOCK CONTAINS 0 RECORDS                                     00000860
           RECORD CONTAINS 59 CHARACTERS.                               00000870
       01  CREF-RECORD.                                                 00000880
           05 CREF-COUNTRYCODE    PIC A(03).                            00000890
           05 CREF-COUNTRYNAME    PIC X(40).                            00000900
           05 CREF-VALID-FROM     PIC X(08).                            00000900
           05 CREF-VALID-TO       PIC X(08).                            00000900
      *******************                                               00000910
       FD  CNTRYALS-FILE                                                00000920
      *******************                                               00000930
           LABEL RECORDS ARE STANDARD                                   00000940
           BLOCK CONTAINS 0 RECORDS                                     00000950
           RECORD CONTAINS 86 CHARACTERS.                               00000960
       01  ALS-RECORD.                                                  00000970
           05 ALS-OLD-CODE        PIC A(03).                            00000980
           05 ALS-OLD-NAME        PIC X(40).                            00000990
           05 ALS-NEW-CODE        PIC A(03).                            00001000
           05 ALS-NEW-NAME        PIC X(40).                            00001010
      *******************                                               00001020
       FD  CLEAN-FILE                                                   00001030
      *******************                                               00001040
           RECORDING MODE F                                             00001050
           LABEL RECORDS ARE STANDARD                                   00001060
           BLOCK CONTAINS 0 RECORDS                                     00001070
           RECORD CONTAINS 80 CHARACTERS.                               00001080
       01  CLEAN-RECORD           PIC X(80).                            00001090
      *******************                                               00001100
       FD  REJECT-FILE                                                  00001110
      *******************                                               00001120
           RECORDING MODE F                                             00001130
           LABEL RECORDS ARE STANDARD                                   00001140
           BLOCK CONTAINS 0 RECORDS                                     00001150
           RECORD CONTAINS 111 CHARACTERS.                              00001160
       01  REJ-RECORD.                                                  00001170
           05 REJ-VAC-RECORD      PIC X(80).                            00001180
           05 FILLER              PIC X.                                00001190
           05 REJ-REASON          PIC X(30).                            00001200
      **********************************                                00001210
       WORKING-STORAGE SECTION.                                         00001220
      **********************************                                00001230
       01  SWITCHES.                                                    00001240
           05 END-OF-FILE         PIC X      VALUE 'N'.                 00001250
              88 EOF                         VALUE 'Y'.                 00001260
           05 WS-CREF-FOUND-SW    PIC X      VALUE 'N'.                 00001270
              88 CREF-FOUND                  VALUE 'Y'.                 00001280
           05 WS-ALS-FOUND-SW     PIC X      VALUE 'N'.                 00001290
              88 ALS-FOUND                   VALUE 'Y'.                 00001300
       01  WS-ALIAS-STATUS        PIC XX.                               00001310
       01  COUNTERS.                                                    00001320
           05 COUNTER-MAX-CREF    PIC 999    VALUE 500.                 00001330
           05 COUNTER-MAX-ALIAS   PIC 99     VALUE 50.                  00001340
           05 WS-CREF-COUNT       PIC 999    VALUE 0.                   00001350
           05 WS-ALS-COUNT        PIC 99     VALUE 0.                   00001360
           05 WS-READ-COUNT       PIC 9(08)  VALUE 0.                   00001370
           05 WS-CLEAN-COUNT      PIC 9(08)  VALUE 0.                   00001380
           05 WS-REJECT-COUNT     PIC 9(08)  VALUE 0.                   00001390
           05 WS-ALIASED-COUNT    PIC 9(08)  VALUE 0.                   00001400
       01  SUBSCRIPTS.                                                  00001410
           05 WS-CREF-SUB         PIC 999.                              00001420
           05 WS-ALS-SUB          PIC 99.                               00001430
           05 WS-MONTH-SUB        PIC 99.                               00001440
       01  WS-REJECT-REASON       PIC X(30).                            00001450
      * The country code as the feed sent it, before any alias, and     00001450
      *  the code being looked for on the reference master.             00001450
       01  WS-FEED-COUNTRYCODE    PIC A(03).                            00001450
       01  WS-CHECK-COUNTRYCODE   PIC A(03).                            00001450
      * A blank booster figure counts as zero in the consistency check. 00001460
       01  WS-BOOSTERS-CHECK      PIC 9(09).                            00001470
       01  WS-DATE-WORK.                                                00001480
           05 WS-DW-YYYY          PIC 9(04).                            00001490
           05 WS-DW-MM            PIC 9(02).                            00001500
           05 WS-DW-DD            PIC 9(02).                            00001510
           05 WS-DW-MAX-DD        PIC 9(02).                            00001520
           05 WS-DW-LEAP-QUOT     PIC 9(04).                            00001530
           05 WS-DW-LEAP-REM      PIC 9(01).                            00001540
       01  WS-MONTH-DAYS-VALUES.                                        00001550
           05 FILLER              PIC X(24)  VALUE                      00001560
                                  '312831303130313130313031'.           00001570
       01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-VALUES.                00001580
           05 WS-DAYS-IN-MONTH    PIC 99     OCCURS 12 TIMES.           00001590
      * Every version of every code, each with the dates it is valid    00001590
      *  from (inclusive) and to (exclusive), YYYYMMDD.                 00001590
       01  COUNTRY-REF-DATA.                                            00001600
           05 WS-TAB-CREF     OCCURS 500 TIMES.                         00001610
              10 WS-CREF-CODE     PIC A(03).                            00001620
              10 WS-CREF-FROM     PIC X(08).                            00001620
              10 WS-CREF-TO       PIC X(08).                            00001620
       01  COUNTRY-ALIAS-DATA.                                          00001630
      * Old-to-current mapping for countries that changed their         00001640
      *  reporting name, loaded the same way DAYVALID loads it.         00001650
           05 WS-TAB-ALIAS    OCCURS 50 TIMES.                          00001660
              10 WS-ALS-OLD-CODE  PIC A(03).                            00001670
              10 WS-ALS-OLD-NAME  PIC X(40).                            00001680
              10 WS-ALS-NEW-CODE  PIC A(03).                            00001690
              10 WS-ALS-NEW-NAME  PIC X(40).                            00001700
      ******************************************************************00001710
       PROCEDURE DIVISION.                                              00001720
      ******************************************************************00001730
       0000-MAIN.                                                       00001740
           PERFORM 1000-INITIALISE THRU 1000-EXIT.                      00001750
           PERFORM 2000-READ-VAC-RECORDS THRU 2000-EXIT                 00001760
               UNTIL EOF.                                               00001770
           PERFORM 9000-PRINT-SUMMARY THRU 9000-EXIT.                   00001780
           CLOSE VACDAILY-FILE,                                         00001790
                 CLEAN-FILE,                                            00001800
                 REJECT-FILE.                                           00001810
       0000-EXIT.                                                       00001820
           STOP RUN.                                                    00001830
      **********************************                                00001840
       1000-INITIALISE.                                                 00001850
      **********************************                                00001860
           DISPLAY 'VACVALID - VACCINATION FEED VALIDATION STARTING'.   00001870
           PERFORM 1100-LOAD-COUNTRY-REFERENCE THRU 1100-EXIT.          00001880
           PERFORM 1200-LOAD-COUNTRY-ALIASES THRU 1200-EXIT.            00001890
           OPEN INPUT  VACDAILY-FILE.                                   00001900
           OPEN OUTPUT CLEAN-FILE.                                      00001910
           OPEN OUTPUT REJECT-FILE.                                     00001920
       1000-EXIT.                                                       00001930
           EXIT.                                                        00001940
      **********************************                                00001950
       1100-LOAD-COUNTRY-REFERENCE.                                     00001960
      **********************************                                00001970
           OPEN INPUT CNTRYREF-FILE.                                    00001980
           MOVE 'N' TO END-OF-FILE.                                     00001990
           PERFORM 1110-READ-REFERENCE-RECORD THRU 1110-EXIT            00002000
               UNTIL EOF.                                               00002010
           CLOSE CNTRYREF-FILE.                                         00002020
           MOVE 'N' TO END-OF-FILE.                                     00002030
       1100-EXIT.                                                       00002040
           EXIT.                                                        00002050
      **********************************                                00002060
       1110-READ-REFERENCE-RECORD.                                      00002070
      **********************************                                00002080
           READ CNTRYREF-FILE                                           00002090
               AT END MOVE 'Y' TO END-OF-FILE.                          00002100
      * A reference country that will not fit would silently reject     00002110
      *  that country's whole feed - stop the run instead.              00002120
           IF NOT EOF AND WS-CREF-COUNT NOT < COUNTER-MAX-CREF THEN     00002130
               DISPLAY 'VACVALID - REFERENCE TABLE FULL AT '            00002140
                   COUNTER-MAX-CREF ' - RUN ABANDONED'                  00002150
               MOVE 16 TO RETURN-CODE                                   00002160
               STOP RUN.                                                00002170
           IF NOT EOF THEN                                              00002180
               ADD 1 TO WS-CREF-COUNT                                   00002190
               MOVE CREF-COUNTRYCODE TO WS-CREF-CODE (WS-CREF-COUNT)    00002200
               MOVE CREF-VALID-FROM  TO WS-CREF-FROM (WS-CREF-COUNT)    00002200
               MOVE CREF-VALID-TO    TO WS-CREF-TO (WS-CREF-COUNT).     00002200
       1110-EXIT.                                                       00002210
           EXIT.                                                        00002220
      **********************************                                00002230
       1200-LOAD-COUNTRY-ALIASES.                                       00002240
      **********************************                                00002250
      * An absent alias dataset simply means no renames are in force.   00002260
           OPEN INPUT CNTRYALS-FILE.                                    00002270
           IF WS-ALIAS-STATUS NOT = '00' THEN                           00002280
               GO TO 1200-EXIT.                                         00002290
           MOVE 'N' TO END-OF-FILE.                                     00002300
           PERFORM 1210-READ-ALIAS-RECORD THRU 1210-EXIT                00002310
               UNTIL EOF.                                               00002320
           CLOSE CNTRYALS-FILE.                                         00002330
           MOVE 'N' TO END-OF-FILE.                                     00002340
       1200-EXIT.                                                       00002350
           EXIT.                                                        00002360
      **********************************                                00002370
       1210-READ-ALIAS-RECORD.                                          00002380
      **********************************                                00002390
           READ CNTRYALS-FILE                                           00002400
               AT END MOVE 'Y' TO END-OF-FILE.                          00002410
           IF NOT EOF AND WS-ALS-COUNT NOT < COUNTER-MAX-ALIAS THEN     00002420
               DISPLAY 'VACVALID - ALIAS TABLE FULL AT '                00002430
                   COUNTER-MAX-ALIAS ' - RUN ABANDONED'                 00002440
               MOVE 16 TO RETURN-CODE                                   00002450
               STOP RUN.                                                00002460
           IF NOT EOF THEN                                              00002470
               ADD 1 TO WS-ALS-COUNT                                    00002480
               MOVE ALS-OLD-CODE TO WS-ALS-OLD-CODE (WS-ALS-COUNT)      00002490
               MOVE ALS-OLD-NAME TO WS-ALS-OLD-NAME (WS-ALS-COUNT)      00002500
               MOVE ALS-NEW-CODE TO WS-ALS-NEW-CODE (WS-ALS-COUNT)      00002510
               MOVE ALS-NEW-NAME TO WS-ALS-NEW-NAME (WS-ALS-COUNT).     00002520
       1210-EXIT.                                                       00002530
           EXIT.                                                        00002540
      **********************************                                00002550
       2000-READ-VAC-RECORDS.                                           00002560
      **********************************                                00002570
           READ VACDAILY-FILE                                           00002580
               AT END MOVE 'Y' TO END-OF-FILE.                          00002590
           IF NOT EOF THEN                                              00002600
               ADD 1 TO WS-READ-COUNT                                   00002610
               PERFORM 3000-VALIDATE-RECORD THRU 3000-EXIT.             00002620
       2000-EXIT.                                                       00002630
           EXIT.                                                        00002640
      **********************************                                00002650
       3000-VALIDATE-RECORD.                                            00002660
      **********************************                                00002670
      * Normalise the country first, then the first check that fails    00002680
      *  supplies the reject reason; a record with no failed check is   00002690
      *  copied to the clean file.                                      00002700
           MOVE VAC-COUNTRYCODE TO WS-FEED-COUNTRYCODE.                 00002700
           PERFORM 3050-APPLY-COUNTRY-ALIAS THRU 3050-EXIT.             00002710
           MOVE SPACES TO WS-REJECT-REASON.                             00002720
           PERFORM 3100-CHECK-DATE THRU 3100-EXIT.                      00002730
           IF WS-REJECT-REASON = SPACES THEN                            00002740
               PERFORM 3200-CHECK-NUMERICS THRU 3200-EXIT.              00002750
           IF WS-REJECT-REASON = SPACES THEN                            00002760
               PERFORM 3250-CHECK-CONSISTENCY THRU 3250-EXIT.           00002770
           IF WS-REJECT-REASON = SPACES THEN                            00002780
               PERFORM 3300-CHECK-COUNTRY THRU 3300-EXIT.               00002790
           IF WS-REJECT-REASON = SPACES THEN                            00002800
               WRITE CLEAN-RECORD FROM VAC-RECORD                       00002810
               ADD 1 TO WS-CLEAN-COUNT                                  00002820
           ELSE                                                         00002830
               MOVE VAC-RECORD       TO REJ-VAC-RECORD                  00002840
               MOVE WS-REJECT-REASON TO REJ-REASON                      00002850
               WRITE REJ-RECORD                                         00002860
               ADD 1 TO WS-REJECT-COUNT.                                00002870
       3000-EXIT.                                                       00002880
           EXIT.                                                        00002890
      **********************************                                00002900
       3050-APPLY-COUNTRY-ALIAS.                                        00002910
      **********************************                                00002920
           MOVE 'N' TO WS-ALS-FOUND-SW.                                 00002930
           MOVE 1   TO WS-ALS-SUB.                                      00002940
           PERFORM 3060-MATCH-ONE-ALIAS THRU 3060-EXIT                  00002950
               UNTIL WS-ALS-SUB > WS-ALS-COUNT                          00002960
                  OR ALS-FOUND.                                         00002970
       3050-EXIT.                                                       00002980
           EXIT.                                                        00002990
      **********************************                                00003000
       3060-MATCH-ONE-ALIAS.                                            00003010
      **********************************                                00003020
           IF VAC-COUNTRYCODE = WS-ALS-OLD-CODE (WS-ALS-SUB)            00003030
             OR VAC-COUNTRYNAME = WS-ALS-OLD-NAME (WS-ALS-SUB) THEN     00003040
               MOVE WS-ALS-NEW-CODE (WS-ALS-SUB) TO VAC-COUNTRYCODE     00003050
               MOVE WS-ALS-NEW-NAME (WS-ALS-SUB) TO VAC-COUNTRYNAME     00003060
               ADD 1 TO WS-ALIASED-COUNT                                00003070
               MOVE 'Y' TO WS-ALS-FOUND-SW.                             00003080
           ADD 1 TO WS-ALS-SUB.                                         00003090
       3060-EXIT.                                                       00003100
           EXIT.                                                        00003110
      **********************************                                00003120
       3100-CHECK-DATE.                                                 00003130
      **********************************                                00003140
           IF VAC-DATE-YYYY IS NOT NUMERIC                              00003150
             OR VAC-DATE-MM IS NOT NUMERIC                              00003160
             OR VAC-DATE-DD IS NOT NUMERIC THEN                         00003170
               MOVE 'DATE NOT NUMERIC' TO WS-REJECT-REASON              00003180
               GO TO 3100-EXIT.                                         00003190
           MOVE VAC-DATE-YYYY TO WS-DW-YYYY.                            00003200
           MOVE VAC-DATE-MM   TO WS-DW-MM.                              00003210
           MOVE VAC-DATE-DD   TO WS-DW-DD.                              00003220
           IF WS-DW-MM < 01 OR WS-DW-MM > 12 THEN                       00003230
               MOVE 'MONTH OUT OF RANGE' TO WS-REJECT-REASON            00003240
               GO TO 3100-EXIT.                                         00003250
           MOVE WS-DW-MM TO WS-MONTH-SUB.                               00003260
           MOVE WS-DAYS-IN-MONTH (WS-MONTH-SUB) TO WS-DW-MAX-DD.        00003270
      * February 29 is allowed in leap years only - dividing by 4 is    00003280
      *  exact for 2000 to 2099, the same limit as DAYVALID.            00003290
           IF WS-DW-MM = 02 THEN                                        00003300
               DIVIDE WS-DW-YYYY BY 4 GIVING WS-DW-LEAP-QUOT            00003310
                      REMAINDER WS-DW-LEAP-REM                          00003320
               IF WS-DW-LEAP-REM = 0 THEN                               00003330
                   MOVE 29 TO WS-DW-MAX-DD.                             00003340
           IF WS-DW-DD < 01 OR WS-DW-DD > WS-DW-MAX-DD THEN             00003350
               MOVE 'DAY OUT OF RANGE FOR MONTH' TO WS-REJECT-REASON.   00003360
       3100-EXIT.                                                       00003370
           EXIT.                                                        00003380
      **********************************                                00003390
       3200-CHECK-NUMERICS.                                             00003400
      **********************************                                00003410
           IF VAC-FIRST-DOSE IS NOT NUMERIC THEN                        00003420
               MOVE 'FIRST DOSE NOT NUMERIC' TO WS-REJECT-REASON        00003430
               GO TO 3200-EXIT.                                         00003440
           IF VAC-FULLY-VACC IS NOT NUMERIC THEN                        00003450
               MOVE 'FULLY VACC NOT NUMERIC' TO WS-REJECT-REASON        00003460
               GO TO 3200-EXIT.                                         00003470
      * A blank booster field counts as zero downstream - only a        00003480
      *  part-filled or non-numeric figure is rejected.                 00003490
           IF VAC-BOOSTERS NOT = SPACES                                 00003500
             AND VAC-BOOSTERS IS NOT NUMERIC THEN                       00003510
               MOVE 'BOOSTERS NOT NUMERIC' TO WS-REJECT-REASON.         00003520
       3200-EXIT.                                                       00003530
           EXIT.                                                        00003540
      **********************************                                00003550
       3250-CHECK-CONSISTENCY.                                          00003560
      **********************************                                00003570
      * The three series are nested: first dose, then fully             00003580
      *  vaccinated, then boosted. A figure breaking that order is a    00003590
      *  columns-swapped feed, not a real count.                        00003600
           IF VAC-FULLY-VACC > VAC-FIRST-DOSE THEN                      00003610
               MOVE 'FULLY VACC EXCEEDS FIRST DOSE' TO WS-REJECT-REASON 00003620
               GO TO 3250-EXIT.                                         00003630
           IF VAC-BOOSTERS IS NUMERIC THEN                              00003640
               MOVE VAC-BOOSTERS TO WS-BOOSTERS-CHECK                   00003650
           ELSE                                                         00003660
               MOVE ZERO TO WS-BOOSTERS-CHECK.                          00003670
           IF WS-BOOSTERS-CHECK > VAC-FULLY-VACC THEN                   00003680
               MOVE 'BOOSTERS EXCEED FULLY VACC' TO WS-REJECT-REASON.   00003690
       3250-EXIT.                                                       00003700
           EXIT.                                                        00003710
      **********************************                                00003720
       3300-CHECK-COUNTRY.                                              00003730
      **********************************                                00003740
      * A backlog record dated before a rename carries the old code,    00003740
      *  which was in force then while the current one was not yet:     00003740
      *  when the aliased code fails on the record's date, the code     00003740
      *  as sent is tried. The record keeps the current code either     00003740
      *  way, so the series stays under one identity.                   00003740
           MOVE VAC-COUNTRYCODE TO WS-CHECK-COUNTRYCODE.                00003740
           MOVE 'N' TO WS-CREF-FOUND-SW.                                00003750
           MOVE 1   TO WS-CREF-SUB.                                     00003760
           PERFORM 3310-FIND-REFERENCE-COUNTRY THRU 3310-EXIT           00003770
               UNTIL WS-CREF-SUB > WS-CREF-COUNT                        00003780
                  OR CREF-FOUND.                                        00003790
           IF NOT CREF-FOUND                                            00003790
             AND WS-FEED-COUNTRYCODE NOT = VAC-COUNTRYCODE THEN         00003790
               MOVE WS-FEED-COUNTRYCODE TO WS-CHECK-COUNTRYCODE         00003790
               MOVE 1 TO WS-CREF-SUB                                    00003790
               PERFORM 3310-FIND-REFERENCE-COUNTRY THRU 3310-EXIT       00003790
                   UNTIL WS-CREF-SUB > WS-CREF-COUNT                    00003790
                      OR CREF-FOUND.                                    00003790
           IF NOT CREF-FOUND THEN                                       00003800
               MOVE 'COUNTRY NOT ON REFERENCE' TO WS-REJECT-REASON.     00003810
       3300-EXIT.                                                       00003820
           EXIT.                                                        00003830
      **********************************                                00003840
       3310-FIND-REFERENCE-COUNTRY.                                     00003850
      **********************************                                00003860
      * The code must be valid on the record's own data date, so a      00003870
      *  backlog or corrected feed for a date before a country was      00003870
      *  renamed or retired still validates against the master as it    00003870
      *  stood then.                                                    00003870
           IF WS-CHECK-COUNTRYCODE = WS-CREF-CODE (WS-CREF-SUB)         00003870
             AND WS-CREF-FROM (WS-CREF-SUB) NOT > VAC-DATE              00003870
             AND WS-CREF-TO (WS-CREF-SUB) > VAC-DATE THEN               00003870
               MOVE 'Y' TO WS-CREF-FOUND-SW.                            00003880
           ADD 1 TO WS-CREF-SUB.                                        00003890
       3310-EXIT.                                                       00003900
           EXIT.                                                        00003910
      **********************************                                00003920
       9000-PRINT-SUMMARY.                                              00003930
      **********************************                                00003940
           DISPLAY 'VACVALID - RECORDS READ    : ' WS-READ-COUNT.       00003950
           DISPLAY 'VACVALID - RECORDS CLEAN   : ' WS-CLEAN-COUNT.      00003960
           DISPLAY 'VACVALID - RECORDS REJECTED: ' WS-REJECT-COUNT.     00003970
           DISPLAY 'VACVALID - RECORDS ALIASED : ' WS-ALIASED-COUNT.    00003980
       9000-EXIT.                                                       00003990
           EXIT.                                                        00004000
      ******************************************************************00004010
/*                                                                      00004020
//LKED.SYSLIB  DD DISP=SHR,DSNAME=SYS1.COBLIB                           00004030
//             DD DISP=SHR,DSNAME=SYS1.LINKLIB                          00004040
//             DD DISP=SHR,DSNAME=COVID19.LINKLIB                       00004050
//LKED.SYSLMOD DD DISP=SHR,DSNAME=COVID19.LINKLIB(VACVALID)             00004060
//                                                                      00004070
