      *      - DAY-RECTYPE must be blank (a detail record) or 'A'       00000162
      *        (a correction TOTCNTRY subtracts during aggregation);    00000164
      *      - DAY-COUNTRYCODE must appear on the country reference     00000170
      *        master COVID19.DATA.CNTRYREF as it stood on DAY-DATE     00000180
      *        (one record per version of a country - code, name and    00000190
      *        the dates the version is valid from and to); a record    00000190
      *        renamed by an alias also passes when the code it was     00000190
      *        sent with was the one in force on DAY-DATE.              00000190
      *   Before the checks run, the record is normalised against the   00000192
      *   country alias dataset COVID19.DATA.CNTRYALS (old code and     00000194
      *   name mapped to the current official code and name), so a      00000196
      *   failed records go to the reject file with the first reason    00000210
      *   that failed appended, one reason per record.                  00000220
      *   After the format checks a plausibility pass compares the      00000221
      *   record's cases against the country's most recent level on     00000221
      *   COVID19.DATA.HISTCNTRY before the record's own data date -    00000221
      *   read straight from that country's keyed history rows: a       00000221
      *   figure exceeding that level by more than the percentage       00000221
      *   ACCEPTed from SYSIN goes to the quarantine file instead       00000221
      *   of the clean file, so a fat-finger 10x typo no longer         00000221
      *   sails into the totals and the TOP10 jump leaderboard. Hard    00000221
      *   format rejects keep going to DAYREJ.                          00000221
      *   DAY-SOURCE (the supplier the DAYMERGE step chose for the      00000221
      *   country and date) is not checked here; it passes through on   00000221
      *   every clean, rejected and quarantined record.                 00000221
      *   Two lines are ACCEPTed from SYSIN:                            00000228
      *      1. run mode - 'R' releases the quarantine file straight    00000229
      *         to the clean file (the operator has confirmed the       00000230
                                 FILE STATUS IS WS-ALIAS-STATUS.        00000424
           SELECT CLEAN-FILE     ASSIGN DA-S-DAYCLN.                    00000430
           SELECT REJECT-FILE    ASSIGN DA-S-DAYREJ.                    00000440
           SELECT HISTCNTRY-FILE ASSIGN HISTCTR                         00000440
                                 ORGANIZATION IS INDEXED                00000440
                                 ACCESS MODE IS DYNAMIC                 00000440
                                 RECORD KEY IS HIST-KEY                 00000440
                                 FILE STATUS IS WS-HIST-STATUS.         00000440
           SELECT QUARIN-FILE    ASSIGN DA-S-QUARIN.                    00000446
           SELECT QUAROUT-FILE   ASSIGN DA-S-DAYQUAR.                   00000448
      ******************************************************************00000450
              88 DAY-ADJUSTMENT              VALUE 'A'.                 00000636
           05 DAY-RECOVERED       PIC 9(08).                            00000638
           05 DAY-PROVCODE        PIC X(03).                            00000639
           05 DAY-SOURCE          PIC X(01).                            00000639
      *******************                                               00000650
       FD  CNTRYREF-FILE                                                00000660
      *******************                                               00000670
           LABEL RECORDS ARE STANDARD                                   00000680
           BLOCK CONTAINS 0 RECORDS                                     00000690
           RECORD CONTAINS 59 CHARACTERS.                               00000700
       01  CREF-RECORD.                                                 00000710
           05 CREF-COUNTRYCODE    PIC A(03).                            00000720
           05 CREF-COUNTRYNAME    PIC X(40).                            00000730
           05 CREF-VALID-FROM     PIC X(08).                            00000730
           05 CREF-VALID-TO       PIC X(08).                            00000730
      *******************                                               00000732
       FD  CNTRYALS-FILE                                                00000733
      *******************                                               00000734
           05 FILLER              PIC X.                                00000910
           05 REJ-REASON          PIC X(30).                            00000920
      *******************                                               00000921
       FD  HISTCNTRY-FILE                                               00000921
      *******************                                               00000921
           LABEL RECORDS ARE STANDARD                                   00000921
           RECORD CONTAINS 80 CHARACTERS.                               00000921
       01  HIST-RECORD.                                                 00000921
           05 HIST-KEY.                                                 00000921
              10 HIST-COUNTRYCODE PIC A(03).                            00000921
              10 HIST-DATA-DATE   PIC X(08).                            00000921
           05 HIST-CASES          PIC 9(08).                            00000921
           05 HIST-DEATHS         PIC 9(08).                            00000921
           05 HIST-COUNTRYNAME    PIC X(40).                            00000921
           05 HIST-RECOVERED      PIC 9(08).                            00000921
           05 FILLER              PIC X(05).                            00000921
      *******************                                               00000935
       FD  QUARIN-FILE                                                  00000936
      *******************                                               00000937
              88 RELEASE-MODE                VALUE 'R'.                 00001005
           05 WS-LEVEL-FOUND-SW   PIC X      VALUE 'N'.                 00001005
              88 LEVEL-FOUND                 VALUE 'Y'.                 00001005
           05 WS-HIST-OPEN-SW     PIC X      VALUE 'N'.                 00001005
              88 HIST-OPEN                   VALUE 'Y'.                 00001005
           05 WS-HIST-END-SW      PIC X      VALUE 'N'.                 00001005
              88 HIST-END                    VALUE 'Y'.                 00001005
           05 WS-QUAR-THIS-SW     PIC X      VALUE 'N'.                 00001005
              88 QUARANTINE-THIS             VALUE 'Y'.                 00001005
       01  WS-ALIAS-STATUS        PIC XX.                               00001006
       01  WS-HIST-STATUS         PIC XX.                               00001006
       01  COUNTERS.                                                    00001010
           05 COUNTER-MAX-CREF    PIC 999    VALUE 500.                 00001020
           05 COUNTER-MAX-ALIAS   PIC 99     VALUE 50.                  00001022
           05 WS-CREF-COUNT       PIC 999    VALUE 0.                   00001030
           05 WS-ALS-COUNT        PIC 99     VALUE 0.                   00001032
           05 WS-CLEAN-COUNT      PIC 9(08)  VALUE 0.                   00001050
           05 WS-REJECT-COUNT     PIC 9(08)  VALUE 0.                   00001060
           05 WS-ALIASED-COUNT    PIC 9(08)  VALUE 0.                   00001062
           05 WS-QUAR-COUNT       PIC 9(08)  VALUE 0.                   00001065
           05 WS-RELEASED-COUNT   PIC 9(08)  VALUE 0.                   00001066
       01  SUBSCRIPTS.                                                  00001070
           05 WS-CREF-SUB         PIC 999.                              00001080
           05 WS-ALS-SUB          PIC 99.                               00001082
           05 WS-MONTH-SUB        PIC 99.                               00001090
       01  PLAUSIBILITY-DATA.                                           00001091
      * The allowed percentage jump over the country's most recent      00001092
           05 WS-LEVEL-MATCH      PIC 9(08).                            00001099
           05 WS-LEVEL-LIMIT      PIC 9(10).                            00001100
       01  WS-REJECT-REASON       PIC X(30).                            00001100
      * The country code as the feed sent it, before any alias, and     00001100
      *  the code being looked for on the reference master.             00001100
       01  WS-FEED-COUNTRYCODE    PIC A(03).                            00001100
       01  WS-CHECK-COUNTRYCODE   PIC A(03).                            00001100
       01  WS-DATE-WORK.                                                00001110
           05 WS-DW-YYYY          PIC 9(04).                            00001120
           05 WS-DW-MM            PIC 9(02).                            00001130
                                  '312831303130313130313031'.           00001200
       01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-VALUES.                00001210
           05 WS-DAYS-IN-MONTH    PIC 99     OCCURS 12 TIMES.           00001220
      * Every version of every code, each with the dates it is valid    00001220
      *  from (inclusive) and to (exclusive), YYYYMMDD.                 00001220
       01  COUNTRY-REF-DATA.                                            00001230
           05 WS-TAB-CREF     OCCURS 500 TIMES.                         00001240
              10 WS-CREF-CODE     PIC A(03).                            00001250
              10 WS-CREF-FROM     PIC X(08).                            00001250
              10 WS-CREF-TO       PIC X(08).                            00001250
       01  COUNTRY-ALIAS-DATA.                                          00001252
      * Old-to-current mapping for countries that changed their         00001253
      *  reporting name. A record matches on the old code or the old    00001254
                 CLEAN-FILE,                                            00001350
                 REJECT-FILE,                                           00001360
                 QUAROUT-FILE.                                          00001362
           IF HIST-OPEN THEN                                            00001362
               CLOSE HISTCNTRY-FILE.                                    00001362
       0000-EXIT.                                                       00001370
           STOP RUN.                                                    00001380
      **********************************                                00001390
           PERFORM 1100-LOAD-COUNTRY-REFERENCE THRU 1100-EXIT.          00001430
           PERFORM 1200-LOAD-COUNTRY-ALIASES THRU 1200-EXIT.            00001432
           IF WS-JUMP-PCT > 0 THEN                                      00001434
               PERFORM 1300-OPEN-COUNTRY-LEVELS THRU 1300-EXIT.         00001436
           OPEN INPUT  DAILY-FILE.                                      00001440
           OPEN OUTPUT CLEAN-FILE.                                      00001450
           OPEN OUTPUT REJECT-FILE.                                     00001460
               STOP RUN.                                                00001669
           IF NOT EOF THEN                                              00001670
               ADD 1 TO WS-CREF-COUNT                                   00001680
               MOVE CREF-COUNTRYCODE TO WS-CREF-CODE (WS-CREF-COUNT)    00001690
               MOVE CREF-VALID-FROM  TO WS-CREF-FROM (WS-CREF-COUNT)    00001690
               MOVE CREF-VALID-TO    TO WS-CREF-TO (WS-CREF-COUNT).     00001690
       1110-EXIT.                                                       00001700
           EXIT.                                                        00001710
      **********************************                                00001711
       1210-EXIT.                                                       00001739
           EXIT.                                                        00001740
      **********************************                                00001741
       1300-OPEN-COUNTRY-LEVELS.                                        00001741
      **********************************                                00001741
      * The history is keyed on country code and data date, so it is    00001741
      *  simply opened here and read country by country as records      00001741
      *  come in (3400). An absent history dataset means no             00001741
      *  baseline: the plausibility pass never fires.                   00001741
           OPEN INPUT HISTCNTRY-FILE.                                   00001741
           IF WS-HIST-STATUS NOT = '00' THEN                            00001741
               GO TO 1300-EXIT.                                         00001741
           MOVE 'Y' TO WS-HIST-OPEN-SW.                                 00001741
       1300-EXIT.                                                       00001741
           EXIT.                                                        00001741
      **********************************                                00001720
       2000-READ-DAILY-RECORDS.                                         00001730
      **********************************                                00001740
      *  and aggregated under one identity. Then the first check        00001850
      *  that fails supplies the reject reason; a record with no        00001860
      *  failed check is copied to the clean file.                      00001862
           MOVE DAY-COUNTRYCODE TO WS-FEED-COUNTRYCODE.                 00001862
           PERFORM 3050-APPLY-COUNTRY-ALIAS THRU 3050-EXIT.             00001864
           MOVE 'N' TO WS-QUAR-THIS-SW.                                 00001866
           MOVE SPACES TO WS-REJECT-REASON.                             00001870
      **********************************                                00002414
       3300-CHECK-COUNTRY.                                              00002420
      **********************************                                00002430
      * A backlog record dated before a rename carries the old code,    00002430
      *  which was in force then while the current one was not yet:     00002430
      *  when the aliased code fails on the record's date, the code     00002430
      *  as sent is tried. The record keeps the current code either     00002430
      *  way, so the series stays under one identity.                   00002430
           MOVE DAY-COUNTRYCODE TO WS-CHECK-COUNTRYCODE.                00002430
           MOVE 'N' TO WS-CREF-FOUND-SW.                                00002440
           MOVE 1   TO WS-CREF-SUB.                                     00002450
           PERFORM 3310-FIND-REFERENCE-COUNTRY THRU 3310-EXIT           00002460
               UNTIL WS-CREF-SUB > WS-CREF-COUNT                        00002470
                  OR CREF-FOUND.                                        00002480
           IF NOT CREF-FOUND                                            00002480
             AND WS-FEED-COUNTRYCODE NOT = DAY-COUNTRYCODE THEN         00002480
               MOVE WS-FEED-COUNTRYCODE TO WS-CHECK-COUNTRYCODE         00002480
               MOVE 1 TO WS-CREF-SUB                                    00002480
               PERFORM 3310-FIND-REFERENCE-COUNTRY THRU 3310-EXIT       00002480
                   UNTIL WS-CREF-SUB > WS-CREF-COUNT                    00002480
                      OR CREF-FOUND.                                    00002480
           IF NOT CREF-FOUND THEN                                       00002490
               MOVE 'COUNTRY NOT ON REFERENCE' TO WS-REJECT-REASON.     00002500
       3300-EXIT.                                                       00002510
      **********************************                                00002530
       3310-FIND-REFERENCE-COUNTRY.                                     00002540
      **********************************                                00002550
      * The code must be valid on the record's own data date, so a      00002560
      *  backlog or corrected feed for a date before a country was      00002560
      *  renamed or retired still validates against the master as it    00002560
      *  stood then.                                                    00002560
           IF WS-CHECK-COUNTRYCODE = WS-CREF-CODE (WS-CREF-SUB)         00002560
             AND WS-CREF-FROM (WS-CREF-SUB) NOT > DAY-DATE              00002560
             AND WS-CREF-TO (WS-CREF-SUB) > DAY-DATE THEN               00002560
               MOVE 'Y' TO WS-CREF-FOUND-SW.                            00002570
           ADD 1 TO WS-CREF-SUB.                                        00002580
       3310-EXIT.                                                       00002590
       3400-CHECK-PLAUSIBLE.                                            00002601
      **********************************                                00002601
      * Adjustment records subtract and are not tested; a country       00002601
      *  with no baseline (no history rows before the record's data     00002601
      *  date, or still under the floor) passes untested. Everything    00002601
      *  else must stay within the allowed percentage jump over its     00002601
      *  recent level.                                                  00002601
           IF NOT DAY-DETAIL OR NOT HIST-OPEN THEN                      00002601
               GO TO 3400-EXIT.                                         00002601
           MOVE 'N' TO WS-LEVEL-FOUND-SW.                               00002601
           MOVE 'N' TO WS-HIST-END-SW.                                  00002601
           MOVE DAY-COUNTRYCODE TO HIST-COUNTRYCODE.                    00002601
           MOVE LOW-VALUES      TO HIST-DATA-DATE.                      00002601
           START HISTCNTRY-FILE KEY IS NOT LESS THAN HIST-KEY           00002601
               INVALID KEY MOVE 'Y' TO WS-HIST-END-SW.                  00002601
           PERFORM 3410-FIND-COUNTRY-LEVEL THRU 3410-EXIT               00002601
               UNTIL HIST-END.                                          00002601
           IF NOT LEVEL-FOUND THEN                                      00002601
               GO TO 3400-EXIT.                                         00002601
           IF WS-LEVEL-MATCH < WS-LEVEL-FLOOR THEN                      00002601
      **********************************                                00002601
       3410-FIND-COUNTRY-LEVEL.                                         00002601
      **********************************                                00002601
      * Walks the country's rows oldest first, so the last one read     00002601
      *  before its key range (or the record's own date) is reached     00002601
      *  is the most recent level.                                      00002601
           READ HISTCNTRY-FILE NEXT RECORD                              00002601
               AT END MOVE 'Y' TO WS-HIST-END-SW.                       00002601
           IF HIST-END THEN                                             00002601
               GO TO 3410-EXIT.                                         00002601
           IF HIST-COUNTRYCODE NOT = DAY-COUNTRYCODE                    00002601
             OR HIST-DATA-DATE NOT < DAY-DATE THEN                      00002601
               MOVE 'Y' TO WS-HIST-END-SW                               00002601
               GO TO 3410-EXIT.                                         00002601
           MOVE HIST-CASES TO WS-LEVEL-MATCH.                           00002601
           MOVE 'Y' TO WS-LEVEL-FOUND-SW.                               00002601
       3410-EXIT.                                                       00002601
           EXIT.                                                        00002601
      **********************************                                00002601
