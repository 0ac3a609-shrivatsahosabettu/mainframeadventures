      *   dataset any more (a typo there silently turns a whole         00000110
      *   country's feed into DAYVALID rejects).                        00000120
      *   Reads a transaction file of ADD/CHANGE/DELETE requests and    00000130
      *   applies them to a working copy of the master.                 00000140
      *   The master is effective-dated: a code may have several        00000150
      *   version rows, each valid from its VALID-FROM date up to       00000160
      *   (but not including) its VALID-TO date, both YYYYMMDD -        00000170
      *   '00000000' has always been valid, '99999999' is still         00000180
      *   open. Every transaction carries the date it takes effect      00000190
      *   in columns 53-60, YYYYMMDD (blank means today); a future      00000190
      *   date is simply written to the master and comes into force     00000190
      *   on that day, because every reader picks the version valid     00000190
      *   on the date it is looking at. Nothing is ever overwritten     00000190
      *   for dates already past:                                       00000190
      *      - ADD    opens a new version from the effective date (no   00000190
      *               version of the code may be in force on that       00000190
      *               date, name must be present); it runs up to the    00000190
      *               next version already scheduled, if any;           00000190
      *      - CHANGE renames the version in force on the effective     00000190
      *               date (name must be present) - the old name is     00000190
      *               closed at the effective date and the new name     00000190
      *               opened from it, so earlier dates keep the old     00000190
      *               name;                                             00000190
      *      - DELETE retires the version in force on the effective     00000190
      *               date by closing it at that date. A version that   00000190
      *               starts on the effective date itself is removed.   00000190
      *               Versions already scheduled to start later are     00000190
      *               left alone - they are dealt with by their own     00000190
      *               transactions.                                     00000190
      *   Malformed or duplicate transactions are written to a reject   00000200
      *   listing with the first reason that failed, one reason per     00000210
      *   record - same convention as DAYVALID's reject file.           00000220
      *   Every applied change is appended to the audit dataset with    00000230
      *   the run date, the effective date, time, action, country       00000240
      *   code and the before and after images of the name, so          00000250
      *   who-changed-what-and-when can finally be answered.            00000260
      *   The updated master is written to CTRYNEW, which the job       00000270
      *   then copies back over COVID19.DATA.CNTRYREF.                  00000270
      *                                                                 00000300
      *   CTRYREF    Input country reference master.                    00000310
      *   CTRYTRX    Input maintenance transactions.                    00000320
      *******************                                               00000600
           LABEL RECORDS ARE STANDARD                                   00000610
           BLOCK CONTAINS 0 RECORDS                                     00000620
           RECORD CONTAINS 59 CHARACTERS.                               00000630
       01  CREF-RECORD.                                                 00000640
           05 CREF-COUNTRYCODE    PIC A(03).                            00000650
           05 CREF-COUNTRYNAME    PIC X(40).                            00000660
           05 CREF-VALID-FROM     PIC X(08).                            00000660
           05 CREF-VALID-TO       PIC X(08).                            00000660
      *******************                                               00000670
       FD  CNTRYTRX-FILE                                                00000680
      *******************                                               00000690
           05 TRX-COUNTRYCODE     PIC A(03).                            00000790
           05 FILLER              PIC X.                                00000800
           05 TRX-COUNTRYNAME     PIC X(40).                            00000810
           05 FILLER              PIC X.                                00000820
           05 TRX-EFFECTIVE-DATE.                                       00000820
              10 TRX-EFF-YYYY     PIC X(04).                            00000820
              10 TRX-EFF-MM       PIC X(02).                            00000820
              10 TRX-EFF-DD       PIC X(02).                            00000820
           05 FILLER              PIC X(20).                            00000820
      *******************                                               00000830
       FD  CNTRYNEW-FILE                                                00000840
      *******************                                               00000850
           RECORDING MODE F                                             00000860
           LABEL RECORDS ARE STANDARD                                   00000870
           BLOCK CONTAINS 0 RECORDS                                     00000880
           RECORD CONTAINS 59 CHARACTERS.                               00000890
       01  NEW-RECORD.                                                  00000900
           05 NEW-COUNTRYCODE     PIC A(03).                            00000910
           05 NEW-COUNTRYNAME     PIC X(40).                            00000920
           05 NEW-VALID-FROM      PIC X(08).                            00000920
           05 NEW-VALID-TO        PIC X(08).                            00000920
      *******************                                               00000930
       FD  REJECT-FILE                                                  00000940
      *******************                                               00000950
           RECORDING MODE F                                             00001070
           LABEL RECORDS ARE STANDARD                                   00001080
           BLOCK CONTAINS 0 RECORDS                                     00001090
           RECORD CONTAINS 117 CHARACTERS.                              00001100
       01  AUD-RECORD.                                                  00001110
           05 AUD-RUN-DATE        PIC X(08).                            00001120
           05 FILLER              PIC X.                                00001120
           05 AUD-EFFECTIVE-DATE  PIC X(08).                            00001120
           05 FILLER              PIC X.                                00001130
           05 AUD-RUN-TIME        PIC 9(06).                            00001140
           05 FILLER              PIC X.                                00001150
           05 WS-CREF-FOUND-SW    PIC X      VALUE 'N'.                 00001290
              88 CREF-FOUND                  VALUE 'Y'.                 00001300
       01  COUNTERS.                                                    00001310
           05 COUNTER-MAX-CREF    PIC 999    VALUE 500.                 00001320
           05 WS-CREF-COUNT       PIC 999    VALUE 0.                   00001330
           05 WS-TRX-COUNT        PIC 9(05)  VALUE 0.                   00001340
           05 WS-APPLIED-COUNT    PIC 9(05)  VALUE 0.                   00001350
       01  SUBSCRIPTS.                                                  00001380
           05 WS-CREF-SUB         PIC 999.                              00001390
           05 WS-CREF-HIT-SUB     PIC 999.                              00001400
           05 WS-MONTH-SUB        PIC 99.                               00001400
       01  WS-REJECT-REASON       PIC X(30).                            00001410
       01  WS-TODAYS-DATE         PIC X(08).                            00001420
       01  WS-TODAYS-DATE-PARTS REDEFINES WS-TODAYS-DATE.               00001420
           05 WS-TODAYS-MM        PIC X(02).                            00001420
           05 FILLER              PIC X.                                00001420
           05 WS-TODAYS-DD        PIC X(02).                            00001420
           05 FILLER              PIC X.                                00001420
           05 WS-TODAYS-YY        PIC X(02).                            00001420
       01  WS-TODAYS-TIME         PIC 9(06).                            00001430
      * The date the transaction takes effect, YYYYMMDD, and the        00001440
      *  date the version it opens runs up to.                          00001450
       01  WS-EFFECTIVE-DATE.                                           00001460
           05 WS-EFF-CC           PIC X(02).                            00001460
           05 WS-EFF-YY           PIC X(02).                            00001460
           05 WS-EFF-MM           PIC X(02).                            00001460
           05 WS-EFF-DD           PIC X(02).                            00001460
       01  WS-NEW-VALID-TO        PIC X(08).                            00001460
       01  WS-DATE-WORK.                                                00001460
           05 WS-DW-YYYY          PIC 9(04).                            00001460
           05 WS-DW-MM            PIC 9(02).                            00001460
           05 WS-DW-DD            PIC 9(02).                            00001460
           05 WS-DW-MAX-DD        PIC 9(02).                            00001460
           05 WS-DW-LEAP-QUOT     PIC 9(04).                            00001460
           05 WS-DW-LEAP-REM      PIC 9(01).                            00001460
       01  WS-MONTH-DAYS-VALUES.                                        00001460
           05 FILLER              PIC X(24)  VALUE                      00001460
                                  '312831303130313130313031'.           00001460
       01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-VALUES.                00001460
           05 WS-DAYS-IN-MONTH    PIC 99     OCCURS 12 TIMES.           00001460
      * The working copy of the master, one slot per version. A         00001460
      *  removed version keeps its slot but is blanked, so the table    00001460
      *  never shuffles mid-run - blank slots are simply not written    00001460
      *  to CTRYNEW at the end.                                         00001460
       01  COUNTRY-REF-DATA.                                            00001470
           05 WS-TAB-CREF     OCCURS 500 TIMES.                         00001480
              10 WS-CREF-CODE     PIC A(03).                            00001490
              10 WS-CREF-NAME     PIC X(40).                            00001500
              10 WS-CREF-FROM     PIC X(08).                            00001500
              10 WS-CREF-TO       PIC X(08).                            00001500
      ******************************************************************00001510
       PROCEDURE DIVISION.                                              00001520
      ******************************************************************00001530
           IF NOT EOF THEN                                              00002040
               ADD 1 TO WS-CREF-COUNT                                   00002050
               MOVE CREF-COUNTRYCODE TO WS-CREF-CODE (WS-CREF-COUNT)    00002060
               MOVE CREF-COUNTRYNAME TO WS-CREF-NAME (WS-CREF-COUNT)    00002070
               MOVE CREF-VALID-FROM  TO WS-CREF-FROM (WS-CREF-COUNT)    00002070
               MOVE CREF-VALID-TO    TO WS-CREF-TO (WS-CREF-COUNT).     00002070
       1110-EXIT.                                                       00002080
           EXIT.                                                        00002090
      **********************************                                00002100
           IF NOT TRX-DELETE AND TRX-COUNTRYNAME = SPACES THEN          00002460
               MOVE 'COUNTRY NAME MISSING' TO WS-REJECT-REASON          00002470
               GO TO 3100-EXIT.                                         00002480
           PERFORM 3150-CHECK-EFFECTIVE-DATE THRU 3150-EXIT.            00002480
           IF WS-REJECT-REASON NOT = SPACES THEN                        00002480
               GO TO 3100-EXIT.                                         00002480
           PERFORM 3200-FIND-MASTER-COUNTRY THRU 3200-EXIT.             00002490
           IF TRX-ADD AND CREF-FOUND THEN                               00002500
               MOVE 'ALREADY ON MASTER' TO WS-REJECT-REASON             00002510
               MOVE 'COUNTRY NOT ON MASTER' TO WS-REJECT-REASON.        00002540
       3100-EXIT.                                                       00002550
           EXIT.                                                        00002560
      **********************************                                00002570
       3150-CHECK-EFFECTIVE-DATE.                                       00002570
      **********************************                                00002570
      * A blank effective date means the change takes effect today.     00002570
      *  Otherwise it must be a real calendar date, same rules as       00002570
      *  DAYVALID applies to DAY-DATE.                                  00002570
           IF TRX-EFFECTIVE-DATE = SPACES THEN                          00002570
               MOVE '20'         TO WS-EFF-CC                           00002570
               MOVE WS-TODAYS-YY TO WS-EFF-YY                           00002570
               MOVE WS-TODAYS-MM TO WS-EFF-MM                           00002570
               MOVE WS-TODAYS-DD TO WS-EFF-DD                           00002570
               GO TO 3150-EXIT.                                         00002570
           IF TRX-EFF-YYYY IS NOT NUMERIC                               00002570
             OR TRX-EFF-MM IS NOT NUMERIC                               00002570
             OR TRX-EFF-DD IS NOT NUMERIC THEN                          00002570
               MOVE 'INVALID EFFECTIVE DATE' TO WS-REJECT-REASON        00002570
               GO TO 3150-EXIT.                                         00002570
           MOVE TRX-EFF-YYYY TO WS-DW-YYYY.                             00002570
           MOVE TRX-EFF-MM   TO WS-DW-MM.                               00002570
           MOVE TRX-EFF-DD   TO WS-DW-DD.                               00002570
           IF WS-DW-MM < 01 OR WS-DW-MM > 12 THEN                       00002570
               MOVE 'INVALID EFFECTIVE DATE' TO WS-REJECT-REASON        00002570
               GO TO 3150-EXIT.                                         00002570
           MOVE WS-DW-MM TO WS-MONTH-SUB.                               00002570
           MOVE WS-DAYS-IN-MONTH (WS-MONTH-SUB) TO WS-DW-MAX-DD.        00002570
           IF WS-DW-MM = 02 THEN                                        00002570
               DIVIDE WS-DW-YYYY BY 4 GIVING WS-DW-LEAP-QUOT            00002570
                      REMAINDER WS-DW-LEAP-REM                          00002570
               IF WS-DW-LEAP-REM = 0 THEN                               00002570
                   MOVE 29 TO WS-DW-MAX-DD.                             00002570
           IF WS-DW-DD < 01 OR WS-DW-DD > WS-DW-MAX-DD THEN             00002570
               MOVE 'INVALID EFFECTIVE DATE' TO WS-REJECT-REASON        00002570
               GO TO 3150-EXIT.                                         00002570
           MOVE TRX-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE.                00002570
       3150-EXIT.                                                       00002570
           EXIT.                                                        00002570
      **********************************                                00002570
       3200-FIND-MASTER-COUNTRY.                                        00002580
      **********************************                                00002590
      * Leaves WS-CREF-HIT-SUB pointing at the version of the code in   00002600
      *  force on the effective date, when there is one. On the way     00002610
      *  it notes where the next version already scheduled after the    00002610
      *  effective date starts, which is where a new ADD must stop.     00002610
           MOVE 'N' TO WS-CREF-FOUND-SW.                                00002620
           MOVE 0   TO WS-CREF-HIT-SUB.                                 00002630
           MOVE '99999999' TO WS-NEW-VALID-TO.                          00002630
           MOVE 1   TO WS-CREF-SUB.                                     00002640
           PERFORM 3210-MATCH-ONE-COUNTRY THRU 3210-EXIT                00002650
               UNTIL WS-CREF-SUB > WS-CREF-COUNT.                       00002660
       3200-EXIT.                                                       00002680
           EXIT.                                                        00002690
      **********************************                                00002700
       3210-MATCH-ONE-COUNTRY.                                          00002710
      **********************************                                00002720
           IF TRX-COUNTRYCODE NOT = WS-CREF-CODE (WS-CREF-SUB) THEN     00002730
               GO TO 3210-NEXT.                                         00002730
           IF WS-CREF-FROM (WS-CREF-SUB) > WS-EFFECTIVE-DATE THEN       00002730
               IF WS-CREF-FROM (WS-CREF-SUB) < WS-NEW-VALID-TO THEN     00002730
                   MOVE WS-CREF-FROM (WS-CREF-SUB) TO WS-NEW-VALID-TO.  00002730
           IF WS-CREF-FROM (WS-CREF-SUB) NOT > WS-EFFECTIVE-DATE        00002730
             AND WS-CREF-TO (WS-CREF-SUB) > WS-EFFECTIVE-DATE THEN      00002730
               MOVE WS-CREF-SUB TO WS-CREF-HIT-SUB                      00002740
               MOVE 'Y' TO WS-CREF-FOUND-SW.                            00002750
       3210-NEXT.                                                       00002750
           ADD 1 TO WS-CREF-SUB.                                        00002760
       3210-EXIT.                                                       00002770
           EXIT.                                                        00002780
               MOVE 16 TO RETURN-CODE                                   00002970
               STOP RUN.                                                00002980
           ADD 1 TO WS-CREF-COUNT.                                      00002990
           MOVE TRX-COUNTRYCODE   TO WS-CREF-CODE (WS-CREF-COUNT).      00003000
           MOVE TRX-COUNTRYNAME   TO WS-CREF-NAME (WS-CREF-COUNT).      00003010
           MOVE WS-EFFECTIVE-DATE TO WS-CREF-FROM (WS-CREF-COUNT).      00003010
           MOVE WS-NEW-VALID-TO   TO WS-CREF-TO (WS-CREF-COUNT).        00003010
           MOVE SPACES          TO AUD-BEFORE-NAME.                     00003020
           MOVE TRX-COUNTRYNAME TO AUD-AFTER-NAME.                      00003030
           PERFORM 5000-WRITE-AUDIT-RECORD THRU 5000-EXIT.              00003040
      **********************************                                00003070
       4200-APPLY-CHANGE.                                               00003080
      **********************************                                00003090
      * A version that starts on the effective date is simply           00003090
      *  renamed. Otherwise the version in force is split: the old      00003090
      *  name is closed at the effective date and a new version with    00003090
      *  the new name runs from there to where the old one ran.         00003090
           MOVE WS-CREF-NAME (WS-CREF-HIT-SUB) TO AUD-BEFORE-NAME.      00003100
           MOVE TRX-COUNTRYNAME TO AUD-AFTER-NAME.                      00003120
           IF WS-CREF-FROM (WS-CREF-HIT-SUB) = WS-EFFECTIVE-DATE THEN   00003120
               MOVE TRX-COUNTRYNAME TO WS-CREF-NAME (WS-CREF-HIT-SUB)   00003120
               GO TO 4200-AUDIT.                                        00003120
           IF WS-CREF-COUNT NOT < COUNTER-MAX-CREF THEN                 00003120
               DISPLAY 'CNTRYMNT - COUNTRY TABLE FULL AT '              00003120
                   COUNTER-MAX-CREF ' - RUN ABANDONED'                  00003120
               MOVE 16 TO RETURN-CODE                                   00003120
               STOP RUN.                                                00003120
           ADD 1 TO WS-CREF-COUNT.                                      00003120
           MOVE TRX-COUNTRYCODE   TO WS-CREF-CODE (WS-CREF-COUNT).      00003120
           MOVE TRX-COUNTRYNAME   TO WS-CREF-NAME (WS-CREF-COUNT).      00003120
           MOVE WS-EFFECTIVE-DATE TO WS-CREF-FROM (WS-CREF-COUNT).      00003120
           MOVE WS-CREF-TO (WS-CREF-HIT-SUB)                            00003120
                                  TO WS-CREF-TO (WS-CREF-COUNT).        00003120
           MOVE WS-EFFECTIVE-DATE TO WS-CREF-TO (WS-CREF-HIT-SUB).      00003120
       4200-AUDIT.                                                      00003120
           PERFORM 5000-WRITE-AUDIT-RECORD THRU 5000-EXIT.              00003130
       4200-EXIT.                                                       00003140
           EXIT.                                                        00003150
      **********************************                                00003160
       4300-APPLY-DELETE.                                               00003170
      **********************************                                00003180
      * The version in force is closed at the effective date, so the    00003180
      *  country stays valid for every earlier date. A version that     00003180
      *  would be left with no days at all is removed outright.         00003180
           MOVE WS-CREF-NAME (WS-CREF-HIT-SUB) TO AUD-BEFORE-NAME.      00003190
           MOVE SPACES TO AUD-AFTER-NAME.                               00003220
           IF WS-CREF-FROM (WS-CREF-HIT-SUB) = WS-EFFECTIVE-DATE THEN   00003220
               MOVE SPACES TO WS-CREF-CODE (WS-CREF-HIT-SUB)            00003220
               MOVE SPACES TO WS-CREF-NAME (WS-CREF-HIT-SUB)            00003220
               MOVE SPACES TO WS-CREF-FROM (WS-CREF-HIT-SUB)            00003220
               MOVE SPACES TO WS-CREF-TO (WS-CREF-HIT-SUB)              00003220
           ELSE                                                         00003220
               MOVE WS-EFFECTIVE-DATE TO WS-CREF-TO (WS-CREF-HIT-SUB).  00003220
           PERFORM 5000-WRITE-AUDIT-RECORD THRU 5000-EXIT.              00003230
       4300-EXIT.                                                       00003240
           EXIT.                                                        00003250
      * AUD-BEFORE-NAME and AUD-AFTER-NAME are set by the caller -      00003290
      *  everything else on the audit row is common.                    00003300
           MOVE WS-TODAYS-DATE  TO AUD-RUN-DATE.                        00003310
           MOVE WS-EFFECTIVE-DATE TO AUD-EFFECTIVE-DATE.                00003310
           MOVE WS-TODAYS-TIME  TO AUD-RUN-TIME.                        00003320
           MOVE TRX-ACTION      TO AUD-ACTION.                          00003330
           MOVE TRX-COUNTRYCODE TO AUD-COUNTRYCODE.                     00003340
           IF WS-CREF-CODE (WS-CREF-SUB) NOT = SPACES THEN              00003490
               MOVE WS-CREF-CODE (WS-CREF-SUB) TO NEW-COUNTRYCODE       00003500
               MOVE WS-CREF-NAME (WS-CREF-SUB) TO NEW-COUNTRYNAME       00003510
               MOVE WS-CREF-FROM (WS-CREF-SUB) TO NEW-VALID-FROM        00003510
               MOVE WS-CREF-TO (WS-CREF-SUB)   TO NEW-VALID-TO          00003510
               WRITE NEW-RECORD                                         00003520
               ADD 1 TO WS-WRITTEN-COUNT.                               00003530
           ADD 1 TO WS-CREF-SUB.                                        00003540
           DISPLAY 'CNTRYMNT - TRANSACTIONS READ   : ' WS-TRX-COUNT.    00003600
           DISPLAY 'CNTRYMNT - TRANSACTIONS APPLIED: ' WS-APPLIED-COUNT.00003610
           DISPLAY 'CNTRYMNT - TRANSACTIONS REJECT : ' WS-REJECT-COUNT. 00003620
           DISPLAY 'CNTRYMNT - VERSIONS WRITTEN    : ' WS-WRITTEN-COUNT.00003630
       9000-EXIT.                                                       00003640
           EXIT.                                                        00003650
      ******************************************************************00003660
