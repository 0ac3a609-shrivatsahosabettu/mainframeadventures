      *   silently drops out of both per-100,000 leaderboards, and a    00000140
      *   threshold row with a bad code can never fire an alert.        00000150
      *   Every parameter row is cross-checked against the country      00000160
      *   reference master COVID19.DATA.CNTRYREF (the versions in       00000170
      *   force on the run date) and against the                        00000170
      *   countries actually present on COVID19.DATA.TOTCNTRY, and a    00000180
      *   discrepancy report is printed, one section per file:          00000190
      *      - codes not on the reference master (dead entries);        00000200
      *******************                                               00000580
           LABEL RECORDS ARE STANDARD                                   00000590
           BLOCK CONTAINS 0 RECORDS                                     00000600
           RECORD CONTAINS 59 CHARACTERS.                               00000610
       01  CREF-RECORD.                                                 00000620
           05 CREF-COUNTRYCODE    PIC A(03).                            00000630
           05 CREF-COUNTRYNAME    PIC X(40).                            00000640
           05 CREF-VALID-FROM     PIC X(08).                            00000640
           05 CREF-VALID-TO       PIC X(08).                            00000640
      *******************                                               00000650
       FD  TOTCNTRY-FILE                                                00000660
      *******************                                               00000670
           RECORDING MODE F                                             00000680
           LABEL RECORDS ARE STANDARD                                   00000690
           BLOCK CONTAINS 0 RECORDS                                     00000700
           RECORD CONTAINS 68 CHARACTERS.                               00000710
       01  TOT-RECORD.                                                  00000720
           05 TOT-COUNTRYCODE     PIC A(03).                            00000730
           05 TOT-CASES           PIC 9(08).                            00000740
           05 TOT-DEATHS          PIC 9(08).                            00000750
           05 TOT-COUNTRYNAME     PIC X(40).                            00000760
           05 TOT-RECOVERED       PIC 9(08).                            00000770
           05 TOT-ESTIMATED       PIC X(01).                            00000770
      *******************                                               00000780
       FD  FAVCNTRY-FILE                                                00000790
      *******************                                               00000800
           05 TD-DAY                  PIC X(02).                        00001550
           05 FILLER                  PIC X.                            00001560
           05 TD-YEAR                 PIC X(02).                        00001570
      * Today as YYYYMMDD, to pick the CNTRYREF versions in force.      00001570
       01  WS-AS-OF-DATE.                                               00001570
           05 AOD-CENTURY             PIC X(02)  VALUE '20'.            00001570
           05 AOD-YEAR                PIC X(02).                        00001570
           05 AOD-MONTH               PIC X(02).                        00001570
           05 AOD-DAY                 PIC X(02).                        00001570
       01  WS-TODAYS-TIME.                                              00001580
           05 TT-HOURS                PIC X(02).                        00001590
           05 TT-MINUTES              PIC X(02).                        00001600
      **********************************                                00002250
           MOVE CURRENT-DATE TO WS-TODAYS-DATE.                         00002260
           MOVE TIME-OF-DAY  TO WS-TODAYS-TIME.                         00002270
           MOVE TD-YEAR  TO AOD-YEAR.                                   00002270
           MOVE TD-MONTH TO AOD-MONTH.                                  00002270
           MOVE TD-DAY   TO AOD-DAY.                                    00002270
           PERFORM 1100-LOAD-REFERENCE THRU 1100-EXIT.                  00002280
           PERFORM 1200-LOAD-TOTALS THRU 1200-EXIT.                     00002290
           PERFORM 1300-LOAD-FAVOURITES THRU 1300-EXIT.                 00002300
      **********************************                                00002500
           READ CNTRYREF-FILE                                           00002510
               AT END MOVE 'Y' TO END-OF-FILE.                          00002520
      * Only the version of each code in force today is audited         00002520
      *  against - retired and not-yet-effective versions are           00002520
      *  skipped, so a retired code counts as dead.                     00002520
           IF NOT EOF                                                   00002520
             AND (CREF-VALID-FROM > WS-AS-OF-DATE                       00002520
               OR CREF-VALID-TO NOT > WS-AS-OF-DATE) THEN               00002520
               GO TO 1110-EXIT.                                         00002520
           IF NOT EOF AND WS-CREF-COUNT NOT < COUNTER-MAX-CODES THEN    00002530
               DISPLAY 'PRMAUDIT - REFERENCE TABLE FULL AT '            00002540
                   COUNTER-MAX-CODES ' - RUN ABANDONED'                 00002550
