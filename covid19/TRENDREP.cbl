      *      - a RISING / FLAT / FALLING classification, from the       00000220
      *        growth percentage (more than 10 percent either way       00000230
      *        moves it off FLAT).                                      00000240
      *   A rolling 15-entry window of cumulative cases is kept per     00000240
      *   country, filled in one sweep of the file. HISTCNTRY is        00000240
      *   keyed on country code and YYYYMMDD data date, so the sweep    00000240
      *   meets each country's rows together, oldest first.             00000240
      *                                                                 00000280
      *   HISTCTR    Input rolling history.                             00000290
      ******************************************************************00000300
      ******************************************************************00000400
       INPUT-OUTPUT SECTION.                                            00000410
       FILE-CONTROL.                                                    00000420
           SELECT HISTCNTRY-FILE ASSIGN HISTCTR                         00000420
                                 ORGANIZATION IS INDEXED                00000420
                                 ACCESS MODE IS SEQUENTIAL              00000420
                                 RECORD KEY IS HIST-KEY.                00000420
           SELECT REPORT-PRINT   ASSIGN UR-S-SYSPRINT.                  00000440
      ******************************************************************00000450
       DATA DIVISION.                                                   00000460
      ******************************************************************00000470
       FILE SECTION.                                                    00000480
      **********************************                                00000490
       FD  HISTCNTRY-FILE                                               00000490
      *******************                                               00000490
           LABEL RECORDS ARE STANDARD                                   00000490
           RECORD CONTAINS 80 CHARACTERS.                               00000490
       01  HIST-RECORD.                                                 00000490
           05 HIST-KEY.                                                 00000490
              10 HIST-COUNTRYCODE PIC A(03).                            00000490
              10 HIST-DATA-DATE   PIC X(08).                            00000490
           05 HIST-CASES          PIC 9(08).                            00000490
           05 HIST-DEATHS         PIC 9(08).                            00000490
           05 HIST-COUNTRYNAME    PIC X(40).                            00000490
           05 HIST-RECOVERED      PIC 9(08).                            00000490
           05 FILLER              PIC X(05).                            00000490
      *******************                                               00000630
       FD  REPORT-PRINT                                                 00000640
      *******************                                               00000650
      **********************************                                00002180
      * Find (or open) the country's window and append the row; once    00002190
      *  the window is full the oldest entry slides off, so it always   00002200
      *  holds the most recent COUNTER-WINDOW-DAYS rows. Rows arrive    00002200
      *  country by country, so the country last opened is tried        00002200
      *  before the table is searched.                                  00002200
           MOVE 'N' TO WS-TC-FOUND-SW.                                  00002220
           MOVE 1   TO WS-TCTRY-SUB.                                    00002220
           IF WS-TCTRY-COUNT > 0 THEN                                   00002220
               IF HIST-COUNTRYCODE = WS-TC-CODE (WS-TCTRY-COUNT) THEN   00002220
                   MOVE WS-TCTRY-COUNT TO WS-TCTRY-SUB                  00002220
                   MOVE 'Y' TO WS-TC-FOUND-SW.                          00002220
           PERFORM 2100-FIND-TREND-COUNTRY THRU 2100-EXIT               00002220
               UNTIL WS-TCTRY-SUB > WS-TCTRY-COUNT                      00002220
                  OR TC-FOUND.                                          00002220
           IF NOT TC-FOUND THEN                                         00002270
               IF WS-TCTRY-COUNT NOT < COUNTER-MAX-TCTRY THEN           00002280
                   DISPLAY 'TRENDREP - COUNTRY TABLE FULL AT '          00002290
           IF WS-TW-COUNT < COUNTER-WINDOW-DAYS THEN                    00002420
               ADD 1 TO WS-TW-COUNT                                     00002430
               MOVE WS-TW-COUNT TO WS-TC-DAYS (WS-TCTRY-SUB)            00002440
               MOVE HIST-DATA-DATE                                      00002450
                    TO WS-TC-DATE (WS-TCTRY-SUB, WS-TW-COUNT)           00002460
               MOVE HIST-CASES                                          00002470
                    TO WS-TC-CASES (WS-TCTRY-SUB, WS-TW-COUNT)          00002480
           ELSE                                                         00002490
               MOVE 1 TO WS-TMOVE-SUB                                   00002500
               PERFORM 2200-SHIFT-TREND-WINDOW THRU 2200-EXIT           00002510
               MOVE HIST-DATA-DATE                                      00002520
                    TO WS-TC-DATE (WS-TCTRY-SUB, COUNTER-WINDOW-DAYS)   00002530
               MOVE HIST-CASES                                          00002540
                    TO WS-TC-CASES (WS-TCTRY-SUB, COUNTER-WINDOW-DAYS). 00002550
           IF WS-TC-DAYS (WS-TCTRY-SUB) = 0 THEN                        00002810
               MOVE HIST-CASES TO WS-TC-PREV-CASES (WS-TCTRY-SUB)       00002811
               MOVE ZERO       TO WS-TC-PEAK-RISE (WS-TCTRY-SUB)        00002812
               MOVE HIST-DATA-DATE                                      00002812
                               TO WS-TC-PEAK-DATE (WS-TCTRY-SUB)        00002812
               GO TO 2300-EXIT.                                         00002814
           COMPUTE WS-TW-DAY-RISE =                                     00002815
               HIST-CASES - WS-TC-PREV-CASES (WS-TCTRY-SUB).            00002816
           IF WS-TW-DAY-RISE > WS-TC-PEAK-RISE (WS-TCTRY-SUB) THEN      00002817
               MOVE WS-TW-DAY-RISE                                      00002818
                    TO WS-TC-PEAK-RISE (WS-TCTRY-SUB)                   00002819
               MOVE HIST-DATA-DATE                                      00002820
                    TO WS-TC-PEAK-DATE (WS-TCTRY-SUB).                  00002821
           MOVE HIST-CASES TO WS-TC-PREV-CASES (WS-TCTRY-SUB).          00002822
       2300-EXIT.                                                       00002823
