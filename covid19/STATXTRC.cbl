      *      '00' header   - data date (from the 'CTL' label on         00000130
      *                      COVID19.DATA.TOTCNTRY), run date, time;    00000140
      *      '01' country  - one per TOTCNTRY detail row;               00000150
      *                      an estimated row carries the estimate      00000150
      *                      age (days carried forward);                00000150
      *      '02' region   - one per COVID19.DATA.TOTREGN detail row;   00000160
      *      '03' delta    - the newly/stopped reporting rows from      00000170
      *                      the DELTA file;                            00000180
      *                      totals of the country cases and deaths,    00000200
      *                      so the receiver can validate the           00000210
      *                      transmission before loading it.            00000220
      *   Every labelled transmission is entered on the transmission    00000220
      *   ledger COVID19.DATA.STATLEDG (keyed by data date) with the    00000220
      *   record counts and hash totals of its '99' trailer, and        00000220
      *   marked as awaiting acknowledgement; STATACK matches the       00000220
      *   office's acknowledgements against it. Each feed record is     00000220
      *   also kept on the feed archive COVID19.DATA.STATARC (data      00000220
      *   date and record number), from which STATRSND rebuilds a       00000220
      *   date queued for re-sending. Extracting a date again counts    00000220
      *   as another transmission of it and clears any earlier          00000220
      *   acknowledgement. An unlabelled (bootstrap) feed is not        00000220
      *   entered - it has no date to be acknowledged under.            00000220
      *                                                                 00000230
      *   TOTCTR     Input country totals (with 'CTL' label).           00000240
      *   TOTREGN    Input region totals (with 'CTL' label).            00000250
      *   DELTA      Input newly/stopped reporting rows.                00000260
      *   STATFED    Output interface feed.                             00000270
      *   STATLDG    Transmission ledger (keyed), updated in place.     00000270
      *   STATARC    Feed archive (keyed), updated in place.            00000270
      ******************************************************************00000280
       IDENTIFICATION DIVISION.                                         00000290
       PROGRAM-ID.   'STATXTRC'.                                        00000300
           SELECT DELTA-FILE     ASSIGN DA-S-DELTA                      00000430
                                 FILE STATUS IS WS-DELTA-STATUS.        00000440
           SELECT STATFEED-FILE  ASSIGN DA-S-STATFED.                   00000450
           SELECT STATLEDG-FILE  ASSIGN STATLDG                         00000450
                                 ORGANIZATION IS INDEXED                00000450
                                 ACCESS MODE IS RANDOM                  00000450
                                 RECORD KEY IS TL-DATA-DATE             00000450
                                 FILE STATUS IS WS-TL-STATUS.           00000450
           SELECT STATARC-FILE   ASSIGN STATARC                         00000450
                                 ORGANIZATION IS INDEXED                00000450
                                 ACCESS MODE IS RANDOM                  00000450
                                 RECORD KEY IS SA-KEY                   00000450
                                 FILE STATUS IS WS-SA-STATUS.           00000450
      ******************************************************************00000460
       DATA DIVISION.                                                   00000470
      ******************************************************************00000480
           RECORDING MODE F                                             00000530
           LABEL RECORDS ARE STANDARD                                   00000540
           BLOCK CONTAINS 0 RECORDS                                     00000550
           RECORD CONTAINS 68 CHARACTERS.                               00000560
       01  TOT-RECORD.                                                  00000570
           05 TOT-COUNTRYCODE     PIC A(03).                            00000580
           05 TOT-CASES           PIC 9(08).                            00000590
           05 TOT-DEATHS          PIC 9(08).                            00000600
           05 TOT-COUNTRYNAME     PIC X(40).                            00000610
           05 TOT-RECOVERED       PIC 9(08).                            00000620
      * Blank for reported figures; the days carried on an estimate.    00000620
           05 TOT-ESTIMATED       PIC X(01).                            00000620
       01  TOTCTL-RECORD.                                               00000630
           05 TOTCTL-TAG          PIC X(03).                            00000640
           05 TOTCTL-DATA-DATE    PIC X(08).                            00000650
           05 TOTCTL-REC-COUNT    PIC 9(08).                            00000660
           05 FILLER              PIC X(49).                            00000670
      *******************                                               00000680
       FD  TOTREGN-FILE                                                 00000690
      *******************                                               00000700
           BLOCK CONTAINS 0 RECORDS                                     00000970
           RECORD CONTAINS 80 CHARACTERS.                               00000980
       01  FEED-RECORD            PIC X(80).                            00000990
      *******************                                               00000990
       FD  STATLEDG-FILE                                                00000990
      *******************                                               00000990
           LABEL RECORDS ARE STANDARD                                   00000990
           RECORD CONTAINS 210 CHARACTERS.                              00000990
      * One row per data date transmitted. The status moves from T      00000990
      *  (transmitted, awaiting acknowledgement) to A accepted, R       00000990
      *  rejected or M accepted with counts that differ from ours;      00000990
      *  Q is a re-send queued by STATACK for STATRSND to pick up.      00000990
       01  TL-RECORD.                                                   00000990
           05 TL-DATA-DATE        PIC X(08).                            00000990
           05 TL-SEND-DATE        PIC X(08).                            00000990
           05 TL-SEND-TIME        PIC 9(06).                            00000990
           05 TL-SEND-COUNT       PIC 9(03).                            00000990
           05 TL-FEED-RECORDS     PIC 9(08).                            00000990
           05 TL-CTRY-COUNT       PIC 9(08).                            00000990
           05 TL-REGN-COUNT       PIC 9(08).                            00000990
           05 TL-DELTA-COUNT      PIC 9(08).                            00000990
           05 TL-HASH-CASES       PIC 9(12).                            00000990
           05 TL-HASH-DEATHS      PIC 9(12).                            00000990
           05 TL-STATUS           PIC X(01).                            00000990
              88 TL-AWAITING-ACK             VALUE 'T'.                 00000990
              88 TL-ACCEPTED                 VALUE 'A'.                 00000990
              88 TL-REJECTED                 VALUE 'R'.                 00000990
              88 TL-COUNT-MISMATCH           VALUE 'M'.                 00000990
              88 TL-RESEND-QUEUED            VALUE 'Q'.                 00000990
           05 TL-ACK-DATE         PIC X(08).                            00000990
           05 TL-ACK-STATUS       PIC X(01).                            00000990
           05 TL-ACK-CTRY-COUNT   PIC 9(08).                            00000990
           05 TL-ACK-REGN-COUNT   PIC 9(08).                            00000990
           05 TL-ACK-DELTA-COUNT  PIC 9(08).                            00000990
           05 TL-ACK-REASON       PIC X(40).                            00000990
           05 TL-RESEND-BY        PIC X(08).                            00000990
           05 TL-RESEND-REASON    PIC X(40).                            00000990
           05 FILLER              PIC X(07).                            00000990
      *******************                                               00000990
       FD  STATARC-FILE                                                 00000990
      *******************                                               00000990
           LABEL RECORDS ARE STANDARD                                   00000990
           RECORD CONTAINS 94 CHARACTERS.                               00000990
       01  SA-RECORD.                                                   00000990
           05 SA-KEY.                                                   00000990
              10 SA-DATA-DATE     PIC X(08).                            00000990
              10 SA-SEQ           PIC 9(06).                            00000990
           05 SA-FEED-RECORD      PIC X(80).                            00000990
      **********************************                                00001000
       WORKING-STORAGE SECTION.                                         00001010
      **********************************                                00001020
       01  SWITCHES.                                                    00001030
           05 END-OF-FILE         PIC X      VALUE 'N'.                 00001040
              88 EOF                         VALUE 'Y'.                 00001050
           05 WS-LEDGER-SW        PIC X      VALUE 'N'.                 00001050
              88 LEDGER-IN-USE               VALUE 'Y'.                 00001050
           05 WS-ROW-ON-FILE-SW   PIC X      VALUE 'N'.                 00001050
              88 ROW-ON-FILE                 VALUE 'Y'.                 00001050
           05 WS-TL-LOAD-SW       PIC X      VALUE 'N'.                 00001050
              88 TL-LOAD-MODE                VALUE 'Y'.                 00001050
       01  WS-DELTA-STATUS        PIC XX.                               00001060
       01  WS-TL-STATUS           PIC XX.                               00001060
       01  WS-SA-STATUS           PIC XX.                               00001060
       01  COUNTERS.                                                    00001070
           05 WS-CTRY-COUNT       PIC 9(08)  VALUE 0.                   00001080
           05 WS-REGN-COUNT       PIC 9(08)  VALUE 0.                   00001090
           05 WS-DELTA-COUNT      PIC 9(08)  VALUE 0.                   00001100
           05 WS-HASH-CASES       PIC 9(12)  VALUE 0.                   00001110
           05 WS-HASH-DEATHS      PIC 9(12)  VALUE 0.                   00001120
           05 WS-FEED-COUNT       PIC 9(08)  VALUE 0.                   00001120
       01  WS-TODAYS-DATE         PIC X(08).                            00001130
       01  WS-TODAYS-DATE-PARTS REDEFINES WS-TODAYS-DATE.               00001130
           05 TD-MONTH            PIC X(02).                            00001130
           05 FILLER              PIC X.                                00001130
           05 TD-DAY              PIC X(02).                            00001130
           05 FILLER              PIC X.                                00001130
           05 TD-YEAR             PIC X(02).                            00001130
      * The run date as YYYYMMDD, as the ledger keeps it.               00001130
       01  WS-SEND-DATE.                                                00001130
           05 SD-CENTURY          PIC X(02)  VALUE '20'.                00001130
           05 SD-YEAR             PIC X(02).                            00001130
           05 SD-MONTH            PIC X(02).                            00001130
           05 SD-DAY              PIC X(02).                            00001130
       01  WS-TODAYS-TIME         PIC 9(06).                            00001140
       01  WS-DATA-DATE           PIC X(08)  VALUE SPACES.              00001150
      * The five record shapes of the feed. The receiver keys on the    00001160
           05 FC-DEATHS           PIC 9(08).                            00001290
           05 FC-RECOVERED        PIC 9(08).                            00001300
           05 FC-COUNTRYNAME      PIC X(40).                            00001310
      * Blank for reported figures; '1'-'9' when TOTCNTRY carried the   00001310
      *  country's last figures forward, the number of days carried.    00001310
           05 FC-ESTIMATED        PIC X(01).                            00001310
           05 FILLER              PIC X(10).                            00001310
       01  FEED-REGION.                                                 00001330
           05 FR-TYPE             PIC X(02).                            00001340
           05 FR-REGIONCODE       PIC A(03).                            00001350
           PERFORM 4000-EXTRACT-DELTAS THRU 4000-EXIT.                  00001680
           PERFORM 5000-WRITE-TRAILER THRU 5000-EXIT.                   00001690
           CLOSE STATFEED-FILE.                                         00001700
           IF LEDGER-IN-USE THEN                                        00001700
               PERFORM 6000-POST-TRANSMISSION THRU 6000-EXIT            00001700
               CLOSE STATLEDG-FILE                                      00001700
               CLOSE STATARC-FILE.                                      00001700
           PERFORM 9000-PRINT-SUMMARY THRU 9000-EXIT.                   00001710
       0000-EXIT.                                                       00001720
           STOP RUN.                                                    00001730
               UNTIL EOF.                                               00001860
           CLOSE TOTCNTRY-FILE.                                         00001870
           MOVE 'N' TO END-OF-FILE.                                     00001880
           MOVE TD-YEAR  TO SD-YEAR.                                    00001880
           MOVE TD-MONTH TO SD-MONTH.                                   00001880
           MOVE TD-DAY   TO SD-DAY.                                     00001880
           IF WS-DATA-DATE NOT = SPACES THEN                            00001880
               PERFORM 1200-OPEN-LEDGER THRU 1200-EXIT                  00001880
           ELSE                                                         00001880
               DISPLAY 'STATXTRC - UNLABELLED FEED, NOT ENTERED ON '    00001880
                       'THE TRANSMISSION LEDGER'.                       00001880
           OPEN OUTPUT STATFEED-FILE.                                   00001890
           MOVE SPACES TO FEED-HEADER.                                  00001900
           MOVE '00' TO FH-TYPE.                                        00001910
           MOVE WS-DATA-DATE   TO FH-DATA-DATE.                         00001920
           MOVE WS-TODAYS-DATE TO FH-RUN-DATE.                          00001930
           MOVE WS-TODAYS-TIME TO FH-RUN-TIME.                          00001940
           MOVE FEED-HEADER TO FEED-RECORD.                             00001940
           PERFORM 8000-WRITE-FEED-RECORD THRU 8000-EXIT.               00001940
           OPEN INPUT TOTCNTRY-FILE.                                    00001960
       1000-EXIT.                                                       00001970
           EXIT.                                                        00001980
           IF NOT EOF AND TOT-COUNTRYCODE = 'CTL' THEN                  00002040
               MOVE TOTCTL-DATA-DATE TO WS-DATA-DATE.                   00002050
       1100-EXIT.                                                       00002060
           EXIT.                                                        00002060
      **********************************                                00002060
       1200-OPEN-LEDGER.                                                00002060
      **********************************                                00002060
      * A feed that cannot be entered on the ledger is not sent at      00002060
      *  all - an unrecorded transmission is the very thing the         00002060
      *  ledger is there to prevent. A newly defined, still empty       00002060
      *  cluster is opened for output in load mode, where it cannot be  00002060
      *  read - 6000 then writes the first row without looking for it.  00002060
           OPEN I-O STATLEDG-FILE.                                      00002060
           IF WS-TL-STATUS NOT = '00' THEN                              00002060
               OPEN OUTPUT STATLEDG-FILE                                00002060
               MOVE 'Y' TO WS-TL-LOAD-SW.                               00002060
           IF WS-TL-STATUS NOT = '00' THEN                              00002060
               DISPLAY 'STATXTRC - STATLEDG OPEN FAILED, STATUS '       00002060
                       WS-TL-STATUS ' - RUN ABANDONED'                  00002060
               MOVE 16 TO RETURN-CODE                                   00002060
               STOP RUN.                                                00002060
           OPEN I-O STATARC-FILE.                                       00002060
           IF WS-SA-STATUS NOT = '00' THEN                              00002060
               OPEN OUTPUT STATARC-FILE.                                00002060
           IF WS-SA-STATUS NOT = '00' THEN                              00002060
               DISPLAY 'STATXTRC - STATARC OPEN FAILED, STATUS '        00002060
                       WS-SA-STATUS ' - RUN ABANDONED'                  00002060
               MOVE 16 TO RETURN-CODE                                   00002060
               STOP RUN.                                                00002060
           MOVE 'Y' TO WS-LEDGER-SW.                                    00002060
       1200-EXIT.                                                       00002060
           EXIT.                                                        00002070
      **********************************                                00002080
       2000-EXTRACT-COUNTRIES.                                          00002090
           MOVE TOT-DEATHS      TO FC-DEATHS.                           00002210
           MOVE TOT-RECOVERED   TO FC-RECOVERED.                        00002220
           MOVE TOT-COUNTRYNAME TO FC-COUNTRYNAME.                      00002230
           MOVE TOT-ESTIMATED   TO FC-ESTIMATED.                        00002230
           MOVE FEED-COUNTRY TO FEED-RECORD.                            00002230
           PERFORM 8000-WRITE-FEED-RECORD THRU 8000-EXIT.               00002230
           ADD 1 TO WS-CTRY-COUNT.                                      00002250
           ADD TOT-CASES  TO WS-HASH-CASES.                             00002260
           ADD TOT-DEATHS TO WS-HASH-DEATHS.                            00002270
           MOVE TOTREGN-CASES      TO FR-CASES.                         00002420
           MOVE TOTREGN-DEATHS     TO FR-DEATHS.                        00002430
           MOVE TOTREGN-REGIONNAME TO FR-REGIONNAME.                    00002440
           MOVE FEED-REGION TO FEED-RECORD.                             00002440
           PERFORM 8000-WRITE-FEED-RECORD THRU 8000-EXIT.               00002440
           ADD 1 TO WS-REGN-COUNT.                                      00002460
       3000-EXIT.                                                       00002470
           EXIT.                                                        00002480
               MOVE DELTA-COUNTRYCODE TO FD-COUNTRYCODE                 00002720
               MOVE DELTA-STATUS      TO FD-STATUS                      00002730
               MOVE DELTA-COUNTRYNAME TO FD-COUNTRYNAME                 00002740
               MOVE FEED-DELTA TO FEED-RECORD                           00002740
               PERFORM 8000-WRITE-FEED-RECORD THRU 8000-EXIT            00002740
               ADD 1 TO WS-DELTA-COUNT.                                 00002760
       4100-EXIT.                                                       00002770
           EXIT.                                                        00002780
           MOVE WS-DELTA-COUNT TO FT-DELTA-COUNT.                       00002860
           MOVE WS-HASH-CASES  TO FT-HASH-CASES.                        00002870
           MOVE WS-HASH-DEATHS TO FT-HASH-DEATHS.                       00002880
           MOVE FEED-TRAILER TO FEED-RECORD.                            00002880
           PERFORM 8000-WRITE-FEED-RECORD THRU 8000-EXIT.               00002880
       5000-EXIT.                                                       00002900
           EXIT.                                                        00002900
      **********************************                                00002900
       6000-POST-TRANSMISSION.                                          00002900
      **********************************                                00002900
      * A date already on the ledger is being sent again: the send      00002900
      *  count goes up and the earlier acknowledgement and any queued   00002900
      *  re-send are cleared, since they belonged to the old feed.      00002900
           MOVE WS-DATA-DATE TO TL-DATA-DATE.                           00002900
           MOVE 'N' TO WS-ROW-ON-FILE-SW.                               00002900
           IF TL-LOAD-MODE THEN                                         00002900
               GO TO 6000-SET-ROW.                                      00002900
           READ STATLEDG-FILE                                           00002900
               INVALID KEY MOVE 'N' TO WS-ROW-ON-FILE-SW.               00002900
           IF WS-TL-STATUS = '00' THEN                                  00002900
               MOVE 'Y' TO WS-ROW-ON-FILE-SW.                           00002900
       6000-SET-ROW.                                                    00002900
           IF NOT ROW-ON-FILE THEN                                      00002900
               MOVE SPACES       TO TL-RECORD                           00002900
               MOVE WS-DATA-DATE TO TL-DATA-DATE                        00002900
               MOVE 0            TO TL-SEND-COUNT.                      00002900
           MOVE WS-SEND-DATE   TO TL-SEND-DATE.                         00002900
           MOVE WS-TODAYS-TIME TO TL-SEND-TIME.                         00002900
           ADD 1 TO TL-SEND-COUNT.                                      00002900
           MOVE WS-FEED-COUNT  TO TL-FEED-RECORDS.                      00002900
           MOVE WS-CTRY-COUNT  TO TL-CTRY-COUNT.                        00002900
           MOVE WS-REGN-COUNT  TO TL-REGN-COUNT.                        00002900
           MOVE WS-DELTA-COUNT TO TL-DELTA-COUNT.                       00002900
           MOVE WS-HASH-CASES  TO TL-HASH-CASES.                        00002900
           MOVE WS-HASH-DEATHS TO TL-HASH-DEATHS.                       00002900
           MOVE 'T'            TO TL-STATUS.                            00002900
           MOVE SPACES TO TL-ACK-DATE TL-ACK-STATUS TL-ACK-REASON       00002900
                          TL-RESEND-BY TL-RESEND-REASON.                00002900
           MOVE 0 TO TL-ACK-CTRY-COUNT TL-ACK-REGN-COUNT                00002900
                     TL-ACK-DELTA-COUNT.                                00002900
           IF ROW-ON-FILE THEN                                          00002900
               REWRITE TL-RECORD                                        00002900
                   INVALID KEY                                          00002900
                       DISPLAY 'STATXTRC - LEDGER REWRITE FAILED FOR '  00002900
                               TL-DATA-DATE ' STATUS ' WS-TL-STATUS     00002900
           ELSE                                                         00002900
               WRITE TL-RECORD                                          00002900
                   INVALID KEY                                          00002900
                       DISPLAY 'STATXTRC - LEDGER WRITE FAILED FOR '    00002900
                               TL-DATA-DATE ' STATUS ' WS-TL-STATUS.    00002900
       6000-EXIT.                                                       00002900
           EXIT.                                                        00002900
      **********************************                                00002900
       8000-WRITE-FEED-RECORD.                                          00002900
      **********************************                                00002900
      * Every feed record also goes to the archive under the data date  00002900
      *  and its position in the feed; a rerun of the date overwrites   00002900
      *  the archived copy record for record.                           00002900
           WRITE FEED-RECORD.                                           00002900
           ADD 1 TO WS-FEED-COUNT.                                      00002900
           IF NOT LEDGER-IN-USE THEN                                    00002900
               GO TO 8000-EXIT.                                         00002900
           MOVE WS-DATA-DATE  TO SA-DATA-DATE.                          00002900
           MOVE WS-FEED-COUNT TO SA-SEQ.                                00002900
           MOVE FEED-RECORD   TO SA-FEED-RECORD.                        00002900
           MOVE 'N' TO WS-ROW-ON-FILE-SW.                               00002900
           WRITE SA-RECORD                                              00002900
               INVALID KEY MOVE 'Y' TO WS-ROW-ON-FILE-SW.               00002900
           IF NOT ROW-ON-FILE THEN                                      00002900
               GO TO 8000-EXIT.                                         00002900
           REWRITE SA-RECORD                                            00002900
               INVALID KEY                                              00002900
                   DISPLAY 'STATXTRC - ARCHIVE WRITE FAILED FOR '       00002900
                           SA-KEY ' STATUS ' WS-SA-STATUS.              00002900
       8000-EXIT.                                                       00002900
           EXIT.                                                        00002910
      **********************************                                00002920
       9000-PRINT-SUMMARY.                                              00002930
           DISPLAY 'STATXTRC - DELTA RECORDS    : ' WS-DELTA-COUNT.     00002980
           DISPLAY 'STATXTRC - HASH CASES       : ' WS-HASH-CASES.      00002990
           DISPLAY 'STATXTRC - HASH DEATHS      : ' WS-HASH-DEATHS.     00003000
           DISPLAY 'STATXTRC - FEED RECORDS     : ' WS-FEED-COUNT.      00003000
       9000-EXIT.                                                       00003010
           EXIT.                                                        00003020
      ******************************************************************00003030
