      ******************************************************************00000070
      * PROGRAM DESCRIPTION:                                            00000080
      *   Housekeeping for the rolling history file.                    00000090
      *   TOTCNTRY adds to COVID19.DATA.HISTCNTRY every run and         00000090
      *   nothing else ever deletes from it, so it grows without        00000090
      *   bound. This program reads the history once, in key order,     00000090
      *   and trims it on a cutoff date ACCEPTed from SYSIN (YYMMDD):   00000090
      *      - records dated on or after the cutoff stay where they     00000090
      *        are;                                                     00000090
      *      - older records are moved to the archive dataset           00000090
      *        COVID19.DATA.HISTARCH and deleted from the live file,    00000090
      *        so historical questions can still be answered without    00000090
      *        carrying the weight in the daily batch.                  00000090
      *   Both files are keyed (VSAM KSDS) on country code and          00000090
      *   YYYYMMDD data date, with the same record layout; a row        00000090
      *   already archived for the same key is replaced.                00000090
      *   To keep the last 30 days, the operator supplies a cutoff of   00000090
      *   today minus 30 days.                                          00000090
      *                                                                 00000090
      *   HISTCTR    Rolling history, updated in place.                 00000090
      *   HISTARC    Archive history, updated in place.                 00000090
      ******************************************************************00000270
       IDENTIFICATION DIVISION.                                         00000280
       PROGRAM-ID.   'HISTTRIM'.                                        00000290
      ******************************************************************00000370
       INPUT-OUTPUT SECTION.                                            00000380
       FILE-CONTROL.                                                    00000390
           SELECT HISTCNTRY-FILE ASSIGN HISTCTR                         00000390
                                 ORGANIZATION IS INDEXED                00000390
                                 ACCESS MODE IS SEQUENTIAL              00000390
                                 RECORD KEY IS HIST-KEY                 00000390
                                 FILE STATUS IS WS-HIST-STATUS.         00000390
           SELECT HISTARCH-FILE  ASSIGN HISTARC                         00000390
                                 ORGANIZATION IS INDEXED                00000390
                                 ACCESS MODE IS RANDOM                  00000390
                                 RECORD KEY IS ARCH-KEY                 00000390
                                 FILE STATUS IS WS-ARCH-STATUS.         00000390
      ******************************************************************00000430
       DATA DIVISION.                                                   00000440
      ******************************************************************00000450
       FILE SECTION.                                                    00000460
      **********************************                                00000470
       FD  HISTCNTRY-FILE                                               00000470
      *******************                                               00000470
           LABEL RECORDS ARE STANDARD                                   00000470
           RECORD CONTAINS 80 CHARACTERS.                               00000470
       01  HIST-RECORD.                                                 00000470
           05 HIST-KEY.                                                 00000470
              10 HIST-COUNTRYCODE PIC A(03).                            00000470
              10 HIST-DATA-DATE   PIC X(08).                            00000470
           05 HIST-CASES          PIC 9(08).                            00000470
           05 HIST-DEATHS         PIC 9(08).                            00000470
           05 HIST-COUNTRYNAME    PIC X(40).                            00000470
           05 HIST-RECOVERED      PIC 9(08).                            00000470
           05 FILLER              PIC X(05).                            00000470
      *******************                                               00000470
       FD  HISTARCH-FILE                                                00000470
      *******************                                               00000470
           LABEL RECORDS ARE STANDARD                                   00000470
           RECORD CONTAINS 80 CHARACTERS.                               00000470
       01  ARCH-RECORD.                                                 00000470
           05 ARCH-KEY            PIC X(11).                            00000470
           05 FILLER              PIC X(69).                            00000470
      **********************************                                00000760
       WORKING-STORAGE SECTION.                                         00000770
      **********************************                                00000780
       01  COUNTERS.                                                    00000820
           05 WS-READ-COUNT       PIC 9(08)  VALUE 0.                   00000830
           05 WS-KEEP-COUNT       PIC 9(08)  VALUE 0.                   00000840
           05 WS-ARCH-COUNT       PIC 9(08)  VALUE 0.                   00000840
           05 WS-REPL-COUNT       PIC 9(08)  VALUE 0.                   00000840
       01  WS-HIST-STATUS         PIC XX.                               00000840
       01  WS-ARCH-STATUS         PIC XX.                               00000840
      * The cutoff is keyed in as YYMMDD and widened to the YYYYMMDD    00000840
      *  layout of the history key before comparing.                    00000840
       01  WS-CUTOFF-KEY-DATE.                                          00000840
           05 FILLER              PIC X(02)  VALUE '20'.                00000840
           05 WS-CUTOFF-DATE      PIC X(06).                            00000840
      ******************************************************************00001000
       PROCEDURE DIVISION.                                              00001010
      ******************************************************************00001020
           PERFORM 2000-READ-HISTORY-RECORDS THRU 2000-EXIT             00001050
               UNTIL EOF.                                               00001060
           PERFORM 9000-PRINT-SUMMARY THRU 9000-EXIT.                   00001070
           CLOSE HISTCNTRY-FILE,                                        00001070
                 HISTARCH-FILE.                                         00001070
       0000-EXIT.                                                       00001110
           STOP RUN.                                                    00001120
      **********************************                                00001130
           IF WS-CUTOFF-DATE IS NOT NUMERIC THEN                        00001170
               DISPLAY 'HISTTRIM - CUTOFF DATE ' WS-CUTOFF-DATE         00001180
                   ' IS NOT A VALID YYMMDD - RUN ABANDONED'             00001190
      *        A non-zero return code lets the following steps be       00001190
      *        conditioned off - nothing has been moved.                00001190
               MOVE 16 TO RETURN-CODE                                   00001198
               STOP RUN.                                                00001200
           DISPLAY 'HISTTRIM - TRIMMING HISTORY BEFORE ' WS-CUTOFF-DATE.00001210
           OPEN I-O HISTCNTRY-FILE.                                     00001210
           IF WS-HIST-STATUS NOT = '00' THEN                            00001210
               DISPLAY 'HISTTRIM - HISTCNTRY OPEN FAILED, STATUS '      00001210
                   WS-HIST-STATUS ' - RUN ABANDONED'                    00001210
               MOVE 16 TO RETURN-CODE                                   00001210
               STOP RUN.                                                00001210
      * A newly defined, still empty archive cluster cannot be opened   00001210
      *  for update - the first trim ever run opens it for output.      00001210
           OPEN I-O HISTARCH-FILE.                                      00001210
           IF WS-ARCH-STATUS NOT = '00' THEN                            00001210
               OPEN OUTPUT HISTARCH-FILE.                               00001210
       1000-EXIT.                                                       00001250
           EXIT.                                                        00001260
      **********************************                                00001270
      **********************************                                00001370
       2100-TRIM-ONE-RECORD.                                            00001380
      **********************************                                00001390
           IF HIST-DATA-DATE NOT < WS-CUTOFF-KEY-DATE THEN              00001390
               ADD 1 TO WS-KEEP-COUNT                                   00001390
               GO TO 2100-EXIT.                                         00001390
           WRITE ARCH-RECORD FROM HIST-RECORD                           00001390
               INVALID KEY                                              00001390
                   REWRITE ARCH-RECORD FROM HIST-RECORD                 00001390
                   ADD 1 TO WS-REPL-COUNT.                              00001390
           DELETE HISTCNTRY-FILE RECORD.                                00001390
           ADD 1 TO WS-ARCH-COUNT.                                      00001390
       2100-EXIT.                                                       00001500
           EXIT.                                                        00001510
      **********************************                                00001520
           DISPLAY 'HISTTRIM - RECORDS READ    : ' WS-READ-COUNT.       00001550
           DISPLAY 'HISTTRIM - RECORDS KEPT    : ' WS-KEEP-COUNT.       00001560
           DISPLAY 'HISTTRIM - RECORDS ARCHIVED: ' WS-ARCH-COUNT.       00001570
           DISPLAY 'HISTTRIM - ARCHIVE REPLACED: ' WS-REPL-COUNT.       00001570
       9000-EXIT.                                                       00001580
           EXIT.                                                        00001590
      ******************************************************************00001600
