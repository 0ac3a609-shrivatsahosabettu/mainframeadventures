      *      - the restart checkpoint (a non-zero count means the run   00000150
      *        never reached normal completion);                        00000160
      *      - every sequence warning row;                              00000170
      *      - the newly reporting / stopped reporting country lists;   00000170
      *      - the carry-forward estimates TOTCNTRY made for countries  00000170
      *        missing from the feed, and every earlier estimate that   00000170
      *        real figures have now replaced (estimate and reported    00000170
      *        figures side by side).                                   00000170
      *                                                                 00000190
      *   RECON      Input reconciliation record from TOTCNTRY.         00000200
      *   CHKPNT     Input restart checkpoint.                          00000210
      *   SEQWRN     Input sequence warnings.                           00000220
      *   DELTA      Input newly/stopped reporting deltas.              00000230
      *   ESTLOG     Input estimate / replacement log (optional).       00000230
      ******************************************************************00000240
       IDENTIFICATION DIVISION.                                         00000250
       PROGRAM-ID.   'REPRUNQC'.                                        00000260
                                 FILE STATUS IS WS-CHKPOINT-STATUS.     00000400
           SELECT SEQWARN-FILE   ASSIGN DA-S-SEQWRN.                    00000410
           SELECT DELTA-FILE     ASSIGN DA-S-DELTA.                     00000420
           SELECT ESTLOG-FILE    ASSIGN DA-S-ESTLOG                     00000420
                                 FILE STATUS IS WS-ESTLOG-STATUS.       00000420
           SELECT REPORT-PRINT   ASSIGN UR-S-SYSPRINT.                  00000430
      ******************************************************************00000440
       DATA DIVISION.                                                   00000450
           05 DELTA-COUNTRYNAME    PIC X(40).                           00000940
           05 FILLER               PIC X.                               00000950
           05 DELTA-STATUS         PIC X(18).                           00000960
      *******************                                               00000960
       FD  ESTLOG-FILE                                                  00000960
      *******************                                               00000960
           LABEL RECORDS ARE STANDARD                                   00000960
           BLOCK CONTAINS 0 RECORDS                                     00000960
           RECORD CONTAINS 85 CHARACTERS.                               00000960
       01  ESTLOG-RECORD.                                               00000960
           05 ESTL-TYPE            PIC X(01).                           00000960
              88 ESTL-ESTIMATED               VALUE 'E'.                00000960
              88 ESTL-REPLACED                VALUE 'R'.                00000960
           05 ESTL-COUNTRYCODE     PIC A(03).                           00000960
           05 ESTL-COUNTRYNAME     PIC X(40).                           00000960
           05 ESTL-DATA-DATE       PIC X(08).                           00000960
           05 ESTL-AGE             PIC X(01).                           00000960
           05 ESTL-EST-CASES       PIC 9(08).                           00000960
           05 ESTL-EST-DEATHS      PIC 9(08).                           00000960
           05 ESTL-REAL-CASES      PIC 9(08).                           00000960
           05 ESTL-REAL-DEATHS     PIC 9(08).                           00000960
      *******************                                               00000970
       FD  REPORT-PRINT                                                 00000980
      *******************                                               00000990
              88 EOF                             VALUE 'Y'.             00001080
       01  WS-RECON-STATUS            PIC XX.                           00001090
       01  WS-CHKPOINT-STATUS         PIC XX.                           00001100
       01  WS-ESTLOG-STATUS           PIC XX.                           00001100
       01  COUNTERS.                                                    00001110
           05 WS-SEQWARN-COUNT        PIC 9(04)  VALUE 0.               00001120
           05 WS-NEWREP-COUNT         PIC 9(04)  VALUE 0.               00001130
           05 WS-STOPREP-COUNT        PIC 9(04)  VALUE 0.               00001140
           05 WS-ESTIMATE-COUNT       PIC 9(04)  VALUE 0.               00001140
           05 WS-REPLACE-COUNT        PIC 9(04)  VALUE 0.               00001140
      * WORKING-STORAGE copies of the reconciliation figures - the      00001138
      *  report group must not SOURCE fields in the FD record area,     00001138
      *  which is not addressable when the file never opened (the       00001138
      *  no-recon bootstrap case).                                      00001138
              10 COLUMN 03        PIC X(03)  SOURCE DELTA-COUNTRYCODE.  00002050
              10 COLUMN 08        PIC X(40)  SOURCE DELTA-COUNTRYNAME.  00002060
              10 COLUMN 50        PIC X(18)  SOURCE DELTA-STATUS.       00002070
       01  ESTLOG-HEAD-DETAIL TYPE DETAIL.                              00002070
           05 LINE PLUS 1.                                              00002070
              10 COLUMN 03        PIC X(04)  VALUE 'CODE'.              00002070
              10 COLUMN 08        PIC X(07)  VALUE 'COUNTRY'.           00002070
              10 COLUMN 50        PIC X(09)  VALUE 'DATA DATE'.         00002070
              10 COLUMN 60        PIC X(16)  VALUE 'ESTIMATE (DAYS)'.   00002070
              10 COLUMN 78        PIC X(09)  VALUE 'EST CASES'.         00002070
              10 COLUMN 88        PIC X(10)  VALUE 'EST DEATHS'.        00002070
              10 COLUMN 103       PIC X(10)  VALUE 'REAL CASES'.        00002070
              10 COLUMN 114       PIC X(11)  VALUE 'REAL DEATHS'.       00002070
       01  ESTIMATE-DETAIL TYPE DETAIL.                                 00002070
           05 LINE PLUS 1.                                              00002070
              10 COLUMN 03        PIC X(03)  SOURCE ESTL-COUNTRYCODE.   00002070
              10 COLUMN 08        PIC X(40)  SOURCE ESTL-COUNTRYNAME.   00002070
              10 COLUMN 50        PIC X(08)  SOURCE ESTL-DATA-DATE.     00002070
              10 COLUMN 60        PIC X(09)  VALUE 'CARRIED, '.         00002070
              10 COLUMN 70        PIC X(01)  SOURCE ESTL-AGE.           00002070
              10 COLUMN 77        PIC ZZ,ZZZ,ZZ9 SOURCE ESTL-EST-CASES. 00002070
              10 COLUMN 88        PIC ZZ,ZZZ,ZZ9 SOURCE ESTL-EST-DEATHS.00002070
       01  REPLACE-DETAIL TYPE DETAIL.                                  00002070
           05 LINE PLUS 1.                                              00002070
              10 COLUMN 03        PIC X(03)  SOURCE ESTL-COUNTRYCODE.   00002070
              10 COLUMN 08        PIC X(40)  SOURCE ESTL-COUNTRYNAME.   00002070
              10 COLUMN 50        PIC X(08)  SOURCE ESTL-DATA-DATE.     00002070
              10 COLUMN 60        PIC X(09)  VALUE 'REPLACED,'.         00002070
              10 COLUMN 70        PIC X(01)  SOURCE ESTL-AGE.           00002070
              10 COLUMN 77        PIC ZZ,ZZZ,ZZ9 SOURCE ESTL-EST-CASES. 00002070
              10 COLUMN 88        PIC ZZ,ZZZ,ZZ9 SOURCE ESTL-EST-DEATHS.00002070
              10 COLUMN 103       PIC ZZ,ZZZ,ZZ9 SOURCE ESTL-REAL-CASES.00002070
              10 COLUMN 114       PIC ZZ,ZZZ,ZZ9 SOURCE                 00002070
                                              ESTL-REAL-DEATHS.         00002070
       01  COUNT-LINE-DETAIL TYPE DETAIL.                               00002080
           05 LINE PLUS 1.                                              00002090
              10 COLUMN 03        PIC X(30)  SOURCE WS-COUNT-LINE-TEXT. 00002100
           PERFORM 3000-PRINT-CHKPNT-SECTION THRU 3000-EXIT.            00002240
           PERFORM 4000-PRINT-SEQWARN-SECTION THRU 4000-EXIT.           00002250
           PERFORM 5000-PRINT-DELTA-SECTION THRU 5000-EXIT.             00002260
           PERFORM 6000-PRINT-ESTIMATE-SECTION THRU 6000-EXIT.          00002260
           GENERATE SIGNOFF-DETAIL.                                     00002270
           TERMINATE RUNQC-REPORT.                                      00002280
           CLOSE REPORT-PRINT.                                          00002290
                   GENERATE DELTA-DETAIL.                               00003620
       5100-EXIT.                                                       00003630
           EXIT.                                                        00003640
      **********************************                                00003640
       6000-PRINT-ESTIMATE-SECTION.                                     00003640
      **********************************                                00003640
      * ESTLOG only has rows when TOTCNTRY's carry-forward estimates    00003640
      *  are switched on, or real figures arrived for a country that    00003640
      *  an earlier run estimated. A job without the dataset still      00003640
      *  gets the section, with zero counts.                            00003640
           MOVE 'CARRY-FORWARD ESTIMATES / REPLACEMENTS'                00003640
                TO WS-SECTION-TITLE.                                    00003640
           GENERATE SECTION-TITLE-DETAIL.                               00003640
           GENERATE ESTLOG-HEAD-DETAIL.                                 00003640
           OPEN INPUT ESTLOG-FILE.                                      00003640
           IF WS-ESTLOG-STATUS = '00' THEN                              00003640
               MOVE 'N' TO END-OF-FILE                                  00003640
               PERFORM 6100-READ-ESTLOG THRU 6100-EXIT                  00003640
                   UNTIL EOF                                            00003640
               CLOSE ESTLOG-FILE                                        00003640
               MOVE 'N' TO END-OF-FILE.                                 00003640
           MOVE 'CARRY-FORWARD ESTIMATES..... :'                        00003640
                TO WS-COUNT-LINE-TEXT.                                  00003640
           MOVE WS-ESTIMATE-COUNT TO WS-COUNT-LINE-VALUE.               00003640
           GENERATE COUNT-LINE-DETAIL.                                  00003640
           MOVE 'ESTIMATES REPLACED BY REAL.. :'                        00003640
                TO WS-COUNT-LINE-TEXT.                                  00003640
           MOVE WS-REPLACE-COUNT TO WS-COUNT-LINE-VALUE.                00003640
           GENERATE COUNT-LINE-DETAIL.                                  00003640
       6000-EXIT.                                                       00003640
           EXIT.                                                        00003640
      **********************************                                00003640
       6100-READ-ESTLOG.                                                00003640
      **********************************                                00003640
           READ ESTLOG-FILE                                             00003640
               AT END MOVE 'Y' TO END-OF-FILE.                          00003640
           IF NOT EOF THEN                                              00003640
               IF ESTL-REPLACED THEN                                    00003640
                   ADD 1 TO WS-REPLACE-COUNT                            00003640
                   GENERATE REPLACE-DETAIL                              00003640
               ELSE                                                     00003640
                   ADD 1 TO WS-ESTIMATE-COUNT                           00003640
                   GENERATE ESTIMATE-DETAIL.                            00003640
       6100-EXIT.                                                       00003640
           EXIT.                                                        00003640
      ******************************************************************00003650
/*                                                                      00003660
//LKED.SYSLIB  DD DISP=SHR,DSNAME=SYS1.COBLIB                           00003670
