//SNAPREST    JOB (COBOL),'COVID19',CLASS=A,MSGCLASS=H,MSGLEVEL=(0,0)   00000010
//COMPLINK   EXEC COBUCL                                                00000020
//COB.SYSLIB   DD DISP=SHR,DSNAME=SYS1.COBLIB                           00000030
//             DD DISP=SHR,DSNAME=SYS1.LINKLIB                          00000040
//COB.SYSPUNCH DD DUMMY                                                 00000050
//COB.SYSIN    DD *                                                     00000060
      ******************************************************************00000070
      * PROGRAM DESCRIPTION:                                            00000080
      *   Point-in-time restore of the covid19 master file set from a   00000090
      *   snapshot taken by SNAPSAVE, replacing the hand rebuild that   00000100
      *   used to follow a failed or wrong run.                         00000110
      *   The snapshot must be on the catalog COVID19.DATA.SNAPCAT as   00000120
      *   complete, and the store COVID19.DATA.SNAPSTOR must still      00000130
      *   hold exactly the record count the catalog registered for      00000140
      *   every file; otherwise nothing at all is touched and the run   00000150
      *   is abandoned with return code 16.                             00000160
      *   Every file present in the snapshot is then put back in one    00000170
      *   step, record for record and in its original order:            00000180
      *   TOTCNTRY, TOTCPREV, TOTREGN, TOTPROV, RUNLEDG and CNTRYREF    00000190
      *   are rewritten whole, and the keyed history HISTCNTRY and      00000200
      *   its archive HISTARCH are emptied and reloaded. A file that    00000210
      *   was absent when the snapshot was taken is left as it is; so   00000220
      *   is the archive when restoring a snapshot taken before the     00000220
      *   archive was saved with the set. Should a file fail to         00000220
      *   open part way through, the run stops with return code 16      00000230
      *   and simply needs rerunning - a restore can be repeated as     00000240
      *   often as needed.                                              00000250
      *   The restored set is then checked for consistency:             00000260
      *      - TOTCNTRY carries a 'CTL' label, its data date is the     00000270
      *        one the snapshot was registered under, and its record    00000280
      *        count matches the country rows;                          00000290
      *      - the TOTREGN 'CTL' label carries the same data date,      00000300
      *        and the TOTCPREV label is not later;                     00000310
      *      - the run ledger has the data date complete, no later      00000320
      *        date complete, and no run left started;                  00000330
      *      - the latest history date is the data date, with one       00000340
      *        history row for every TOTCNTRY country row;              00000350
      *      - no history row is also on the archive.                   00000350
      *   Every restore made is logged on COVID19.DATA.SNAPLOG with     00000360
      *   the operator, reason, records restored and the outcome of     00000370
      *   the checks. A failed check, or a file left as it was, ends    00000380
      *   the run with return code 4.                                   00000390
      *   One line is ACCEPTed from SYSIN:                              00000400
      *      columns 1-14   snapshot id (YYYYMMDDHHMMSS, as listed by   00000410
      *                     SNAPSAVE and on the catalog);               00000420
      *      columns 16-23  operator id (required);                     00000430
      *      columns 25-64  reason for the restore.                     00000440
      *                                                                 00000450
      *   SNAPSTR    Snapshot store (keyed).                            00000460
      *   SNAPCAT    Snapshot catalog.                                  00000470
      *   TOTCTR     Output country totals.                             00000480
      *   TOTPRV     Output previous day's country totals.              00000490
      *   TOTREGN    Output region totals.                              00000500
      *   TOTPROV    Output province totals.                            00000510
      *   RUNLEDG    Output run-control ledger.                         00000520
      *   HISTCTR    Rolling history (keyed), emptied and reloaded.     00000530
      *   CTRYREF    Output country reference master.                   00000540
      *   HISTARC    Archive history (keyed), emptied and reloaded.     00000540
      *   SNAPLOG    Restore log, added to.                             00000550
      ******************************************************************00000560
       IDENTIFICATION DIVISION.                                         00000570
       PROGRAM-ID.   'SNAPREST'.                                        00000580
       AUTHOR.       'DAVID ASTA'.                                      00000590
       INSTALLATION. 'MVS 3.8J TK4-'.                                   00000600
       DATE-WRITTEN. '15/10/2026'.                                      00000610
       DATE-COMPILED.                                                   00000620
       REMARKS.      'V1R1M0'.                                          00000630
      ******************************************************************00000640
       ENVIRONMENT DIVISION.                                            00000650
      ******************************************************************00000660
       INPUT-OUTPUT SECTION.                                            00000670
       FILE-CONTROL.                                                    00000680
           SELECT SNAPSTOR-FILE  ASSIGN SNAPSTR                         00000690
                                 ORGANIZATION IS INDEXED                00000700
                                 ACCESS MODE IS DYNAMIC                 00000710
                                 RECORD KEY IS SNP-KEY                  00000720
                                 FILE STATUS IS WS-SNP-STATUS.          00000730
           SELECT SNAPCAT-FILE   ASSIGN DA-S-SNAPCAT                    00000740
                                 FILE STATUS IS WS-CAT-STATUS.          00000750
           SELECT TOTCNTRY-FILE  ASSIGN DA-S-TOTCTR                     00000760
                                 FILE STATUS IS WS-TOT-STATUS.          00000770
           SELECT TOTCPREV-FILE  ASSIGN DA-S-TOTPRV                     00000780
                                 FILE STATUS IS WS-PRV-STATUS.          00000790
           SELECT TOTREGN-FILE   ASSIGN DA-S-TOTREGN                    00000800
                                 FILE STATUS IS WS-REGN-STATUS.         00000810
           SELECT TOTPROV-FILE   ASSIGN DA-S-TOTPROV                    00000820
                                 FILE STATUS IS WS-PROV-STATUS.         00000830
           SELECT RUNLEDG-FILE   ASSIGN DA-S-RUNLEDG                    00000840
                                 FILE STATUS IS WS-RUNLEDG-STATUS.      00000850
           SELECT HISTCNTRY-FILE ASSIGN HISTCTR                         00000860
                                 ORGANIZATION IS INDEXED                00000870
                                 ACCESS MODE IS DYNAMIC                 00000880
                                 RECORD KEY IS HIST-KEY                 00000890
                                 FILE STATUS IS WS-HIST-STATUS.         00000900
           SELECT CNTRYREF-FILE  ASSIGN DA-S-CTRYREF                    00000910
                                 FILE STATUS IS WS-CREF-STATUS.         00000920
           SELECT HISTARCH-FILE  ASSIGN HISTARC                         00000920
                                 ORGANIZATION IS INDEXED                00000920
                                 ACCESS MODE IS DYNAMIC                 00000920
                                 RECORD KEY IS ARCH-KEY                 00000920
                                 FILE STATUS IS WS-ARCH-STATUS.         00000920
           SELECT SNAPLOG-FILE   ASSIGN DA-S-SNAPLOG.                   00000930
      ******************************************************************00000940
       DATA DIVISION.                                                   00000950
      ******************************************************************00000960
       FILE SECTION.                                                    00000970
      **********************************                                00000980
       FD  SNAPSTOR-FILE                                                00000990
      *******************                                               00001000
           LABEL RECORDS ARE STANDARD                                   00001010
           RECORD CONTAINS 110 CHARACTERS.                              00001020
       01  SNP-RECORD.                                                  00001030
           05 SNP-KEY.                                                  00001040
              10 SNP-SNAP-ID      PIC X(14).                            00001050
              10 SNP-FILE-ID      PIC X(08).                            00001060
              10 SNP-SEQ          PIC 9(08).                            00001070
           05 SNP-IMAGE           PIC X(80).                            00001080
      *******************                                               00001090
       FD  SNAPCAT-FILE                                                 00001100
      *******************                                               00001110
           RECORDING MODE F                                             00001120
           LABEL RECORDS ARE STANDARD                                   00001130
           BLOCK CONTAINS 0 RECORDS                                     00001140
           RECORD CONTAINS 120 CHARACTERS.                              00001150
       01  CAT-RECORD             PIC X(120).                           00001160
      *******************                                               00001170
       FD  TOTCNTRY-FILE                                                00001180
      *******************                                               00001190
           RECORDING MODE F                                             00001200
           LABEL RECORDS ARE STANDARD                                   00001210
           BLOCK CONTAINS 0 RECORDS                                     00001220
           RECORD CONTAINS 68 CHARACTERS.                               00001230
       01  TOT-RECORD.                                                  00001240
           05 TOT-COUNTRYCODE     PIC A(03).                            00001250
           05 FILLER              PIC X(65).                            00001260
       01  TOTCTL-RECORD.                                               00001270
           05 TOTCTL-TAG          PIC X(03).                            00001280
           05 TOTCTL-DATA-DATE    PIC X(08).                            00001290
           05 TOTCTL-REC-COUNT    PIC 9(08).                            00001300
           05 FILLER              PIC X(49).                            00001310
      *******************                                               00001320
       FD  TOTCPREV-FILE                                                00001330
      *******************                                               00001340
           RECORDING MODE F                                             00001350
           LABEL RECORDS ARE STANDARD                                   00001360
           BLOCK CONTAINS 0 RECORDS                                     00001370
           RECORD CONTAINS 68 CHARACTERS.                               00001380
       01  PRV-RECORD.                                                  00001390
           05 PRVCTL-TAG          PIC X(03).                            00001400
           05 PRVCTL-DATA-DATE    PIC X(08).                            00001410
           05 FILLER              PIC X(57).                            00001420
      *******************                                               00001430
       FD  TOTREGN-FILE                                                 00001440
      *******************                                               00001450
           RECORDING MODE F                                             00001460
           LABEL RECORDS ARE STANDARD                                   00001470
           BLOCK CONTAINS 0 RECORDS                                     00001480
           RECORD CONTAINS 41 CHARACTERS.                               00001490
       01  TOTREGN-RECORD.                                              00001500
           05 RCTL-TAG            PIC X(03).                            00001510
           05 RCTL-DATA-DATE      PIC X(08).                            00001520
           05 FILLER              PIC X(30).                            00001530
      *******************                                               00001540
       FD  TOTPROV-FILE                                                 00001550
      *******************                                               00001560
           RECORDING MODE F                                             00001570
           LABEL RECORDS ARE STANDARD                                   00001580
           BLOCK CONTAINS 0 RECORDS                                     00001590
           RECORD CONTAINS 70 CHARACTERS.                               00001600
       01  TOTPROV-RECORD         PIC X(70).                            00001610
      *******************                                               00001620
       FD  RUNLEDG-FILE                                                 00001630
      *******************                                               00001640
           RECORDING MODE F                                             00001650
           LABEL RECORDS ARE STANDARD                                   00001660
           BLOCK CONTAINS 0 RECORDS                                     00001670
           RECORD CONTAINS 37 CHARACTERS.                               00001680
       01  RUNLEDG-RECORD.                                              00001690
           05 RUN-DATA-DATE       PIC X(08).                            00001700
           05 RUN-RUN-DATE        PIC X(08).                            00001710
           05 RUN-START-TIME      PIC X(06).                            00001720
           05 RUN-END-TIME        PIC X(06).                            00001730
           05 RUN-REC-COUNT       PIC 9(08).                            00001740
           05 RUN-STATUS          PIC X.                                00001750
              88 RUN-STARTED                VALUE 'S'.                  00001760
              88 RUN-COMPLETE               VALUE 'C'.                  00001770
      *******************                                               00001780
       FD  HISTCNTRY-FILE                                               00001790
      *******************                                               00001800
           LABEL RECORDS ARE STANDARD                                   00001810
           RECORD CONTAINS 80 CHARACTERS.                               00001820
       01  HIST-RECORD.                                                 00001830
           05 HIST-KEY.                                                 00001840
              10 HIST-COUNTRYCODE PIC A(03).                            00001850
              10 HIST-DATA-DATE   PIC X(08).                            00001860
           05 FILLER              PIC X(69).                            00001870
      *******************                                               00001880
       FD  CNTRYREF-FILE                                                00001890
      *******************                                               00001900
           RECORDING MODE F                                             00001910
           LABEL RECORDS ARE STANDARD                                   00001920
           BLOCK CONTAINS 0 RECORDS                                     00001930
           RECORD CONTAINS 59 CHARACTERS.                               00001940
       01  CREF-RECORD            PIC X(59).                            00001950
      *******************                                               00001960
       FD  HISTARCH-FILE                                                00001960
      *******************                                               00001960
           LABEL RECORDS ARE STANDARD                                   00001960
           RECORD CONTAINS 80 CHARACTERS.                               00001960
       01  ARCH-RECORD.                                                 00001960
           05 ARCH-KEY            PIC X(11).                            00001960
           05 FILLER              PIC X(69).                            00001960
      *******************                                               00001960
       FD  SNAPLOG-FILE                                                 00001970
      *******************                                               00001980
           RECORDING MODE F                                             00001990
           LABEL RECORDS ARE STANDARD                                   00002000
           BLOCK CONTAINS 0 RECORDS                                     00002010
           RECORD CONTAINS 160 CHARACTERS.                              00002020
       01  LOG-RECORD.                                                  00002030
           05 LOG-RESTORE-DATE    PIC X(08).                            00002040
           05 LOG-RESTORE-TIME    PIC 9(06).                            00002050
           05 LOG-SNAP-ID         PIC X(14).                            00002060
           05 LOG-LABEL           PIC X(20).                            00002070
           05 LOG-DATA-DATE       PIC X(08).                            00002080
           05 LOG-OPERATOR        PIC X(08).                            00002090
           05 LOG-REASON          PIC X(40).                            00002100
           05 LOG-RECORDS         PIC 9(09).                            00002110
           05 LOG-FILES-LEFT      PIC 9(01).                            00002120
           05 LOG-CHECKS-FAILED   PIC 9(02).                            00002130
           05 LOG-RESULT          PIC X(01).                            00002140
              88 LOG-CONSISTENT             VALUE 'C'.                  00002150
              88 LOG-INCONSISTENT           VALUE 'I'.                  00002160
           05 LOG-FIRST-FAILURE   PIC X(40).                            00002170
           05 FILLER              PIC X(03).                            00002180
      **********************************                                00002190
       WORKING-STORAGE SECTION.                                         00002200
      **********************************                                00002210
       01  SWITCHES.                                                    00002220
           05 END-OF-FILE         PIC X      VALUE 'N'.                 00002230
              88 EOF                         VALUE 'Y'.                 00002240
           05 WS-STORE-END-SW     PIC X      VALUE 'N'.                 00002250
              88 STORE-END                   VALUE 'Y'.                 00002260
           05 WS-CAT-FOUND-SW     PIC X      VALUE 'N'.                 00002270
              88 CAT-FOUND                   VALUE 'Y'.                 00002280
           05 WS-STORE-SHORT-SW   PIC X      VALUE 'N'.                 00002290
              88 STORE-SHORT                 VALUE 'Y'.                 00002300
           05 WS-CHECK-SW         PIC X      VALUE 'N'.                 00002310
              88 CHECK-PASSED                VALUE 'Y'.                 00002320
           05 WS-ROW-ON-FILE-SW   PIC X      VALUE 'N'.                 00002330
              88 ROW-ON-FILE                 VALUE 'Y'.                 00002340
       01  WS-SNP-STATUS          PIC XX.                               00002350
       01  WS-CAT-STATUS          PIC XX.                               00002360
       01  WS-TOT-STATUS          PIC XX.                               00002370
       01  WS-PRV-STATUS          PIC XX.                               00002380
       01  WS-REGN-STATUS         PIC XX.                               00002390
       01  WS-PROV-STATUS         PIC XX.                               00002400
       01  WS-RUNLEDG-STATUS      PIC XX.                               00002410
       01  WS-HIST-STATUS         PIC XX.                               00002420
       01  WS-CREF-STATUS         PIC XX.                               00002430
       01  WS-ARCH-STATUS         PIC XX.                               00002430
      * The files of the set, in the same order SNAPSAVE keeps them.    00002440
       01  WS-FILE-ID-LIST.                                             00002450
           05 FILLER              PIC X(08)  VALUE 'TOTCTR  '.          00002460
           05 FILLER              PIC X(08)  VALUE 'TOTPRV  '.          00002470
           05 FILLER              PIC X(08)  VALUE 'TOTREGN '.          00002480
           05 FILLER              PIC X(08)  VALUE 'TOTPROV '.          00002490
           05 FILLER              PIC X(08)  VALUE 'RUNLEDG '.          00002500
           05 FILLER              PIC X(08)  VALUE 'HISTCTR '.          00002510
           05 FILLER              PIC X(08)  VALUE 'CTRYREF '.          00002520
           05 FILLER              PIC X(08)  VALUE 'HISTARC '.          00002520
       01  WS-FILE-ID-TABLE REDEFINES WS-FILE-ID-LIST.                  00002530
           05 WS-FILE-ID          PIC X(08)  OCCURS 8 TIMES.            00002540
       01  COUNTER-MAX-FILE       PIC 9(01)  VALUE 8.                   00002550
       01  WS-FILE-SUB            PIC 9(01)  VALUE 0.                   00002560
      * The catalog entry of the snapshot being restored, laid out as   00002570
      *  SNAPSAVE writes it.                                            00002580
       01  WS-CAT-WORK.                                                 00002590
           05 CAT-SNAP-ID         PIC X(14).                            00002600
           05 CAT-LABEL           PIC X(20).                            00002610
           05 CAT-DATA-DATE       PIC X(08).                            00002620
           05 CAT-STATUS          PIC X(01).                            00002630
              88 CAT-COMPLETE                VALUE 'C'.                 00002640
           05 CAT-FILE            OCCURS 8 TIMES.                       00002650
              10 CAT-FILE-PRESENT PIC X(01).                            00002660
              10 CAT-FILE-COUNT   PIC 9(08).                            00002670
           05 FILLER              PIC X(05).                            00002680
       01  WS-REST-CARD.                                                00002690
           05 RC-SNAP-ID          PIC X(14).                            00002700
           05 FILLER              PIC X(01).                            00002710
           05 RC-OPERATOR         PIC X(08).                            00002720
           05 FILLER              PIC X(01).                            00002730
           05 RC-REASON           PIC X(40).                            00002740
           05 FILLER              PIC X(16).                            00002750
       01  COUNTERS.                                                    00002760
           05 WS-STORE-COUNT      PIC 9(08)  VALUE 0.                   00002770
           05 WS-FILE-RESTORED    PIC 9(08)  VALUE 0.                   00002780
           05 WS-RESTORED-COUNT   PIC 9(09)  VALUE 0.                   00002790
           05 WS-EMPTIED-COUNT    PIC 9(09)  VALUE 0.                   00002800
           05 WS-FILES-LEFT       PIC 9(01)  VALUE 0.                   00002810
           05 WS-CHECKS-FAILED    PIC 9(02)  VALUE 0.                   00002820
      * What the consistency checks find on the restored set.           00002830
       01  CHECK-DATA.                                                  00002840
           05 WS-CHECK-TEXT       PIC X(40).                            00002850
           05 WS-FIRST-FAILURE    PIC X(40)  VALUE SPACES.              00002860
           05 WS-CTL-DATE         PIC X(08)  VALUE SPACES.              00002870
           05 WS-CTL-COUNT        PIC 9(08)  VALUE 0.                   00002880
           05 WS-TOT-ROWS         PIC 9(08)  VALUE 0.                   00002890
           05 WS-REGN-DATE        PIC X(08)  VALUE SPACES.              00002900
           05 WS-PRV-DATE         PIC X(08)  VALUE SPACES.              00002910
           05 WS-LEDG-CTL-STATUS  PIC X(01)  VALUE SPACE.               00002920
           05 WS-LEDG-LATEST-C    PIC X(08)  VALUE SPACES.              00002930
           05 WS-LEDG-STARTED     PIC 9(05)  VALUE 0.                   00002940
           05 WS-HIST-LATEST      PIC X(08)  VALUE SPACES.              00002950
           05 WS-HIST-CTL-ROWS    PIC 9(08)  VALUE 0.                   00002960
           05 WS-HIST-ARCH-ROWS   PIC 9(08)  VALUE 0.                   00002960
           05 WS-TOT-OPEN-SW      PIC X(01)  VALUE 'N'.                 00002970
           05 WS-REGN-OPEN-SW     PIC X(01)  VALUE 'N'.                 00002980
           05 WS-PRV-OPEN-SW      PIC X(01)  VALUE 'N'.                 00002990
           05 WS-LEDG-OPEN-SW     PIC X(01)  VALUE 'N'.                 00003000
           05 WS-HIST-OPEN-SW     PIC X(01)  VALUE 'N'.                 00003010
           05 WS-ARCH-OPEN-SW     PIC X(01)  VALUE 'N'.                 00003010
       01  WS-TODAYS-DATE.                                              00003020
           05 TD-MONTH            PIC X(02).                            00003030
           05 FILLER              PIC X.                                00003040
           05 TD-DAY              PIC X(02).                            00003050
           05 FILLER              PIC X.                                00003060
           05 TD-YEAR             PIC X(02).                            00003070
       01  WS-TODAYS-TIME         PIC 9(06).                            00003080
       01  WS-TODAY-YMD.                                                00003090
           05 TY-CENTURY          PIC X(02)  VALUE '20'.                00003100
           05 TY-YEAR             PIC X(02).                            00003110
           05 TY-MONTH            PIC X(02).                            00003120
           05 TY-DAY              PIC X(02).                            00003130
      ******************************************************************00003140
       PROCEDURE DIVISION.                                              00003150
      ******************************************************************00003160
       0000-MAIN.                                                       00003170
           PERFORM 1000-INITIALISE THRU 1000-EXIT.                      00003180
           PERFORM 2100-RESTORE-TOTCNTRY THRU 2100-EXIT.                00003190
           PERFORM 2200-RESTORE-TOTCPREV THRU 2200-EXIT.                00003200
           PERFORM 2300-RESTORE-TOTREGN THRU 2300-EXIT.                 00003210
           PERFORM 2400-RESTORE-TOTPROV THRU 2400-EXIT.                 00003220
           PERFORM 2500-RESTORE-RUNLEDG THRU 2500-EXIT.                 00003230
           PERFORM 2600-RESTORE-HISTCNTRY THRU 2600-EXIT.               00003240
           PERFORM 2700-RESTORE-CNTRYREF THRU 2700-EXIT.                00003250
           PERFORM 2800-RESTORE-HISTARCH THRU 2800-EXIT.                00003250
           CLOSE SNAPSTOR-FILE.                                         00003260
           PERFORM 3000-CHECK-CONSISTENCY THRU 3000-EXIT.               00003270
           PERFORM 4000-LOG-RESTORE THRU 4000-EXIT.                     00003280
           PERFORM 9000-PRINT-SUMMARY THRU 9000-EXIT.                   00003290
       0000-EXIT.                                                       00003300
           STOP RUN.                                                    00003310
      **********************************                                00003320
       1000-INITIALISE.                                                 00003330
      **********************************                                00003340
           DISPLAY 'SNAPREST - MASTER FILE RESTORE STARTING'.           00003350
           MOVE SPACES TO WS-REST-CARD.                                 00003360
           ACCEPT WS-REST-CARD.                                         00003370
           IF RC-SNAP-ID IS NOT NUMERIC THEN                            00003380
               DISPLAY 'SNAPREST - SNAPSHOT ID ' RC-SNAP-ID             00003390
                   ' IS NOT A VALID YYYYMMDDHHMMSS - RUN ABANDONED'     00003400
               MOVE 16 TO RETURN-CODE                                   00003410
               STOP RUN.                                                00003420
           IF RC-OPERATOR = SPACES THEN                                 00003430
               DISPLAY 'SNAPREST - NO OPERATOR ID ON SYSIN - RUN '      00003440
                       'ABANDONED'                                      00003450
               MOVE 16 TO RETURN-CODE                                   00003460
               STOP RUN.                                                00003470
           MOVE CURRENT-DATE TO WS-TODAYS-DATE.                         00003480
           MOVE TIME-OF-DAY  TO WS-TODAYS-TIME.                         00003490
           MOVE TD-YEAR  TO TY-YEAR.                                    00003500
           MOVE TD-MONTH TO TY-MONTH.                                   00003510
           MOVE TD-DAY   TO TY-DAY.                                     00003520
           PERFORM 1100-FIND-SNAPSHOT THRU 1100-EXIT.                   00003530
           OPEN INPUT SNAPSTOR-FILE.                                    00003540
           IF WS-SNP-STATUS NOT = '00' THEN                             00003550
               DISPLAY 'SNAPREST - SNAPSTOR OPEN FAILED, STATUS '       00003560
                   WS-SNP-STATUS ' - RUN ABANDONED'                     00003570
               MOVE 16 TO RETURN-CODE                                   00003580
               STOP RUN.                                                00003590
           PERFORM 1200-VERIFY-STORE THRU 1200-EXIT.                    00003600
           DISPLAY 'SNAPREST - RESTORING SNAPSHOT ' CAT-SNAP-ID ' '     00003610
               CAT-LABEL ' DATA DATE ' CAT-DATA-DATE.                   00003620
       1000-EXIT.                                                       00003630
           EXIT.                                                        00003640
      **********************************                                00003650
       1100-FIND-SNAPSHOT.                                              00003660
      **********************************                                00003670
           OPEN INPUT SNAPCAT-FILE.                                     00003680
           IF WS-CAT-STATUS NOT = '00' THEN                             00003690
               DISPLAY 'SNAPREST - SNAPCAT OPEN FAILED, STATUS '        00003700
                   WS-CAT-STATUS ' - RUN ABANDONED'                     00003710
               MOVE 16 TO RETURN-CODE                                   00003720
               STOP RUN.                                                00003730
           MOVE 'N' TO END-OF-FILE.                                     00003740
           PERFORM 1110-READ-CATALOG-RECORD THRU 1110-EXIT              00003750
               UNTIL EOF OR CAT-FOUND.                                  00003760
           CLOSE SNAPCAT-FILE.                                          00003770
           MOVE 'N' TO END-OF-FILE.                                     00003780
           IF NOT CAT-FOUND THEN                                        00003790
               DISPLAY 'SNAPREST - SNAPSHOT ' RC-SNAP-ID                00003800
                   ' IS NOT ON THE CATALOG - RUN ABANDONED'             00003810
               MOVE 16 TO RETURN-CODE                                   00003820
               STOP RUN.                                                00003830
      * An entry still in progress belongs to a snapshot that never     00003840
      *  finished - its set is not whole.                               00003850
           IF NOT CAT-COMPLETE THEN                                     00003860
               DISPLAY 'SNAPREST - SNAPSHOT ' RC-SNAP-ID                00003870
                   ' NEVER COMPLETED, STATUS ' CAT-STATUS               00003880
                   ' - RUN ABANDONED'                                   00003890
               MOVE 16 TO RETURN-CODE                                   00003900
               STOP RUN.                                                00003910
      * An entry written before the archive was saved with the set      00003910
      *  has its archive slot blank - the archive was not taken.        00003910
           IF CAT-FILE-PRESENT (8) = SPACE THEN                         00003910
               MOVE 'N' TO CAT-FILE-PRESENT (8)                         00003910
               MOVE 0   TO CAT-FILE-COUNT (8).                          00003910
       1100-EXIT.                                                       00003920
           EXIT.                                                        00003930
      **********************************                                00003940
       1110-READ-CATALOG-RECORD.                                        00003950
      **********************************                                00003960
           READ SNAPCAT-FILE INTO WS-CAT-WORK                           00003970
               AT END MOVE 'Y' TO END-OF-FILE.                          00003980
           IF NOT EOF AND CAT-SNAP-ID = RC-SNAP-ID THEN                 00003990
               MOVE 'Y' TO WS-CAT-FOUND-SW.                             00004000
       1110-EXIT.                                                       00004010
           EXIT.                                                        00004020
      **********************************                                00004030
       1200-VERIFY-STORE.                                               00004040
      **********************************                                00004050
      * Every file's records are counted off the store before a single  00004060
      *  master is opened for output: a snapshot the store no longer    00004070
      *  holds whole is refused with the current set untouched.         00004080
           MOVE 1 TO WS-FILE-SUB.                                       00004090
           PERFORM 1210-COUNT-STORE-FILE THRU 1210-EXIT                 00004100
               UNTIL WS-FILE-SUB > COUNTER-MAX-FILE.                    00004110
           IF STORE-SHORT THEN                                          00004120
               DISPLAY 'SNAPREST - SNAPSHOT ' CAT-SNAP-ID               00004130
                   ' NOT WHOLE ON THE STORE - NOTHING RESTORED'         00004140
               MOVE 16 TO RETURN-CODE                                   00004150
               STOP RUN.                                                00004160
       1200-EXIT.                                                       00004170
           EXIT.                                                        00004180
      **********************************                                00004190
       1210-COUNT-STORE-FILE.                                           00004200
      **********************************                                00004210
           MOVE 0 TO WS-STORE-COUNT.                                    00004220
           PERFORM 2900-POSITION-STORE THRU 2900-EXIT.                  00004230
           PERFORM 1220-COUNT-STORE-ROW THRU 1220-EXIT                  00004240
               UNTIL STORE-END.                                         00004250
           IF WS-STORE-COUNT NOT = CAT-FILE-COUNT (WS-FILE-SUB) THEN    00004260
               DISPLAY 'SNAPREST - ' WS-FILE-ID (WS-FILE-SUB)           00004270
                   ' CATALOG COUNT ' CAT-FILE-COUNT (WS-FILE-SUB)       00004280
                   ' STORE COUNT ' WS-STORE-COUNT                       00004290
               MOVE 'Y' TO WS-STORE-SHORT-SW.                           00004300
           ADD 1 TO WS-FILE-SUB.                                        00004310
       1210-EXIT.                                                       00004320
           EXIT.                                                        00004330
      **********************************                                00004340
       1220-COUNT-STORE-ROW.                                            00004350
      **********************************                                00004360
           PERFORM 2910-READ-STORE-ROW THRU 2910-EXIT.                  00004370
           IF NOT STORE-END THEN                                        00004380
               ADD 1 TO WS-STORE-COUNT.                                 00004390
       1220-EXIT.                                                       00004400
           EXIT.                                                        00004410
      **********************************                                00004420
       2100-RESTORE-TOTCNTRY.                                           00004430
      **********************************                                00004440
           MOVE 1 TO WS-FILE-SUB.                                       00004450
           IF CAT-FILE-PRESENT (WS-FILE-SUB) NOT = 'Y' THEN             00004460
               PERFORM 2950-FILE-LEFT THRU 2950-EXIT                    00004470
               GO TO 2100-EXIT.                                         00004480
           OPEN OUTPUT TOTCNTRY-FILE.                                   00004490
           IF WS-TOT-STATUS NOT = '00' THEN                             00004500
               MOVE WS-TOT-STATUS TO WS-SNP-STATUS                      00004510
               PERFORM 2960-OPEN-FAILED THRU 2960-EXIT.                 00004520
           MOVE 0 TO WS-FILE-RESTORED.                                  00004530
           PERFORM 2900-POSITION-STORE THRU 2900-EXIT.                  00004540
           PERFORM 2110-RESTORE-TOTCNTRY-ROW THRU 2110-EXIT             00004550
               UNTIL STORE-END.                                         00004560
           CLOSE TOTCNTRY-FILE.                                         00004570
           PERFORM 2970-FILE-RESTORED THRU 2970-EXIT.                   00004580
       2100-EXIT.                                                       00004590
           EXIT.                                                        00004600
      **********************************                                00004610
       2110-RESTORE-TOTCNTRY-ROW.                                       00004620
      **********************************                                00004630
           PERFORM 2910-READ-STORE-ROW THRU 2910-EXIT.                  00004640
           IF STORE-END THEN                                            00004650
               GO TO 2110-EXIT.                                         00004660
           MOVE SNP-IMAGE TO TOT-RECORD.                                00004670
           WRITE TOT-RECORD.                                            00004680
           ADD 1 TO WS-FILE-RESTORED.                                   00004690
       2110-EXIT.                                                       00004700
           EXIT.                                                        00004710
      **********************************                                00004720
       2200-RESTORE-TOTCPREV.                                           00004730
      **********************************                                00004740
           MOVE 2 TO WS-FILE-SUB.                                       00004750
           IF CAT-FILE-PRESENT (WS-FILE-SUB) NOT = 'Y' THEN             00004760
               PERFORM 2950-FILE-LEFT THRU 2950-EXIT                    00004770
               GO TO 2200-EXIT.                                         00004780
           OPEN OUTPUT TOTCPREV-FILE.                                   00004790
           IF WS-PRV-STATUS NOT = '00' THEN                             00004800
               MOVE WS-PRV-STATUS TO WS-SNP-STATUS                      00004810
               PERFORM 2960-OPEN-FAILED THRU 2960-EXIT.                 00004820
           MOVE 0 TO WS-FILE-RESTORED.                                  00004830
           PERFORM 2900-POSITION-STORE THRU 2900-EXIT.                  00004840
           PERFORM 2210-RESTORE-TOTCPREV-ROW THRU 2210-EXIT             00004850
               UNTIL STORE-END.                                         00004860
           CLOSE TOTCPREV-FILE.                                         00004870
           PERFORM 2970-FILE-RESTORED THRU 2970-EXIT.                   00004880
       2200-EXIT.                                                       00004890
           EXIT.                                                        00004900
      **********************************                                00004910
       2210-RESTORE-TOTCPREV-ROW.                                       00004920
      **********************************                                00004930
           PERFORM 2910-READ-STORE-ROW THRU 2910-EXIT.                  00004940
           IF STORE-END THEN                                            00004950
               GO TO 2210-EXIT.                                         00004960
           MOVE SNP-IMAGE TO PRV-RECORD.                                00004970
           WRITE PRV-RECORD.                                            00004980
           ADD 1 TO WS-FILE-RESTORED.                                   00004990
       2210-EXIT.                                                       00005000
           EXIT.                                                        00005010
      **********************************                                00005020
       2300-RESTORE-TOTREGN.                                            00005030
      **********************************                                00005040
           MOVE 3 TO WS-FILE-SUB.                                       00005050
           IF CAT-FILE-PRESENT (WS-FILE-SUB) NOT = 'Y' THEN             00005060
               PERFORM 2950-FILE-LEFT THRU 2950-EXIT                    00005070
               GO TO 2300-EXIT.                                         00005080
           OPEN OUTPUT TOTREGN-FILE.                                    00005090
           IF WS-REGN-STATUS NOT = '00' THEN                            00005100
               MOVE WS-REGN-STATUS TO WS-SNP-STATUS                     00005110
               PERFORM 2960-OPEN-FAILED THRU 2960-EXIT.                 00005120
           MOVE 0 TO WS-FILE-RESTORED.                                  00005130
           PERFORM 2900-POSITION-STORE THRU 2900-EXIT.                  00005140
           PERFORM 2310-RESTORE-TOTREGN-ROW THRU 2310-EXIT              00005150
               UNTIL STORE-END.                                         00005160
           CLOSE TOTREGN-FILE.                                          00005170
           PERFORM 2970-FILE-RESTORED THRU 2970-EXIT.                   00005180
       2300-EXIT.                                                       00005190
           EXIT.                                                        00005200
      **********************************                                00005210
       2310-RESTORE-TOTREGN-ROW.                                        00005220
      **********************************                                00005230
           PERFORM 2910-READ-STORE-ROW THRU 2910-EXIT.                  00005240
           IF STORE-END THEN                                            00005250
               GO TO 2310-EXIT.                                         00005260
           MOVE SNP-IMAGE TO TOTREGN-RECORD.                            00005270
           WRITE TOTREGN-RECORD.                                        00005280
           ADD 1 TO WS-FILE-RESTORED.                                   00005290
       2310-EXIT.                                                       00005300
           EXIT.                                                        00005310
      **********************************                                00005320
       2400-RESTORE-TOTPROV.                                            00005330
      **********************************                                00005340
           MOVE 4 TO WS-FILE-SUB.                                       00005350
           IF CAT-FILE-PRESENT (WS-FILE-SUB) NOT = 'Y' THEN             00005360
               PERFORM 2950-FILE-LEFT THRU 2950-EXIT                    00005370
               GO TO 2400-EXIT.                                         00005380
           OPEN OUTPUT TOTPROV-FILE.                                    00005390
           IF WS-PROV-STATUS NOT = '00' THEN                            00005400
               MOVE WS-PROV-STATUS TO WS-SNP-STATUS                     00005410
               PERFORM 2960-OPEN-FAILED THRU 2960-EXIT.                 00005420
           MOVE 0 TO WS-FILE-RESTORED.                                  00005430
           PERFORM 2900-POSITION-STORE THRU 2900-EXIT.                  00005440
           PERFORM 2410-RESTORE-TOTPROV-ROW THRU 2410-EXIT              00005450
               UNTIL STORE-END.                                         00005460
           CLOSE TOTPROV-FILE.                                          00005470
           PERFORM 2970-FILE-RESTORED THRU 2970-EXIT.                   00005480
       2400-EXIT.                                                       00005490
           EXIT.                                                        00005500
      **********************************                                00005510
       2410-RESTORE-TOTPROV-ROW.                                        00005520
      **********************************                                00005530
           PERFORM 2910-READ-STORE-ROW THRU 2910-EXIT.                  00005540
           IF STORE-END THEN                                            00005550
               GO TO 2410-EXIT.                                         00005560
           MOVE SNP-IMAGE TO TOTPROV-RECORD.                            00005570
           WRITE TOTPROV-RECORD.                                        00005580
           ADD 1 TO WS-FILE-RESTORED.                                   00005590
       2410-EXIT.                                                       00005600
           EXIT.                                                        00005610
      **********************************                                00005620
       2500-RESTORE-RUNLEDG.                                            00005630
      **********************************                                00005640
           MOVE 5 TO WS-FILE-SUB.                                       00005650
           IF CAT-FILE-PRESENT (WS-FILE-SUB) NOT = 'Y' THEN             00005660
               PERFORM 2950-FILE-LEFT THRU 2950-EXIT                    00005670
               GO TO 2500-EXIT.                                         00005680
           OPEN OUTPUT RUNLEDG-FILE.                                    00005690
           IF WS-RUNLEDG-STATUS NOT = '00' THEN                         00005700
               MOVE WS-RUNLEDG-STATUS TO WS-SNP-STATUS                  00005710
               PERFORM 2960-OPEN-FAILED THRU 2960-EXIT.                 00005720
           MOVE 0 TO WS-FILE-RESTORED.                                  00005730
           PERFORM 2900-POSITION-STORE THRU 2900-EXIT.                  00005740
           PERFORM 2510-RESTORE-RUNLEDG-ROW THRU 2510-EXIT              00005750
               UNTIL STORE-END.                                         00005760
           CLOSE RUNLEDG-FILE.                                          00005770
           PERFORM 2970-FILE-RESTORED THRU 2970-EXIT.                   00005780
       2500-EXIT.                                                       00005790
           EXIT.                                                        00005800
      **********************************                                00005810
       2510-RESTORE-RUNLEDG-ROW.                                        00005820
      **********************************                                00005830
           PERFORM 2910-READ-STORE-ROW THRU 2910-EXIT.                  00005840
           IF STORE-END THEN                                            00005850
               GO TO 2510-EXIT.                                         00005860
           MOVE SNP-IMAGE TO RUNLEDG-RECORD.                            00005870
           WRITE RUNLEDG-RECORD.                                        00005880
           ADD 1 TO WS-FILE-RESTORED.                                   00005890
       2510-EXIT.                                                       00005900
           EXIT.                                                        00005910
      **********************************                                00005920
       2600-RESTORE-HISTCNTRY.                                          00005930
      **********************************                                00005940
      * The history is keyed and defined once, so it is not rewritten   00005950
      *  whole like the others: every row now on it is deleted, the     00005960
      *  way HISTBACK deletes a backed-out date, and the snapshot's     00005970
      *  rows are written back. A freshly defined, empty cluster        00005980
      *  needs OPEN OUTPUT.                                             00005990
           MOVE 6 TO WS-FILE-SUB.                                       00006000
           IF CAT-FILE-PRESENT (WS-FILE-SUB) NOT = 'Y' THEN             00006010
               PERFORM 2950-FILE-LEFT THRU 2950-EXIT                    00006020
               GO TO 2600-EXIT.                                         00006030
           OPEN I-O HISTCNTRY-FILE.                                     00006040
           IF WS-HIST-STATUS = '00' THEN                                00006050
               MOVE 'N' TO END-OF-FILE                                  00006060
               PERFORM 2610-EMPTY-HISTORY-ROW THRU 2610-EXIT            00006070
                   UNTIL EOF                                            00006080
               MOVE 'N' TO END-OF-FILE                                  00006090
           ELSE                                                         00006100
               OPEN OUTPUT HISTCNTRY-FILE.                              00006110
           IF WS-HIST-STATUS NOT = '00' THEN                            00006120
               MOVE WS-HIST-STATUS TO WS-SNP-STATUS                     00006130
               PERFORM 2960-OPEN-FAILED THRU 2960-EXIT.                 00006140
           MOVE 0 TO WS-FILE-RESTORED.                                  00006150
           PERFORM 2900-POSITION-STORE THRU 2900-EXIT.                  00006160
           PERFORM 2620-RESTORE-HISTORY-ROW THRU 2620-EXIT              00006170
               UNTIL STORE-END.                                         00006180
           CLOSE HISTCNTRY-FILE.                                        00006190
           PERFORM 2970-FILE-RESTORED THRU 2970-EXIT.                   00006200
       2600-EXIT.                                                       00006210
           EXIT.                                                        00006220
      **********************************                                00006230
       2610-EMPTY-HISTORY-ROW.                                          00006240
      **********************************                                00006250
           READ HISTCNTRY-FILE NEXT RECORD                              00006260
               AT END MOVE 'Y' TO END-OF-FILE.                          00006270
           IF EOF THEN                                                  00006280
               GO TO 2610-EXIT.                                         00006290
           DELETE HISTCNTRY-FILE RECORD.                                00006300
           ADD 1 TO WS-EMPTIED-COUNT.                                   00006310
       2610-EXIT.                                                       00006320
           EXIT.                                                        00006330
      **********************************                                00006340
       2620-RESTORE-HISTORY-ROW.                                        00006350
      **********************************                                00006360
      * The history was emptied, so a key already on it can only be a   00006370
      *  second copy within the snapshot itself - it is reported and    00006380
      *  the first copy kept.                                           00006390
           PERFORM 2910-READ-STORE-ROW THRU 2910-EXIT.                  00006400
           IF STORE-END THEN                                            00006410
               GO TO 2620-EXIT.                                         00006420
           MOVE SNP-IMAGE TO HIST-RECORD.                               00006430
           MOVE 'N' TO WS-ROW-ON-FILE-SW.                               00006440
           WRITE HIST-RECORD                                            00006450
               INVALID KEY MOVE 'Y' TO WS-ROW-ON-FILE-SW.               00006460
           IF ROW-ON-FILE THEN                                          00006470
               DISPLAY 'SNAPREST - HISTORY KEY ' HIST-KEY               00006480
                   ' TWICE IN THE SNAPSHOT - SECOND COPY DROPPED'       00006490
           ELSE                                                         00006500
               ADD 1 TO WS-FILE-RESTORED.                               00006510
       2620-EXIT.                                                       00006520
           EXIT.                                                        00006530
      **********************************                                00006540
       2700-RESTORE-CNTRYREF.                                           00006550
      **********************************                                00006560
           MOVE 7 TO WS-FILE-SUB.                                       00006570
           IF CAT-FILE-PRESENT (WS-FILE-SUB) NOT = 'Y' THEN             00006580
               PERFORM 2950-FILE-LEFT THRU 2950-EXIT                    00006590
               GO TO 2700-EXIT.                                         00006600
           OPEN OUTPUT CNTRYREF-FILE.                                   00006610
           IF WS-CREF-STATUS NOT = '00' THEN                            00006620
               MOVE WS-CREF-STATUS TO WS-SNP-STATUS                     00006630
               PERFORM 2960-OPEN-FAILED THRU 2960-EXIT.                 00006640
           MOVE 0 TO WS-FILE-RESTORED.                                  00006650
           PERFORM 2900-POSITION-STORE THRU 2900-EXIT.                  00006660
           PERFORM 2710-RESTORE-CNTRYREF-ROW THRU 2710-EXIT             00006670
               UNTIL STORE-END.                                         00006680
           CLOSE CNTRYREF-FILE.                                         00006690
           PERFORM 2970-FILE-RESTORED THRU 2970-EXIT.                   00006700
       2700-EXIT.                                                       00006710
           EXIT.                                                        00006720
      **********************************                                00006730
       2710-RESTORE-CNTRYREF-ROW.                                       00006740
      **********************************                                00006750
           PERFORM 2910-READ-STORE-ROW THRU 2910-EXIT.                  00006760
           IF STORE-END THEN                                            00006770
               GO TO 2710-EXIT.                                         00006780
           MOVE SNP-IMAGE TO CREF-RECORD.                               00006790
           WRITE CREF-RECORD.                                           00006800
           ADD 1 TO WS-FILE-RESTORED.                                   00006810
       2710-EXIT.                                                       00006820
           EXIT.                                                        00006830
      **********************************                                00006840
       2800-RESTORE-HISTARCH.                                           00006840
      **********************************                                00006840
      * Keyed like the history and put back the same way: emptied,      00006840
      *  then reloaded from the snapshot.                               00006840
           MOVE 8 TO WS-FILE-SUB.                                       00006840
           IF CAT-FILE-PRESENT (WS-FILE-SUB) NOT = 'Y' THEN             00006840
               PERFORM 2950-FILE-LEFT THRU 2950-EXIT                    00006840
               GO TO 2800-EXIT.                                         00006840
           OPEN I-O HISTARCH-FILE.                                      00006840
           IF WS-ARCH-STATUS = '00' THEN                                00006840
               MOVE 'N' TO END-OF-FILE                                  00006840
               PERFORM 2810-EMPTY-ARCHIVE-ROW THRU 2810-EXIT            00006840
                   UNTIL EOF                                            00006840
               MOVE 'N' TO END-OF-FILE                                  00006840
           ELSE                                                         00006840
               OPEN OUTPUT HISTARCH-FILE.                               00006840
           IF WS-ARCH-STATUS NOT = '00' THEN                            00006840
               MOVE WS-ARCH-STATUS TO WS-SNP-STATUS                     00006840
               PERFORM 2960-OPEN-FAILED THRU 2960-EXIT.                 00006840
           MOVE 0 TO WS-FILE-RESTORED.                                  00006840
           PERFORM 2900-POSITION-STORE THRU 2900-EXIT.                  00006840
           PERFORM 2820-RESTORE-ARCHIVE-ROW THRU 2820-EXIT              00006840
               UNTIL STORE-END.                                         00006840
           CLOSE HISTARCH-FILE.                                         00006840
           PERFORM 2970-FILE-RESTORED THRU 2970-EXIT.                   00006840
       2800-EXIT.                                                       00006840
           EXIT.                                                        00006840
      **********************************                                00006840
       2810-EMPTY-ARCHIVE-ROW.                                          00006840
      **********************************                                00006840
           READ HISTARCH-FILE NEXT RECORD                               00006840
               AT END MOVE 'Y' TO END-OF-FILE.                          00006840
           IF EOF THEN                                                  00006840
               GO TO 2810-EXIT.                                         00006840
           DELETE HISTARCH-FILE RECORD.                                 00006840
           ADD 1 TO WS-EMPTIED-COUNT.                                   00006840
       2810-EXIT.                                                       00006840
           EXIT.                                                        00006840
      **********************************                                00006840
       2820-RESTORE-ARCHIVE-ROW.                                        00006840
      **********************************                                00006840
           PERFORM 2910-READ-STORE-ROW THRU 2910-EXIT.                  00006840
           IF STORE-END THEN                                            00006840
               GO TO 2820-EXIT.                                         00006840
           MOVE SNP-IMAGE TO ARCH-RECORD.                               00006840
           MOVE 'N' TO WS-ROW-ON-FILE-SW.                               00006840
           WRITE ARCH-RECORD                                            00006840
               INVALID KEY MOVE 'Y' TO WS-ROW-ON-FILE-SW.               00006840
           IF ROW-ON-FILE THEN                                          00006840
               DISPLAY 'SNAPREST - ARCHIVE KEY ' ARCH-KEY               00006840
                   ' TWICE IN THE SNAPSHOT - SECOND COPY DROPPED'       00006840
           ELSE                                                         00006840
               ADD 1 TO WS-FILE-RESTORED.                               00006840
       2820-EXIT.                                                       00006840
           EXIT.                                                        00006840
      **********************************                                00006840
       2900-POSITION-STORE.                                             00006850
      **********************************                                00006860
      * Positions the store on the first record of the current file     00006870
      *  within the snapshot.                                           00006880
           MOVE 'N' TO WS-STORE-END-SW.                                 00006890
           MOVE CAT-SNAP-ID              TO SNP-SNAP-ID.                00006900
           MOVE WS-FILE-ID (WS-FILE-SUB) TO SNP-FILE-ID.                00006910
           MOVE 0                        TO SNP-SEQ.                    00006920
           START SNAPSTOR-FILE KEY IS NOT LESS THAN SNP-KEY             00006930
               INVALID KEY MOVE 'Y' TO WS-STORE-END-SW.                 00006940
       2900-EXIT.                                                       00006950
           EXIT.                                                        00006960
      **********************************                                00006970
       2910-READ-STORE-ROW.                                             00006980
      **********************************                                00006990
           READ SNAPSTOR-FILE NEXT RECORD                               00007000
               AT END MOVE 'Y' TO WS-STORE-END-SW.                      00007010
           IF STORE-END THEN                                            00007020
               GO TO 2910-EXIT.                                         00007030
           IF SNP-SNAP-ID NOT = CAT-SNAP-ID                             00007040
             OR SNP-FILE-ID NOT = WS-FILE-ID (WS-FILE-SUB) THEN         00007050
               MOVE 'Y' TO WS-STORE-END-SW.                             00007060
       2910-EXIT.                                                       00007070
           EXIT.                                                        00007080
      **********************************                                00007090
       2950-FILE-LEFT.                                                  00007100
      **********************************                                00007110
           DISPLAY 'SNAPREST - ' WS-FILE-ID (WS-FILE-SUB)               00007120
               ' WAS ABSENT FROM THE SNAPSHOT - LEFT AS IT IS'.         00007130
           ADD 1 TO WS-FILES-LEFT.                                      00007140
       2950-EXIT.                                                       00007150
           EXIT.                                                        00007160
      **********************************                                00007170
       2960-OPEN-FAILED.                                                00007180
      **********************************                                00007190
      * Files already put back stay put back; rerunning the restore     00007200
      *  puts the whole set back again.                                 00007210
           DISPLAY 'SNAPREST - ' WS-FILE-ID (WS-FILE-SUB)               00007220
               ' OPEN FAILED, STATUS ' WS-SNP-STATUS                    00007230
               ' - RESTORE INCOMPLETE, RERUN SNAPREST'.                 00007240
           MOVE 16 TO RETURN-CODE.                                      00007250
           STOP RUN.                                                    00007260
       2960-EXIT.                                                       00007270
           EXIT.                                                        00007280
      **********************************                                00007290
       2970-FILE-RESTORED.                                              00007300
      **********************************                                00007310
           DISPLAY 'SNAPREST - ' WS-FILE-ID (WS-FILE-SUB)               00007320
               ' RECORDS RESTORED : ' WS-FILE-RESTORED.                 00007330
           ADD WS-FILE-RESTORED TO WS-RESTORED-COUNT.                   00007340
       2970-EXIT.                                                       00007350
           EXIT.                                                        00007360
      **********************************                                00007370
       3000-CHECK-CONSISTENCY.                                          00007380
      **********************************                                00007390
           PERFORM 3100-READ-TOTCNTRY THRU 3100-EXIT.                   00007400
           PERFORM 3200-READ-TOTREGN THRU 3200-EXIT.                    00007410
           PERFORM 3300-READ-TOTCPREV THRU 3300-EXIT.                   00007420
           PERFORM 3400-READ-RUNLEDG THRU 3400-EXIT.                    00007430
           PERFORM 3500-READ-HISTCNTRY THRU 3500-EXIT.                  00007440
           MOVE 'TOTCNTRY CARRIES A CTL LABEL' TO WS-CHECK-TEXT.        00007450
           MOVE 'N' TO WS-CHECK-SW.                                     00007460
           IF WS-CTL-DATE NOT = SPACES THEN                             00007470
               MOVE 'Y' TO WS-CHECK-SW.                                 00007480
           PERFORM 3900-REPORT-CHECK THRU 3900-EXIT.                    00007490
      * Without a data date there is nothing to hold the other files    00007500
      *  against.                                                       00007510
           IF WS-CTL-DATE = SPACES THEN                                 00007520
               DISPLAY 'SNAPREST - NO DATA DATE - REMAINING CHECKS '    00007530
                       'NOT MADE'                                       00007540
               GO TO 3000-EXIT.                                         00007550
           MOVE 'CTL DATE IS THE SNAPSHOT DATA DATE' TO WS-CHECK-TEXT.  00007560
           MOVE 'N' TO WS-CHECK-SW.                                     00007570
           IF WS-CTL-DATE = CAT-DATA-DATE THEN                          00007580
               MOVE 'Y' TO WS-CHECK-SW.                                 00007590
           PERFORM 3900-REPORT-CHECK THRU 3900-EXIT.                    00007600
           MOVE 'CTL COUNT MATCHES TOTCNTRY ROWS' TO WS-CHECK-TEXT.     00007610
           MOVE 'N' TO WS-CHECK-SW.                                     00007620
           IF WS-CTL-COUNT = WS-TOT-ROWS THEN                           00007630
               MOVE 'Y' TO WS-CHECK-SW.                                 00007640
           PERFORM 3900-REPORT-CHECK THRU 3900-EXIT.                    00007650
           MOVE 'TOTREGN CTL DATE MATCHES TOTCNTRY' TO WS-CHECK-TEXT.   00007660
           MOVE 'N' TO WS-CHECK-SW.                                     00007670
           IF WS-REGN-DATE = WS-CTL-DATE THEN                           00007680
               MOVE 'Y' TO WS-CHECK-SW.                                 00007690
           PERFORM 3900-REPORT-CHECK THRU 3900-EXIT.                    00007700
      * A previous-day copy with no label is the bootstrap case.        00007710
           MOVE 'TOTCPREV NOT LATER THAN TOTCNTRY' TO WS-CHECK-TEXT.    00007720
           MOVE 'N' TO WS-CHECK-SW.                                     00007730
           IF WS-PRV-OPEN-SW = 'Y' AND WS-PRV-DATE NOT > WS-CTL-DATE    00007740
               THEN                                                     00007750
               MOVE 'Y' TO WS-CHECK-SW.                                 00007760
           PERFORM 3900-REPORT-CHECK THRU 3900-EXIT.                    00007770
           MOVE 'LEDGER HAS THE CTL DATE COMPLETE' TO WS-CHECK-TEXT.    00007780
           MOVE 'N' TO WS-CHECK-SW.                                     00007790
           IF WS-LEDG-CTL-STATUS = 'C' THEN                             00007800
               MOVE 'Y' TO WS-CHECK-SW.                                 00007810
           PERFORM 3900-REPORT-CHECK THRU 3900-EXIT.                    00007820
           MOVE 'LEDGER HAS NO LATER DATE COMPLETE' TO WS-CHECK-TEXT.   00007830
           MOVE 'N' TO WS-CHECK-SW.                                     00007840
           IF WS-LEDG-OPEN-SW = 'Y' AND WS-LEDG-LATEST-C = WS-CTL-DATE  00007850
               THEN                                                     00007860
               MOVE 'Y' TO WS-CHECK-SW.                                 00007870
           PERFORM 3900-REPORT-CHECK THRU 3900-EXIT.                    00007880
           MOVE 'LEDGER HAS NO RUN LEFT STARTED' TO WS-CHECK-TEXT.      00007890
           MOVE 'N' TO WS-CHECK-SW.                                     00007900
           IF WS-LEDG-OPEN-SW = 'Y' AND WS-LEDG-STARTED = 0 THEN        00007910
               MOVE 'Y' TO WS-CHECK-SW.                                 00007920
           PERFORM 3900-REPORT-CHECK THRU 3900-EXIT.                    00007930
           MOVE 'LATEST HISTORY DATE IS THE CTL DATE' TO WS-CHECK-TEXT. 00007940
           MOVE 'N' TO WS-CHECK-SW.                                     00007950
           IF WS-HIST-LATEST = WS-CTL-DATE THEN                         00007960
               MOVE 'Y' TO WS-CHECK-SW.                                 00007970
           PERFORM 3900-REPORT-CHECK THRU 3900-EXIT.                    00007980
           MOVE 'HISTORY ROWS OF CTL DATE MATCH TOTCNTRY'               00007990
               TO WS-CHECK-TEXT.                                        00008000
           MOVE 'N' TO WS-CHECK-SW.                                     00008010
           IF WS-HIST-CTL-ROWS = WS-TOT-ROWS THEN                       00008020
               MOVE 'Y' TO WS-CHECK-SW.                                 00008030
           PERFORM 3900-REPORT-CHECK THRU 3900-EXIT.                    00008040
      * HISTTRIM deletes every row it archives, so a key on both files  00008040
      *  means the history and the archive are from different points.   00008040
           MOVE 'NO HISTORY ROW ALSO ON THE ARCHIVE' TO WS-CHECK-TEXT.  00008040
           MOVE 'N' TO WS-CHECK-SW.                                     00008040
           IF WS-HIST-ARCH-ROWS = 0 THEN                                00008040
               MOVE 'Y' TO WS-CHECK-SW.                                 00008040
           PERFORM 3900-REPORT-CHECK THRU 3900-EXIT.                    00008040
       3000-EXIT.                                                       00008050
           EXIT.                                                        00008060
      **********************************                                00008070
       3100-READ-TOTCNTRY.                                              00008080
      **********************************                                00008090
      * The 'CTL' label is appended last, so the whole file is read.    00008100
           OPEN INPUT TOTCNTRY-FILE.                                    00008110
           IF WS-TOT-STATUS NOT = '00' THEN                             00008120
               GO TO 3100-EXIT.                                         00008130
           MOVE 'Y' TO WS-TOT-OPEN-SW.                                  00008140
           MOVE 'N' TO END-OF-FILE.                                     00008150
           PERFORM 3110-READ-TOTCNTRY-ROW THRU 3110-EXIT                00008160
               UNTIL EOF.                                               00008170
           CLOSE TOTCNTRY-FILE.                                         00008180
           MOVE 'N' TO END-OF-FILE.                                     00008190
       3100-EXIT.                                                       00008200
           EXIT.                                                        00008210
      **********************************                                00008220
       3110-READ-TOTCNTRY-ROW.                                          00008230
      **********************************                                00008240
           READ TOTCNTRY-FILE                                           00008250
               AT END MOVE 'Y' TO END-OF-FILE.                          00008260
           IF EOF THEN                                                  00008270
               GO TO 3110-EXIT.                                         00008280
           IF TOTCTL-TAG = 'CTL' THEN                                   00008290
               MOVE TOTCTL-DATA-DATE TO WS-CTL-DATE                     00008300
               MOVE TOTCTL-REC-COUNT TO WS-CTL-COUNT                    00008310
           ELSE                                                         00008320
               ADD 1 TO WS-TOT-ROWS.                                    00008330
       3110-EXIT.                                                       00008340
           EXIT.                                                        00008350
      **********************************                                00008360
       3200-READ-TOTREGN.                                               00008370
      **********************************                                00008380
      * The region file's label leads it - only the first record is     00008390
      *  needed.                                                        00008400
           OPEN INPUT TOTREGN-FILE.                                     00008410
           IF WS-REGN-STATUS NOT = '00' THEN                            00008420
               GO TO 3200-EXIT.                                         00008430
           MOVE 'Y' TO WS-REGN-OPEN-SW.                                 00008440
           READ TOTREGN-FILE                                            00008450
               AT END MOVE SPACES TO TOTREGN-RECORD.                    00008460
           IF RCTL-TAG = 'CTL' THEN                                     00008470
               MOVE RCTL-DATA-DATE TO WS-REGN-DATE.                     00008480
           CLOSE TOTREGN-FILE.                                          00008490
       3200-EXIT.                                                       00008500
           EXIT.                                                        00008510
      **********************************                                00008520
       3300-READ-TOTCPREV.                                              00008530
      **********************************                                00008540
           OPEN INPUT TOTCPREV-FILE.                                    00008550
           IF WS-PRV-STATUS NOT = '00' THEN                             00008560
               GO TO 3300-EXIT.                                         00008570
           MOVE 'Y' TO WS-PRV-OPEN-SW.                                  00008580
           MOVE 'N' TO END-OF-FILE.                                     00008590
           PERFORM 3310-READ-TOTCPREV-ROW THRU 3310-EXIT                00008600
               UNTIL EOF.                                               00008610
           CLOSE TOTCPREV-FILE.                                         00008620
           MOVE 'N' TO END-OF-FILE.                                     00008630
       3300-EXIT.                                                       00008640
           EXIT.                                                        00008650
      **********************************                                00008660
       3310-READ-TOTCPREV-ROW.                                          00008670
      **********************************                                00008680
           READ TOTCPREV-FILE                                           00008690
               AT END MOVE 'Y' TO END-OF-FILE.                          00008700
           IF NOT EOF AND PRVCTL-TAG = 'CTL' THEN                       00008710
               MOVE PRVCTL-DATA-DATE TO WS-PRV-DATE.                    00008720
       3310-EXIT.                                                       00008730
           EXIT.                                                        00008740
      **********************************                                00008750
       3400-READ-RUNLEDG.                                               00008760
      **********************************                                00008770
           OPEN INPUT RUNLEDG-FILE.                                     00008780
           IF WS-RUNLEDG-STATUS NOT = '00' THEN                         00008790
               GO TO 3400-EXIT.                                         00008800
           MOVE 'Y' TO WS-LEDG-OPEN-SW.                                 00008810
           MOVE 'N' TO END-OF-FILE.                                     00008820
           PERFORM 3410-READ-LEDGER-RECORD THRU 3410-EXIT               00008830
               UNTIL EOF.                                               00008840
           CLOSE RUNLEDG-FILE.                                          00008850
           MOVE 'N' TO END-OF-FILE.                                     00008860
       3400-EXIT.                                                       00008870
           EXIT.                                                        00008880
      **********************************                                00008890
       3410-READ-LEDGER-RECORD.                                         00008900
      **********************************                                00008910
           READ RUNLEDG-FILE                                            00008920
               AT END MOVE 'Y' TO END-OF-FILE.                          00008930
           IF EOF THEN                                                  00008940
               GO TO 3410-EXIT.                                         00008950
           IF RUN-DATA-DATE = WS-CTL-DATE THEN                          00008960
               MOVE RUN-STATUS TO WS-LEDG-CTL-STATUS.                   00008970
           IF RUN-COMPLETE AND RUN-DATA-DATE > WS-LEDG-LATEST-C THEN    00008980
               MOVE RUN-DATA-DATE TO WS-LEDG-LATEST-C.                  00008990
           IF RUN-STARTED THEN                                          00009000
               DISPLAY 'SNAPREST - LEDGER DATE ' RUN-DATA-DATE          00009010
                   ' LEFT STARTED'                                      00009020
               ADD 1 TO WS-LEDG-STARTED.                                00009030
       3410-EXIT.                                                       00009040
           EXIT.                                                        00009050
      **********************************                                00009060
       3500-READ-HISTCNTRY.                                             00009070
      **********************************                                00009080
      * Every history row is looked for on the archive as well; with    00009080
      *  no archive there is nothing it can be doubled on.              00009080
           OPEN INPUT HISTCNTRY-FILE.                                   00009090
           IF WS-HIST-STATUS NOT = '00' THEN                            00009100
               GO TO 3500-EXIT.                                         00009110
           MOVE 'Y' TO WS-HIST-OPEN-SW.                                 00009120
           OPEN INPUT HISTARCH-FILE.                                    00009120
           IF WS-ARCH-STATUS = '00' THEN                                00009120
               MOVE 'Y' TO WS-ARCH-OPEN-SW.                             00009120
           MOVE 'N' TO END-OF-FILE.                                     00009130
           PERFORM 3510-READ-HISTORY-ROW THRU 3510-EXIT                 00009140
               UNTIL EOF.                                               00009150
           CLOSE HISTCNTRY-FILE.                                        00009160
           IF WS-ARCH-OPEN-SW = 'Y' THEN                                00009160
               CLOSE HISTARCH-FILE.                                     00009160
           MOVE 'N' TO END-OF-FILE.                                     00009170
       3500-EXIT.                                                       00009180
           EXIT.                                                        00009190
      **********************************                                00009200
       3510-READ-HISTORY-ROW.                                           00009210
      **********************************                                00009220
           READ HISTCNTRY-FILE NEXT RECORD                              00009230
               AT END MOVE 'Y' TO END-OF-FILE.                          00009240
           IF EOF THEN                                                  00009250
               GO TO 3510-EXIT.                                         00009260
           IF HIST-DATA-DATE > WS-HIST-LATEST THEN                      00009270
               MOVE HIST-DATA-DATE TO WS-HIST-LATEST.                   00009280
           IF HIST-DATA-DATE = WS-CTL-DATE THEN                         00009290
               ADD 1 TO WS-HIST-CTL-ROWS.                               00009300
           IF WS-ARCH-OPEN-SW NOT = 'Y' THEN                            00009300
               GO TO 3510-EXIT.                                         00009300
           MOVE HIST-KEY TO ARCH-KEY.                                   00009300
           READ HISTARCH-FILE                                           00009300
               INVALID KEY MOVE SPACES TO ARCH-RECORD.                  00009300
           IF WS-ARCH-STATUS = '00' THEN                                00009300
               DISPLAY 'SNAPREST - HISTORY KEY ' HIST-KEY               00009300
                   ' ALSO ON THE ARCHIVE'                               00009300
               ADD 1 TO WS-HIST-ARCH-ROWS.                              00009300
       3510-EXIT.                                                       00009310
           EXIT.                                                        00009320
      **********************************                                00009330
       3900-REPORT-CHECK.                                               00009340
      **********************************                                00009350
           IF CHECK-PASSED THEN                                         00009360
               DISPLAY 'SNAPREST - CHECK ' WS-CHECK-TEXT ' : PASSED'    00009370
           ELSE                                                         00009380
               DISPLAY 'SNAPREST - CHECK ' WS-CHECK-TEXT ' : FAILED'    00009390
               ADD 1 TO WS-CHECKS-FAILED.                               00009400
           IF NOT CHECK-PASSED AND WS-FIRST-FAILURE = SPACES THEN       00009410
               MOVE WS-CHECK-TEXT TO WS-FIRST-FAILURE.                  00009420
       3900-EXIT.                                                       00009430
           EXIT.                                                        00009440
      **********************************                                00009450
       4000-LOG-RESTORE.                                                00009460
      **********************************                                00009470
           OPEN EXTEND SNAPLOG-FILE.                                    00009480
           MOVE SPACES            TO LOG-RECORD.                        00009490
           MOVE WS-TODAY-YMD      TO LOG-RESTORE-DATE.                  00009500
           MOVE WS-TODAYS-TIME    TO LOG-RESTORE-TIME.                  00009510
           MOVE CAT-SNAP-ID       TO LOG-SNAP-ID.                       00009520
           MOVE CAT-LABEL         TO LOG-LABEL.                         00009530
           MOVE CAT-DATA-DATE     TO LOG-DATA-DATE.                     00009540
           MOVE RC-OPERATOR       TO LOG-OPERATOR.                      00009550
           MOVE RC-REASON         TO LOG-REASON.                        00009560
           MOVE WS-RESTORED-COUNT TO LOG-RECORDS.                       00009570
           MOVE WS-FILES-LEFT     TO LOG-FILES-LEFT.                    00009580
           MOVE WS-CHECKS-FAILED  TO LOG-CHECKS-FAILED.                 00009590
           MOVE WS-FIRST-FAILURE  TO LOG-FIRST-FAILURE.                 00009600
           IF WS-CHECKS-FAILED = 0 THEN                                 00009610
               MOVE 'C' TO LOG-RESULT                                   00009620
           ELSE                                                         00009630
               MOVE 'I' TO LOG-RESULT.                                  00009640
           WRITE LOG-RECORD.                                            00009650
           CLOSE SNAPLOG-FILE.                                          00009660
       4000-EXIT.                                                       00009670
           EXIT.                                                        00009680
      **********************************                                00009690
       9000-PRINT-SUMMARY.                                              00009700
      **********************************                                00009710
           DISPLAY 'SNAPREST - SNAPSHOT RESTORED    : ' CAT-SNAP-ID.    00009720
           DISPLAY 'SNAPREST - RECORDS RESTORED     : '                 00009730
               WS-RESTORED-COUNT.                                       00009740
           DISPLAY 'SNAPREST - HISTORY ROWS EMPTIED : '                 00009750
               WS-EMPTIED-COUNT.                                        00009760
           DISPLAY 'SNAPREST - FILES LEFT AS IS     : '                 00009770
               WS-FILES-LEFT.                                           00009780
           DISPLAY 'SNAPREST - CHECKS FAILED        : '                 00009790
               WS-CHECKS-FAILED.                                        00009800
           IF WS-CHECKS-FAILED > 0 OR WS-FILES-LEFT > 0 THEN            00009810
               DISPLAY 'SNAPREST - RESTORED SET NEEDS ATTENTION'        00009820
               MOVE 4 TO RETURN-CODE.                                   00009830
       9000-EXIT.                                                       00009840
           EXIT.                                                        00009850
      ******************************************************************00009860
/*                                                                      00009870
//LKED.SYSLIB  DD DISP=SHR,DSNAME=SYS1.COBLIB                           00009880
//             DD DISP=SHR,DSNAME=SYS1.LINKLIB                          00009890
//             DD DISP=SHR,DSNAME=COVID19.LINKLIB                       00009900
//LKED.SYSLMOD DD DISP=SHR,DSNAME=COVID19.LINKLIB(SNAPREST)             00009910
//                                                                      00009920
