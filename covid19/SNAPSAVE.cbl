//SNAPSAVE    JOB (COBOL),'COVID19',CLASS=A,MSGCLASS=H,MSGLEVEL=(0,0)   00000010
//COMPLINK   EXEC COBUCL                                                00000020
//COB.SYSLIB   DD DISP=SHR,DSNAME=SYS1.COBLIB                           00000030
//             DD DISP=SHR,DSNAME=SYS1.LINKLIB                          00000040
//COB.SYSPUNCH DD DUMMY                                                 00000050
//COB.SYSIN    DD *                                                     00000060
      ******************************************************************00000070
      * PROGRAM DESCRIPTION:                                            00000080
      *   Pre-run snapshot of the covid19 master file set, taken as     00000090
      *   the first step of every batch run so that a failed or wrong   00000100
      *   run can be put back with SNAPREST instead of rebuilt by hand. 00000110
      *   The set is every file the run rewrites or copies back over:   00000120
      *      TOTCTR    COVID19.DATA.TOTCNTRY  (with its 'CTL' label)    00000130
      *      TOTPRV    COVID19.DATA.TOTCPREV                            00000140
      *      TOTREGN   COVID19.DATA.TOTREGN   (with its 'CTL' label)    00000150
      *      TOTPROV   COVID19.DATA.TOTPROV                             00000160
      *      RUNLEDG   COVID19.DATA.RUNLEDG                             00000170
      *      HISTCTR   COVID19.DATA.HISTCNTRY (keyed, read in order)    00000180
      *      CTRYREF   COVID19.DATA.CNTRYREF                            00000190
      *      HISTARC   COVID19.DATA.HISTARCH  (keyed, read in order)    00000190
      *   The archive goes with the history: HISTTRIM moves rows from   00000190
      *   one to the other, so a history put back without its archive   00000190
      *   could hold rows twice or lose them.                           00000190
      *   Every record of every file is copied, unchanged, to the       00000200
      *   keyed snapshot store COVID19.DATA.SNAPSTOR under the          00000210
      *   snapshot id (run date and time, YYYYMMDDHHMMSS), the file's   00000220
      *   DD name and its record number within the file, so SNAPREST    00000230
      *   can give each file back in its original order.                00000240
      *   The snapshot is registered on the catalog                     00000250
      *   COVID19.DATA.SNAPCAT with its label, the data date on the     00000260
      *   TOTCNTRY 'CTL' label (blank if the totals carry none), the    00000270
      *   run date and time, and the record count of every file.        00000280
      *   The catalog entry is written 'I' (in progress) before the     00000290
      *   first record is copied and turned 'C' (complete) only when    00000300
      *   the whole set is on the store: a snapshot cut short by an     00000310
      *   abend is never restorable, and its records are cleared off    00000320
      *   the store by the next snapshot.                               00000330
      *   A file that cannot be opened (not yet created, or not         00000340
      *   allocated) is registered as absent and the run ends with      00000350
      *   return code 4; SNAPREST leaves such a file alone.             00000360
      *   One line is ACCEPTed from SYSIN:                              00000370
      *      columns 1-20   snapshot label, e.g. the job name           00000380
      *                     (blank = 'BATCH RUN');                      00000390
      *      columns 22-24  number of complete snapshots to keep        00000400
      *                     (3 digits, blank or zero = 014). Older      00000410
      *                     complete snapshots are deleted from the     00000420
      *                     store and dropped from the catalog.         00000430
      *                                                                 00000440
      *   TOTCTR     Input country totals.                              00000450
      *   TOTPRV     Input previous day's country totals.               00000460
      *   TOTREGN    Input region totals.                               00000470
      *   TOTPROV    Input province totals.                             00000480
      *   RUNLEDG    Input run-control ledger.                          00000490
      *   HISTCTR    Input rolling history (keyed).                     00000500
      *   CTRYREF    Input country reference master.                    00000510
      *   HISTARC    Input archive history (keyed).                     00000510
      *   SNAPSTR    Snapshot store (keyed), added to and purged.       00000520
      *   SNAPCAT    Snapshot catalog, rewritten.                       00000530
      ******************************************************************00000540
       IDENTIFICATION DIVISION.                                         00000550
       PROGRAM-ID.   'SNAPSAVE'.                                        00000560
       AUTHOR.       'DAVID ASTA'.                                      00000570
       INSTALLATION. 'MVS 3.8J TK4-'.                                   00000580
       DATE-WRITTEN. '15/10/2026'.                                      00000590
       DATE-COMPILED.                                                   00000600
       REMARKS.      'V1R1M0'.                                          00000610
      ******************************************************************00000620
       ENVIRONMENT DIVISION.                                            00000630
      ******************************************************************00000640
       INPUT-OUTPUT SECTION.                                            00000650
       FILE-CONTROL.                                                    00000660
           SELECT TOTCNTRY-FILE  ASSIGN DA-S-TOTCTR                     00000670
                                 FILE STATUS IS WS-TOT-STATUS.          00000680
           SELECT TOTCPREV-FILE  ASSIGN DA-S-TOTPRV                     00000690
                                 FILE STATUS IS WS-PRV-STATUS.          00000700
           SELECT TOTREGN-FILE   ASSIGN DA-S-TOTREGN                    00000710
                                 FILE STATUS IS WS-REGN-STATUS.         00000720
           SELECT TOTPROV-FILE   ASSIGN DA-S-TOTPROV                    00000730
                                 FILE STATUS IS WS-PROV-STATUS.         00000740
           SELECT RUNLEDG-FILE   ASSIGN DA-S-RUNLEDG                    00000750
                                 FILE STATUS IS WS-RUNLEDG-STATUS.      00000760
           SELECT HISTCNTRY-FILE ASSIGN HISTCTR                         00000770
                                 ORGANIZATION IS INDEXED                00000780
                                 ACCESS MODE IS SEQUENTIAL              00000790
                                 RECORD KEY IS HIST-KEY                 00000800
                                 FILE STATUS IS WS-HIST-STATUS.         00000810
           SELECT CNTRYREF-FILE  ASSIGN DA-S-CTRYREF                    00000820
                                 FILE STATUS IS WS-CREF-STATUS.         00000830
           SELECT HISTARCH-FILE  ASSIGN HISTARC                         00000830
                                 ORGANIZATION IS INDEXED                00000830
                                 ACCESS MODE IS SEQUENTIAL              00000830
                                 RECORD KEY IS ARCH-KEY                 00000830
                                 FILE STATUS IS WS-ARCH-STATUS.         00000830
           SELECT SNAPSTOR-FILE  ASSIGN SNAPSTR                         00000840
                                 ORGANIZATION IS INDEXED                00000850
                                 ACCESS MODE IS DYNAMIC                 00000860
                                 RECORD KEY IS SNP-KEY                  00000870
                                 FILE STATUS IS WS-SNP-STATUS.          00000880
           SELECT SNAPCAT-FILE   ASSIGN DA-S-SNAPCAT                    00000890
                                 FILE STATUS IS WS-CAT-STATUS.          00000900
      ******************************************************************00000910
       DATA DIVISION.                                                   00000920
      ******************************************************************00000930
       FILE SECTION.                                                    00000940
      **********************************                                00000950
       FD  TOTCNTRY-FILE                                                00000960
      *******************                                               00000970
           RECORDING MODE F                                             00000980
           LABEL RECORDS ARE STANDARD                                   00000990
           BLOCK CONTAINS 0 RECORDS                                     00001000
           RECORD CONTAINS 68 CHARACTERS.                               00001010
       01  TOT-RECORD.                                                  00001020
           05 TOT-COUNTRYCODE     PIC A(03).                            00001030
           05 FILLER              PIC X(65).                            00001040
       01  TOTCTL-RECORD.                                               00001050
           05 TOTCTL-TAG          PIC X(03).                            00001060
           05 TOTCTL-DATA-DATE    PIC X(08).                            00001070
           05 TOTCTL-REC-COUNT    PIC 9(08).                            00001080
           05 FILLER              PIC X(49).                            00001090
      *******************                                               00001100
       FD  TOTCPREV-FILE                                                00001110
      *******************                                               00001120
           RECORDING MODE F                                             00001130
           LABEL RECORDS ARE STANDARD                                   00001140
           BLOCK CONTAINS 0 RECORDS                                     00001150
           RECORD CONTAINS 68 CHARACTERS.                               00001160
       01  PRV-RECORD             PIC X(68).                            00001170
      *******************                                               00001180
       FD  TOTREGN-FILE                                                 00001190
      *******************                                               00001200
           RECORDING MODE F                                             00001210
           LABEL RECORDS ARE STANDARD                                   00001220
           BLOCK CONTAINS 0 RECORDS                                     00001230
           RECORD CONTAINS 41 CHARACTERS.                               00001240
       01  TOTREGN-RECORD         PIC X(41).                            00001250
      *******************                                               00001260
       FD  TOTPROV-FILE                                                 00001270
      *******************                                               00001280
           RECORDING MODE F                                             00001290
           LABEL RECORDS ARE STANDARD                                   00001300
           BLOCK CONTAINS 0 RECORDS                                     00001310
           RECORD CONTAINS 70 CHARACTERS.                               00001320
       01  TOTPROV-RECORD         PIC X(70).                            00001330
      *******************                                               00001340
       FD  RUNLEDG-FILE                                                 00001350
      *******************                                               00001360
           RECORDING MODE F                                             00001370
           LABEL RECORDS ARE STANDARD                                   00001380
           BLOCK CONTAINS 0 RECORDS                                     00001390
           RECORD CONTAINS 37 CHARACTERS.                               00001400
       01  RUNLEDG-RECORD         PIC X(37).                            00001410
      *******************                                               00001420
       FD  HISTCNTRY-FILE                                               00001430
      *******************                                               00001440
           LABEL RECORDS ARE STANDARD                                   00001450
           RECORD CONTAINS 80 CHARACTERS.                               00001460
       01  HIST-RECORD.                                                 00001470
           05 HIST-KEY.                                                 00001480
              10 HIST-COUNTRYCODE PIC A(03).                            00001490
              10 HIST-DATA-DATE   PIC X(08).                            00001500
           05 FILLER              PIC X(69).                            00001510
      *******************                                               00001520
       FD  CNTRYREF-FILE                                                00001530
      *******************                                               00001540
           RECORDING MODE F                                             00001550
           LABEL RECORDS ARE STANDARD                                   00001560
           BLOCK CONTAINS 0 RECORDS                                     00001570
           RECORD CONTAINS 59 CHARACTERS.                               00001580
       01  CREF-RECORD            PIC X(59).                            00001590
      *******************                                               00001600
       FD  HISTARCH-FILE                                                00001600
      *******************                                               00001600
           LABEL RECORDS ARE STANDARD                                   00001600
           RECORD CONTAINS 80 CHARACTERS.                               00001600
       01  ARCH-RECORD.                                                 00001600
           05 ARCH-KEY            PIC X(11).                            00001600
           05 FILLER              PIC X(69).                            00001600
      *******************                                               00001600
       FD  SNAPSTOR-FILE                                                00001610
      *******************                                               00001620
           LABEL RECORDS ARE STANDARD                                   00001630
           RECORD CONTAINS 110 CHARACTERS.                              00001640
       01  SNP-RECORD.                                                  00001650
           05 SNP-KEY.                                                  00001660
              10 SNP-SNAP-ID      PIC X(14).                            00001670
              10 SNP-FILE-ID      PIC X(08).                            00001680
              10 SNP-SEQ          PIC 9(08).                            00001690
      * The record exactly as it stood on its file, left-justified;     00001700
      *  the files are all fixed length, so the length is the file's.   00001710
           05 SNP-IMAGE           PIC X(80).                            00001720
      *******************                                               00001730
       FD  SNAPCAT-FILE                                                 00001740
      *******************                                               00001750
           RECORDING MODE F                                             00001760
           LABEL RECORDS ARE STANDARD                                   00001770
           BLOCK CONTAINS 0 RECORDS                                     00001780
           RECORD CONTAINS 120 CHARACTERS.                              00001790
       01  CAT-RECORD.                                                  00001800
           05 CATF-SNAP-ID        PIC X(14).                            00001810
           05 FILLER              PIC X(106).                           00001820
      **********************************                                00001830
       WORKING-STORAGE SECTION.                                         00001840
      **********************************                                00001850
       01  SWITCHES.                                                    00001860
           05 END-OF-FILE         PIC X      VALUE 'N'.                 00001870
              88 EOF                         VALUE 'Y'.                 00001880
           05 WS-STORE-END-SW     PIC X      VALUE 'N'.                 00001890
              88 STORE-END                   VALUE 'Y'.                 00001900
           05 WS-ROW-ON-FILE-SW   PIC X      VALUE 'N'.                 00001910
              88 ROW-ON-FILE                 VALUE 'Y'.                 00001920
           05 WS-SNP-LOAD-SW      PIC X      VALUE 'N'.                 00001920
              88 SNP-LOAD-MODE               VALUE 'Y'.                 00001920
       01  WS-TOT-STATUS          PIC XX.                               00001930
       01  WS-PRV-STATUS          PIC XX.                               00001940
       01  WS-REGN-STATUS         PIC XX.                               00001950
       01  WS-PROV-STATUS         PIC XX.                               00001960
       01  WS-RUNLEDG-STATUS      PIC XX.                               00001970
       01  WS-HIST-STATUS         PIC XX.                               00001980
       01  WS-CREF-STATUS         PIC XX.                               00001990
       01  WS-ARCH-STATUS         PIC XX.                               00001990
       01  WS-SNP-STATUS          PIC XX.                               00002000
       01  WS-CAT-STATUS          PIC XX.                               00002010
      * The files of the set, in the order they are saved and restored. 00002020
      *  The DD name identifies the file on the store and the catalog.  00002030
      *  The archive joined the set last, so the earlier files keep     00002030
      *  the slots they have on catalog entries already written.        00002030
       01  WS-FILE-ID-LIST.                                             00002040
           05 FILLER              PIC X(08)  VALUE 'TOTCTR  '.          00002050
           05 FILLER              PIC X(08)  VALUE 'TOTPRV  '.          00002060
           05 FILLER              PIC X(08)  VALUE 'TOTREGN '.          00002070
           05 FILLER              PIC X(08)  VALUE 'TOTPROV '.          00002080
           05 FILLER              PIC X(08)  VALUE 'RUNLEDG '.          00002090
           05 FILLER              PIC X(08)  VALUE 'HISTCTR '.          00002100
           05 FILLER              PIC X(08)  VALUE 'CTRYREF '.          00002110
           05 FILLER              PIC X(08)  VALUE 'HISTARC '.          00002110
       01  WS-FILE-ID-TABLE REDEFINES WS-FILE-ID-LIST.                  00002120
           05 WS-FILE-ID          PIC X(08)  OCCURS 8 TIMES.            00002130
       01  COUNTER-MAX-FILE       PIC 9(01)  VALUE 8.                   00002140
       01  WS-FILE-SUB            PIC 9(01)  VALUE 0.                   00002150
      * The catalog entry being built for this snapshot.                00002160
       01  WS-CAT-WORK.                                                 00002170
           05 CAT-SNAP-ID.                                              00002180
              10 CAT-RUN-DATE     PIC X(08).                            00002190
              10 CAT-RUN-TIME     PIC X(06).                            00002200
           05 CAT-LABEL           PIC X(20).                            00002210
           05 CAT-DATA-DATE       PIC X(08).                            00002220
           05 CAT-STATUS          PIC X(01).                            00002230
              88 CAT-COMPLETE                VALUE 'C'.                 00002240
              88 CAT-IN-PROGRESS             VALUE 'I'.                 00002250
           05 CAT-FILE            OCCURS 8 TIMES.                       00002260
              10 CAT-FILE-PRESENT PIC X(01).                            00002270
              10 CAT-FILE-COUNT   PIC 9(08).                            00002280
           05 FILLER              PIC X(05).                            00002290
      * The catalog is small (one entry per snapshot kept) - it is      00002300
      *  loaded whole and rewritten whole, the way TOTCNTRY rewrites    00002310
      *  the run ledger.                                                00002320
       01  COUNTER-MAX-CAT        PIC 9(03)  VALUE 200.                 00002330
       01  CATALOG-DATA.                                                00002340
           05 WS-CAT-COUNT        PIC 9(03)  VALUE 0.                   00002350
           05 WS-CAT-SUB          PIC 9(03)  VALUE 0.                   00002360
           05 WS-CAT-THIS         PIC 9(03)  VALUE 0.                   00002370
           05 WS-CAT-KEPT         PIC 9(03)  VALUE 0.                   00002380
           05 WS-CAT-ENTRY        OCCURS 200 TIMES.                     00002390
              10 WS-CAT-IMAGE     PIC X(120).                           00002400
              10 WS-CAT-DROP      PIC X(01).                            00002410
       01  WS-SNAP-CARD.                                                00002420
           05 SC-LABEL            PIC X(20).                            00002430
           05 FILLER              PIC X(01).                            00002440
           05 SC-KEEP-X           PIC X(03).                            00002450
           05 FILLER              PIC X(56).                            00002460
       01  WS-KEEP-COUNT          PIC 9(03)  VALUE 14.                  00002470
       01  WS-PURGE-ID            PIC X(14).                            00002480
       01  COUNTERS.                                                    00002490
           05 WS-SAVED-COUNT      PIC 9(09)  VALUE 0.                   00002500
           05 WS-PURGED-SNAPS     PIC 9(03)  VALUE 0.                   00002510
           05 WS-PURGED-ROWS      PIC 9(09)  VALUE 0.                   00002520
           05 WS-ABSENT-COUNT     PIC 9(01)  VALUE 0.                   00002530
       01  WS-TODAYS-DATE.                                              00002540
           05 TD-MONTH            PIC X(02).                            00002550
           05 FILLER              PIC X.                                00002560
           05 TD-DAY              PIC X(02).                            00002570
           05 FILLER              PIC X.                                00002580
           05 TD-YEAR             PIC X(02).                            00002590
       01  WS-TODAYS-TIME         PIC 9(06).                            00002600
       01  WS-TODAY-YMD.                                                00002610
           05 TY-CENTURY          PIC X(02)  VALUE '20'.                00002620
           05 TY-YEAR             PIC X(02).                            00002630
           05 TY-MONTH            PIC X(02).                            00002640
           05 TY-DAY              PIC X(02).                            00002650
      ******************************************************************00002660
       PROCEDURE DIVISION.                                              00002670
      ******************************************************************00002680
       0000-MAIN.                                                       00002690
           PERFORM 1000-INITIALISE THRU 1000-EXIT.                      00002700
           PERFORM 2100-SAVE-TOTCNTRY THRU 2100-EXIT.                   00002710
           PERFORM 2200-SAVE-TOTCPREV THRU 2200-EXIT.                   00002720
           PERFORM 2300-SAVE-TOTREGN THRU 2300-EXIT.                    00002730
           PERFORM 2400-SAVE-TOTPROV THRU 2400-EXIT.                    00002740
           PERFORM 2500-SAVE-RUNLEDG THRU 2500-EXIT.                    00002750
           PERFORM 2600-SAVE-HISTCNTRY THRU 2600-EXIT.                  00002760
           PERFORM 2700-SAVE-CNTRYREF THRU 2700-EXIT.                   00002770
           PERFORM 2800-SAVE-HISTARCH THRU 2800-EXIT.                   00002770
           PERFORM 3000-COMPLETE-SNAPSHOT THRU 3000-EXIT.               00002780
           CLOSE SNAPSTOR-FILE.                                         00002790
           PERFORM 9000-PRINT-SUMMARY THRU 9000-EXIT.                   00002800
       0000-EXIT.                                                       00002810
           STOP RUN.                                                    00002820
      **********************************                                00002830
       1000-INITIALISE.                                                 00002840
      **********************************                                00002850
           DISPLAY 'SNAPSAVE - MASTER FILE SNAPSHOT STARTING'.          00002860
           MOVE SPACES TO WS-SNAP-CARD.                                 00002870
           ACCEPT WS-SNAP-CARD.                                         00002880
           IF SC-LABEL = SPACES THEN                                    00002890
               MOVE 'BATCH RUN' TO SC-LABEL.                            00002900
           IF SC-KEEP-X IS NUMERIC AND SC-KEEP-X NOT = '000' THEN       00002910
               MOVE SC-KEEP-X TO WS-KEEP-COUNT.                         00002920
      * Room must be left in the catalog table for this snapshot and    00002930
      *  any in-progress entry an earlier abend left behind.            00002940
           IF WS-KEEP-COUNT > COUNTER-MAX-CAT - 10 THEN                 00002950
               COMPUTE WS-KEEP-COUNT = COUNTER-MAX-CAT - 10             00002960
               DISPLAY 'SNAPSAVE - KEEP COUNT CUT TO ' WS-KEEP-COUNT.   00002970
           MOVE CURRENT-DATE TO WS-TODAYS-DATE.                         00002980
           MOVE TIME-OF-DAY  TO WS-TODAYS-TIME.                         00002990
           MOVE TD-YEAR  TO TY-YEAR.                                    00003000
           MOVE TD-MONTH TO TY-MONTH.                                   00003010
           MOVE TD-DAY   TO TY-DAY.                                     00003020
           MOVE SPACES         TO WS-CAT-WORK.                          00003030
           MOVE WS-TODAY-YMD   TO CAT-RUN-DATE.                         00003040
           MOVE WS-TODAYS-TIME TO CAT-RUN-TIME.                         00003050
           MOVE SC-LABEL       TO CAT-LABEL.                            00003060
           MOVE 'I'            TO CAT-STATUS.                           00003070
           MOVE 1 TO WS-FILE-SUB.                                       00003080
           PERFORM 1010-CLEAR-FILE-COUNT THRU 1010-EXIT                 00003090
               UNTIL WS-FILE-SUB > COUNTER-MAX-FILE.                    00003100
           DISPLAY 'SNAPSAVE - SNAPSHOT ' CAT-SNAP-ID ' ' CAT-LABEL.    00003110
      * The store is normally already defined and holding earlier       00003120
      *  snapshots; only a freshly defined, empty cluster needs OPEN    00003130
      *  OUTPUT, in load mode until 2950 has put the first record on    00003140
      *  and reopened it for update.                                    00003140
           OPEN I-O SNAPSTOR-FILE.                                      00003150
           IF WS-SNP-STATUS NOT = '00' THEN                             00003160
               OPEN OUTPUT SNAPSTOR-FILE                                00003170
               MOVE 'Y' TO WS-SNP-LOAD-SW.                              00003170
           IF WS-SNP-STATUS NOT = '00' THEN                             00003180
               DISPLAY 'SNAPSAVE - SNAPSTOR OPEN FAILED, STATUS '       00003190
                   WS-SNP-STATUS ' - RUN ABANDONED'                     00003200
               MOVE 16 TO RETURN-CODE                                   00003210
               STOP RUN.                                                00003220
           PERFORM 1100-LOAD-CATALOG THRU 1100-EXIT.                    00003230
      * Registered as in progress before anything is copied, so that    00003240
      *  a snapshot cut short is known to the catalog and can be        00003250
      *  cleared off the store.                                         00003260
           ADD 1 TO WS-CAT-COUNT.                                       00003270
           MOVE WS-CAT-COUNT TO WS-CAT-THIS.                            00003280
           MOVE WS-CAT-WORK TO WS-CAT-IMAGE (WS-CAT-THIS).              00003290
           MOVE 'N'         TO WS-CAT-DROP (WS-CAT-THIS).               00003300
           PERFORM 3500-REWRITE-CATALOG THRU 3500-EXIT.                 00003310
       1000-EXIT.                                                       00003320
           EXIT.                                                        00003330
      **********************************                                00003340
       1010-CLEAR-FILE-COUNT.                                           00003350
      **********************************                                00003360
           MOVE 'N' TO CAT-FILE-PRESENT (WS-FILE-SUB).                  00003370
           MOVE 0   TO CAT-FILE-COUNT (WS-FILE-SUB).                    00003380
           ADD 1 TO WS-FILE-SUB.                                        00003390
       1010-EXIT.                                                       00003400
           EXIT.                                                        00003410
      **********************************                                00003420
       1100-LOAD-CATALOG.                                               00003430
      **********************************                                00003440
      * An absent or empty catalog just means this is the first         00003450
      *  snapshot taken.                                                00003460
           MOVE 0 TO WS-CAT-COUNT.                                      00003470
           OPEN INPUT SNAPCAT-FILE.                                     00003480
           IF WS-CAT-STATUS NOT = '00' THEN                             00003490
               GO TO 1100-EXIT.                                         00003500
           MOVE 'N' TO END-OF-FILE.                                     00003510
           PERFORM 1110-READ-CATALOG-RECORD THRU 1110-EXIT              00003520
               UNTIL EOF.                                               00003530
           CLOSE SNAPCAT-FILE.                                          00003540
           MOVE 'N' TO END-OF-FILE.                                     00003550
       1100-EXIT.                                                       00003560
           EXIT.                                                        00003570
      **********************************                                00003580
       1110-READ-CATALOG-RECORD.                                        00003590
      **********************************                                00003600
           READ SNAPCAT-FILE                                            00003610
               AT END MOVE 'Y' TO END-OF-FILE.                          00003620
           IF EOF THEN                                                  00003630
               GO TO 1110-EXIT.                                         00003640
      * One slot is always kept free for this run's own entry.          00003650
           IF WS-CAT-COUNT NOT < COUNTER-MAX-CAT - 1 THEN               00003660
               DISPLAY 'SNAPSAVE - SNAPSHOT CATALOG TABLE FULL AT '     00003670
                   COUNTER-MAX-CAT ' - RUN ABANDONED'                   00003680
               MOVE 16 TO RETURN-CODE                                   00003690
               STOP RUN.                                                00003700
      * Two snapshots in the same second would share an id - the        00003710
      *  second must not go near the first one's records.               00003720
           IF CATF-SNAP-ID = CAT-SNAP-ID THEN                           00003730
               DISPLAY 'SNAPSAVE - SNAPSHOT ' CAT-SNAP-ID               00003740
                   ' ALREADY ON THE CATALOG - RUN ABANDONED'            00003750
               MOVE 16 TO RETURN-CODE                                   00003760
               STOP RUN.                                                00003770
           ADD 1 TO WS-CAT-COUNT.                                       00003780
           MOVE CAT-RECORD TO WS-CAT-IMAGE (WS-CAT-COUNT).              00003790
           MOVE 'N'        TO WS-CAT-DROP (WS-CAT-COUNT).               00003800
       1110-EXIT.                                                       00003810
           EXIT.                                                        00003820
      **********************************                                00003830
       2100-SAVE-TOTCNTRY.                                              00003840
      **********************************                                00003850
           MOVE 1 TO WS-FILE-SUB.                                       00003860
           OPEN INPUT TOTCNTRY-FILE.                                    00003870
           IF WS-TOT-STATUS NOT = '00' THEN                             00003880
               PERFORM 2900-FILE-ABSENT THRU 2900-EXIT                  00003890
               GO TO 2100-EXIT.                                         00003900
           MOVE 'Y' TO CAT-FILE-PRESENT (WS-FILE-SUB).                  00003910
           MOVE 'N' TO END-OF-FILE.                                     00003920
           PERFORM 2110-SAVE-TOTCNTRY-ROW THRU 2110-EXIT                00003930
               UNTIL EOF.                                               00003940
           CLOSE TOTCNTRY-FILE.                                         00003950
       2100-EXIT.                                                       00003960
           EXIT.                                                        00003970
      **********************************                                00003980
       2110-SAVE-TOTCNTRY-ROW.                                          00003990
      **********************************                                00004000
           READ TOTCNTRY-FILE                                           00004010
               AT END MOVE 'Y' TO END-OF-FILE.                          00004020
           IF EOF THEN                                                  00004030
               GO TO 2110-EXIT.                                         00004040
      * The 'CTL' label is saved like any other record; its data date   00004050
      *  is what the snapshot is registered under.                      00004060
           IF TOTCTL-TAG = 'CTL' THEN                                   00004070
               MOVE TOTCTL-DATA-DATE TO CAT-DATA-DATE.                  00004080
           MOVE TOT-RECORD TO SNP-IMAGE.                                00004090
           PERFORM 2950-WRITE-STORE-ROW THRU 2950-EXIT.                 00004100
       2110-EXIT.                                                       00004110
           EXIT.                                                        00004120
      **********************************                                00004130
       2200-SAVE-TOTCPREV.                                              00004140
      **********************************                                00004150
           MOVE 2 TO WS-FILE-SUB.                                       00004160
           OPEN INPUT TOTCPREV-FILE.                                    00004170
           IF WS-PRV-STATUS NOT = '00' THEN                             00004180
               PERFORM 2900-FILE-ABSENT THRU 2900-EXIT                  00004190
               GO TO 2200-EXIT.                                         00004200
           MOVE 'Y' TO CAT-FILE-PRESENT (WS-FILE-SUB).                  00004210
           MOVE 'N' TO END-OF-FILE.                                     00004220
           PERFORM 2210-SAVE-TOTCPREV-ROW THRU 2210-EXIT                00004230
               UNTIL EOF.                                               00004240
           CLOSE TOTCPREV-FILE.                                         00004250
       2200-EXIT.                                                       00004260
           EXIT.                                                        00004270
      **********************************                                00004280
       2210-SAVE-TOTCPREV-ROW.                                          00004290
      **********************************                                00004300
           READ TOTCPREV-FILE                                           00004310
               AT END MOVE 'Y' TO END-OF-FILE.                          00004320
           IF EOF THEN                                                  00004330
               GO TO 2210-EXIT.                                         00004340
           MOVE PRV-RECORD TO SNP-IMAGE.                                00004350
           PERFORM 2950-WRITE-STORE-ROW THRU 2950-EXIT.                 00004360
       2210-EXIT.                                                       00004370
           EXIT.                                                        00004380
      **********************************                                00004390
       2300-SAVE-TOTREGN.                                               00004400
      **********************************                                00004410
           MOVE 3 TO WS-FILE-SUB.                                       00004420
           OPEN INPUT TOTREGN-FILE.                                     00004430
           IF WS-REGN-STATUS NOT = '00' THEN                            00004440
               PERFORM 2900-FILE-ABSENT THRU 2900-EXIT                  00004450
               GO TO 2300-EXIT.                                         00004460
           MOVE 'Y' TO CAT-FILE-PRESENT (WS-FILE-SUB).                  00004470
           MOVE 'N' TO END-OF-FILE.                                     00004480
           PERFORM 2310-SAVE-TOTREGN-ROW THRU 2310-EXIT                 00004490
               UNTIL EOF.                                               00004500
           CLOSE TOTREGN-FILE.                                          00004510
       2300-EXIT.                                                       00004520
           EXIT.                                                        00004530
      **********************************                                00004540
       2310-SAVE-TOTREGN-ROW.                                           00004550
      **********************************                                00004560
           READ TOTREGN-FILE                                            00004570
               AT END MOVE 'Y' TO END-OF-FILE.                          00004580
           IF EOF THEN                                                  00004590
               GO TO 2310-EXIT.                                         00004600
           MOVE TOTREGN-RECORD TO SNP-IMAGE.                            00004610
           PERFORM 2950-WRITE-STORE-ROW THRU 2950-EXIT.                 00004620
       2310-EXIT.                                                       00004630
           EXIT.                                                        00004640
      **********************************                                00004650
       2400-SAVE-TOTPROV.                                               00004660
      **********************************                                00004670
           MOVE 4 TO WS-FILE-SUB.                                       00004680
           OPEN INPUT TOTPROV-FILE.                                     00004690
           IF WS-PROV-STATUS NOT = '00' THEN                            00004700
               PERFORM 2900-FILE-ABSENT THRU 2900-EXIT                  00004710
               GO TO 2400-EXIT.                                         00004720
           MOVE 'Y' TO CAT-FILE-PRESENT (WS-FILE-SUB).                  00004730
           MOVE 'N' TO END-OF-FILE.                                     00004740
           PERFORM 2410-SAVE-TOTPROV-ROW THRU 2410-EXIT                 00004750
               UNTIL EOF.                                               00004760
           CLOSE TOTPROV-FILE.                                          00004770
       2400-EXIT.                                                       00004780
           EXIT.                                                        00004790
      **********************************                                00004800
       2410-SAVE-TOTPROV-ROW.                                           00004810
      **********************************                                00004820
           READ TOTPROV-FILE                                            00004830
               AT END MOVE 'Y' TO END-OF-FILE.                          00004840
           IF EOF THEN                                                  00004850
               GO TO 2410-EXIT.                                         00004860
           MOVE TOTPROV-RECORD TO SNP-IMAGE.                            00004870
           PERFORM 2950-WRITE-STORE-ROW THRU 2950-EXIT.                 00004880
       2410-EXIT.                                                       00004890
           EXIT.                                                        00004900
      **********************************                                00004910
       2500-SAVE-RUNLEDG.                                               00004920
      **********************************                                00004930
           MOVE 5 TO WS-FILE-SUB.                                       00004940
           OPEN INPUT RUNLEDG-FILE.                                     00004950
           IF WS-RUNLEDG-STATUS NOT = '00' THEN                         00004960
               PERFORM 2900-FILE-ABSENT THRU 2900-EXIT                  00004970
               GO TO 2500-EXIT.                                         00004980
           MOVE 'Y' TO CAT-FILE-PRESENT (WS-FILE-SUB).                  00004990
           MOVE 'N' TO END-OF-FILE.                                     00005000
           PERFORM 2510-SAVE-RUNLEDG-ROW THRU 2510-EXIT                 00005010
               UNTIL EOF.                                               00005020
           CLOSE RUNLEDG-FILE.                                          00005030
       2500-EXIT.                                                       00005040
           EXIT.                                                        00005050
      **********************************                                00005060
       2510-SAVE-RUNLEDG-ROW.                                           00005070
      **********************************                                00005080
           READ RUNLEDG-FILE                                            00005090
               AT END MOVE 'Y' TO END-OF-FILE.                          00005100
           IF EOF THEN                                                  00005110
               GO TO 2510-EXIT.                                         00005120
           MOVE RUNLEDG-RECORD TO SNP-IMAGE.                            00005130
           PERFORM 2950-WRITE-STORE-ROW THRU 2950-EXIT.                 00005140
       2510-EXIT.                                                       00005150
           EXIT.                                                        00005160
      **********************************                                00005170
       2600-SAVE-HISTCNTRY.                                             00005180
      **********************************                                00005190
           MOVE 6 TO WS-FILE-SUB.                                       00005200
           OPEN INPUT HISTCNTRY-FILE.                                   00005210
           IF WS-HIST-STATUS NOT = '00' THEN                            00005220
               PERFORM 2900-FILE-ABSENT THRU 2900-EXIT                  00005230
               GO TO 2600-EXIT.                                         00005240
           MOVE 'Y' TO CAT-FILE-PRESENT (WS-FILE-SUB).                  00005250
           MOVE 'N' TO END-OF-FILE.                                     00005260
           PERFORM 2610-SAVE-HISTCNTRY-ROW THRU 2610-EXIT               00005270
               UNTIL EOF.                                               00005280
           CLOSE HISTCNTRY-FILE.                                        00005290
       2600-EXIT.                                                       00005300
           EXIT.                                                        00005310
      **********************************                                00005320
       2610-SAVE-HISTCNTRY-ROW.                                         00005330
      **********************************                                00005340
           READ HISTCNTRY-FILE                                          00005350
               AT END MOVE 'Y' TO END-OF-FILE.                          00005360
           IF EOF THEN                                                  00005370
               GO TO 2610-EXIT.                                         00005380
           MOVE HIST-RECORD TO SNP-IMAGE.                               00005390
           PERFORM 2950-WRITE-STORE-ROW THRU 2950-EXIT.                 00005400
       2610-EXIT.                                                       00005410
           EXIT.                                                        00005420
      **********************************                                00005430
       2700-SAVE-CNTRYREF.                                              00005440
      **********************************                                00005450
           MOVE 7 TO WS-FILE-SUB.                                       00005460
           OPEN INPUT CNTRYREF-FILE.                                    00005470
           IF WS-CREF-STATUS NOT = '00' THEN                            00005480
               PERFORM 2900-FILE-ABSENT THRU 2900-EXIT                  00005490
               GO TO 2700-EXIT.                                         00005500
           MOVE 'Y' TO CAT-FILE-PRESENT (WS-FILE-SUB).                  00005510
           MOVE 'N' TO END-OF-FILE.                                     00005520
           PERFORM 2710-SAVE-CNTRYREF-ROW THRU 2710-EXIT                00005530
               UNTIL EOF.                                               00005540
           CLOSE CNTRYREF-FILE.                                         00005550
       2700-EXIT.                                                       00005560
           EXIT.                                                        00005570
      **********************************                                00005580
       2710-SAVE-CNTRYREF-ROW.                                          00005590
      **********************************                                00005600
           READ CNTRYREF-FILE                                           00005610
               AT END MOVE 'Y' TO END-OF-FILE.                          00005620
           IF EOF THEN                                                  00005630
               GO TO 2710-EXIT.                                         00005640
           MOVE CREF-RECORD TO SNP-IMAGE.                               00005650
           PERFORM 2950-WRITE-STORE-ROW THRU 2950-EXIT.                 00005660
       2710-EXIT.                                                       00005670
           EXIT.                                                        00005680
      **********************************                                00005690
       2800-SAVE-HISTARCH.                                              00005690
      **********************************                                00005690
           MOVE 8 TO WS-FILE-SUB.                                       00005690
           OPEN INPUT HISTARCH-FILE.                                    00005690
           IF WS-ARCH-STATUS NOT = '00' THEN                            00005690
               PERFORM 2900-FILE-ABSENT THRU 2900-EXIT                  00005690
               GO TO 2800-EXIT.                                         00005690
           MOVE 'Y' TO CAT-FILE-PRESENT (WS-FILE-SUB).                  00005690
           MOVE 'N' TO END-OF-FILE.                                     00005690
           PERFORM 2810-SAVE-HISTARCH-ROW THRU 2810-EXIT                00005690
               UNTIL EOF.                                               00005690
           CLOSE HISTARCH-FILE.                                         00005690
       2800-EXIT.                                                       00005690
           EXIT.                                                        00005690
      **********************************                                00005690
       2810-SAVE-HISTARCH-ROW.                                          00005690
      **********************************                                00005690
           READ HISTARCH-FILE                                           00005690
               AT END MOVE 'Y' TO END-OF-FILE.                          00005690
           IF EOF THEN                                                  00005690
               GO TO 2810-EXIT.                                         00005690
           MOVE ARCH-RECORD TO SNP-IMAGE.                               00005690
           PERFORM 2950-WRITE-STORE-ROW THRU 2950-EXIT.                 00005690
       2810-EXIT.                                                       00005690
           EXIT.                                                        00005690
      **********************************                                00005690
       2900-FILE-ABSENT.                                                00005700
      **********************************                                00005710
           DISPLAY 'SNAPSAVE - ' WS-FILE-ID (WS-FILE-SUB)               00005720
               ' COULD NOT BE OPENED - REGISTERED AS ABSENT'.           00005730
           ADD 1 TO WS-ABSENT-COUNT.                                    00005740
       2900-EXIT.                                                       00005750
           EXIT.                                                        00005760
      **********************************                                00005770
       2950-WRITE-STORE-ROW.                                            00005780
      **********************************                                00005790
      * The catalog has already ruled out a second snapshot under       00005800
      *  this id, so a key already on the store is never expected -     00005810
      *  it is not mixed in all the same.                               00005820
           ADD 1 TO CAT-FILE-COUNT (WS-FILE-SUB).                       00005830
           MOVE CAT-SNAP-ID              TO SNP-SNAP-ID.                00005840
           MOVE WS-FILE-ID (WS-FILE-SUB) TO SNP-FILE-ID.                00005850
           MOVE CAT-FILE-COUNT (WS-FILE-SUB) TO SNP-SEQ.                00005860
           MOVE 'N' TO WS-ROW-ON-FILE-SW.                               00005870
           WRITE SNP-RECORD                                             00005880
               INVALID KEY MOVE 'Y' TO WS-ROW-ON-FILE-SW.               00005890
           IF ROW-ON-FILE THEN                                          00005900
               DISPLAY 'SNAPSAVE - SNAPSHOT ' CAT-SNAP-ID               00005910
                   ' ALREADY ON THE STORE - RUN ABANDONED'              00005920
               MOVE 16 TO RETURN-CODE                                   00005930
               STOP RUN.                                                00005940
           ADD 1 TO WS-SAVED-COUNT.                                     00005950
      * A store opened in load mode can be neither read nor purged -    00005950
      *  once its first record is on, it is reopened for update.        00005950
           IF NOT SNP-LOAD-MODE THEN                                    00005950
               GO TO 2950-EXIT.                                         00005950
           CLOSE SNAPSTOR-FILE.                                         00005950
           OPEN I-O SNAPSTOR-FILE.                                      00005950
           MOVE 'N' TO WS-SNP-LOAD-SW.                                  00005950
           IF WS-SNP-STATUS NOT = '00' THEN                             00005950
               DISPLAY 'SNAPSAVE - SNAPSTOR REOPEN FAILED, STATUS '     00005950
                   WS-SNP-STATUS ' - RUN ABANDONED'                     00005950
               MOVE 16 TO RETURN-CODE                                   00005950
               STOP RUN.                                                00005950
       2950-EXIT.                                                       00005960
           EXIT.                                                        00005970
      **********************************                                00005980
       3000-COMPLETE-SNAPSHOT.                                          00005990
      **********************************                                00006000
      * The whole set is on the store: the entry becomes restorable.    00006010
      *  Only then are older snapshots let go - the newest complete     00006020
      *  ones up to the keep count stay, and anything left in           00006030
      *  progress by an earlier abend is cleared.                       00006040
           MOVE 'C' TO CAT-STATUS.                                      00006050
           MOVE WS-CAT-WORK TO WS-CAT-IMAGE (WS-CAT-THIS).              00006060
           MOVE 0 TO WS-CAT-KEPT.                                       00006070
           MOVE WS-CAT-COUNT TO WS-CAT-SUB.                             00006080
           PERFORM 3100-CHECK-RETENTION THRU 3100-EXIT                  00006090
               UNTIL WS-CAT-SUB = 0.                                    00006100
           PERFORM 3500-REWRITE-CATALOG THRU 3500-EXIT.                 00006110
       3000-EXIT.                                                       00006120
           EXIT.                                                        00006130
      **********************************                                00006140
       3100-CHECK-RETENTION.                                            00006150
      **********************************                                00006160
      * Walks the catalog newest first.                                 00006170
           MOVE WS-CAT-IMAGE (WS-CAT-SUB) TO WS-CAT-WORK.               00006180
           IF CAT-COMPLETE THEN                                         00006190
               ADD 1 TO WS-CAT-KEPT.                                    00006200
           IF CAT-IN-PROGRESS OR WS-CAT-KEPT > WS-KEEP-COUNT THEN       00006210
               MOVE 'Y' TO WS-CAT-DROP (WS-CAT-SUB)                     00006220
               MOVE CAT-SNAP-ID TO WS-PURGE-ID                          00006230
               PERFORM 3200-PURGE-SNAPSHOT THRU 3200-EXIT.              00006240
           SUBTRACT 1 FROM WS-CAT-SUB.                                  00006250
       3100-EXIT.                                                       00006260
           EXIT.                                                        00006270
      **********************************                                00006280
       3200-PURGE-SNAPSHOT.                                             00006290
      **********************************                                00006300
           DISPLAY 'SNAPSAVE - DROPPING SNAPSHOT ' CAT-SNAP-ID ' '      00006310
               CAT-LABEL ' STATUS ' CAT-STATUS.                         00006320
           ADD 1 TO WS-PURGED-SNAPS.                                    00006330
      * A store still in load mode holds nothing to purge.              00006330
           IF SNP-LOAD-MODE THEN                                        00006330
               GO TO 3200-EXIT.                                         00006330
           MOVE 'N' TO WS-STORE-END-SW.                                 00006340
           MOVE WS-PURGE-ID TO SNP-SNAP-ID.                             00006350
           MOVE LOW-VALUES  TO SNP-FILE-ID.                             00006360
           MOVE 0           TO SNP-SEQ.                                 00006370
           START SNAPSTOR-FILE KEY IS NOT LESS THAN SNP-KEY             00006380
               INVALID KEY MOVE 'Y' TO WS-STORE-END-SW.                 00006390
           PERFORM 3210-PURGE-STORE-ROW THRU 3210-EXIT                  00006400
               UNTIL STORE-END.                                         00006410
       3200-EXIT.                                                       00006420
           EXIT.                                                        00006430
      **********************************                                00006440
       3210-PURGE-STORE-ROW.                                            00006450
      **********************************                                00006460
           READ SNAPSTOR-FILE NEXT RECORD                               00006470
               AT END MOVE 'Y' TO WS-STORE-END-SW.                      00006480
           IF STORE-END THEN                                            00006490
               GO TO 3210-EXIT.                                         00006500
           IF SNP-SNAP-ID NOT = WS-PURGE-ID THEN                        00006510
               MOVE 'Y' TO WS-STORE-END-SW                              00006520
               GO TO 3210-EXIT.                                         00006530
           DELETE SNAPSTOR-FILE RECORD.                                 00006540
           ADD 1 TO WS-PURGED-ROWS.                                     00006550
       3210-EXIT.                                                       00006560
           EXIT.                                                        00006570
      **********************************                                00006580
       3500-REWRITE-CATALOG.                                            00006590
      **********************************                                00006600
           OPEN OUTPUT SNAPCAT-FILE.                                    00006610
           IF WS-CAT-STATUS NOT = '00' THEN                             00006620
               DISPLAY 'SNAPSAVE - SNAPCAT OPEN FAILED, STATUS '        00006630
                   WS-CAT-STATUS ' - RUN ABANDONED'                     00006640
               MOVE 16 TO RETURN-CODE                                   00006650
               STOP RUN.                                                00006660
           MOVE 1 TO WS-CAT-SUB.                                        00006670
           PERFORM 3510-WRITE-ONE-ENTRY THRU 3510-EXIT                  00006680
               UNTIL WS-CAT-SUB > WS-CAT-COUNT.                         00006690
           CLOSE SNAPCAT-FILE.                                          00006700
       3500-EXIT.                                                       00006710
           EXIT.                                                        00006720
      **********************************                                00006730
       3510-WRITE-ONE-ENTRY.                                            00006740
      **********************************                                00006750
           IF WS-CAT-DROP (WS-CAT-SUB) NOT = 'Y' THEN                   00006760
               MOVE WS-CAT-IMAGE (WS-CAT-SUB) TO CAT-RECORD             00006770
               WRITE CAT-RECORD.                                        00006780
           ADD 1 TO WS-CAT-SUB.                                         00006790
       3510-EXIT.                                                       00006800
           EXIT.                                                        00006810
      **********************************                                00006820
       9000-PRINT-SUMMARY.                                              00006830
      **********************************                                00006840
           MOVE WS-CAT-IMAGE (WS-CAT-THIS) TO WS-CAT-WORK.              00006850
           DISPLAY 'SNAPSAVE - SNAPSHOT ID          : ' CAT-SNAP-ID.    00006860
           DISPLAY 'SNAPSAVE - DATA DATE            : ' CAT-DATA-DATE.  00006870
           MOVE 1 TO WS-FILE-SUB.                                       00006880
           PERFORM 9010-PRINT-FILE-COUNT THRU 9010-EXIT                 00006890
               UNTIL WS-FILE-SUB > COUNTER-MAX-FILE.                    00006900
           DISPLAY 'SNAPSAVE - RECORDS SAVED        : ' WS-SAVED-COUNT. 00006910
           DISPLAY 'SNAPSAVE - SNAPSHOTS DROPPED    : ' WS-PURGED-SNAPS.00006920
           DISPLAY 'SNAPSAVE - RECORDS DROPPED      : ' WS-PURGED-ROWS. 00006930
           IF WS-ABSENT-COUNT > 0 THEN                                  00006940
               DISPLAY 'SNAPSAVE - FILES ABSENT         : '             00006950
                   WS-ABSENT-COUNT                                      00006960
               MOVE 4 TO RETURN-CODE.                                   00006970
       9000-EXIT.                                                       00006980
           EXIT.                                                        00006990
      **********************************                                00007000
       9010-PRINT-FILE-COUNT.                                           00007010
      **********************************                                00007020
           IF CAT-FILE-PRESENT (WS-FILE-SUB) = 'Y' THEN                 00007030
               DISPLAY 'SNAPSAVE - ' WS-FILE-ID (WS-FILE-SUB)           00007040
                   ' RECORDS SAVED : ' CAT-FILE-COUNT (WS-FILE-SUB)     00007050
           ELSE                                                         00007060
               DISPLAY 'SNAPSAVE - ' WS-FILE-ID (WS-FILE-SUB)           00007070
                   ' ABSENT'.                                           00007080
           ADD 1 TO WS-FILE-SUB.                                        00007090
       9010-EXIT.                                                       00007100
           EXIT.                                                        00007110
      ******************************************************************00007120
/*                                                                      00007130
//LKED.SYSLIB  DD DISP=SHR,DSNAME=SYS1.COBLIB                           00007140
//             DD DISP=SHR,DSNAME=SYS1.LINKLIB                          00007150
//             DD DISP=SHR,DSNAME=COVID19.LINKLIB                       00007160
//LKED.SYSLMOD DD DISP=SHR,DSNAME=COVID19.LINKLIB(SNAPSAVE)             00007170
//                                                                      00007180
