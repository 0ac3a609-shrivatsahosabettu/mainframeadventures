      *        combinations.                                            00002000
      *      - A REC-DEPEND-ON that names the record's own command,     00002010
      *        which could never be satisfied.                          00002020
      *      - A trigger task ('TRG' interval) with no trigger named.   00002020
      *   Paused ('P') records are named in the listing but not         00002100
      *   otherwise validated; commented-out records are skipped        00002150
      *   entirely - the same distinction PMMSSCHD's                    00002170
      *                           (matching PMMSSCHD); anything else    00002799
      *                           non-numeric and non-blank is          00002799
      *                           flagged.                              00002799
      *   15/OCT/2026 - D. ASTA - REC-INTERVAL-MINS may now be 'TRG'    00002799
      *                           for a trigger task (matching          00002799
      *                           PMMSSCHD): it must name its trigger   00002799
      *                           in REC-DEPEND-ON, its window is       00002799
      *                           checked like an interval task's and   00002799
      *                           its cut-off (REC-TIME) must be        00002799
      *                           numeric HHMM or blank.                00002799
      ******************************************************************00002800
       IDENTIFICATION DIVISION.                                         00002900
       PROGRAM-ID.   'PMMSTVAL'.                                        00003000
           05 REC-COMMAND              PIC X(06).                       00006600
           05 REC-DEPEND-ON            PIC X(06).                       00006650
           05 REC-INTERVAL-MINS        PIC X(03).                       00006660
              88 REC-TRIGGER-TASK                  VALUE 'TRG'.         00006660
           05 REC-WINDOW-FROM          PIC X(04).                       00006670
           05 REC-WINDOW-TO            PIC X(04).                       00006680
           05 REC-HOLIDAY-ACTION       PIC X.                           00006690
                   ' NO DAY AND NO WEEKDAY FLAG - COMMAND=' REC-COMMAND 00014700
                   ' SUBCOMMAND=' REC-SUBCOMMAND.                       00014800
           IF REC-DEPEND-ON NOT = SPACES                                00014810
             AND REC-DEPEND-ON = REC-COMMAND                            00014820
             AND NOT REC-TRIGGER-TASK THEN                              00014820
               ADD 1 TO WS-BAD-COUNT                                    00014830
               DISPLAY 'RECORD ' WS-REC-COUNT                           00014840
                   ' - DEPENDS ON ITSELF - COMMAND=' REC-COMMAND        00014850
                   ' SUBCOMMAND=' REC-SUBCOMMAND.                       00014860
           IF REC-INTERVAL-MINS NOT = SPACES                            00014861
             AND REC-INTERVAL-MINS IS NOT NUMERIC                       00014862
             AND NOT REC-TRIGGER-TASK THEN                              00014862
               ADD 1 TO WS-BAD-COUNT                                    00014863
               DISPLAY 'RECORD ' WS-REC-COUNT                           00014864
                   ' - INTERVAL IS NOT NUMERIC - COMMAND=' REC-COMMAND. 00014865
           IF REC-INTERVAL-MINS IS NUMERIC                              00014866
             AND REC-INTERVAL-MINS > '000' THEN                         00014867
               PERFORM 3500-CHECK-INTERVAL-WINDOW THRU 3500-EXIT.       00014868
           IF REC-TRIGGER-TASK THEN                                     00014868
               PERFORM 3600-CHECK-TRIGGER-TASK THRU 3600-EXIT.          00014868
           IF NOT REC-HOL-VALID THEN                                    00014869
               ADD 1 TO WS-BAD-COUNT                                    00014870
               DISPLAY 'RECORD ' WS-REC-COUNT                           00014871
                   REC-COMMAND.                                         00015430
       3500-EXIT.                                                       00015440
           EXIT.                                                        00015450
      **********************************                                00015200
       3600-CHECK-TRIGGER-TASK.                                         00015200
      **********************************                                00015200
      *  A trigger task names its trigger in REC-DEPEND-ON - without    00015200
      *   one it could never fire. Its window follows the interval      00015200
      *   rules and REC-TIME, its cut-off, may be left blank.           00015200
           IF REC-DEPEND-ON = SPACES THEN                               00015200
               ADD 1 TO WS-BAD-COUNT                                    00015200
               DISPLAY 'RECORD ' WS-REC-COUNT                           00015200
                   ' - TRIGGER TASK NAMES NO TRIGGER - COMMAND='        00015200
                   REC-COMMAND.                                         00015200
           PERFORM 3500-CHECK-INTERVAL-WINDOW THRU 3500-EXIT.           00015200
           IF REC-TIME NOT = SPACES                                     00015200
             AND REC-TIME IS NOT NUMERIC THEN                           00015200
               ADD 1 TO WS-BAD-COUNT                                    00015200
               DISPLAY 'RECORD ' WS-REC-COUNT                           00015200
                   ' - TRIGGER CUT-OFF NOT NUMERIC HHMM - COMMAND='     00015200
                   REC-COMMAND.                                         00015200
       3600-EXIT.                                                       00015200
           EXIT.                                                        00015200
      **********************************                                00015200
       4000-CHECK-FOR-DUPLICATE.                                        00015300
      **********************************                                00015400
