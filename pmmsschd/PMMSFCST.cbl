      *   scheduled time, dependency and paused/held status. The site   00000180
      *   holiday calendar is honoured: a task that skips or rolls on   00000190
      *   a holiday is shown with that status. An interval task is      00000200
      *   shown once, with its repeat and window; a trigger task        00000210
      *   likewise once, with its trigger and cut-off.                  00000210
      *                                                                 00000220
      *   TASKLIST   Input task list (same layout as PMMSSCHD).         00000230
      *   HOLCAL     Input site holiday calendar.                       00000240
      *                           honoured when projecting today and    00000282
      *                           tomorrow, holiday calendar            00000283
      *                           included, matching PMMSSCHD.          00000284
      *   15/OCT/2026 - D. ASTA - Trigger tasks ('TRG' interval) are    00000284
      *                           listed once at their window-from      00000284
      *                           time with the trigger in the          00000284
      *                           dependency column and the status      00000284
      *                           ARRIVE BY and the cut-off (ON         00000284
      *                           ARRIVAL when there is none).          00000284
      ******************************************************************00000280
       IDENTIFICATION DIVISION.                                         00000290
       PROGRAM-ID.   'PMMSFCST'.                                        00000300
           05 REC-COMMAND              PIC X(06).                       00000730
           05 REC-DEPEND-ON            PIC X(06).                       00000740
           05 REC-INTERVAL-MINS        PIC X(03).                       00000750
              88 REC-TRIGGER-TASK                  VALUE 'TRG'.         00000750
           05 REC-WINDOW-FROM          PIC X(04).                       00000760
           05 REC-WINDOW-TO            PIC X(04).                       00000770
           05 REC-HOLIDAY-ACTION       PIC X.                           00000780
      **********************************                                00003130
      * Today's section only lists what is still to come: a one-shot    00003140
      *  task whose time has already passed is left off, an interval    00003150
      *  or trigger task stays on while its window is still open.       00003160
           IF REC-INTERVAL-MINS IS NUMERIC                              00003170
             AND REC-INTERVAL-MINS > '000'                              00003180
             OR REC-TRIGGER-TASK THEN                                   00003180
               IF REC-WINDOW-TO = SPACES                                00003190
                 OR REC-WINDOW-TO NOT < WS-NOW-HHMM THEN                00003200
                   PERFORM 2300-ADD-FORECAST-ENTRY THRU 2300-EXIT       00003210
               ELSE                                                     00003700
                   MOVE REC-WINDOW-FROM TO WS-NEW-TIME                  00003710
           ELSE                                                         00003720
            IF REC-TRIGGER-TASK THEN                                    00003720
               IF REC-TIME IS NUMERIC THEN                              00003720
                   STRING 'ARRIVE BY ' DELIMITED BY SIZE                00003720
                          REC-TIME DELIMITED BY SIZE                    00003720
                          INTO WS-NEW-STATUS                            00003720
               ELSE                                                     00003720
                   MOVE 'ON ARRIVAL' TO WS-NEW-STATUS                   00003720
            ELSE                                                        00003720
               MOVE REC-TIME TO WS-NEW-TIME.                            00003730
      * A trigger task sorts on its window-from time like an interval.  00003730
           IF REC-TRIGGER-TASK THEN                                     00003730
               IF REC-WINDOW-FROM = SPACES THEN                         00003730
                   MOVE '0000' TO WS-NEW-TIME                           00003730
               ELSE                                                     00003730
                   MOVE REC-WINDOW-FROM TO WS-NEW-TIME.                 00003730
           IF REC-PAUSED THEN                                           00003740
               MOVE 'PAUSED'        TO WS-NEW-STATUS                    00003750
               GO TO 3000-EXIT.                                         00003760
