      *           NEVER STARTED - programs the schedule file says
      *                           run every day, with no START at
      *                           all
      *           STREAM        - how each day1jsc job stream run
      *                           that day finished: COMPLETE, or
      *                           STOPPED at a step (or REFUSED) with
      *                           nothing downstream of it run
      *       The schedule file lists what should run each day, one
      *       colon-delimited record per program:
      *           program:max-elapsed-seconds
      *       The report date is a YYYYMMDD command-line argument,
      *       defaulting to today.  The completion code says what
      *       the page says - 8 for anything hung or missing or a
      *       stream left stopped, 4 for
      *       anything merely slow or nonzero - so the scheduler can
      *       act without a human reading first.  SCHEDIN can
      *       override the schedule file name.
            01 WS-JRN-F5 PIC X(14).
            01 WS-JRN-F6 PIC X(14).
            01 WS-JRN-F7 PIC X(10).
            01 WS-JRN-F8 PIC X(12).

      *       The day's job streams, from day1jsc's STREAM records:
      *       one entry per definition file, the latest record
      *       standing, so a stream stopped and then resumed to
      *       completion the same day reads as complete - with its
      *       stops counted.
            01 WS-STREAM-TABLE.
                05 WS-STREAM-ENTRY OCCURS 20 TIMES.
                    10 WS-STREAM-NAME PIC X(60).
                    10 WS-STREAM-DONE PIC X(5).
                    10 WS-STREAM-STEPS PIC X(5).
                    10 WS-STREAM-VERDICT PIC X(10).
                    10 WS-STREAM-STOP-STEP PIC X(12).
                    10 WS-STREAM-STOPS PIC 9(3).
            01 WS-STREAM-COUNT PIC 9(3) VALUE ZERO.
            01 WS-STREAM-IX PIC 9(3) VALUE ZERO.
            01 WS-STREAM-FOUND-IX PIC 9(3) VALUE ZERO.

      *       The schedule tabled: which programs must run and how
      *       long each is allowed to take.
            01 WS-SLOW-COUNT PIC 9(3) VALUE ZERO.
            01 WS-NONZERO-COUNT PIC 9(3) VALUE ZERO.
            01 WS-MISSING-COUNT PIC 9(3) VALUE ZERO.
            01 WS-STOPPED-COUNT PIC 9(3) VALUE ZERO.
            01 WS-COUNT-FORMATTED PIC Z(3).

      *       Shared run-journal output fields, matching day1part1's
            END-IF
            PERFORM REPORT-RUN-FINDINGS
            PERFORM REPORT-MISSING-RUNS
            PERFORM REPORT-STREAM-OUTCOMES
            PERFORM WRITE-WATCHDOG-SUMMARY
            CLOSE WATCHDOG-OUT
            DISPLAY 'WATCHDOG REPORT: '
                MOVE 'DEGRADED' TO WS-WATCH-VERDICT
            END-IF
            IF WS-HUNG-COUNT > 0 OR WS-MISSING-COUNT > 0
                    OR WS-STOPPED-COUNT > 0
                MOVE 8 TO RETURN-CODE
                MOVE 'BROKEN' TO WS-WATCH-VERDICT
            END-IF
        PAIR-ONE-JOURNAL-RECORD.
            MOVE SPACES TO WS-JRN-PROGRAM-F WS-JRN-KIND-F
                WS-JRN-STAMP-F WS-JRN-F4 WS-JRN-F5 WS-JRN-F6
                WS-JRN-F7 WS-JRN-F8
            UNSTRING WS-JOURNAL-LINE DELIMITED BY ':'
                INTO WS-JRN-PROGRAM-F WS-JRN-KIND-F WS-JRN-STAMP-F
                     WS-JRN-F4 WS-JRN-F5 WS-JRN-F6 WS-JRN-F7
                     WS-JRN-F8
            IF FUNCTION TRIM(WS-JRN-KIND-F) = 'START'
                IF WS-RUN-COUNT = 200
                    PERFORM SHIFT-RUN-TABLE
                IF FUNCTION TRIM(WS-JRN-KIND-F) = 'END'
                    PERFORM SETTLE-ONE-END
                END-IF
                IF FUNCTION TRIM(WS-JRN-KIND-F) = 'STREAM'
                        AND WS-JRN-STAMP-F(1:8) = WS-WATCH-DATE
                    PERFORM TABLE-ONE-STREAM
                END-IF
            END-IF.

      *       TABLE-ONE-STREAM records one day1jsc stream summary:
      *           definition:completed:defined:verdict:stop-step
      *       in fields four through eight.  A later record for the
      *       same definition replaces the earlier one's standing.
        TABLE-ONE-STREAM.
            MOVE ZERO TO WS-STREAM-FOUND-IX
            MOVE 1 TO WS-STREAM-IX
            PERFORM FIND-STREAM-ENTRY
                UNTIL WS-STREAM-IX > WS-STREAM-COUNT
                    OR WS-STREAM-FOUND-IX > 0
            IF WS-STREAM-FOUND-IX = 0 AND WS-STREAM-COUNT < 20
                ADD 1 TO WS-STREAM-COUNT
                MOVE WS-STREAM-COUNT TO WS-STREAM-FOUND-IX
                MOVE WS-JRN-F4 TO WS-STREAM-NAME(WS-STREAM-FOUND-IX)
                MOVE ZERO TO WS-STREAM-STOPS(WS-STREAM-FOUND-IX)
            END-IF
            IF WS-STREAM-FOUND-IX > 0
                MOVE WS-JRN-F5 TO WS-STREAM-DONE(WS-STREAM-FOUND-IX)
                MOVE WS-JRN-F6
                    TO WS-STREAM-STEPS(WS-STREAM-FOUND-IX)
                MOVE WS-JRN-F7
                    TO WS-STREAM-VERDICT(WS-STREAM-FOUND-IX)
                MOVE WS-JRN-F8
                    TO WS-STREAM-STOP-STEP(WS-STREAM-FOUND-IX)
                IF FUNCTION TRIM(WS-JRN-F7) = 'STOPPED'
                    ADD 1 TO WS-STREAM-STOPS(WS-STREAM-FOUND-IX)
                END-IF
            END-IF.

        FIND-STREAM-ENTRY.
            IF WS-STREAM-NAME(WS-STREAM-IX) = WS-JRN-F4
                MOVE WS-STREAM-IX TO WS-STREAM-FOUND-IX
            END-IF
            ADD 1 TO WS-STREAM-IX.

      *       SHIFT-RUN-TABLE drops entry 1 and slides everything
      *       up so slot 200 is free for the START just read - the
      *       same sliding window day1trend keeps over its run
            END-IF
            ADD 1 TO WS-SCHED-IX.

      *       REPORT-STREAM-OUTCOMES writes one line per job stream
      *       run on the watch date, as it last stood.  A stream
      *       still stopped (or refused) at the end of the day left
      *       its downstream programs unrun, which is as serious as
      *       a hung job.
        REPORT-STREAM-OUTCOMES.
            MOVE 1 TO WS-STREAM-IX
            PERFORM REPORT-ONE-STREAM
                UNTIL WS-STREAM-IX > WS-STREAM-COUNT.

        REPORT-ONE-STREAM.
            MOVE SPACES TO WS-REPORT-LINE
            IF FUNCTION TRIM(WS-STREAM-VERDICT(WS-STREAM-IX))
                    = 'COMPLETE'
                MOVE WS-STREAM-STOPS(WS-STREAM-IX)
                    TO WS-COUNT-FORMATTED
                IF WS-STREAM-STOPS(WS-STREAM-IX) > 0
                    STRING 'STREAM COMPLETE: ' DELIMITED BY SIZE
                           FUNCTION TRIM(
                               WS-STREAM-NAME(WS-STREAM-IX))
                               DELIMITED BY SIZE
                           ' AFTER ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-COUNT-FORMATTED)
                               DELIMITED BY SIZE
                           ' STOP(S) AND RESTART(S)'
                               DELIMITED BY SIZE
                           INTO WS-REPORT-LINE
                ELSE
                    STRING 'STREAM COMPLETE: ' DELIMITED BY SIZE
                           FUNCTION TRIM(
                               WS-STREAM-NAME(WS-STREAM-IX))
                               DELIMITED BY SIZE
                           ' - ' DELIMITED BY SIZE
                           WS-STREAM-STEPS(WS-STREAM-IX)
                               DELIMITED BY SPACE
                           ' STEP(S)' DELIMITED BY SIZE
                           INTO WS-REPORT-LINE
                END-IF
            ELSE
                ADD 1 TO WS-STOPPED-COUNT
                IF FUNCTION TRIM(WS-STREAM-VERDICT(WS-STREAM-IX))
                        = 'STOPPED'
                    STRING 'STREAM STOPPED: ' DELIMITED BY SIZE
                           FUNCTION TRIM(
                               WS-STREAM-NAME(WS-STREAM-IX))
                               DELIMITED BY SIZE
                           ' AT STEP ' DELIMITED BY SIZE
                           FUNCTION TRIM(
                               WS-STREAM-STOP-STEP(WS-STREAM-IX))
                               DELIMITED BY SIZE
                           ' - ' DELIMITED BY SIZE
                           WS-STREAM-DONE(WS-STREAM-IX)
                               DELIMITED BY SPACE
                           ' OF ' DELIMITED BY SIZE
                           WS-STREAM-STEPS(WS-STREAM-IX)
                               DELIMITED BY SPACE
                           ' STEP(S) COMPLETE' DELIMITED BY SIZE
                           INTO WS-REPORT-LINE
                ELSE
                    STRING 'STREAM REFUSED: ' DELIMITED BY SIZE
                           FUNCTION TRIM(
                               WS-STREAM-NAME(WS-STREAM-IX))
                               DELIMITED BY SIZE
                           ' - DEFINITION IN ERROR, NO STEP RUN'
                               DELIMITED BY SIZE
                           INTO WS-REPORT-LINE
                END-IF
            END-IF
            WRITE WATCHDOG-RECORD FROM WS-REPORT-LINE
            DISPLAY WS-REPORT-LINE
            ADD 1 TO WS-STREAM-IX.

        WRITE-WATCHDOG-SUMMARY.
            MOVE WS-WATCHED-COUNT TO WS-COUNT-FORMATTED
            MOVE SPACES TO WS-REPORT-LINE
                   FUNCTION TRIM(WS-COUNT-FORMATTED)
                       DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            WRITE WATCHDOG-RECORD FROM WS-REPORT-LINE
            MOVE WS-STOPPED-COUNT TO WS-COUNT-FORMATTED
            MOVE SPACES TO WS-REPORT-LINE
            STRING 'STREAMS STOPPED: ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-FORMATTED)
                       DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            WRITE WATCHDOG-RECORD FROM WS-REPORT-LINE.

      *       WRITE-JOURNAL-START / WRITE-JOURNAL-END append this
