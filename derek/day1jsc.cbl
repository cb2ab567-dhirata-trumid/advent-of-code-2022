        IDENTIFICATION DIVISION.
        PROGRAM-ID. day1jsc.

      *       day1jsc is the nightly job-stream controller.  The
      *       night is a chain - day1part1, then day1recon, then
      *       day1xtr, with day1ack and day1wdg in the morning - and
      *       a link that ends badly must stop the chain before the
      *       next program consumes its output.  The stream is
      *       defined in a file of steps, one colon-delimited record
      *       per step, in the order they are to run:
      *           step:program:arguments:predecessors:max-rc
      *       step          - a name for the step, unique in the file
      *       program       - the program to run
      *       arguments     - its command line; &BUSDATE is replaced
      *                       with the stream's business date
      *       predecessors  - comma-separated names of the steps
      *                       that must have completed first, each
      *                       defined earlier in the file
      *       max-rc        - the highest completion code the step
      *                       may end with and the stream carry on
      *       Lines that are blank or start with * are comments.
      *       Each step is run as its own program, from the JOBBIN
      *       directory, with RUNDATE set to the business date.  A
      *       step ending above its max-rc stops the stream there:
      *       nothing downstream of it runs.
      *       The controller keeps its own checkpoint of how many
      *       steps have completed, in day1drv's INPROGRESS/COMPLETE
      *       convention, so the rerun after a stop resumes at the
      *       failed step instead of repeating the ones that went
      *       through.
      *       The business date is a YYYYMMDD command-line argument,
      *       defaulting to today.  JOBSTREAM overrides the
      *       definition file name.  Every run writes a STREAM
      *       record to the run journal for day1wdg to report:
      *           day1jsc:STREAM:stamp:definition:steps-completed:
      *               steps-defined:COMPLETE|STOPPED|REFUSED:stop-step
      *       The completion code is the worst step's code for a
      *       stream that completes, and 12 for a stream stopped at
      *       a step or refused over a definition in error.

        ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
      *       STREAM-DEF is the job-stream definition, one step per
      *       line.
              SELECT STREAM-DEF ASSIGN DYNAMIC WS-STREAM-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STREAM-STATUS.

      *       STREAM-CHECKPOINT records how many steps of the stream
      *       have completed - see day1drv's DRIVER-CHECKPOINT.
              SELECT STREAM-CHECKPOINT
              ASSIGN DYNAMIC WS-JSCCKPT-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JSCCKPT-STATUS.

      *       STREAM-REPORT is the retained, date-stamped account of
      *       the stream's steps, alongside the console copy.
              SELECT STREAM-REPORT
              ASSIGN DYNAMIC WS-STREAM-REPORT-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL.

      *       RUN-JOURNAL is the shared operations journal every
      *       program in the suite appends start and end records to -
      *       see day1part1, which owns the convention.
              SELECT OPTIONAL RUN-JOURNAL
              ASSIGN DYNAMIC WS-JOURNAL-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JOURNAL-STATUS.

        DATA DIVISION.
           FILE SECTION.
           FD STREAM-DEF.
           01 STREAM-DEF-RECORD PIC X(200).

           FD STREAM-CHECKPOINT.
           01 JSCCKPT-RECORD PIC X(100).

           FD STREAM-REPORT.
           01 STREAM-REPORT-RECORD PIC X(100).

           FD RUN-JOURNAL.
           01 RUN-JOURNAL-RECORD PIC X(120).

        WORKING-STORAGE SECTION.
            01 WS-STREAM-FILENAME PIC X(60)
               VALUE 'limits/day1stream.dat'.
            01 WS-STREAM-STATUS PIC X(2).
            01 WS-STREAM-EOF PIC A(1) VALUE 'N'.
            01 WS-STREAM-LINE PIC X(200).
            01 WS-JSCCKPT-FILENAME PIC X(60)
               VALUE 'checkpoints/day1jsc.ckp'.
            01 WS-JSCCKPT-STATUS PIC X(2).
            01 WS-JSCCKPT-LINE PIC X(100).
            01 WS-JSCCKPT-STATUS-F PIC X(12).
            01 WS-JSCCKPT-COUNT-F PIC X(10).
            01 WS-JSCCKPT-STREAM-F PIC X(60).
            01 WS-JSCCKPT-DATE-F PIC X(10).
            01 WS-STREAM-REPORT-FILENAME PIC X(60).
            01 WS-REPORT-LINE PIC X(100).
            01 TEMP_CAL PIC 9(9) VALUE ZERO.
            01 WS-CURRENT-DATE.
                05 WS-CURRENT-DATE-YMD PIC 9(8).
                05 FILLER PIC X(13).

      *       The business date the stream runs for, and where the
      *       step programs are run from.
            01 WS-COMMAND-LINE PIC X(40) VALUE SPACES.
            01 WS-STREAM-DATE PIC X(8) VALUE SPACES.
            01 WS-JOBBIN PIC X(60) VALUE './'.

      *       The tabled stream.  50 steps is far beyond this
      *       shop's night.  WS-STEP-STATE is PENDING until the step
      *       is settled: DONE, EARLIER (completed by a prior run,
      *       per the checkpoint), OVER (ended above its max-rc) or
      *       BLOCKED (a predecessor had not completed).
            01 WS-STEP-TABLE.
                05 WS-STEP-ENTRY OCCURS 50 TIMES.
                    10 WS-STEP-NAME PIC X(12).
                    10 WS-STEP-PROGRAM PIC X(12).
                    10 WS-STEP-ARGS PIC X(60).
                    10 WS-STEP-PREDS PIC X(60).
                    10 WS-STEP-MAX-RC PIC 9(3).
                    10 WS-STEP-RC PIC 9(3).
                    10 WS-STEP-STATE PIC X(8).
            01 WS-STEP-COUNT PIC 9(3) VALUE ZERO.
            01 WS-STEP-IX PIC 9(3) VALUE ZERO.
            01 WS-STEP-JX PIC 9(3) VALUE ZERO.
            01 WS-STEP-FOUND-IX PIC 9(3) VALUE ZERO.

      *       UNSTRING targets for one definition record, and for
      *       its predecessor list.
            01 WS-DEF-NAME-F PIC X(20).
            01 WS-DEF-PROGRAM-F PIC X(20).
            01 WS-DEF-ARGS-F PIC X(60).
            01 WS-DEF-PREDS-F PIC X(60).
            01 WS-DEF-MAXRC-F PIC X(10).
            01 WS-DEF-ERRORS PIC 9(3) VALUE ZERO.
            01 WS-DEF-LINE-NUM PIC 9(5) VALUE ZERO.
            01 WS-DEF-MESSAGE PIC X(70).
            01 WS-PRED-LIST.
                05 WS-PRED-NAME PIC X(12) OCCURS 10 TIMES.
            01 WS-PRED-IX PIC 9(2) VALUE ZERO.
            01 WS-PRED-NAME-F PIC X(12).
            01 WS-PRED-LIMIT PIC 9(3) VALUE ZERO.
            01 WS-PREDS-MET PIC X(1) VALUE 'Y'.

      *       Running one step.  The shell's wait status carries the
      *       step's completion code in its high byte; 127 there is
      *       the shell reporting the program could not be found.
            01 WS-STEP-COMMAND PIC X(160).
            01 WS-STEP-ARGS-WORK PIC X(60).
            01 WS-SYSTEM-RC PIC S9(9) VALUE ZERO.
            01 WS-CALL-RC PIC 9(3) VALUE ZERO.

      *       Stream progress.
            01 WS-COMPLETED-COUNT PIC 9(3) VALUE ZERO.
            01 WS-WORST-RC PIC 9(3) VALUE ZERO.
            01 WS-STREAM-STOPPED PIC X(1) VALUE 'N'.
            01 WS-STOP-STEP PIC X(12) VALUE SPACES.
            01 WS-STREAM-VERDICT PIC X(8) VALUE 'COMPLETE'.
            01 WS-STEP-PREFIX PIC X(45).
            01 WS-RC-FORMATTED PIC ZZ9.
            01 WS-MAXRC-FORMATTED PIC ZZ9.
            01 WS-COUNT-FORMATTED PIC ZZ9.
            01 WS-COUNT2-FORMATTED PIC ZZ9.

      *       Shared run-journal fields, matching day1part1's
      *       convention.
            01 WS-JOURNAL-FILENAME PIC X(60)
               VALUE 'history/run_journal.dat'.
            01 WS-JOURNAL-STATUS PIC X(2).
            01 WS-JOURNAL-LINE PIC X(120).
            01 WS-JOURNAL-NOW.
                05 WS-JOURNAL-STAMP PIC X(14).
                05 FILLER PIC X(7).
            01 WS-JOURNAL-RC PIC 9(2) VALUE ZERO.

        PROCEDURE DIVISION.
            PERFORM RESOLVE-STREAM-SETTINGS
            PERFORM WRITE-JOURNAL-START
            OPEN OUTPUT STREAM-REPORT
            MOVE SPACES TO WS-REPORT-LINE
            STRING 'JOB STREAM ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-STREAM-FILENAME)
                       DELIMITED BY SIZE
                   ' - BUSINESS DATE ' DELIMITED BY SIZE
                   WS-STREAM-DATE DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            PERFORM EMIT-REPORT-LINE
            PERFORM LOAD-STREAM-DEFINITION
            IF WS-STEP-COUNT = 0 OR WS-DEF-ERRORS > 0
                IF WS-STEP-COUNT = 0 AND WS-DEF-ERRORS = 0
                    MOVE SPACES TO WS-REPORT-LINE
                    STRING 'NO STEPS DEFINED IN ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-STREAM-FILENAME)
                               DELIMITED BY SIZE
                           INTO WS-REPORT-LINE
                    PERFORM EMIT-REPORT-LINE
                END-IF
                MOVE 'STREAM REFUSED - NO STEP HAS BEEN RUN'
                    TO WS-REPORT-LINE
                PERFORM EMIT-REPORT-LINE
                MOVE 'REFUSED' TO WS-STREAM-VERDICT
                MOVE 12 TO WS-WORST-RC
            ELSE
                PERFORM CHECK-STREAM-CHECKPOINT
                MOVE 1 TO WS-STEP-IX
                PERFORM MARK-ONE-STEP-EARLIER
                    UNTIL WS-STEP-IX > WS-COMPLETED-COUNT
                PERFORM RUN-ONE-STEP
                    UNTIL WS-STEP-IX > WS-STEP-COUNT
                        OR WS-STREAM-STOPPED = 'Y'
                MOVE 1 TO WS-STEP-IX
                PERFORM REPORT-ONE-STEP
                    UNTIL WS-STEP-IX > WS-STEP-COUNT
                PERFORM WRITE-STREAM-OUTCOME
            END-IF
            CLOSE STREAM-REPORT
            DISPLAY 'JOB STREAM REPORT: '
                FUNCTION TRIM(WS-STREAM-REPORT-FILENAME)
            PERFORM WRITE-JOURNAL-STREAM
            MOVE WS-WORST-RC TO RETURN-CODE
            PERFORM WRITE-JOURNAL-END
        STOP RUN.

      *       RESOLVE-STREAM-SETTINGS takes the business date from
      *       the command line, defaulting to today, and hands it to
      *       the steps as RUNDATE - the override day1part1 already
      *       honors for backlog runs.
        RESOLVE-STREAM-SETTINGS.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
            UNSTRING WS-COMMAND-LINE DELIMITED BY ALL ' '
                INTO WS-STREAM-DATE
            IF WS-STREAM-DATE = SPACES
                    OR WS-STREAM-DATE IS NOT NUMERIC
                MOVE WS-CURRENT-DATE-YMD TO WS-STREAM-DATE
            END-IF
            SET ENVIRONMENT 'RUNDATE' TO WS-STREAM-DATE
            ACCEPT WS-STREAM-FILENAME FROM ENVIRONMENT 'JOBSTREAM'
                ON EXCEPTION
                    MOVE 'limits/day1stream.dat'
                        TO WS-STREAM-FILENAME
            END-ACCEPT
            ACCEPT WS-JOBBIN FROM ENVIRONMENT 'JOBBIN'
                ON EXCEPTION
                    MOVE './' TO WS-JOBBIN
            END-ACCEPT
            MOVE SPACES TO WS-STREAM-REPORT-FILENAME
            STRING 'reports/day1jsc_' DELIMITED BY SIZE
                   WS-STREAM-DATE DELIMITED BY SIZE
                   '.rpt' DELIMITED BY SIZE
                   INTO WS-STREAM-REPORT-FILENAME.

      *       LOAD-STREAM-DEFINITION tables every step.  Anything
      *       wrong with the definition is announced line by line,
      *       and a definition with any error in it is refused
      *       outright - a stream run from half a definition is
      *       exactly the unguarded chain this program replaces.
        LOAD-STREAM-DEFINITION.
            OPEN INPUT STREAM-DEF
            IF WS-STREAM-STATUS NOT = '00'
                MOVE SPACES TO WS-REPORT-LINE
                STRING 'JOB STREAM DEFINITION UNAVAILABLE - FILE '
                           DELIMITED BY SIZE
                       'STATUS ' DELIMITED BY SIZE
                       WS-STREAM-STATUS DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                PERFORM EMIT-REPORT-LINE
                ADD 1 TO WS-DEF-ERRORS
            ELSE
                PERFORM UNTIL WS-STREAM-EOF = 'Y'
                    READ STREAM-DEF INTO WS-STREAM-LINE
                        AT END MOVE 'Y' TO WS-STREAM-EOF
                        NOT AT END PERFORM TABLE-ONE-STEP
                    END-READ
                END-PERFORM
                CLOSE STREAM-DEF
            END-IF.

        TABLE-ONE-STEP.
            ADD 1 TO WS-DEF-LINE-NUM
            IF WS-STREAM-LINE NOT = SPACES
                    AND WS-STREAM-LINE(1:1) NOT = '*'
                MOVE SPACES TO WS-DEF-NAME-F WS-DEF-PROGRAM-F
                    WS-DEF-ARGS-F WS-DEF-PREDS-F WS-DEF-MAXRC-F
                UNSTRING WS-STREAM-LINE DELIMITED BY ':'
                    INTO WS-DEF-NAME-F WS-DEF-PROGRAM-F
                         WS-DEF-ARGS-F WS-DEF-PREDS-F
                         WS-DEF-MAXRC-F
                IF WS-DEF-NAME-F = SPACES
                        OR WS-DEF-PROGRAM-F = SPACES
                    MOVE 'STEP NAME AND PROGRAM ARE REQUIRED'
                        TO WS-DEF-MESSAGE
                    PERFORM REPORT-DEFINITION-ERROR
                ELSE
                    PERFORM ADD-ONE-STEP
                END-IF
            END-IF.

        ADD-ONE-STEP.
            MOVE ZERO TO WS-STEP-FOUND-IX
            MOVE 1 TO WS-STEP-JX
            MOVE WS-DEF-NAME-F TO WS-PRED-NAME-F
            PERFORM FIND-STEP-BY-NAME
                UNTIL WS-STEP-JX > WS-STEP-COUNT
                    OR WS-STEP-FOUND-IX > 0
            IF WS-STEP-FOUND-IX > 0
                MOVE SPACES TO WS-DEF-MESSAGE
                STRING 'STEP ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-DEF-NAME-F) DELIMITED BY SIZE
                       ' IS DEFINED TWICE' DELIMITED BY SIZE
                       INTO WS-DEF-MESSAGE
                PERFORM REPORT-DEFINITION-ERROR
            ELSE
                IF WS-STEP-COUNT < 50
                    ADD 1 TO WS-STEP-COUNT
                    MOVE WS-DEF-NAME-F TO WS-STEP-NAME(WS-STEP-COUNT)
                    MOVE WS-DEF-PROGRAM-F
                        TO WS-STEP-PROGRAM(WS-STEP-COUNT)
                    MOVE WS-DEF-ARGS-F TO WS-STEP-ARGS(WS-STEP-COUNT)
                    MOVE WS-DEF-PREDS-F
                        TO WS-STEP-PREDS(WS-STEP-COUNT)
                    MOVE ZERO TO WS-STEP-MAX-RC(WS-STEP-COUNT)
                    MOVE ZERO TO WS-STEP-RC(WS-STEP-COUNT)
                    MOVE 'PENDING' TO WS-STEP-STATE(WS-STEP-COUNT)
                    IF FUNCTION TRIM(WS-DEF-MAXRC-F) IS NUMERIC
                        SET TEMP_CAL TO
                            FUNCTION NUMVAL(WS-DEF-MAXRC-F)
                        SET WS-STEP-MAX-RC(WS-STEP-COUNT)
                            TO TEMP_CAL
                    ELSE
                        IF WS-DEF-MAXRC-F NOT = SPACES
                            MOVE 'MAX-RC IS NOT A NUMBER'
                                TO WS-DEF-MESSAGE
                            PERFORM REPORT-DEFINITION-ERROR
                        END-IF
                    END-IF
                    PERFORM VALIDATE-STEP-PREDECESSORS
                ELSE
                    MOVE 'MORE THAN 50 STEPS IN THE STREAM'
                        TO WS-DEF-MESSAGE
                    PERFORM REPORT-DEFINITION-ERROR
                END-IF
            END-IF.

      *       VALIDATE-STEP-PREDECESSORS holds each named
      *       predecessor against the steps defined before this one.
      *       Steps run in file order, so a predecessor defined
      *       later (or not at all) could never have completed
      *       first.
        VALIDATE-STEP-PREDECESSORS.
            MOVE WS-STEP-COUNT TO WS-STEP-IX
            PERFORM SPLIT-STEP-PREDECESSORS
            COMPUTE WS-PRED-LIMIT = WS-STEP-COUNT - 1
            MOVE 1 TO WS-PRED-IX
            PERFORM VALIDATE-ONE-PREDECESSOR
                UNTIL WS-PRED-IX > 10.

        VALIDATE-ONE-PREDECESSOR.
            IF WS-PRED-NAME(WS-PRED-IX) NOT = SPACES
                MOVE WS-PRED-NAME(WS-PRED-IX) TO WS-PRED-NAME-F
                MOVE ZERO TO WS-STEP-FOUND-IX
                MOVE 1 TO WS-STEP-JX
                PERFORM FIND-STEP-BY-NAME
                    UNTIL WS-STEP-JX > WS-PRED-LIMIT
                        OR WS-STEP-FOUND-IX > 0
                IF WS-STEP-FOUND-IX = 0
                    MOVE SPACES TO WS-DEF-MESSAGE
                    STRING 'PREDECESSOR ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-PRED-NAME-F)
                               DELIMITED BY SIZE
                           ' IS NOT A STEP DEFINED BEFORE '
                               DELIMITED BY SIZE
                           FUNCTION TRIM(WS-STEP-NAME(WS-STEP-IX))
                               DELIMITED BY SIZE
                           INTO WS-DEF-MESSAGE
                    PERFORM REPORT-DEFINITION-ERROR
                END-IF
            END-IF
            ADD 1 TO WS-PRED-IX.

        REPORT-DEFINITION-ERROR.
            MOVE SPACES TO WS-REPORT-LINE
            STRING 'DEFINITION LINE ' DELIMITED BY SIZE
                   WS-DEF-LINE-NUM DELIMITED BY SIZE
                   ' - ' DELIMITED BY SIZE
                   WS-DEF-MESSAGE DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            PERFORM EMIT-REPORT-LINE
            ADD 1 TO WS-DEF-ERRORS.

        SPLIT-STEP-PREDECESSORS.
            MOVE SPACES TO WS-PRED-LIST
            UNSTRING WS-STEP-PREDS(WS-STEP-IX)
                DELIMITED BY ',' OR ALL ' '
                INTO WS-PRED-NAME(1) WS-PRED-NAME(2)
                     WS-PRED-NAME(3) WS-PRED-NAME(4)
                     WS-PRED-NAME(5) WS-PRED-NAME(6)
                     WS-PRED-NAME(7) WS-PRED-NAME(8)
                     WS-PRED-NAME(9) WS-PRED-NAME(10).

        FIND-STEP-BY-NAME.
            IF WS-STEP-NAME(WS-STEP-JX) = WS-PRED-NAME-F
                MOVE WS-STEP-JX TO WS-STEP-FOUND-IX
            END-IF
            ADD 1 TO WS-STEP-JX.

      *       CHECK-STREAM-CHECKPOINT picks up a stopped stream.  The
      *       checkpoint is honored only when it is INPROGRESS and
      *       was taken for the same definition and business date -
      *       a different night's checkpoint says nothing about this
      *       one.  A count beyond the steps now defined means the
      *       definition changed underneath it, and the stream
      *       starts from the top.
        CHECK-STREAM-CHECKPOINT.
            MOVE ZERO TO WS-COMPLETED-COUNT
            OPEN INPUT STREAM-CHECKPOINT
            IF WS-JSCCKPT-STATUS = '00'
                READ STREAM-CHECKPOINT INTO WS-JSCCKPT-LINE
                    AT END MOVE SPACES TO WS-JSCCKPT-LINE
                END-READ
                CLOSE STREAM-CHECKPOINT
                MOVE SPACES TO WS-JSCCKPT-STATUS-F
                    WS-JSCCKPT-COUNT-F WS-JSCCKPT-STREAM-F
                    WS-JSCCKPT-DATE-F
                UNSTRING WS-JSCCKPT-LINE DELIMITED BY ':'
                    INTO WS-JSCCKPT-STATUS-F WS-JSCCKPT-COUNT-F
                         WS-JSCCKPT-STREAM-F WS-JSCCKPT-DATE-F
                IF FUNCTION TRIM(WS-JSCCKPT-STATUS-F) = 'INPROGRESS'
                        AND FUNCTION TRIM(WS-JSCCKPT-STREAM-F)
                            = FUNCTION TRIM(WS-STREAM-FILENAME)
                        AND WS-JSCCKPT-DATE-F(1:8) = WS-STREAM-DATE
                        AND FUNCTION TRIM(WS-JSCCKPT-COUNT-F)
                            IS NUMERIC
                    SET TEMP_CAL TO
                        FUNCTION NUMVAL(WS-JSCCKPT-COUNT-F)
                    IF TEMP_CAL > WS-STEP-COUNT
                        DISPLAY 'STREAM CHECKPOINT IS FOR A LONGER '
                            'DEFINITION - STARTING FROM THE FIRST '
                            'STEP'
                    ELSE
                        SET WS-COMPLETED-COUNT TO TEMP_CAL
                    END-IF
                    SET TEMP_CAL TO ZERO
                    IF WS-COMPLETED-COUNT > 0
                        DISPLAY 'RESUMING STREAM AFTER '
                            WS-COMPLETED-COUNT
                            ' COMPLETED STEP(S)'
                    END-IF
                END-IF
            END-IF.

        MARK-ONE-STEP-EARLIER.
            MOVE 'EARLIER' TO WS-STEP-STATE(WS-STEP-IX)
            ADD 1 TO WS-STEP-IX.

      *       WRITE-STREAM-CHECKPOINT snapshots the completed-step
      *       count before each step is run and after each one
      *       completes, so however a step dies the rerun knows
      *       where the stream stood.
        WRITE-STREAM-CHECKPOINT.
            MOVE SPACES TO WS-JSCCKPT-LINE
            STRING 'INPROGRESS:' DELIMITED BY SIZE
                   WS-COMPLETED-COUNT DELIMITED BY SIZE
                   ':' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-STREAM-FILENAME)
                       DELIMITED BY SIZE
                   ':' DELIMITED BY SIZE
                   WS-STREAM-DATE DELIMITED BY SIZE
                   INTO WS-JSCCKPT-LINE
            OPEN OUTPUT STREAM-CHECKPOINT
            WRITE JSCCKPT-RECORD FROM WS-JSCCKPT-LINE
            CLOSE STREAM-CHECKPOINT.

        MARK-STREAM-COMPLETE.
            MOVE SPACES TO WS-JSCCKPT-LINE
            STRING 'COMPLETE:' DELIMITED BY SIZE
                   WS-COMPLETED-COUNT DELIMITED BY SIZE
                   INTO WS-JSCCKPT-LINE
            OPEN OUTPUT STREAM-CHECKPOINT
            WRITE JSCCKPT-RECORD FROM WS-JSCCKPT-LINE
            CLOSE STREAM-CHECKPOINT.

      *       RUN-ONE-STEP runs the next step once its predecessors
      *       are settled as completed, and settles it by its
      *       completion code against its max-rc.  A step over its
      *       threshold, or one whose predecessor did not complete,
      *       stops the stream there with the checkpoint pointing
      *       at it.
        RUN-ONE-STEP.
            PERFORM WRITE-STREAM-CHECKPOINT
            PERFORM CHECK-STEP-PREDECESSORS
            IF WS-PREDS-MET = 'N'
                MOVE 'BLOCKED' TO WS-STEP-STATE(WS-STEP-IX)
                PERFORM STOP-STREAM-AT-STEP
            ELSE
                PERFORM BUILD-STEP-COMMAND
                DISPLAY 'STEP ' FUNCTION TRIM(WS-STEP-NAME(WS-STEP-IX))
                    ': ' FUNCTION TRIM(WS-STEP-COMMAND)
                MOVE ZERO TO RETURN-CODE
                CALL 'SYSTEM' USING WS-STEP-COMMAND
                MOVE RETURN-CODE TO WS-SYSTEM-RC
                MOVE ZERO TO RETURN-CODE
                IF WS-SYSTEM-RC < 0
                    MOVE 255 TO WS-CALL-RC
                ELSE
                    DIVIDE WS-SYSTEM-RC BY 256 GIVING WS-CALL-RC
                END-IF
                MOVE WS-CALL-RC TO WS-STEP-RC(WS-STEP-IX)
                IF WS-CALL-RC > WS-STEP-MAX-RC(WS-STEP-IX)
                    MOVE 'OVER' TO WS-STEP-STATE(WS-STEP-IX)
                    PERFORM STOP-STREAM-AT-STEP
                ELSE
                    MOVE 'DONE' TO WS-STEP-STATE(WS-STEP-IX)
                    IF WS-CALL-RC > WS-WORST-RC
                        MOVE WS-CALL-RC TO WS-WORST-RC
                    END-IF
                    ADD 1 TO WS-COMPLETED-COUNT
                    PERFORM WRITE-STREAM-CHECKPOINT
                    ADD 1 TO WS-STEP-IX
                END-IF
            END-IF.

        STOP-STREAM-AT-STEP.
            SET WS-STREAM-STOPPED TO 'Y'
            MOVE WS-STEP-NAME(WS-STEP-IX) TO WS-STOP-STEP
            MOVE 'STOPPED' TO WS-STREAM-VERDICT
            MOVE 12 TO WS-WORST-RC.

      *       CHECK-STEP-PREDECESSORS confirms every predecessor of
      *       the step is DONE in this run or EARLIER in the run the
      *       checkpoint resumed.
        CHECK-STEP-PREDECESSORS.
            SET WS-PREDS-MET TO 'Y'
            PERFORM SPLIT-STEP-PREDECESSORS
            MOVE 1 TO WS-PRED-IX
            PERFORM CHECK-ONE-PREDECESSOR
                UNTIL WS-PRED-IX > 10.

        CHECK-ONE-PREDECESSOR.
            IF WS-PRED-NAME(WS-PRED-IX) NOT = SPACES
                MOVE WS-PRED-NAME(WS-PRED-IX) TO WS-PRED-NAME-F
                MOVE ZERO TO WS-STEP-FOUND-IX
                MOVE 1 TO WS-STEP-JX
                PERFORM FIND-STEP-BY-NAME
                    UNTIL WS-STEP-JX > WS-STEP-COUNT
                        OR WS-STEP-FOUND-IX > 0
                IF WS-STEP-FOUND-IX = 0
                    SET WS-PREDS-MET TO 'N'
                ELSE
                    IF WS-STEP-STATE(WS-STEP-FOUND-IX) NOT = 'DONE'
                            AND WS-STEP-STATE(WS-STEP-FOUND-IX)
                                NOT = 'EARLIER'
                        SET WS-PREDS-MET TO 'N'
                    END-IF
                END-IF
            END-IF
            ADD 1 TO WS-PRED-IX.

      *       BUILD-STEP-COMMAND puts the JOBBIN directory in front
      *       of the program and the business date into the
      *       arguments wherever &BUSDATE stands.
        BUILD-STEP-COMMAND.
            MOVE WS-STEP-ARGS(WS-STEP-IX) TO WS-STEP-ARGS-WORK
            INSPECT WS-STEP-ARGS-WORK
                REPLACING ALL '&BUSDATE' BY WS-STREAM-DATE
            MOVE SPACES TO WS-STEP-COMMAND
            STRING FUNCTION TRIM(WS-JOBBIN) DELIMITED BY SIZE
                   FUNCTION TRIM(WS-STEP-PROGRAM(WS-STEP-IX))
                       DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-STEP-ARGS-WORK DELIMITED BY SIZE
                   INTO WS-STEP-COMMAND.

      *       REPORT-ONE-STEP writes one line per step saying how
      *       it was settled, or that it never ran.
        REPORT-ONE-STEP.
            MOVE WS-STEP-RC(WS-STEP-IX) TO WS-RC-FORMATTED
            MOVE WS-STEP-MAX-RC(WS-STEP-IX) TO WS-MAXRC-FORMATTED
            MOVE SPACES TO WS-STEP-PREFIX WS-REPORT-LINE
            STRING 'STEP ' DELIMITED BY SIZE
                   WS-STEP-NAME(WS-STEP-IX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-STEP-PROGRAM(WS-STEP-IX) DELIMITED BY SIZE
                   ' MAX-RC ' DELIMITED BY SIZE
                   WS-MAXRC-FORMATTED DELIMITED BY SIZE
                   INTO WS-STEP-PREFIX
            EVALUATE WS-STEP-STATE(WS-STEP-IX)
                WHEN 'DONE'
                    STRING WS-STEP-PREFIX DELIMITED BY SIZE
                           ' ENDED RC ' DELIMITED BY SIZE
                           WS-RC-FORMATTED DELIMITED BY SIZE
                           ' - COMPLETED' DELIMITED BY SIZE
                           INTO WS-REPORT-LINE
                WHEN 'EARLIER'
                    STRING WS-STEP-PREFIX DELIMITED BY SIZE
                           ' COMPLETED IN AN EARLIER RUN'
                               DELIMITED BY SIZE
                           INTO WS-REPORT-LINE
                WHEN 'OVER'
                    STRING WS-STEP-PREFIX DELIMITED BY SIZE
                           ' ENDED RC ' DELIMITED BY SIZE
                           WS-RC-FORMATTED DELIMITED BY SIZE
                           ' - OVER MAX-RC, STREAM STOPPED'
                               DELIMITED BY SIZE
                           INTO WS-REPORT-LINE
                WHEN 'BLOCKED'
                    STRING WS-STEP-PREFIX DELIMITED BY SIZE
                           ' PREDECESSOR NOT COMPLETE, STREAM '
                               DELIMITED BY SIZE
                           'STOPPED' DELIMITED BY SIZE
                           INTO WS-REPORT-LINE
                WHEN OTHER
                    STRING WS-STEP-PREFIX DELIMITED BY SIZE
                           ' NOT RUN' DELIMITED BY SIZE
                           INTO WS-REPORT-LINE
            END-EVALUATE
            PERFORM EMIT-REPORT-LINE
            ADD 1 TO WS-STEP-IX.

      *       WRITE-STREAM-OUTCOME closes the report.  Only a stream
      *       that ran every step is marked COMPLETE on the
      *       checkpoint; a stopped one leaves it INPROGRESS at the
      *       failed step for the rerun.
        WRITE-STREAM-OUTCOME.
            MOVE WS-COMPLETED-COUNT TO WS-COUNT-FORMATTED
            MOVE WS-STEP-COUNT TO WS-COUNT2-FORMATTED
            MOVE SPACES TO WS-REPORT-LINE
            IF WS-STREAM-STOPPED = 'Y'
                STRING 'STREAM STOPPED AT STEP ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-STOP-STEP) DELIMITED BY SIZE
                       ' - ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-COUNT-FORMATTED)
                           DELIMITED BY SIZE
                       ' OF ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-COUNT2-FORMATTED)
                           DELIMITED BY SIZE
                       ' STEPS COMPLETE - RERUN TO RESUME THERE'
                           DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
            ELSE
                PERFORM MARK-STREAM-COMPLETE
                STRING 'STREAM COMPLETE - ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-COUNT-FORMATTED)
                           DELIMITED BY SIZE
                       ' OF ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-COUNT2-FORMATTED)
                           DELIMITED BY SIZE
                       ' STEPS' DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
            END-IF
            PERFORM EMIT-REPORT-LINE.

        EMIT-REPORT-LINE.
            WRITE STREAM-REPORT-RECORD FROM WS-REPORT-LINE
            DISPLAY WS-REPORT-LINE.

      *       WRITE-JOURNAL-STREAM appends the stream summary record
      *       day1wdg reports on, between this program's own START
      *       and END brackets.
        WRITE-JOURNAL-STREAM.
            OPEN EXTEND RUN-JOURNAL
            IF WS-JOURNAL-STATUS = '00' OR '05'
                MOVE FUNCTION CURRENT-DATE TO WS-JOURNAL-NOW
                MOVE SPACES TO WS-JOURNAL-LINE
                STRING 'day1jsc:STREAM:' DELIMITED BY SIZE
                       WS-JOURNAL-STAMP DELIMITED BY SIZE
                       ':' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-STREAM-FILENAME)
                           DELIMITED BY SIZE
                       ':' DELIMITED BY SIZE
                       WS-COMPLETED-COUNT DELIMITED BY SIZE
                       ':' DELIMITED BY SIZE
                       WS-STEP-COUNT DELIMITED BY SIZE
                       ':' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-STREAM-VERDICT)
                           DELIMITED BY SIZE
                       ':' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-STOP-STEP)
                           DELIMITED BY SIZE
                       INTO WS-JOURNAL-LINE
                WRITE RUN-JOURNAL-RECORD FROM WS-JOURNAL-LINE
                CLOSE RUN-JOURNAL
            END-IF.

      *       WRITE-JOURNAL-START / WRITE-JOURNAL-END append this
      *       program's bracket records to the shared run journal,
      *       in day1part1's convention: the end record carries the
      *       steps completed and the steps defined.  A journal that
      *       cannot be opened never stops the stream.
        WRITE-JOURNAL-START.
            OPEN EXTEND RUN-JOURNAL
            IF WS-JOURNAL-STATUS = '00' OR '05'
                MOVE FUNCTION CURRENT-DATE TO WS-JOURNAL-NOW
                MOVE SPACES TO WS-JOURNAL-LINE
                STRING 'day1jsc:START:' DELIMITED BY SIZE
                       WS-JOURNAL-STAMP DELIMITED BY SIZE
                       ':' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-STREAM-FILENAME)
                           DELIMITED BY SIZE
                       ':FRESH' DELIMITED BY SIZE
                       INTO WS-JOURNAL-LINE
                WRITE RUN-JOURNAL-RECORD FROM WS-JOURNAL-LINE
                CLOSE RUN-JOURNAL
            END-IF.

        WRITE-JOURNAL-END.
            OPEN EXTEND RUN-JOURNAL
            IF WS-JOURNAL-STATUS = '00' OR '05'
                MOVE FUNCTION CURRENT-DATE TO WS-JOURNAL-NOW
                MOVE RETURN-CODE TO WS-JOURNAL-RC
                MOVE SPACES TO WS-JOURNAL-LINE
                STRING 'day1jsc:END:' DELIMITED BY SIZE
                       WS-JOURNAL-STAMP DELIMITED BY SIZE
                       ':000000' DELIMITED BY SIZE
                       WS-COMPLETED-COUNT DELIMITED BY SIZE
                       ':000000' DELIMITED BY SIZE
                       WS-STEP-COUNT DELIMITED BY SIZE
                       ':' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-STREAM-VERDICT)
                           DELIMITED BY SIZE
                       ':' DELIMITED BY SIZE
                       WS-JOURNAL-RC DELIMITED BY SIZE
                       INTO WS-JOURNAL-LINE
                WRITE RUN-JOURNAL-RECORD FROM WS-JOURNAL-LINE
                CLOSE RUN-JOURNAL
            END-IF.
