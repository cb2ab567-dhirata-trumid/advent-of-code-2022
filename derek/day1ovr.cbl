        IDENTIFICATION DIVISION.
        PROGRAM-ID. day1ovr.

      *       day1ovr is the weekly override report: every operator
      *       override day1auth decided in the seven days ending on
      *       the report date, granted or refused, read back off the
      *       permanent override log.  The report lists:
      *           - every override in the week, in log order: when,
      *             which program and override, what it acted on,
      *             the operator and reason, and the decision;
      *           - for each override (FORCERUN, RESEND, ADJUST,
      *             RETIRE), how many were granted and refused;
      *           - the same counts for each operator, so a name
      *             turning up with refusals, or with more overrides
      *             than the week's trouble explains, is seen;
      *           - the week's totals.
      *       Refusals with no operator id are counted under
      *       (NONE).
      *       The report date is a YYYYMMDD command-line argument,
      *       defaulting to today; the week runs from six days
      *       before it through it.  The report goes to
      *       reports/day1ovr_YYYYMMDD.rpt as well as the console.
      *       Completion code 4 when the week holds any refusal, so
      *       the scheduler can route the report to somebody, 12 when
      *       a table fills or the log cannot be read - an unreadable
      *       log must never pass for a week with no overrides in
      *       it.  OVERLOG overrides the override log's
      *       file name, as it does for day1auth.

        ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
      *       OVERRIDE-LOG is day1auth's permanent override log - see
      *       day1auth for the record layout.  OPTIONAL: a log not
      *       there yet means no override has ever been used.
              SELECT OPTIONAL OVERRIDE-LOG
              ASSIGN DYNAMIC WS-OVERLOG-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OVERLOG-STATUS.

      *       OVERRIDE-OUT is the retained, date-stamped report,
      *       alongside the console copy.
              SELECT OVERRIDE-OUT
              ASSIGN DYNAMIC WS-OVERRIDE-FILENAME
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
           FD OVERRIDE-LOG.
           01 OVERRIDE-LOG-RECORD PIC X(120).

           FD OVERRIDE-OUT.
           01 OVERRIDE-RECORD PIC X(100).

           FD RUN-JOURNAL.
           01 RUN-JOURNAL-RECORD PIC X(120).

        WORKING-STORAGE SECTION.
            01 WS-OVERLOG-FILENAME PIC X(60)
               VALUE 'history/override_log.dat'.
            01 WS-OVERLOG-STATUS PIC X(2).
            01 WS-OVERLOG-EOF PIC A(1) VALUE 'N'.
            01 WS-OVERLOG-FAILED PIC X(1) VALUE 'N'.
            01 WS-OVERLOG-LINE PIC X(120).
            01 WS-OVERRIDE-FILENAME PIC X(60).
            01 WS-REPORT-LINE PIC X(100).
            01 WS-CURRENT-DATE.
                05 WS-CURRENT-DATE-YMD PIC 9(8).
                05 FILLER PIC X(13).

      *       The report week.  Log stamps are compared on their
      *       date part only.
            01 WS-COMMAND-LINE PIC X(40) VALUE SPACES.
            01 WS-ARG-DATE-F PIC X(10).
            01 WS-WEEK-TO PIC 9(8) VALUE ZERO.
            01 WS-WEEK-FROM PIC 9(8) VALUE ZERO.
            01 WS-DATE-INT PIC 9(8) VALUE ZERO.
            01 WS-STAMP-DATE PIC 9(8) VALUE ZERO.

      *       Which pass over the log is running: T tallies the
      *       week's overrides, D writes one detail line apiece.
            01 WS-PASS PIC X(1) VALUE SPACES.

      *       One override log record parsed back out.  The UNSTRING
      *       targets mirror the order day1auth strings them in.
            01 WS-LOG-STAMP-F PIC X(14).
            01 WS-LOG-PROGRAM-F PIC X(10).
            01 WS-LOG-OVERRIDE-F PIC X(10).
            01 WS-LOG-SUBJECT-F PIC X(20).
            01 WS-LOG-OPERATOR-F PIC X(10).
            01 WS-LOG-REASON-F PIC X(10).
            01 WS-LOG-VERDICT-F PIC X(10).
            01 WS-LOG-DETAIL-F PIC X(10).

      *       One detail line of the report, in columns.
            01 WS-DETAIL-LINE.
                05 WS-DTL-DATE PIC X(8).
                05 FILLER PIC X(1) VALUE SPACE.
                05 WS-DTL-TIME PIC X(6).
                05 FILLER PIC X(1) VALUE SPACE.
                05 WS-DTL-PROGRAM PIC X(10).
                05 FILLER PIC X(1) VALUE SPACE.
                05 WS-DTL-OVERRIDE PIC X(8).
                05 FILLER PIC X(1) VALUE SPACE.
                05 WS-DTL-SUBJECT PIC X(10).
                05 FILLER PIC X(1) VALUE SPACE.
                05 WS-DTL-OPERATOR PIC X(8).
                05 FILLER PIC X(1) VALUE SPACE.
                05 WS-DTL-REASON PIC X(8).
                05 FILLER PIC X(1) VALUE SPACE.
                05 WS-DTL-VERDICT PIC X(7).
                05 FILLER PIC X(1) VALUE SPACE.
                05 WS-DTL-DETAIL PIC X(10).
                05 FILLER PIC X(17) VALUE SPACES.

      *       Granted and refused counts per override and per
      *       operator, in order of first appearance.  10 overrides
      *       is more than twice the suite's four; 50 operators is
      *       more than any shift roster.  A full table stops the
      *       report rather than print counts that leave somebody
      *       out.
            01 WS-OVR-TABLE.
                05 WS-OVR-ENTRY OCCURS 10 TIMES.
                    10 WS-OVR-NAME PIC X(10).
                    10 WS-OVR-GRANTED PIC 9(5).
                    10 WS-OVR-REFUSED PIC 9(5).
            01 WS-OVR-COUNT PIC 9(3) VALUE ZERO.
            01 WS-OVR-IX PIC 9(3) VALUE ZERO.
            01 WS-OVR-FOUND-IX PIC 9(3) VALUE ZERO.
            01 WS-OPR-TABLE.
                05 WS-OPR-ENTRY OCCURS 50 TIMES.
                    10 WS-OPR-NAME PIC X(10).
                    10 WS-OPR-GRANTED PIC 9(5).
                    10 WS-OPR-REFUSED PIC 9(5).
            01 WS-OPR-COUNT PIC 9(3) VALUE ZERO.
            01 WS-OPR-IX PIC 9(3) VALUE ZERO.
            01 WS-OPR-FOUND-IX PIC 9(3) VALUE ZERO.
            01 WS-TABLE-FULL PIC X(1) VALUE 'N'.
            01 WS-FULL-TABLE-NAME PIC X(20) VALUE SPACES.

      *       Week totals and report formatting fields.
            01 WS-WEEK-COUNT PIC 9(9) VALUE ZERO.
            01 WS-WEEK-GRANTED PIC 9(9) VALUE ZERO.
            01 WS-WEEK-REFUSED PIC 9(9) VALUE ZERO.
            01 WS-COUNT-FORMATTED PIC Z(8)9.
            01 WS-GRANTED-FORMATTED PIC Z(8)9.
            01 WS-REFUSED-FORMATTED PIC Z(8)9.
            01 WS-NAME-COLUMN PIC X(12).

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
            01 WS-OVR-VERDICT PIC X(8) VALUE 'CLEAN'.

        PROCEDURE DIVISION.
            PERFORM RESOLVE-REPORT-WEEK
            PERFORM WRITE-JOURNAL-START
            MOVE 'T' TO WS-PASS
            PERFORM READ-OVERRIDE-LOG
            EVALUATE TRUE
                WHEN WS-OVERLOG-FAILED = 'Y'
                    DISPLAY 'OVERRIDE LOG UNREADABLE - REPORT FOR WEEK '
                        'ENDING ' WS-WEEK-TO ' NOT PRODUCED'
                    MOVE 12 TO RETURN-CODE
                    MOVE 'FAILED' TO WS-OVR-VERDICT
                WHEN WS-TABLE-FULL = 'Y'
                    DISPLAY 'OVERRIDE '
                        FUNCTION TRIM(WS-FULL-TABLE-NAME)
                        ' TABLE FULL - REPORT FOR WEEK ENDING '
                        WS-WEEK-TO ' NOT PRODUCED'
                    MOVE 12 TO RETURN-CODE
                    MOVE 'FAILED' TO WS-OVR-VERDICT
                WHEN OTHER
                    OPEN OUTPUT OVERRIDE-OUT
                    PERFORM WRITE-REPORT-HEADING
                    IF WS-WEEK-COUNT = 0
                        MOVE '    NONE' TO WS-REPORT-LINE
                        PERFORM EMIT-REPORT-LINE
                    ELSE
                        MOVE 'D' TO WS-PASS
                        PERFORM READ-OVERRIDE-LOG
                    END-IF
                    PERFORM WRITE-OVERRIDE-SUMMARY
                    PERFORM WRITE-OPERATOR-SUMMARY
                    PERFORM WRITE-WEEK-TOTALS
                    CLOSE OVERRIDE-OUT
                    DISPLAY 'OVERRIDE REPORT: '
                        FUNCTION TRIM(WS-OVERRIDE-FILENAME)
                    IF WS-WEEK-REFUSED > 0
                        MOVE 4 TO RETURN-CODE
                        MOVE 'REFUSALS' TO WS-OVR-VERDICT
                    END-IF
      *               The detail pass opens the log again; losing it
      *               there leaves a report without its detail lines.
                    IF WS-OVERLOG-FAILED = 'Y'
                        MOVE 12 TO RETURN-CODE
                        MOVE 'FAILED' TO WS-OVR-VERDICT
                    END-IF
            END-EVALUATE
            PERFORM WRITE-JOURNAL-END
        STOP RUN.

      *       RESOLVE-REPORT-WEEK takes the YYYYMMDD report date from
      *       the command line, keeping today for anything not given
      *       or not numeric, and counts the week back from it.
        RESOLVE-REPORT-WEEK.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
            MOVE SPACES TO WS-ARG-DATE-F
            UNSTRING WS-COMMAND-LINE DELIMITED BY ALL ' '
                INTO WS-ARG-DATE-F
            MOVE WS-CURRENT-DATE-YMD TO WS-WEEK-TO
            IF WS-ARG-DATE-F(1:8) IS NUMERIC
                MOVE WS-ARG-DATE-F(1:8) TO WS-WEEK-TO
            END-IF
            COMPUTE WS-DATE-INT =
                FUNCTION INTEGER-OF-DATE(WS-WEEK-TO)
            COMPUTE WS-WEEK-FROM =
                FUNCTION DATE-OF-INTEGER(WS-DATE-INT - 6)
            ACCEPT WS-OVERLOG-FILENAME FROM ENVIRONMENT 'OVERLOG'
                ON EXCEPTION
                    MOVE 'history/override_log.dat'
                        TO WS-OVERLOG-FILENAME
            END-ACCEPT
            MOVE SPACES TO WS-OVERRIDE-FILENAME
            STRING 'reports/day1ovr_' DELIMITED BY SIZE
                   WS-WEEK-TO DELIMITED BY SIZE
                   '.rpt' DELIMITED BY SIZE
                   INTO WS-OVERRIDE-FILENAME.

      *       READ-OVERRIDE-LOG passes the whole log, handing each
      *       record dated inside the week to the current pass.  A
      *       log that is not there yet opens empty (status 05); one
      *       that cannot be opened at all fails the report.
        READ-OVERRIDE-LOG.
            SET WS-OVERLOG-EOF TO 'N'
            OPEN INPUT OVERRIDE-LOG
            IF WS-OVERLOG-STATUS = '00' OR '05'
                PERFORM UNTIL WS-OVERLOG-EOF = 'Y'
                    READ OVERRIDE-LOG INTO WS-OVERLOG-LINE
                        AT END MOVE 'Y' TO WS-OVERLOG-EOF
                        NOT AT END PERFORM PASS-ONE-LOG-RECORD
                    END-READ
                END-PERFORM
                CLOSE OVERRIDE-LOG
            ELSE
                DISPLAY 'UNABLE TO OPEN OVERRIDE LOG "'
                    FUNCTION TRIM(WS-OVERLOG-FILENAME)
                    '" - FILE STATUS ' WS-OVERLOG-STATUS
                SET WS-OVERLOG-FAILED TO 'Y'
            END-IF.

        PASS-ONE-LOG-RECORD.
            MOVE SPACES TO WS-LOG-STAMP-F WS-LOG-PROGRAM-F
                WS-LOG-OVERRIDE-F WS-LOG-SUBJECT-F WS-LOG-OPERATOR-F
                WS-LOG-REASON-F WS-LOG-VERDICT-F WS-LOG-DETAIL-F
            UNSTRING WS-OVERLOG-LINE DELIMITED BY ':'
                INTO WS-LOG-STAMP-F WS-LOG-PROGRAM-F
                     WS-LOG-OVERRIDE-F WS-LOG-SUBJECT-F
                     WS-LOG-OPERATOR-F WS-LOG-REASON-F
                     WS-LOG-VERDICT-F WS-LOG-DETAIL-F
            IF WS-LOG-STAMP-F(1:8) IS NUMERIC
                MOVE WS-LOG-STAMP-F(1:8) TO WS-STAMP-DATE
                IF WS-STAMP-DATE NOT < WS-WEEK-FROM
                        AND WS-STAMP-DATE NOT > WS-WEEK-TO
                    IF WS-LOG-OPERATOR-F = SPACES
                        MOVE '(NONE)' TO WS-LOG-OPERATOR-F
                    END-IF
                    IF WS-PASS = 'T'
                        PERFORM TALLY-ONE-OVERRIDE
                    ELSE
                        PERFORM WRITE-ONE-DETAIL-LINE
                    END-IF
                END-IF
            END-IF.

      *       TALLY-ONE-OVERRIDE counts one decision into the week,
      *       its override and its operator.  Anything not GRANTED
      *       counts as refused.
        TALLY-ONE-OVERRIDE.
            ADD 1 TO WS-WEEK-COUNT
            IF WS-LOG-VERDICT-F = 'GRANTED'
                ADD 1 TO WS-WEEK-GRANTED
            ELSE
                ADD 1 TO WS-WEEK-REFUSED
            END-IF
            MOVE ZERO TO WS-OVR-FOUND-IX
            MOVE 1 TO WS-OVR-IX
            PERFORM FIND-OVERRIDE-ENTRY
                UNTIL WS-OVR-IX > WS-OVR-COUNT
                    OR WS-OVR-FOUND-IX > 0
            IF WS-OVR-FOUND-IX = 0
                IF WS-OVR-COUNT < 10
                    ADD 1 TO WS-OVR-COUNT
                    MOVE WS-LOG-OVERRIDE-F
                        TO WS-OVR-NAME(WS-OVR-COUNT)
                    MOVE ZERO TO WS-OVR-GRANTED(WS-OVR-COUNT)
                    MOVE ZERO TO WS-OVR-REFUSED(WS-OVR-COUNT)
                    MOVE WS-OVR-COUNT TO WS-OVR-FOUND-IX
                ELSE
                    SET WS-TABLE-FULL TO 'Y'
                    MOVE 'OVERRIDE (10)' TO WS-FULL-TABLE-NAME
                    SET WS-OVERLOG-EOF TO 'Y'
                END-IF
            END-IF
            IF WS-OVR-FOUND-IX > 0
                IF WS-LOG-VERDICT-F = 'GRANTED'
                    ADD 1 TO WS-OVR-GRANTED(WS-OVR-FOUND-IX)
                ELSE
                    ADD 1 TO WS-OVR-REFUSED(WS-OVR-FOUND-IX)
                END-IF
            END-IF
            MOVE ZERO TO WS-OPR-FOUND-IX
            MOVE 1 TO WS-OPR-IX
            PERFORM FIND-OPERATOR-ENTRY
                UNTIL WS-OPR-IX > WS-OPR-COUNT
                    OR WS-OPR-FOUND-IX > 0
            IF WS-OPR-FOUND-IX = 0
                IF WS-OPR-COUNT < 50
                    ADD 1 TO WS-OPR-COUNT
                    MOVE WS-LOG-OPERATOR-F
                        TO WS-OPR-NAME(WS-OPR-COUNT)
                    MOVE ZERO TO WS-OPR-GRANTED(WS-OPR-COUNT)
                    MOVE ZERO TO WS-OPR-REFUSED(WS-OPR-COUNT)
                    MOVE WS-OPR-COUNT TO WS-OPR-FOUND-IX
                ELSE
                    SET WS-TABLE-FULL TO 'Y'
                    MOVE 'OPERATOR (50)' TO WS-FULL-TABLE-NAME
                    SET WS-OVERLOG-EOF TO 'Y'
                END-IF
            END-IF
            IF WS-OPR-FOUND-IX > 0
                IF WS-LOG-VERDICT-F = 'GRANTED'
                    ADD 1 TO WS-OPR-GRANTED(WS-OPR-FOUND-IX)
                ELSE
                    ADD 1 TO WS-OPR-REFUSED(WS-OPR-FOUND-IX)
                END-IF
            END-IF.

        FIND-OVERRIDE-ENTRY.
            IF WS-OVR-NAME(WS-OVR-IX) = WS-LOG-OVERRIDE-F
                MOVE WS-OVR-IX TO WS-OVR-FOUND-IX
            END-IF
            ADD 1 TO WS-OVR-IX.

        FIND-OPERATOR-ENTRY.
            IF WS-OPR-NAME(WS-OPR-IX) = WS-LOG-OPERATOR-F
                MOVE WS-OPR-IX TO WS-OPR-FOUND-IX
            END-IF
            ADD 1 TO WS-OPR-IX.

      *       WRITE-REPORT-HEADING titles the report with its week
      *       and heads the detail columns.
        WRITE-REPORT-HEADING.
            MOVE SPACES TO WS-REPORT-LINE
            STRING 'OPERATOR OVERRIDE REPORT - WEEK ' DELIMITED BY SIZE
                   WS-WEEK-FROM DELIMITED BY SIZE
                   ' THRU ' DELIMITED BY SIZE
                   WS-WEEK-TO DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            PERFORM EMIT-REPORT-LINE
            MOVE SPACES TO WS-REPORT-LINE
            PERFORM EMIT-REPORT-LINE
            MOVE SPACES TO WS-DETAIL-LINE
            MOVE 'DATE' TO WS-DTL-DATE
            MOVE 'TIME' TO WS-DTL-TIME
            MOVE 'PROGRAM' TO WS-DTL-PROGRAM
            MOVE 'OVERRIDE' TO WS-DTL-OVERRIDE
            MOVE 'SUBJECT' TO WS-DTL-SUBJECT
            MOVE 'OPERATOR' TO WS-DTL-OPERATOR
            MOVE 'REASON' TO WS-DTL-REASON
            MOVE 'VERDICT' TO WS-DTL-VERDICT
            MOVE 'DETAIL' TO WS-DTL-DETAIL
            MOVE WS-DETAIL-LINE TO WS-REPORT-LINE
            PERFORM EMIT-REPORT-LINE.

        WRITE-ONE-DETAIL-LINE.
            MOVE SPACES TO WS-DETAIL-LINE
            MOVE WS-LOG-STAMP-F(1:8) TO WS-DTL-DATE
            MOVE WS-LOG-STAMP-F(9:6) TO WS-DTL-TIME
            MOVE WS-LOG-PROGRAM-F TO WS-DTL-PROGRAM
            MOVE WS-LOG-OVERRIDE-F TO WS-DTL-OVERRIDE
            MOVE WS-LOG-SUBJECT-F TO WS-DTL-SUBJECT
            MOVE WS-LOG-OPERATOR-F TO WS-DTL-OPERATOR
            MOVE WS-LOG-REASON-F TO WS-DTL-REASON
            MOVE WS-LOG-VERDICT-F TO WS-DTL-VERDICT
            MOVE WS-LOG-DETAIL-F TO WS-DTL-DETAIL
            MOVE WS-DETAIL-LINE TO WS-REPORT-LINE
            PERFORM EMIT-REPORT-LINE.

      *       WRITE-OVERRIDE-SUMMARY and WRITE-OPERATOR-SUMMARY print
      *       one granted/refused line per table entry; WS-NAME-
      *       COLUMN carries whichever name the line is for into
      *       the shared count line.
        WRITE-OVERRIDE-SUMMARY.
            MOVE SPACES TO WS-REPORT-LINE
            PERFORM EMIT-REPORT-LINE
            MOVE 'BY OVERRIDE' TO WS-REPORT-LINE
            PERFORM EMIT-REPORT-LINE
            MOVE 1 TO WS-OVR-IX
            PERFORM WRITE-ONE-OVERRIDE-LINE
                UNTIL WS-OVR-IX > WS-OVR-COUNT.

        WRITE-ONE-OVERRIDE-LINE.
            MOVE WS-OVR-NAME(WS-OVR-IX) TO WS-NAME-COLUMN
            MOVE WS-OVR-GRANTED(WS-OVR-IX) TO WS-GRANTED-FORMATTED
            MOVE WS-OVR-REFUSED(WS-OVR-IX) TO WS-REFUSED-FORMATTED
            PERFORM WRITE-COUNT-LINE
            ADD 1 TO WS-OVR-IX.

        WRITE-OPERATOR-SUMMARY.
            MOVE SPACES TO WS-REPORT-LINE
            PERFORM EMIT-REPORT-LINE
            MOVE 'BY OPERATOR' TO WS-REPORT-LINE
            PERFORM EMIT-REPORT-LINE
            MOVE 1 TO WS-OPR-IX
            PERFORM WRITE-ONE-OPERATOR-LINE
                UNTIL WS-OPR-IX > WS-OPR-COUNT.

        WRITE-ONE-OPERATOR-LINE.
            MOVE WS-OPR-NAME(WS-OPR-IX) TO WS-NAME-COLUMN
            MOVE WS-OPR-GRANTED(WS-OPR-IX) TO WS-GRANTED-FORMATTED
            MOVE WS-OPR-REFUSED(WS-OPR-IX) TO WS-REFUSED-FORMATTED
            PERFORM WRITE-COUNT-LINE
            ADD 1 TO WS-OPR-IX.

        WRITE-COUNT-LINE.
            MOVE SPACES TO WS-REPORT-LINE
            STRING '    ' DELIMITED BY SIZE
                   WS-NAME-COLUMN DELIMITED BY SIZE
                   ' GRANTED ' DELIMITED BY SIZE
                   WS-GRANTED-FORMATTED DELIMITED BY SIZE
                   '  REFUSED ' DELIMITED BY SIZE
                   WS-REFUSED-FORMATTED DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            PERFORM EMIT-REPORT-LINE.

        WRITE-WEEK-TOTALS.
            MOVE SPACES TO WS-REPORT-LINE
            PERFORM EMIT-REPORT-LINE
            MOVE WS-WEEK-COUNT TO WS-COUNT-FORMATTED
            MOVE WS-WEEK-GRANTED TO WS-GRANTED-FORMATTED
            MOVE WS-WEEK-REFUSED TO WS-REFUSED-FORMATTED
            MOVE SPACES TO WS-REPORT-LINE
            STRING 'WEEK TOTAL: ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-FORMATTED)
                       DELIMITED BY SIZE
                   ' OVERRIDE(S), ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-GRANTED-FORMATTED)
                       DELIMITED BY SIZE
                   ' GRANTED, ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-REFUSED-FORMATTED)
                       DELIMITED BY SIZE
                   ' REFUSED' DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            PERFORM EMIT-REPORT-LINE.

      *       EMIT-REPORT-LINE writes a line to the report file and
      *       echoes it to the console.
        EMIT-REPORT-LINE.
            WRITE OVERRIDE-RECORD FROM WS-REPORT-LINE
            DISPLAY WS-REPORT-LINE.

      *       WRITE-JOURNAL-START / WRITE-JOURNAL-END append this
      *       program's bracket records to the shared run journal,
      *       in day1part1's convention: the end record carries the
      *       week's overrides and refusals.  A journal that cannot
      *       be opened never stops the report.
        WRITE-JOURNAL-START.
            OPEN EXTEND RUN-JOURNAL
            IF WS-JOURNAL-STATUS = '00' OR '05'
                MOVE FUNCTION CURRENT-DATE TO WS-JOURNAL-NOW
                MOVE SPACES TO WS-JOURNAL-LINE
                STRING 'day1ovr:START:' DELIMITED BY SIZE
                       WS-JOURNAL-STAMP DELIMITED BY SIZE
                       ':' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-OVERLOG-FILENAME)
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
                STRING 'day1ovr:END:' DELIMITED BY SIZE
                       WS-JOURNAL-STAMP DELIMITED BY SIZE
                       ':' DELIMITED BY SIZE
                       WS-WEEK-COUNT DELIMITED BY SIZE
                       ':' DELIMITED BY SIZE
                       WS-WEEK-REFUSED DELIMITED BY SIZE
                       ':' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-OVR-VERDICT)
                           DELIMITED BY SIZE
                       ':' DELIMITED BY SIZE
                       WS-JOURNAL-RC DELIMITED BY SIZE
                       INTO WS-JOURNAL-LINE
                WRITE RUN-JOURNAL-RECORD FROM WS-JOURNAL-LINE
                CLOSE RUN-JOURNAL
            END-IF.
