        IDENTIFICATION DIVISION.
        PROGRAM-ID. day1anom.

      *       day1anom judges each elf against the elf's own history
      *       rather than the shop-wide band in day1limits.dat.  A
      *       manifest that is routine for a heavy crew is absurd
      *       for a light one, and neither trips MAX-MANIFEST-TOTAL.
      *       For the business date asked about, each elf's baseline
      *       is built from the manifest master over the preceding
      *       window of days:
      *           - the mean manifest total and its spread (the mean
      *             absolute deviation from that mean);
      *           - the typical number of manifests per day sent,
      *             with its own spread;
      *           - the number of the shop's run days the elf sent
      *             on.
      *       Against that baseline the business date is checked for:
      *           - OUTLIER: a manifest whose total sits more than
      *             the threshold number of spreads from the elf's
      *             mean, either side;
      *           - VOLUME: a day's manifest count that far from the
      *             elf's typical count;
      *           - QUIET: an elf who sent on every run day of the
      *             window and has nothing on the master for the
      *             business date, though the shop ran.
      *       An elf with fewer than the minimum manifests or run
      *       days in the window has no baseline worth the name and
      *       is listed under INSUFFICIENT HISTORY instead of being
      *       flagged.  Manifests with no elf id cannot be judged
      *       per elf and are left out, as day1rank leaves them out.
      *       Arguments are "date days spreads" on the command line:
      *       the business date (today when not given), the baseline
      *       window in days (60), and the threshold in spreads (4).
      *       Completion code 4 when anything is flagged, 12 when the
      *       master cannot be read or the elf table fills.

        ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
      *       MANIFEST-MASTER is the indexed master day1part1 loads,
      *       keyed by run date plus manifest number - see MANIFREC.
      *       Each pass STARTs at the head of the baseline window and
      *       reads forward in key order.
              SELECT MANIFEST-MASTER
              ASSIGN DYNAMIC WS-MASTER-FILENAME
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS MM-KEY
              FILE STATUS IS WS-MASTER-STATUS.

      *       ANOMALY-OUT is the retained, dated report file,
      *       alongside the console copy.
              SELECT ANOMALY-OUT ASSIGN DYNAMIC WS-ANOMALY-FILENAME
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
           FD MANIFEST-MASTER.
           COPY MANIFREC.

           FD ANOMALY-OUT.
           01 ANOMALY-RECORD PIC X(100).

           FD RUN-JOURNAL.
           01 RUN-JOURNAL-RECORD PIC X(120).

        WORKING-STORAGE SECTION.
            01 WS-MASTER-FILENAME PIC X(60)
               VALUE 'masters/manifest_master.dat'.
            01 WS-MASTER-STATUS PIC X(2).
            01 WS-MASTER-EOF PIC A(1) VALUE 'N'.
            01 WS-ANOMALY-FILENAME PIC X(60).
            01 WS-ANOMALY-LINE PIC X(100).
            01 TEMP_CAL PIC 9(9) VALUE ZERO.
            01 WS-CURRENT-DATE.
                05 WS-CURRENT-DATE-YMD PIC 9(8).
                05 FILLER PIC X(13).

      *       Business date, window and threshold, split off the
      *       command line the same way day1trend splits "days pct".
      *       The window runs from WS-BASE-FROM through the day
      *       before the business date, computed through the integer
      *       date functions so month ends come for free.
            01 WS-COMMAND-LINE PIC X(40) VALUE SPACES.
            01 WS-ARG-DATE-F PIC X(10).
            01 WS-ARG-DAYS-F PIC X(10).
            01 WS-ARG-SPREADS-F PIC X(10).
            01 WS-BUSINESS-DATE PIC 9(8) VALUE ZERO.
            01 WS-WINDOW-DAYS PIC 9(3) VALUE 60.
            01 WS-THRESHOLD PIC 9(2) VALUE 4.
            01 WS-BASE-FROM PIC 9(8) VALUE ZERO.
            01 WS-BASE-TO PIC 9(8) VALUE ZERO.
            01 WS-DATE-INT PIC 9(9) VALUE ZERO.

      *       Least history an elf needs before a baseline is
      *       trusted: this many manifests, sent on this many
      *       separate run days of the window.
            01 WS-MIN-MANIFESTS PIC 9(5) VALUE 10.
            01 WS-MIN-DAYS PIC 9(5) VALUE 5.

      *       Which pass over the master is running, the last date
      *       it stopped at, and the shop-wide figures the quiet
      *       check needs: the run days in the window and whether
      *       the shop ran on the business date at all.
            01 WS-PASS PIC 9(1) VALUE ZERO.
            01 WS-PASS-TO PIC 9(8) VALUE ZERO.
            01 WS-LAST-SHOP-DATE PIC 9(8) VALUE ZERO.
            01 WS-SHOP-RUN-DAYS PIC 9(5) VALUE ZERO.
            01 WS-SHOP-RAN-ON-DATE PIC X(1) VALUE 'N'.
            01 WS-RECORDS-READ PIC 9(9) VALUE ZERO.

      *       One baseline slot per elf seen in the window or on the
      *       business date.  500 elves matches the reference-master
      *       table sizing.  Spreads are mean absolute deviations,
      *       accumulated on the second pass once the means are
      *       known; the day figures work the same way per run day,
      *       with WS-ANOM-CUR-DATE / -CUR-COUNT holding the day
      *       being counted until the elf's next date arrives.
            01 WS-ANOM-TABLE.
                05 WS-ANOM-ENTRY OCCURS 500 TIMES.
                    10 WS-ANOM-ELF-ID PIC X(6).
                    10 WS-ANOM-CREW PIC X(20).
                    10 WS-ANOM-BASE-COUNT PIC 9(7).
                    10 WS-ANOM-BASE-TOTAL PIC 9(12).
                    10 WS-ANOM-BASE-DAYS PIC 9(5).
                    10 WS-ANOM-MEAN PIC 9(9).
                    10 WS-ANOM-DEV-SUM PIC 9(15).
                    10 WS-ANOM-SPREAD PIC 9(9).
                    10 WS-ANOM-TYPICAL PIC 9(5)V99.
                    10 WS-ANOM-DAY-DEV-SUM PIC 9(9)V99.
                    10 WS-ANOM-DAY-SPREAD PIC 9(5)V99.
                    10 WS-ANOM-CUR-DATE PIC 9(8).
                    10 WS-ANOM-CUR-COUNT PIC 9(5).
                    10 WS-ANOM-DATE-COUNT PIC 9(5).
                    10 WS-ANOM-DATE-TOTAL PIC 9(12).
            01 WS-ANOM-COUNT PIC 9(3) VALUE ZERO.
            01 WS-ANOM-IX PIC 9(3) VALUE ZERO.
            01 WS-ANOM-FOUND-IX PIC 9(3) VALUE ZERO.
            01 WS-TABLE-FULL PIC X(1) VALUE 'N'.

      *       Judging work fields.  The tolerance is the threshold
      *       times the spread, the spread floored so that an elf
      *       whose manifests never vary is not flagged for a few
      *       calories' wobble: a tenth of the mean for totals, one
      *       manifest for day counts.
            01 WS-DEVIATION PIC 9(9) VALUE ZERO.
            01 WS-TOLERANCE PIC 9(11) VALUE ZERO.
            01 WS-SPREAD-FLOOR PIC 9(9) VALUE ZERO.
            01 WS-DAY-DEVIATION PIC 9(5)V99 VALUE ZERO.
            01 WS-DAY-TOLERANCE PIC 9(7)V99 VALUE ZERO.
            01 WS-DIRECTION PIC X(4) VALUE SPACES.
            01 WS-HISTORY-OK PIC X(1) VALUE 'N'.
            01 WS-OUTLIERS-FLAGGED PIC 9(5) VALUE ZERO.
            01 WS-VOLUME-FLAGGED PIC 9(5) VALUE ZERO.
            01 WS-QUIET-FLAGGED PIC 9(5) VALUE ZERO.
            01 WS-INSUFFICIENT PIC 9(5) VALUE ZERO.
            01 WS-UNATTRIBUTED PIC 9(5) VALUE ZERO.
            01 WS-SECTION-LINES PIC 9(5) VALUE ZERO.

      *       Report formatting fields.
            01 WS-NUM-FORMATTED PIC Z(4)9.
            01 WS-TOTAL-FORMATTED PIC Z(8)9.
            01 WS-MEAN-FORMATTED PIC Z(8)9.
            01 WS-SPREAD-FORMATTED PIC Z(8)9.
            01 WS-COUNT-FORMATTED PIC Z(6)9.
            01 WS-DAYS-FORMATTED PIC Z(4)9.
            01 WS-TYPICAL-FORMATTED PIC Z(4)9.99.
            01 WS-DAYSPREAD-FORMATTED PIC Z(4)9.99.
            01 WS-WINDOW-FORMATTED PIC ZZ9.
            01 WS-THRESHOLD-FORMATTED PIC Z9.

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
            01 WS-JOURNAL-FLAGGED PIC 9(9) VALUE ZERO.
            01 WS-ANOM-VERDICT PIC X(8) VALUE 'CLEAN'.

        PROCEDURE DIVISION.
            PERFORM RESOLVE-ANOMALY-REQUEST
            PERFORM WRITE-JOURNAL-START
            OPEN INPUT MANIFEST-MASTER
            IF WS-MASTER-STATUS NOT = '00'
      *         Status 39 is a MANIFREC layout mismatch - see
      *         day1part1's OPEN-MANIFEST-MASTER, which owns the
      *         rebuild instructions.
                IF WS-MASTER-STATUS = '39'
                    DISPLAY 'MANIFEST MASTER ('
                        FUNCTION TRIM(WS-MASTER-FILENAME)
                        ') WAS BUILT WITH AN OLDER MANIFREC '
                        'LAYOUT (FILE STATUS 39) - ASK '
                        'OPERATIONS TO REBUILD IT'
                ELSE
                    DISPLAY 'MANIFEST MASTER UNAVAILABLE ('
                        FUNCTION TRIM(WS-MASTER-FILENAME)
                        ') - FILE STATUS ' WS-MASTER-STATUS
                END-IF
                MOVE 12 TO RETURN-CODE
                MOVE 'FAILED' TO WS-ANOM-VERDICT
            ELSE
                MOVE 1 TO WS-PASS
                MOVE WS-BUSINESS-DATE TO WS-PASS-TO
                PERFORM READ-MASTER-PASS
                IF WS-TABLE-FULL = 'Y'
                    DISPLAY 'ELF BASELINE TABLE FULL AT 500 ELVES - '
                        'ANOMALY RUN STOPPED'
                    MOVE 12 TO RETURN-CODE
                    MOVE 'FAILED' TO WS-ANOM-VERDICT
                ELSE
                    PERFORM SETTLE-BASELINE-MEANS
                    MOVE 2 TO WS-PASS
                    MOVE WS-BASE-TO TO WS-PASS-TO
                    PERFORM READ-MASTER-PASS
                    PERFORM SETTLE-BASELINE-SPREADS
                    OPEN OUTPUT ANOMALY-OUT
                    PERFORM WRITE-ANOMALY-HEADING
                    MOVE 3 TO WS-PASS
                    MOVE WS-BUSINESS-DATE TO WS-PASS-TO
                    PERFORM READ-MASTER-PASS
                    PERFORM WRITE-ANOMALY-SECTIONS
                    CLOSE ANOMALY-OUT
                    DISPLAY 'ELF ANOMALY REPORT: '
                        FUNCTION TRIM(WS-ANOMALY-FILENAME)
                END-IF
                CLOSE MANIFEST-MASTER
            END-IF
            PERFORM WRITE-JOURNAL-END
        STOP RUN.

      *       RESOLVE-ANOMALY-REQUEST takes "date days spreads" from
      *       the command line, keeping the defaults for anything
      *       not given or not numeric, and derives the window.
        RESOLVE-ANOMALY-REQUEST.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
            MOVE SPACES TO WS-ARG-DATE-F WS-ARG-DAYS-F
                WS-ARG-SPREADS-F
            UNSTRING WS-COMMAND-LINE DELIMITED BY ALL ' '
                INTO WS-ARG-DATE-F WS-ARG-DAYS-F WS-ARG-SPREADS-F
            MOVE WS-CURRENT-DATE-YMD TO WS-BUSINESS-DATE
            IF WS-ARG-DATE-F(1:8) IS NUMERIC
                MOVE WS-ARG-DATE-F(1:8) TO WS-BUSINESS-DATE
            END-IF
            IF WS-ARG-DAYS-F NOT = SPACES
                    AND FUNCTION TRIM(WS-ARG-DAYS-F) IS NUMERIC
                SET TEMP_CAL TO FUNCTION NUMVAL(WS-ARG-DAYS-F)
                IF TEMP_CAL > 0 AND TEMP_CAL < 1000
                    SET WS-WINDOW-DAYS TO TEMP_CAL
                END-IF
            END-IF
            IF WS-ARG-SPREADS-F NOT = SPACES
                    AND FUNCTION TRIM(WS-ARG-SPREADS-F) IS NUMERIC
                SET TEMP_CAL TO FUNCTION NUMVAL(WS-ARG-SPREADS-F)
                IF TEMP_CAL > 0 AND TEMP_CAL < 100
                    SET WS-THRESHOLD TO TEMP_CAL
                END-IF
            END-IF
            SET TEMP_CAL TO ZERO
            COMPUTE WS-DATE-INT =
                FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
            COMPUTE WS-BASE-TO =
                FUNCTION DATE-OF-INTEGER(WS-DATE-INT - 1)
            COMPUTE WS-BASE-FROM =
                FUNCTION DATE-OF-INTEGER(WS-DATE-INT - WS-WINDOW-DAYS)
            MOVE SPACES TO WS-ANOMALY-FILENAME
            STRING 'reports/day1anom_' DELIMITED BY SIZE
                   WS-BUSINESS-DATE DELIMITED BY SIZE
                   '.rpt' DELIMITED BY SIZE
                   INTO WS-ANOMALY-FILENAME.

      *       READ-MASTER-PASS positions on the first key of the
      *       window and reads forward until the run date passes
      *       WS-PASS-TO, handing each record to the current pass.
      *       The third pass only wants the business date, so it
      *       positions there directly.
        READ-MASTER-PASS.
            SET WS-MASTER-EOF TO 'N'
            IF WS-PASS = 3
                MOVE WS-BUSINESS-DATE TO MM-RUN-DATE
            ELSE
                MOVE WS-BASE-FROM TO MM-RUN-DATE
            END-IF
            MOVE ZERO TO MM-MANIFEST-NUM
            START MANIFEST-MASTER KEY IS NOT LESS THAN MM-KEY
                INVALID KEY
                    SET WS-MASTER-EOF TO 'Y'
            END-START
            PERFORM UNTIL WS-MASTER-EOF = 'Y'
                READ MANIFEST-MASTER
                    AT END MOVE 'Y' TO WS-MASTER-EOF
                    NOT AT END PERFORM PASS-ONE-MASTER-RECORD
                END-READ
            END-PERFORM.

        PASS-ONE-MASTER-RECORD.
            IF MM-RUN-DATE > WS-PASS-TO
                SET WS-MASTER-EOF TO 'Y'
            ELSE
                IF WS-PASS = 1
                    PERFORM BASELINE-ONE-RECORD
                END-IF
                IF WS-PASS = 2
                    PERFORM SPREAD-ONE-RECORD
                END-IF
                IF WS-PASS = 3
                    PERFORM JUDGE-ONE-RECORD
                END-IF
            END-IF.

      *       BASELINE-ONE-RECORD is the first pass: counts, totals
      *       and run days per elf across the window, the elf's
      *       figures for the business date, and the shop's own
      *       run-day count.  Run days fall out of key order - the
      *       master is date-major, so a date different from the
      *       last one seen is a new day.
        BASELINE-ONE-RECORD.
            ADD 1 TO WS-RECORDS-READ
            IF MM-RUN-DATE = WS-BUSINESS-DATE
                SET WS-SHOP-RAN-ON-DATE TO 'Y'
            ELSE
                IF MM-RUN-DATE NOT = WS-LAST-SHOP-DATE
                    ADD 1 TO WS-SHOP-RUN-DAYS
                    MOVE MM-RUN-DATE TO WS-LAST-SHOP-DATE
                END-IF
            END-IF
            IF MM-ELF-ID = SPACES
                IF MM-RUN-DATE = WS-BUSINESS-DATE
                    ADD 1 TO WS-UNATTRIBUTED
                END-IF
            ELSE
                PERFORM FIND-OR-ADD-ANOM-ENTRY
                IF WS-ANOM-FOUND-IX > 0
                    MOVE MM-CREW-NAME
                        TO WS-ANOM-CREW(WS-ANOM-FOUND-IX)
                    IF MM-RUN-DATE = WS-BUSINESS-DATE
                        ADD 1 TO WS-ANOM-DATE-COUNT(WS-ANOM-FOUND-IX)
                        ADD MM-TOTAL
                            TO WS-ANOM-DATE-TOTAL(WS-ANOM-FOUND-IX)
                    ELSE
                        ADD 1 TO WS-ANOM-BASE-COUNT(WS-ANOM-FOUND-IX)
                        ADD MM-TOTAL
                            TO WS-ANOM-BASE-TOTAL(WS-ANOM-FOUND-IX)
                        IF MM-RUN-DATE NOT =
                                WS-ANOM-CUR-DATE(WS-ANOM-FOUND-IX)
                            ADD 1
                                TO WS-ANOM-BASE-DAYS(WS-ANOM-FOUND-IX)
                            MOVE MM-RUN-DATE
                                TO WS-ANOM-CUR-DATE(WS-ANOM-FOUND-IX)
                        END-IF
                    END-IF
                END-IF
            END-IF.

      *       FIND-OR-ADD-ANOM-ENTRY locates the elf's slot, adding
      *       one on first sight.  A window with more than 500
      *       distinct elves cannot be judged fairly with some of
      *       them missing, so a full table stops the run.
        FIND-OR-ADD-ANOM-ENTRY.
            MOVE ZERO TO WS-ANOM-FOUND-IX
            MOVE 1 TO WS-ANOM-IX
            PERFORM FIND-ANOM-ENTRY
                UNTIL WS-ANOM-IX > WS-ANOM-COUNT
                    OR WS-ANOM-FOUND-IX > 0
            IF WS-ANOM-FOUND-IX = 0
                IF WS-ANOM-COUNT < 500
                    ADD 1 TO WS-ANOM-COUNT
                    INITIALIZE WS-ANOM-ENTRY(WS-ANOM-COUNT)
                    MOVE MM-ELF-ID
                        TO WS-ANOM-ELF-ID(WS-ANOM-COUNT)
                    MOVE WS-ANOM-COUNT TO WS-ANOM-FOUND-IX
                ELSE
                    SET WS-TABLE-FULL TO 'Y'
                    SET WS-MASTER-EOF TO 'Y'
                END-IF
            END-IF.

        FIND-ANOM-ENTRY.
            IF WS-ANOM-ELF-ID(WS-ANOM-IX) = MM-ELF-ID
                MOVE WS-ANOM-IX TO WS-ANOM-FOUND-IX
            END-IF
            ADD 1 TO WS-ANOM-IX.

      *       SETTLE-BASELINE-MEANS turns each elf's window totals
      *       into a mean per manifest and a typical count per run
      *       day, and clears the day-tracking fields for the
      *       second pass.
        SETTLE-BASELINE-MEANS.
            MOVE 1 TO WS-ANOM-IX
            PERFORM SETTLE-ONE-MEAN
                UNTIL WS-ANOM-IX > WS-ANOM-COUNT.

        SETTLE-ONE-MEAN.
            IF WS-ANOM-BASE-COUNT(WS-ANOM-IX) > 0
                DIVIDE WS-ANOM-BASE-TOTAL(WS-ANOM-IX)
                    BY WS-ANOM-BASE-COUNT(WS-ANOM-IX)
                    GIVING WS-ANOM-MEAN(WS-ANOM-IX) ROUNDED
                DIVIDE WS-ANOM-BASE-COUNT(WS-ANOM-IX)
                    BY WS-ANOM-BASE-DAYS(WS-ANOM-IX)
                    GIVING WS-ANOM-TYPICAL(WS-ANOM-IX) ROUNDED
            END-IF
            MOVE ZERO TO WS-ANOM-CUR-DATE(WS-ANOM-IX)
            MOVE ZERO TO WS-ANOM-CUR-COUNT(WS-ANOM-IX)
            ADD 1 TO WS-ANOM-IX.

      *       SPREAD-ONE-RECORD is the second pass, over the window
      *       only: each manifest's distance from its elf's mean,
      *       and each completed run day's distance from the elf's
      *       typical count.
        SPREAD-ONE-RECORD.
            IF MM-ELF-ID NOT = SPACES
                PERFORM FIND-OR-ADD-ANOM-ENTRY
                IF WS-ANOM-FOUND-IX > 0
                    MOVE WS-ANOM-FOUND-IX TO WS-ANOM-IX
                    COMPUTE WS-DEVIATION = FUNCTION ABS(MM-TOTAL
                        - WS-ANOM-MEAN(WS-ANOM-IX))
                    ADD WS-DEVIATION TO WS-ANOM-DEV-SUM(WS-ANOM-IX)
                    IF MM-RUN-DATE NOT = WS-ANOM-CUR-DATE(WS-ANOM-IX)
                        PERFORM CLOSE-ELF-RUN-DAY
                        MOVE MM-RUN-DATE
                            TO WS-ANOM-CUR-DATE(WS-ANOM-IX)
                    END-IF
                    ADD 1 TO WS-ANOM-CUR-COUNT(WS-ANOM-IX)
                END-IF
            END-IF.

      *       CLOSE-ELF-RUN-DAY folds the day just finished for the
      *       elf at WS-ANOM-IX into its day spread.
        CLOSE-ELF-RUN-DAY.
            IF WS-ANOM-CUR-COUNT(WS-ANOM-IX) > 0
                COMPUTE WS-DAY-DEVIATION = FUNCTION ABS(
                    WS-ANOM-CUR-COUNT(WS-ANOM-IX)
                    - WS-ANOM-TYPICAL(WS-ANOM-IX))
                ADD WS-DAY-DEVIATION
                    TO WS-ANOM-DAY-DEV-SUM(WS-ANOM-IX)
            END-IF
            MOVE ZERO TO WS-ANOM-CUR-COUNT(WS-ANOM-IX).

      *       SETTLE-BASELINE-SPREADS closes every elf's last run
      *       day and divides the deviation sums down to spreads.
        SETTLE-BASELINE-SPREADS.
            MOVE 1 TO WS-ANOM-IX
            PERFORM SETTLE-ONE-SPREAD
                UNTIL WS-ANOM-IX > WS-ANOM-COUNT.

        SETTLE-ONE-SPREAD.
            PERFORM CLOSE-ELF-RUN-DAY
            IF WS-ANOM-BASE-COUNT(WS-ANOM-IX) > 0
                DIVIDE WS-ANOM-DEV-SUM(WS-ANOM-IX)
                    BY WS-ANOM-BASE-COUNT(WS-ANOM-IX)
                    GIVING WS-ANOM-SPREAD(WS-ANOM-IX) ROUNDED
                DIVIDE WS-ANOM-DAY-DEV-SUM(WS-ANOM-IX)
                    BY WS-ANOM-BASE-DAYS(WS-ANOM-IX)
                    GIVING WS-ANOM-DAY-SPREAD(WS-ANOM-IX) ROUNDED
            END-IF
            ADD 1 TO WS-ANOM-IX.

      *       CHECK-ELF-HISTORY decides whether the elf at
      *       WS-ANOM-IX has enough window behind it to judge.
        CHECK-ELF-HISTORY.
            IF WS-ANOM-BASE-COUNT(WS-ANOM-IX) >= WS-MIN-MANIFESTS
                    AND WS-ANOM-BASE-DAYS(WS-ANOM-IX) >= WS-MIN-DAYS
                SET WS-HISTORY-OK TO 'Y'
            ELSE
                SET WS-HISTORY-OK TO 'N'
            END-IF.

        WRITE-ANOMALY-HEADING.
            MOVE WS-WINDOW-DAYS TO WS-WINDOW-FORMATTED
            MOVE WS-THRESHOLD TO WS-THRESHOLD-FORMATTED
            MOVE WS-SHOP-RUN-DAYS TO WS-DAYS-FORMATTED
            MOVE SPACES TO WS-ANOMALY-LINE
            STRING 'ELF ANOMALY REPORT FOR ' DELIMITED BY SIZE
                   WS-BUSINESS-DATE DELIMITED BY SIZE
                   ' - THRESHOLD ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-THRESHOLD-FORMATTED)
                       DELIMITED BY SIZE
                   ' SPREADS' DELIMITED BY SIZE
                   INTO WS-ANOMALY-LINE
            PERFORM EMIT-ANOMALY-LINE
            MOVE SPACES TO WS-ANOMALY-LINE
            STRING 'BASELINE ' DELIMITED BY SIZE
                   WS-BASE-FROM DELIMITED BY SIZE
                   ' THROUGH ' DELIMITED BY SIZE
                   WS-BASE-TO DELIMITED BY SIZE
                   ' (' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-WINDOW-FORMATTED)
                       DELIMITED BY SIZE
                   ' DAYS, ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DAYS-FORMATTED)
                       DELIMITED BY SIZE
                   ' RUN DAYS)' DELIMITED BY SIZE
                   INTO WS-ANOMALY-LINE
            PERFORM EMIT-ANOMALY-LINE
            MOVE 'MANIFEST OUTLIERS' TO WS-ANOMALY-LINE
            PERFORM EMIT-ANOMALY-LINE
            MOVE ZERO TO WS-SECTION-LINES.

      *       JUDGE-ONE-RECORD is the third pass, over the business
      *       date only: each manifest from an elf with a usable
      *       baseline is held against that elf's mean and spread.
        JUDGE-ONE-RECORD.
            IF MM-ELF-ID NOT = SPACES
                PERFORM FIND-OR-ADD-ANOM-ENTRY
                IF WS-ANOM-FOUND-IX > 0
                    MOVE WS-ANOM-FOUND-IX TO WS-ANOM-IX
                    PERFORM CHECK-ELF-HISTORY
                    IF WS-HISTORY-OK = 'Y'
                        PERFORM JUDGE-MANIFEST-TOTAL
                    END-IF
                END-IF
            END-IF.

        JUDGE-MANIFEST-TOTAL.
            DIVIDE WS-ANOM-MEAN(WS-ANOM-IX) BY 10
                GIVING WS-SPREAD-FLOOR
            IF WS-ANOM-SPREAD(WS-ANOM-IX) > WS-SPREAD-FLOOR
                MOVE WS-ANOM-SPREAD(WS-ANOM-IX) TO WS-SPREAD-FLOOR
            END-IF
            IF WS-SPREAD-FLOOR = ZERO
                MOVE 1 TO WS-SPREAD-FLOOR
            END-IF
            COMPUTE WS-TOLERANCE = WS-THRESHOLD * WS-SPREAD-FLOOR
            COMPUTE WS-DEVIATION = FUNCTION ABS(MM-TOTAL
                - WS-ANOM-MEAN(WS-ANOM-IX))
            IF WS-DEVIATION > WS-TOLERANCE
                IF MM-TOTAL > WS-ANOM-MEAN(WS-ANOM-IX)
                    MOVE 'HIGH' TO WS-DIRECTION
                ELSE
                    MOVE 'LOW' TO WS-DIRECTION
                END-IF
                ADD 1 TO WS-OUTLIERS-FLAGGED
                ADD 1 TO WS-SECTION-LINES
                MOVE MM-MANIFEST-NUM TO WS-NUM-FORMATTED
                MOVE MM-TOTAL TO WS-TOTAL-FORMATTED
                MOVE WS-ANOM-MEAN(WS-ANOM-IX) TO WS-MEAN-FORMATTED
                MOVE WS-ANOM-SPREAD(WS-ANOM-IX)
                    TO WS-SPREAD-FORMATTED
                MOVE SPACES TO WS-ANOMALY-LINE
                STRING 'OUTLIER ' DELIMITED BY SIZE
                       WS-DIRECTION DELIMITED BY SIZE
                       ' ELF ' DELIMITED BY SIZE
                       MM-ELF-ID DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       MM-CREW-NAME DELIMITED BY SIZE
                       ' MANIFEST ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-NUM-FORMATTED)
                           DELIMITED BY SIZE
                       ' TOTALED ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-TOTAL-FORMATTED)
                           DELIMITED BY SIZE
                       ' - NORMAL ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-MEAN-FORMATTED)
                           DELIMITED BY SIZE
                       ' +/- ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SPREAD-FORMATTED)
                           DELIMITED BY SIZE
                       INTO WS-ANOMALY-LINE
                PERFORM EMIT-ANOMALY-LINE
            END-IF.

      *       WRITE-ANOMALY-SECTIONS walks the elf table three times
      *       after the outliers are out: day volume, quiet elves,
      *       and the elves too new to judge.  Then the counts, the
      *       completion code and the journal verdict.
        WRITE-ANOMALY-SECTIONS.
            IF WS-SECTION-LINES = 0
                MOVE '    NONE' TO WS-ANOMALY-LINE
                PERFORM EMIT-ANOMALY-LINE
            END-IF
            MOVE 'DAY VOLUME' TO WS-ANOMALY-LINE
            PERFORM EMIT-ANOMALY-LINE
            MOVE ZERO TO WS-SECTION-LINES
            MOVE 1 TO WS-ANOM-IX
            PERFORM JUDGE-ONE-DAY-VOLUME
                UNTIL WS-ANOM-IX > WS-ANOM-COUNT
            IF WS-SECTION-LINES = 0
                MOVE '    NONE' TO WS-ANOMALY-LINE
                PERFORM EMIT-ANOMALY-LINE
            END-IF
            MOVE 'QUIET ELVES' TO WS-ANOMALY-LINE
            PERFORM EMIT-ANOMALY-LINE
            MOVE ZERO TO WS-SECTION-LINES
            IF WS-SHOP-RAN-ON-DATE = 'N'
                MOVE SPACES TO WS-ANOMALY-LINE
                STRING '    NO MANIFESTS ON THE MASTER FOR '
                           DELIMITED BY SIZE
                       WS-BUSINESS-DATE DELIMITED BY SIZE
                       ' - NOT CHECKED' DELIMITED BY SIZE
                       INTO WS-ANOMALY-LINE
                PERFORM EMIT-ANOMALY-LINE
            ELSE
                MOVE 1 TO WS-ANOM-IX
                PERFORM JUDGE-ONE-QUIET-ELF
                    UNTIL WS-ANOM-IX > WS-ANOM-COUNT
                IF WS-SECTION-LINES = 0
                    MOVE '    NONE' TO WS-ANOMALY-LINE
                    PERFORM EMIT-ANOMALY-LINE
                END-IF
            END-IF
            MOVE 'INSUFFICIENT HISTORY (NOT JUDGED)'
                TO WS-ANOMALY-LINE
            PERFORM EMIT-ANOMALY-LINE
            MOVE ZERO TO WS-SECTION-LINES
            MOVE 1 TO WS-ANOM-IX
            PERFORM LIST-ONE-UNJUDGED-ELF
                UNTIL WS-ANOM-IX > WS-ANOM-COUNT
            IF WS-SECTION-LINES = 0
                MOVE '    NONE' TO WS-ANOMALY-LINE
                PERFORM EMIT-ANOMALY-LINE
            END-IF
            PERFORM WRITE-ANOMALY-COUNTS.

      *       JUDGE-ONE-DAY-VOLUME holds the elf's manifest count on
      *       the business date against the typical count.  An elf
      *       with nothing on the date is the quiet check's business,
      *       not this one's.
        JUDGE-ONE-DAY-VOLUME.
            PERFORM CHECK-ELF-HISTORY
            IF WS-HISTORY-OK = 'Y'
                    AND WS-ANOM-DATE-COUNT(WS-ANOM-IX) > 0
                IF WS-ANOM-DAY-SPREAD(WS-ANOM-IX) < 1
                    COMPUTE WS-DAY-TOLERANCE = WS-THRESHOLD
                ELSE
                    COMPUTE WS-DAY-TOLERANCE = WS-THRESHOLD
                        * WS-ANOM-DAY-SPREAD(WS-ANOM-IX)
                END-IF
                COMPUTE WS-DAY-DEVIATION = FUNCTION ABS(
                    WS-ANOM-DATE-COUNT(WS-ANOM-IX)
                    - WS-ANOM-TYPICAL(WS-ANOM-IX))
                IF WS-DAY-DEVIATION > WS-DAY-TOLERANCE
                    IF WS-ANOM-DATE-COUNT(WS-ANOM-IX)
                            > WS-ANOM-TYPICAL(WS-ANOM-IX)
                        MOVE 'HIGH' TO WS-DIRECTION
                    ELSE
                        MOVE 'LOW' TO WS-DIRECTION
                    END-IF
                    ADD 1 TO WS-VOLUME-FLAGGED
                    ADD 1 TO WS-SECTION-LINES
                    MOVE WS-ANOM-DATE-COUNT(WS-ANOM-IX)
                        TO WS-NUM-FORMATTED
                    MOVE WS-ANOM-TYPICAL(WS-ANOM-IX)
                        TO WS-TYPICAL-FORMATTED
                    MOVE WS-ANOM-DAY-SPREAD(WS-ANOM-IX)
                        TO WS-DAYSPREAD-FORMATTED
                    MOVE SPACES TO WS-ANOMALY-LINE
                    STRING 'VOLUME ' DELIMITED BY SIZE
                           WS-DIRECTION DELIMITED BY SIZE
                           ' ELF ' DELIMITED BY SIZE
                           WS-ANOM-ELF-ID(WS-ANOM-IX)
                               DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           WS-ANOM-CREW(WS-ANOM-IX) DELIMITED BY SIZE
                           ' MANIFESTS ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-NUM-FORMATTED)
                               DELIMITED BY SIZE
                           ' - TYPICAL ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-TYPICAL-FORMATTED)
                               DELIMITED BY SIZE
                           ' +/- ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-DAYSPREAD-FORMATTED)
                               DELIMITED BY SIZE
                           ' PER DAY' DELIMITED BY SIZE
                           INTO WS-ANOMALY-LINE
                    PERFORM EMIT-ANOMALY-LINE
                END-IF
            END-IF
            ADD 1 TO WS-ANOM-IX.

      *       JUDGE-ONE-QUIET-ELF flags an elf who sent on every one
      *       of the shop's run days in the window - enough of them
      *       to mean something - and has nothing on the business
      *       date.
        JUDGE-ONE-QUIET-ELF.
            IF WS-ANOM-DATE-COUNT(WS-ANOM-IX) = 0
                    AND WS-SHOP-RUN-DAYS >= WS-MIN-DAYS
                    AND WS-ANOM-BASE-DAYS(WS-ANOM-IX)
                        = WS-SHOP-RUN-DAYS
                ADD 1 TO WS-QUIET-FLAGGED
                ADD 1 TO WS-SECTION-LINES
                MOVE WS-ANOM-BASE-DAYS(WS-ANOM-IX)
                    TO WS-DAYS-FORMATTED
                MOVE SPACES TO WS-ANOMALY-LINE
                STRING 'QUIET ELF ' DELIMITED BY SIZE
                       WS-ANOM-ELF-ID(WS-ANOM-IX) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-ANOM-CREW(WS-ANOM-IX) DELIMITED BY SIZE
                       ' - SENT ON ALL ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-DAYS-FORMATTED)
                           DELIMITED BY SIZE
                       ' RUN DAYS, NONE ON ' DELIMITED BY SIZE
                       WS-BUSINESS-DATE DELIMITED BY SIZE
                       INTO WS-ANOMALY-LINE
                PERFORM EMIT-ANOMALY-LINE
            END-IF
            ADD 1 TO WS-ANOM-IX.

      *       LIST-ONE-UNJUDGED-ELF lists an elf short of history
      *       who sent on the business date - the ones whose
      *       manifests went unjudged.  Elves short of history and
      *       absent on the date have nothing to answer for.
        LIST-ONE-UNJUDGED-ELF.
            PERFORM CHECK-ELF-HISTORY
            IF WS-HISTORY-OK = 'N'
                    AND WS-ANOM-DATE-COUNT(WS-ANOM-IX) > 0
                ADD 1 TO WS-INSUFFICIENT
                ADD 1 TO WS-SECTION-LINES
                MOVE WS-ANOM-BASE-COUNT(WS-ANOM-IX)
                    TO WS-COUNT-FORMATTED
                MOVE WS-ANOM-BASE-DAYS(WS-ANOM-IX)
                    TO WS-DAYS-FORMATTED
                MOVE WS-ANOM-DATE-COUNT(WS-ANOM-IX)
                    TO WS-NUM-FORMATTED
                MOVE SPACES TO WS-ANOMALY-LINE
                STRING '    ELF ' DELIMITED BY SIZE
                       WS-ANOM-ELF-ID(WS-ANOM-IX) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-ANOM-CREW(WS-ANOM-IX) DELIMITED BY SIZE
                       ' - ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-COUNT-FORMATTED)
                           DELIMITED BY SIZE
                       ' MANIFESTS ON ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-DAYS-FORMATTED)
                           DELIMITED BY SIZE
                       ' DAYS IN WINDOW, ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-NUM-FORMATTED)
                           DELIMITED BY SIZE
                       ' ON THE DATE' DELIMITED BY SIZE
                       INTO WS-ANOMALY-LINE
                PERFORM EMIT-ANOMALY-LINE
            END-IF
            ADD 1 TO WS-ANOM-IX.

        WRITE-ANOMALY-COUNTS.
            MOVE WS-OUTLIERS-FLAGGED TO WS-NUM-FORMATTED
            MOVE SPACES TO WS-ANOMALY-LINE
            STRING 'OUTLIERS-FLAGGED: ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NUM-FORMATTED) DELIMITED BY SIZE
                   INTO WS-ANOMALY-LINE
            PERFORM EMIT-ANOMALY-LINE
            MOVE WS-VOLUME-FLAGGED TO WS-NUM-FORMATTED
            MOVE SPACES TO WS-ANOMALY-LINE
            STRING 'VOLUME-FLAGGED: ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NUM-FORMATTED) DELIMITED BY SIZE
                   INTO WS-ANOMALY-LINE
            PERFORM EMIT-ANOMALY-LINE
            MOVE WS-QUIET-FLAGGED TO WS-NUM-FORMATTED
            MOVE SPACES TO WS-ANOMALY-LINE
            STRING 'QUIET-FLAGGED: ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NUM-FORMATTED) DELIMITED BY SIZE
                   INTO WS-ANOMALY-LINE
            PERFORM EMIT-ANOMALY-LINE
            MOVE WS-INSUFFICIENT TO WS-NUM-FORMATTED
            MOVE SPACES TO WS-ANOMALY-LINE
            STRING 'INSUFFICIENT-HISTORY: ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NUM-FORMATTED) DELIMITED BY SIZE
                   INTO WS-ANOMALY-LINE
            PERFORM EMIT-ANOMALY-LINE
            IF WS-UNATTRIBUTED > 0
                MOVE WS-UNATTRIBUTED TO WS-NUM-FORMATTED
                MOVE SPACES TO WS-ANOMALY-LINE
                STRING 'UNATTRIBUTED MANIFESTS (NO ELF ID): '
                           DELIMITED BY SIZE
                       FUNCTION TRIM(WS-NUM-FORMATTED)
                           DELIMITED BY SIZE
                       INTO WS-ANOMALY-LINE
                PERFORM EMIT-ANOMALY-LINE
            END-IF
            COMPUTE WS-JOURNAL-FLAGGED = WS-OUTLIERS-FLAGGED
                + WS-VOLUME-FLAGGED + WS-QUIET-FLAGGED
            IF WS-JOURNAL-FLAGGED > 0
                MOVE 'ANOMALY' TO WS-ANOM-VERDICT
                MOVE 4 TO RETURN-CODE
            END-IF.

        EMIT-ANOMALY-LINE.
            WRITE ANOMALY-RECORD FROM WS-ANOMALY-LINE
            DISPLAY WS-ANOMALY-LINE.

      *       WRITE-JOURNAL-START / WRITE-JOURNAL-END append this
      *       program's bracket records to the shared run journal,
      *       in day1part1's convention: the end record carries the
      *       master records read and the anomalies flagged.  A
      *       journal that cannot be opened never stops the run.
        WRITE-JOURNAL-START.
            OPEN EXTEND RUN-JOURNAL
            IF WS-JOURNAL-STATUS = '00' OR '05'
                MOVE FUNCTION CURRENT-DATE TO WS-JOURNAL-NOW
                MOVE SPACES TO WS-JOURNAL-LINE
                STRING 'day1anom:START:' DELIMITED BY SIZE
                       WS-JOURNAL-STAMP DELIMITED BY SIZE
                       ':' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-MASTER-FILENAME)
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
                STRING 'day1anom:END:' DELIMITED BY SIZE
                       WS-JOURNAL-STAMP DELIMITED BY SIZE
                       ':' DELIMITED BY SIZE
                       WS-RECORDS-READ DELIMITED BY SIZE
                       ':' DELIMITED BY SIZE
                       WS-JOURNAL-FLAGGED DELIMITED BY SIZE
                       ':' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ANOM-VERDICT)
                           DELIMITED BY SIZE
                       ':' DELIMITED BY SIZE
                       WS-JOURNAL-RC DELIMITED BY SIZE
                       INTO WS-JOURNAL-LINE
                WRITE RUN-JOURNAL-RECORD FROM WS-JOURNAL-LINE
                CLOSE RUN-JOURNAL
            END-IF.
