        IDENTIFICATION DIVISION.
        PROGRAM-ID. day1mmr.

      *       day1mmr looks after the indexed manifest master in the
      *       two ways day1part1's own loader cannot.
      *       REBUILD reloads the master for a range of business
      *       dates from the retained reports, with no need for the
      *       original CALORIE inputs.  For each date the
      *       day1part1_adjusted report is the source wherever
      *       day1adj ran - the same rule day1xtr follows, so the
      *       master never goes back to pre-correction totals - and
      *       the original day1part1 report otherwise.  Every
      *       'MANIFEST n TOTALED x' line is written or rewritten
      *       onto the master, and any record for the date numbered
      *       past the report's last manifest is deleted: those are
      *       the orphans a rerun with fewer manifests leaves behind,
      *       since LOAD-MANIFEST-MASTER-RECORD only ever writes or
      *       rewrites.  After a MANIFREC change (file status 39)
      *       the old master is moved aside and a REBUILD over the
      *       affected dates creates and reloads a fresh one.
      *       AUDIT reads the master for each date in the range and
      *       checks its record count and calorie sum against the
      *       other stores that recorded the same day:
      *           - the run history's NUM-MANIFESTS, and its AVG-CAL
      *             against the master's sum over that count (the
      *             history carries no grand total of its own);
      *           - the feed register's grand total, for a date
      *             never adjusted (the register fingerprints the
      *             original input, so an adjustment supersedes it);
      *           - the feed log's count and total for the last
      *             extract cut for the date.
      *       Each date is listed as CONSISTENT, ORPHAN RECORDS (the
      *       master carries records numbered past NUM-MANIFESTS, and
      *       the rest balances), or OUT OF BALANCE.
      *       Arguments are "mode fromdate todate" on the command
      *       line, mode REBUILD or AUDIT; with only a from date the
      *       range runs through today, and with no dates at all it
      *       is today alone.  Completion code 4 for orphans found
      *       (AUDIT) or a date with master records but no retained
      *       report to rebuild from (REBUILD), 8 for any date OUT OF
      *       BALANCE, 12 when the run could not start.

        ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
      *       MANIFEST-MASTER is the indexed master day1part1 loads -
      *       see MANIFREC.  Dynamic access: each date is positioned
      *       to with a START and read forward, and REBUILD also
      *       reads, writes and deletes by key.
              SELECT MANIFEST-MASTER
              ASSIGN DYNAMIC WS-MASTER-FILENAME
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MM-KEY
              FILE STATUS IS WS-MASTER-STATUS.

      *       REPORT-IN is the date's retained report, adjusted or
      *       original, that a REBUILD loads from.
              SELECT REPORT-IN ASSIGN DYNAMIC WS-REPORT-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

      *       RUN-HISTORY, FEED-REGISTER and FEED-LOG are the three
      *       cumulative stores the audit ties the master back to.
      *       All are read only here.
              SELECT OPTIONAL RUN-HISTORY
              ASSIGN DYNAMIC WS-HISTORY-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HISTORY-STATUS.

              SELECT OPTIONAL FEED-REGISTER
              ASSIGN DYNAMIC WS-REGISTER-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REGISTER-STATUS.

              SELECT OPTIONAL FEED-LOG
              ASSIGN DYNAMIC WS-FEEDLOG-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FEEDLOG-STATUS.

      *       MMR-REPORT-OUT is the retained, date-ranged report of
      *       what was rebuilt or found, alongside the console copy.
              SELECT MMR-REPORT-OUT
              ASSIGN DYNAMIC WS-MMRREPORT-FILENAME
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

           FD REPORT-IN.
           01 REPORT-IN-RECORD PIC X(80).

           FD RUN-HISTORY.
           01 RUN-HISTORY-RECORD PIC X(120).

           FD FEED-REGISTER.
           01 FEED-REGISTER-RECORD PIC X(100).

           FD FEED-LOG.
           01 FEED-LOG-RECORD PIC X(80).

           FD MMR-REPORT-OUT.
           01 MMR-REPORT-RECORD PIC X(100).

           FD RUN-JOURNAL.
           01 RUN-JOURNAL-RECORD PIC X(120).

        WORKING-STORAGE SECTION.
            01 WS-MASTER-FILENAME PIC X(60)
               VALUE 'masters/manifest_master.dat'.
            01 WS-MASTER-STATUS PIC X(2).
            01 WS-MASTER-OPEN PIC X(1) VALUE 'N'.
            01 WS-REPORT-FILENAME PIC X(60).
            01 WS-REPORT-STATUS PIC X(2).
            01 WS-REPORT-EOF PIC A(1) VALUE 'N'.
            01 WS-ORIG-REPORT-FILENAME PIC X(60).
            01 WS-ADJREPORT-FILENAME PIC X(60).
            01 WS-ADJUSTED-SOURCE PIC X(1) VALUE 'N'.
            01 WS-MMRREPORT-FILENAME PIC X(60).
            01 WS-REPORT-LINE PIC X(100).
            01 TEMP_CAL PIC 9(9) VALUE ZERO.
            01 WS-CURRENT-DATE.
                05 WS-CURRENT-DATE-YMD PIC 9(8).
                05 FILLER PIC X(13).

      *       Mode and range, split off the command line the same
      *       way day1rank splits its arguments.  The range is
      *       walked one calendar day at a time through the integer
      *       date functions, so month ends come for free.
            01 WS-COMMAND-LINE PIC X(40) VALUE SPACES.
            01 WS-ARG-MODE-F PIC X(10).
            01 WS-ARG-FROM-F PIC X(10).
            01 WS-ARG-TO-F PIC X(10).
            01 WS-MMR-MODE PIC X(7) VALUE SPACES.
            01 WS-FROM-DATE PIC 9(8) VALUE ZERO.
            01 WS-TO-DATE PIC 9(8) VALUE ZERO.
            01 WS-DATE-INT PIC 9(9) VALUE ZERO.
            01 WS-TO-INT PIC 9(9) VALUE ZERO.
            01 WS-WORK-DATE PIC 9(8) VALUE ZERO.

      *       The master's view of the date being worked: every
      *       record for the date, and separately the ones numbered
      *       within the day's NUM-MANIFESTS, since only those can
      *       balance against the other stores.
            01 WS-MASTER-DONE PIC X(1) VALUE 'N'.
            01 WS-MST-COUNT PIC 9(9) VALUE ZERO.
            01 WS-MST-TOTAL PIC 9(12) VALUE ZERO.
            01 WS-MST-IN-COUNT PIC 9(9) VALUE ZERO.
            01 WS-MST-IN-TOTAL PIC 9(12) VALUE ZERO.
            01 WS-MST-ORPHAN-COUNT PIC 9(9) VALUE ZERO.
            01 WS-MST-ORPHAN-TOTAL PIC 9(12) VALUE ZERO.
            01 WS-MST-ADJUSTED PIC X(1) VALUE 'N'.
            01 WS-MST-AVG PIC 9(9) VALUE ZERO.

      *       The other stores' figures for the date.  On each of
      *       the three cumulative files the last record for a date
      *       is the one that stands - a FORCERUN reprocess appends
      *       a second register entry, a RESEND a second feed-log
      *       entry.
            01 WS-HISTORY-FILENAME PIC X(60)
               VALUE 'history/run_history.dat'.
            01 WS-HISTORY-STATUS PIC X(2).
            01 WS-HISTORY-EOF PIC A(1) VALUE 'N'.
            01 WS-HISTORY-LINE PIC X(120).
            01 WS-HIST-FOUND PIC X(1) VALUE 'N'.
            01 WS-HIST-NUM PIC 9(9) VALUE ZERO.
            01 WS-HIST-AVG PIC 9(9) VALUE ZERO.
            01 WS-HIST-ADJUSTED PIC X(1) VALUE 'N'.
            01 WS-HIST-DATE-F PIC X(10).
            01 WS-HIST-MAX-F PIC X(10).
            01 WS-HIST-TOP3-F PIC X(10).
            01 WS-HIST-NUM-F PIC X(10).
            01 WS-HIST-AVG-F PIC X(10).
            01 WS-HIST-EXC-F PIC X(10).
            01 WS-HIST-STATUS-F PIC X(10).
            01 WS-HIST-ALERT-F PIC X(10).
            01 WS-HIST-ADJ-F PIC X(10).

            01 WS-REGISTER-FILENAME PIC X(60)
               VALUE 'history/feed_register.dat'.
            01 WS-REGISTER-STATUS PIC X(2).
            01 WS-REGISTER-EOF PIC A(1) VALUE 'N'.
            01 WS-REGISTER-LINE PIC X(100).
            01 WS-REG-FOUND PIC X(1) VALUE 'N'.
            01 WS-REG-TOTAL PIC 9(9) VALUE ZERO.
            01 WS-REG-DATE-F PIC X(10).
            01 WS-REG-FILE-F PIC X(60).
            01 WS-REG-COUNT-F PIC X(10).
            01 WS-REG-TOTAL-F PIC X(10).

            01 WS-FEEDLOG-FILENAME PIC X(60)
               VALUE 'extracts/day1feedlog.dat'.
            01 WS-FEEDLOG-STATUS PIC X(2).
            01 WS-FEEDLOG-EOF PIC A(1) VALUE 'N'.
            01 WS-FEEDLOG-LINE PIC X(80).
            01 WS-LOG-FOUND PIC X(1) VALUE 'N'.
            01 WS-LOG-COUNT PIC 9(9) VALUE ZERO.
            01 WS-LOG-TOTAL PIC 9(9) VALUE ZERO.
            01 WS-LOG-KIND PIC X(8) VALUE SPACES.
            01 WS-LOG-ADJ-DATE PIC 9(8) VALUE ZERO.
            01 WS-LOG-DATE-F PIC X(10).
            01 WS-LOG-STAMP-F PIC X(14).
            01 WS-LOG-COUNT-F PIC X(10).
            01 WS-LOG-TOTAL-F PIC X(10).
            01 WS-LOG-KIND-F PIC X(10).

      *       The verdict for the date and the first reason it is
      *       out of balance, with the run's tallies per verdict.
            01 WS-DATE-VERDICT PIC X(14) VALUE SPACES.
            01 WS-DATE-REASON PIC X(50) VALUE SPACES.
            01 WS-DATES-CONSISTENT PIC 9(5) VALUE ZERO.
            01 WS-DATES-ORPHANED PIC 9(5) VALUE ZERO.
            01 WS-DATES-UNBALANCED PIC 9(5) VALUE ZERO.

      *       REBUILD's view of the date: what the report held and
      *       what was done to the master with it.  The detail-line
      *       tokens follow day1xtr's positional parse.
            01 WS-RPT-MANIFESTS PIC 9(9) VALUE ZERO.
            01 WS-RPT-TOTAL PIC 9(12) VALUE ZERO.
            01 WS-RPT-LAST-NUM PIC 9(5) VALUE ZERO.
            01 WS-RPT-DELETED PIC 9(9) VALUE ZERO.
            01 WS-NEW-NUM PIC 9(5) VALUE ZERO.
            01 WS-NEW-TOTAL PIC 9(9) VALUE ZERO.
            01 WS-NEW-ELF-ID PIC X(6) VALUE SPACES.
            01 WS-NEW-CREW-NAME PIC X(20) VALUE SPACES.
            01 WS-NEW-DEPOT-CODE PIC X(3) VALUE SPACES.
            01 WS-NEW-ADJ-DATE PIC 9(8) VALUE ZERO.
            01 WS-KEY-EXISTS PIC X(1) VALUE 'N'.
            01 WS-DET-LIT1-F PIC X(10).
            01 WS-DET-NUM-F PIC X(10).
            01 WS-DET-LIT2-F PIC X(10).
            01 WS-DET-TOTAL-F PIC X(10).
            01 WS-DET-T5-F PIC X(20).
            01 WS-DET-T6-F PIC X(20).
            01 WS-DET-T7-F PIC X(20).
            01 WS-DET-T8-F PIC X(10).
            01 WS-DET-T9-F PIC X(10).
            01 WS-DATES-REBUILT PIC 9(5) VALUE ZERO.
            01 WS-DATES-UNSOURCED PIC 9(5) VALUE ZERO.
            01 WS-RECORDS-LOADED PIC 9(9) VALUE ZERO.
            01 WS-RECORDS-DELETED PIC 9(9) VALUE ZERO.

      *       Report formatting fields.
            01 WS-COUNT-FORMATTED PIC Z(8)9.
            01 WS-TOTAL-FORMATTED PIC Z(11)9.
            01 WS-COUNT2-FORMATTED PIC Z(8)9.
            01 WS-TOTAL2-FORMATTED PIC Z(11)9.
            01 WS-ORPHAN-FORMATTED PIC Z(8)9.
            01 WS-HIST-FORMATTED PIC X(30).
            01 WS-REG-FORMATTED PIC X(20).
            01 WS-LOG-FORMATTED PIC X(30).
            01 WS-DATES-FORMATTED PIC Z(4)9.

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
            01 WS-JOURNAL-DATES PIC 9(9) VALUE ZERO.
            01 WS-JOURNAL-RECORDS PIC 9(9) VALUE ZERO.
            01 WS-MMR-VERDICT PIC X(8) VALUE 'CLEAN'.

        PROCEDURE DIVISION.
            PERFORM RESOLVE-MMR-REQUEST
            PERFORM WRITE-JOURNAL-START
            IF WS-MMR-MODE = SPACES
                DISPLAY 'MODE MUST BE REBUILD OR AUDIT - USAGE: '
                    'day1mmr REBUILD|AUDIT fromdate [todate]'
                MOVE 12 TO RETURN-CODE
                MOVE 'FAILED' TO WS-MMR-VERDICT
                PERFORM WRITE-JOURNAL-END
                GOBACK
            END-IF
            IF WS-FROM-DATE > WS-TO-DATE
                DISPLAY 'RANGE ' WS-FROM-DATE ' THROUGH ' WS-TO-DATE
                    ' ENDS BEFORE IT STARTS'
                MOVE 12 TO RETURN-CODE
                MOVE 'FAILED' TO WS-MMR-VERDICT
                PERFORM WRITE-JOURNAL-END
                GOBACK
            END-IF
            PERFORM OPEN-MANIFEST-MASTER
            IF WS-MASTER-OPEN = 'N'
                MOVE 12 TO RETURN-CODE
                MOVE 'FAILED' TO WS-MMR-VERDICT
                PERFORM WRITE-JOURNAL-END
                GOBACK
            END-IF
            OPEN OUTPUT MMR-REPORT-OUT
            MOVE SPACES TO WS-REPORT-LINE
            STRING 'MANIFEST MASTER ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MMR-MODE) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-FROM-DATE DELIMITED BY SIZE
                   ' THROUGH ' DELIMITED BY SIZE
                   WS-TO-DATE DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            PERFORM EMIT-REPORT-LINE
            COMPUTE WS-DATE-INT =
                FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
            COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(WS-TO-DATE)
            IF WS-MMR-MODE = 'REBUILD'
                PERFORM REBUILD-ONE-DATE
                    UNTIL WS-DATE-INT > WS-TO-INT
                PERFORM WRITE-REBUILD-SUMMARY
            ELSE
                PERFORM AUDIT-ONE-DATE
                    UNTIL WS-DATE-INT > WS-TO-INT
                PERFORM WRITE-AUDIT-SUMMARY
            END-IF
            CLOSE MANIFEST-MASTER
            CLOSE MMR-REPORT-OUT
            DISPLAY 'MASTER ' FUNCTION TRIM(WS-MMR-MODE)
                ' REPORT: ' FUNCTION TRIM(WS-MMRREPORT-FILENAME)
            PERFORM WRITE-JOURNAL-END
        GOBACK.

      *       RESOLVE-MMR-REQUEST takes "mode fromdate todate" from
      *       the command line.  An unrecognised mode leaves
      *       WS-MMR-MODE at SPACES for the mainline to refuse.
        RESOLVE-MMR-REQUEST.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
            MOVE SPACES TO WS-ARG-MODE-F WS-ARG-FROM-F WS-ARG-TO-F
            UNSTRING WS-COMMAND-LINE DELIMITED BY ALL ' '
                INTO WS-ARG-MODE-F WS-ARG-FROM-F WS-ARG-TO-F
            IF FUNCTION UPPER-CASE(WS-ARG-MODE-F) = 'REBUILD'
                MOVE 'REBUILD' TO WS-MMR-MODE
            END-IF
            IF FUNCTION UPPER-CASE(WS-ARG-MODE-F) = 'AUDIT'
                MOVE 'AUDIT' TO WS-MMR-MODE
            END-IF
            MOVE WS-CURRENT-DATE-YMD TO WS-FROM-DATE
            MOVE WS-CURRENT-DATE-YMD TO WS-TO-DATE
            IF WS-ARG-FROM-F(1:8) IS NUMERIC
                MOVE WS-ARG-FROM-F(1:8) TO WS-FROM-DATE
                IF WS-ARG-TO-F(1:8) IS NUMERIC
                    MOVE WS-ARG-TO-F(1:8) TO WS-TO-DATE
                END-IF
            END-IF
            MOVE SPACES TO WS-MMRREPORT-FILENAME
            IF WS-MMR-MODE = 'REBUILD'
                STRING 'reports/day1mmr_rebuild_' DELIMITED BY SIZE
                       WS-FROM-DATE DELIMITED BY SIZE
                       '_' DELIMITED BY SIZE
                       WS-TO-DATE DELIMITED BY SIZE
                       '.rpt' DELIMITED BY SIZE
                       INTO WS-MMRREPORT-FILENAME
            ELSE
                STRING 'reports/day1mmr_audit_' DELIMITED BY SIZE
                       WS-FROM-DATE DELIMITED BY SIZE
                       '_' DELIMITED BY SIZE
                       WS-TO-DATE DELIMITED BY SIZE
                       '.rpt' DELIMITED BY SIZE
                       INTO WS-MMRREPORT-FILENAME
            END-IF.

      *       OPEN-MANIFEST-MASTER opens the master I-O for a
      *       REBUILD, creating it on first use the way day1part1
      *       does - which is also how a fresh master gets built
      *       after the old one is moved aside - and INPUT for an
      *       AUDIT, which never changes it.
        OPEN-MANIFEST-MASTER.
            SET WS-MASTER-OPEN TO 'N'
            IF WS-MMR-MODE = 'REBUILD'
                OPEN I-O MANIFEST-MASTER
                IF WS-MASTER-STATUS = '35'
                    OPEN OUTPUT MANIFEST-MASTER
                    IF WS-MASTER-STATUS = '00'
                        CLOSE MANIFEST-MASTER
                        OPEN I-O MANIFEST-MASTER
                    END-IF
                END-IF
            ELSE
                OPEN INPUT MANIFEST-MASTER
            END-IF
            IF WS-MASTER-STATUS = '00'
                SET WS-MASTER-OPEN TO 'Y'
            ELSE
                IF WS-MASTER-STATUS = '39'
                    DISPLAY 'MANIFEST MASTER "'
                        FUNCTION TRIM(WS-MASTER-FILENAME)
                        '" WAS BUILT WITH AN OLDER MANIFREC '
                        'LAYOUT (FILE STATUS 39)'
                    DISPLAY ' - MOVE THE OLD MASTER ASIDE, THEN '
                        'RUN day1mmr REBUILD OVER THE DATES IT '
                        'HELD'
                ELSE
                    DISPLAY 'MANIFEST MASTER "'
                        FUNCTION TRIM(WS-MASTER-FILENAME)
                        '" UNAVAILABLE - FILE STATUS '
                        WS-MASTER-STATUS
                END-IF
            END-IF.

      *       REBUILD-ONE-DATE reloads one business date.  A date
      *       with no retained report is left exactly as it stands:
      *       silently when the master has nothing for it either
      *       (no run that day), out loud when it does, since those
      *       records can be neither confirmed nor replaced.
        REBUILD-ONE-DATE.
            COMPUTE WS-WORK-DATE =
                FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
            PERFORM BUILD-DATE-REPORT-NAMES
            PERFORM OPEN-REPORT-SOURCE
            IF WS-REPORT-STATUS NOT = '00'
                MOVE 99999 TO WS-RPT-LAST-NUM
                PERFORM SCAN-MASTER-DATE
                IF WS-MST-COUNT > 0
                    ADD 1 TO WS-DATES-UNSOURCED
                    MOVE WS-MST-COUNT TO WS-COUNT-FORMATTED
                    MOVE SPACES TO WS-REPORT-LINE
                    STRING WS-WORK-DATE DELIMITED BY SIZE
                           ' NO RETAINED REPORT - ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-COUNT-FORMATTED)
                               DELIMITED BY SIZE
                           ' MASTER RECORD(S) LEFT AS THEY STAND'
                               DELIMITED BY SIZE
                           INTO WS-REPORT-LINE
                    PERFORM EMIT-REPORT-LINE
                END-IF
            ELSE
                PERFORM FIND-FEED-LOG-ENTRY
                MOVE ZERO TO WS-RPT-MANIFESTS WS-RPT-TOTAL
                    WS-RPT-LAST-NUM WS-RPT-DELETED
                SET WS-REPORT-EOF TO 'N'
                PERFORM UNTIL WS-REPORT-EOF = 'Y'
                    READ REPORT-IN
                        AT END MOVE 'Y' TO WS-REPORT-EOF
                        NOT AT END PERFORM LOAD-ONE-REPORT-LINE
                    END-READ
                END-PERFORM
                CLOSE REPORT-IN
                PERFORM DELETE-ORPHAN-RECORDS
                ADD 1 TO WS-DATES-REBUILT
                ADD WS-RPT-MANIFESTS TO WS-RECORDS-LOADED
                ADD WS-RPT-DELETED TO WS-RECORDS-DELETED
                PERFORM REPORT-REBUILT-DATE
            END-IF
            ADD 1 TO WS-DATE-INT.

      *       BUILD-DATE-REPORT-NAMES names both candidate sources
      *       for the date, space-filled before each STRING, same
      *       reasoning as day1xtr's BUILD-EXTRACT-FILENAMES.
        BUILD-DATE-REPORT-NAMES.
            MOVE SPACES TO WS-ORIG-REPORT-FILENAME
            STRING 'reports/day1part1_' DELIMITED BY SIZE
                   WS-WORK-DATE DELIMITED BY SIZE
                   '.rpt' DELIMITED BY SIZE
                   INTO WS-ORIG-REPORT-FILENAME
            MOVE SPACES TO WS-ADJREPORT-FILENAME
            STRING 'reports/day1part1_adjusted_' DELIMITED BY SIZE
                   WS-WORK-DATE DELIMITED BY SIZE
                   '.rpt' DELIMITED BY SIZE
                   INTO WS-ADJREPORT-FILENAME.

      *       OPEN-REPORT-SOURCE opens the adjusted report when one
      *       exists and the original otherwise - day1xtr's rule,
      *       for day1xtr's reason.
        OPEN-REPORT-SOURCE.
            SET WS-ADJUSTED-SOURCE TO 'N'
            MOVE WS-ADJREPORT-FILENAME TO WS-REPORT-FILENAME
            OPEN INPUT REPORT-IN
            IF WS-REPORT-STATUS = '00'
                SET WS-ADJUSTED-SOURCE TO 'Y'
            ELSE
                MOVE WS-ORIG-REPORT-FILENAME TO WS-REPORT-FILENAME
                OPEN INPUT REPORT-IN
            END-IF.

      *       LOAD-ONE-REPORT-LINE puts one 'MANIFEST n TOTALED x'
      *       detail line onto the master and ignores every other
      *       report line.  The tail after the total is positional,
      *       as day1xtr parses it: ' ELF id crew' then ' DEPOT xxx',
      *       either one optional.
        LOAD-ONE-REPORT-LINE.
            IF REPORT-IN-RECORD(1:9) = 'MANIFEST '
                MOVE SPACES TO WS-DET-LIT1-F WS-DET-NUM-F
                    WS-DET-LIT2-F WS-DET-TOTAL-F WS-DET-T5-F
                    WS-DET-T6-F WS-DET-T7-F WS-DET-T8-F
                    WS-DET-T9-F
                UNSTRING REPORT-IN-RECORD DELIMITED BY ALL ' '
                    INTO WS-DET-LIT1-F WS-DET-NUM-F WS-DET-LIT2-F
                         WS-DET-TOTAL-F WS-DET-T5-F WS-DET-T6-F
                         WS-DET-T7-F WS-DET-T8-F WS-DET-T9-F
                IF WS-DET-LIT2-F = 'TOTALED'
                        AND FUNCTION TRIM(WS-DET-NUM-F) IS NUMERIC
                        AND FUNCTION TRIM(WS-DET-TOTAL-F) IS NUMERIC
                    SET TEMP_CAL TO FUNCTION NUMVAL(WS-DET-NUM-F)
                    SET WS-NEW-NUM TO TEMP_CAL
                    SET TEMP_CAL TO FUNCTION NUMVAL(WS-DET-TOTAL-F)
                    SET WS-NEW-TOTAL TO TEMP_CAL
                    SET TEMP_CAL TO ZERO
                    MOVE SPACES TO WS-NEW-ELF-ID WS-NEW-CREW-NAME
                        WS-NEW-DEPOT-CODE
                    IF WS-DET-T5-F = 'ELF'
                        MOVE WS-DET-T6-F(1:6) TO WS-NEW-ELF-ID
                        MOVE WS-DET-T7-F TO WS-NEW-CREW-NAME
                    END-IF
                    IF WS-DET-T5-F = 'DEPOT'
                        MOVE WS-DET-T6-F(1:3) TO WS-NEW-DEPOT-CODE
                    END-IF
                    IF WS-DET-T8-F = 'DEPOT'
                        MOVE WS-DET-T9-F(1:3) TO WS-NEW-DEPOT-CODE
                    END-IF
                    PERFORM LOAD-REBUILT-MASTER-RECORD
                END-IF
            END-IF.

      *       LOAD-REBUILT-MASTER-RECORD writes or rewrites one
      *       manifest.  From the adjusted report the record is
      *       marked adjusted; the adjustment date is kept from the
      *       record being replaced when it already carried one,
      *       else taken from the feed log's ADJUSTED cut for the
      *       date - the only other place day1adj stamped it.
        LOAD-REBUILT-MASTER-RECORD.
            MOVE ZERO TO WS-NEW-ADJ-DATE
            MOVE WS-WORK-DATE TO MM-RUN-DATE
            MOVE WS-NEW-NUM TO MM-MANIFEST-NUM
            SET WS-KEY-EXISTS TO 'N'
            READ MANIFEST-MASTER
                INVALID KEY
                    SET WS-KEY-EXISTS TO 'N'
                NOT INVALID KEY
                    SET WS-KEY-EXISTS TO 'Y'
                    IF MM-ADJ-FLAG = 'Y'
                        MOVE MM-ADJ-DATE TO WS-NEW-ADJ-DATE
                    END-IF
            END-READ
            IF WS-ADJUSTED-SOURCE = 'Y' AND WS-NEW-ADJ-DATE = ZERO
                MOVE WS-LOG-ADJ-DATE TO WS-NEW-ADJ-DATE
            END-IF
            MOVE WS-WORK-DATE TO MM-RUN-DATE
            MOVE WS-NEW-NUM TO MM-MANIFEST-NUM
            MOVE WS-NEW-TOTAL TO MM-TOTAL
            MOVE WS-NEW-ELF-ID TO MM-ELF-ID
            MOVE WS-NEW-CREW-NAME TO MM-CREW-NAME
            IF WS-ADJUSTED-SOURCE = 'Y'
                MOVE 'Y' TO MM-ADJ-FLAG
                MOVE WS-NEW-ADJ-DATE TO MM-ADJ-DATE
            ELSE
                MOVE 'N' TO MM-ADJ-FLAG
                MOVE ZERO TO MM-ADJ-DATE
            END-IF
            MOVE WS-NEW-DEPOT-CODE TO MM-DEPOT-CODE
            IF WS-KEY-EXISTS = 'Y'
                REWRITE MANIFEST-MASTER-RECORD
            ELSE
                WRITE MANIFEST-MASTER-RECORD
            END-IF
            IF WS-MASTER-STATUS NOT = '00'
                DISPLAY 'WARNING - MASTER WRITE FOR ' WS-WORK-DATE
                    ' MANIFEST ' WS-NEW-NUM ' FAILED - FILE STATUS '
                    WS-MASTER-STATUS
            ELSE
                ADD 1 TO WS-RPT-MANIFESTS
                ADD WS-NEW-TOTAL TO WS-RPT-TOTAL
            END-IF
            IF WS-NEW-NUM > WS-RPT-LAST-NUM
                MOVE WS-NEW-NUM TO WS-RPT-LAST-NUM
            END-IF.

      *       DELETE-ORPHAN-RECORDS removes every record for the
      *       date numbered past the report's last manifest.  Each
      *       deletion re-positions with a fresh START rather than
      *       trusting the read position across a DELETE.
        DELETE-ORPHAN-RECORDS.
            SET WS-MASTER-DONE TO 'N'
            PERFORM DELETE-ONE-ORPHAN
                UNTIL WS-MASTER-DONE = 'Y'.

        DELETE-ONE-ORPHAN.
            MOVE WS-WORK-DATE TO MM-RUN-DATE
            MOVE WS-RPT-LAST-NUM TO MM-MANIFEST-NUM
            START MANIFEST-MASTER KEY IS GREATER THAN MM-KEY
                INVALID KEY
                    SET WS-MASTER-DONE TO 'Y'
            END-START
            IF WS-MASTER-DONE = 'N'
                READ MANIFEST-MASTER NEXT RECORD
                    AT END
                        SET WS-MASTER-DONE TO 'Y'
                END-READ
            END-IF
            IF WS-MASTER-DONE = 'N'
                IF MM-RUN-DATE NOT = WS-WORK-DATE
                    SET WS-MASTER-DONE TO 'Y'
                ELSE
                    DELETE MANIFEST-MASTER RECORD
                        INVALID KEY
                            DISPLAY 'WARNING - ORPHAN ' WS-WORK-DATE
                                ' MANIFEST ' MM-MANIFEST-NUM
                                ' COULD NOT BE DELETED - FILE '
                                'STATUS ' WS-MASTER-STATUS
                            SET WS-MASTER-DONE TO 'Y'
                        NOT INVALID KEY
                            ADD 1 TO WS-RPT-DELETED
                    END-DELETE
                END-IF
            END-IF.

        REPORT-REBUILT-DATE.
            MOVE WS-RPT-MANIFESTS TO WS-COUNT-FORMATTED
            MOVE WS-RPT-TOTAL TO WS-TOTAL-FORMATTED
            MOVE WS-RPT-DELETED TO WS-ORPHAN-FORMATTED
            MOVE SPACES TO WS-REPORT-LINE
            STRING WS-WORK-DATE DELIMITED BY SIZE
                   ' REBUILT - MANIFESTS ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-FORMATTED)
                       DELIMITED BY SIZE
                   ' TOTAL ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TOTAL-FORMATTED)
                       DELIMITED BY SIZE
                   ' ORPHANS DELETED ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ORPHAN-FORMATTED)
                       DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            PERFORM EMIT-REPORT-LINE
            MOVE SPACES TO WS-REPORT-LINE
            STRING '    FROM ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-REPORT-FILENAME)
                       DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            PERFORM EMIT-REPORT-LINE.

        WRITE-REBUILD-SUMMARY.
            MOVE WS-DATES-REBUILT TO WS-DATES-FORMATTED
            MOVE SPACES TO WS-REPORT-LINE
            STRING 'DATES-REBUILT: ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DATES-FORMATTED)
                       DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            PERFORM EMIT-REPORT-LINE
            MOVE WS-RECORDS-LOADED TO WS-COUNT-FORMATTED
            MOVE SPACES TO WS-REPORT-LINE
            STRING 'RECORDS-LOADED: ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-FORMATTED)
                       DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            PERFORM EMIT-REPORT-LINE
            MOVE WS-RECORDS-DELETED TO WS-COUNT-FORMATTED
            MOVE SPACES TO WS-REPORT-LINE
            STRING 'ORPHANS-DELETED: ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-FORMATTED)
                       DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            PERFORM EMIT-REPORT-LINE
            MOVE WS-DATES-UNSOURCED TO WS-DATES-FORMATTED
            MOVE SPACES TO WS-REPORT-LINE
            STRING 'DATES-WITHOUT-REPORT: ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DATES-FORMATTED)
                       DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            PERFORM EMIT-REPORT-LINE
            MOVE 'REBUILT' TO WS-MMR-VERDICT
            MOVE WS-DATES-REBUILT TO WS-JOURNAL-DATES
            MOVE WS-RECORDS-LOADED TO WS-JOURNAL-RECORDS
            IF WS-DATES-UNSOURCED > 0
                MOVE 'PARTIAL' TO WS-MMR-VERDICT
                MOVE 4 TO RETURN-CODE
            END-IF.

      *       AUDIT-ONE-DATE gathers what each store says about the
      *       date, reads the master's records for it, and settles
      *       the verdict.  A date no store has heard of (no run
      *       that day) is passed over without a line.
        AUDIT-ONE-DATE.
            COMPUTE WS-WORK-DATE =
                FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
            PERFORM FIND-HISTORY-ENTRY
            PERFORM FIND-REGISTER-ENTRY
            PERFORM FIND-FEED-LOG-ENTRY
            IF WS-HIST-FOUND = 'Y'
                MOVE WS-HIST-NUM TO WS-RPT-LAST-NUM
            ELSE
                MOVE 99999 TO WS-RPT-LAST-NUM
            END-IF
            PERFORM SCAN-MASTER-DATE
            IF WS-MST-COUNT > 0 OR WS-HIST-FOUND = 'Y'
                    OR WS-REG-FOUND = 'Y' OR WS-LOG-FOUND = 'Y'
                PERFORM SETTLE-DATE-VERDICT
                PERFORM REPORT-AUDITED-DATE
            END-IF
            ADD 1 TO WS-DATE-INT.

      *       SCAN-MASTER-DATE positions on the first key for the
      *       date and reads forward until the date changes.
      *       Records numbered past WS-RPT-LAST-NUM are tallied
      *       apart as orphans.
        SCAN-MASTER-DATE.
            MOVE ZERO TO WS-MST-COUNT WS-MST-TOTAL WS-MST-IN-COUNT
                WS-MST-IN-TOTAL WS-MST-ORPHAN-COUNT
                WS-MST-ORPHAN-TOTAL
            SET WS-MST-ADJUSTED TO 'N'
            SET WS-MASTER-DONE TO 'N'
            MOVE WS-WORK-DATE TO MM-RUN-DATE
            MOVE ZERO TO MM-MANIFEST-NUM
            START MANIFEST-MASTER KEY IS NOT LESS THAN MM-KEY
                INVALID KEY
                    SET WS-MASTER-DONE TO 'Y'
            END-START
            PERFORM UNTIL WS-MASTER-DONE = 'Y'
                READ MANIFEST-MASTER NEXT RECORD
                    AT END MOVE 'Y' TO WS-MASTER-DONE
                    NOT AT END PERFORM TALLY-ONE-MASTER-RECORD
                END-READ
            END-PERFORM.

        TALLY-ONE-MASTER-RECORD.
            IF MM-RUN-DATE NOT = WS-WORK-DATE
                SET WS-MASTER-DONE TO 'Y'
            ELSE
                ADD 1 TO WS-MST-COUNT
                ADD MM-TOTAL TO WS-MST-TOTAL
                IF MM-ADJ-FLAG = 'Y'
                    SET WS-MST-ADJUSTED TO 'Y'
                END-IF
                IF MM-MANIFEST-NUM > WS-RPT-LAST-NUM
                    ADD 1 TO WS-MST-ORPHAN-COUNT
                    ADD MM-TOTAL TO WS-MST-ORPHAN-TOTAL
                ELSE
                    ADD 1 TO WS-MST-IN-COUNT
                    ADD MM-TOTAL TO WS-MST-IN-TOTAL
                END-IF
            END-IF.

      *       FIND-HISTORY-ENTRY picks the date's run-history record
      *       out: NUM-MANIFESTS, AVG-CAL, and whether day1adj marked
      *       it adjusted.  Status 05 is OPTIONAL's not-there-yet
      *       and reads as empty, same as in CHECK-FEED-REGISTER.
        FIND-HISTORY-ENTRY.
            SET WS-HIST-FOUND TO 'N'
            SET WS-HIST-ADJUSTED TO 'N'
            MOVE ZERO TO WS-HIST-NUM WS-HIST-AVG
            SET WS-HISTORY-EOF TO 'N'
            OPEN INPUT RUN-HISTORY
            IF WS-HISTORY-STATUS = '00' OR '05'
                PERFORM UNTIL WS-HISTORY-EOF = 'Y'
                    READ RUN-HISTORY INTO WS-HISTORY-LINE
                        AT END MOVE 'Y' TO WS-HISTORY-EOF
                        NOT AT END PERFORM MATCH-ONE-HISTORY-ENTRY
                    END-READ
                END-PERFORM
                CLOSE RUN-HISTORY
            END-IF.

        MATCH-ONE-HISTORY-ENTRY.
            IF WS-HISTORY-LINE(1:8) = WS-WORK-DATE
                MOVE SPACES TO WS-HIST-DATE-F WS-HIST-MAX-F
                    WS-HIST-TOP3-F WS-HIST-NUM-F WS-HIST-AVG-F
                    WS-HIST-EXC-F WS-HIST-STATUS-F WS-HIST-ALERT-F
                    WS-HIST-ADJ-F
                UNSTRING WS-HISTORY-LINE DELIMITED BY ':'
                    INTO WS-HIST-DATE-F WS-HIST-MAX-F WS-HIST-TOP3-F
                         WS-HIST-NUM-F WS-HIST-AVG-F WS-HIST-EXC-F
                         WS-HIST-STATUS-F WS-HIST-ALERT-F
                         WS-HIST-ADJ-F
                IF FUNCTION TRIM(WS-HIST-NUM-F) IS NUMERIC
                        AND FUNCTION TRIM(WS-HIST-AVG-F) IS NUMERIC
                    SET WS-HIST-FOUND TO 'Y'
                    SET TEMP_CAL TO FUNCTION NUMVAL(WS-HIST-NUM-F)
                    SET WS-HIST-NUM TO TEMP_CAL
                    SET TEMP_CAL TO FUNCTION NUMVAL(WS-HIST-AVG-F)
                    SET WS-HIST-AVG TO TEMP_CAL
                    SET TEMP_CAL TO ZERO
                    IF FUNCTION TRIM(WS-HIST-ADJ-F) = 'ADJ'
                        SET WS-HIST-ADJUSTED TO 'Y'
                    ELSE
                        SET WS-HIST-ADJUSTED TO 'N'
                    END-IF
                END-IF
            END-IF.

      *       FIND-REGISTER-ENTRY picks up the grand total the feed
      *       register recorded for the date.  The register's count
      *       is of detail records, not manifests, so only its total
      *       can be held against the master.
        FIND-REGISTER-ENTRY.
            SET WS-REG-FOUND TO 'N'
            MOVE ZERO TO WS-REG-TOTAL
            SET WS-REGISTER-EOF TO 'N'
            OPEN INPUT FEED-REGISTER
            IF WS-REGISTER-STATUS = '00' OR '05'
                PERFORM UNTIL WS-REGISTER-EOF = 'Y'
                    READ FEED-REGISTER INTO WS-REGISTER-LINE
                        AT END MOVE 'Y' TO WS-REGISTER-EOF
                        NOT AT END PERFORM MATCH-ONE-REGISTER-ENTRY
                    END-READ
                END-PERFORM
                CLOSE FEED-REGISTER
            END-IF.

        MATCH-ONE-REGISTER-ENTRY.
            MOVE SPACES TO WS-REG-DATE-F WS-REG-FILE-F
                WS-REG-COUNT-F WS-REG-TOTAL-F
            UNSTRING WS-REGISTER-LINE DELIMITED BY ':'
                INTO WS-REG-DATE-F WS-REG-FILE-F
                     WS-REG-COUNT-F WS-REG-TOTAL-F
            IF WS-REG-DATE-F(1:8) = WS-WORK-DATE
                    AND FUNCTION TRIM(WS-REG-TOTAL-F) IS NUMERIC
                SET WS-REG-FOUND TO 'Y'
                SET TEMP_CAL TO FUNCTION NUMVAL(WS-REG-TOTAL-F)
                SET WS-REG-TOTAL TO TEMP_CAL
                SET TEMP_CAL TO ZERO
            END-IF.

      *       FIND-FEED-LOG-ENTRY picks up the last extract cut for
      *       the date - its manifest count, total and kind - and
      *       the date of the last ADJUSTED cut, which is the
      *       adjustment date REBUILD stamps onto adjusted records.
        FIND-FEED-LOG-ENTRY.
            SET WS-LOG-FOUND TO 'N'
            MOVE ZERO TO WS-LOG-COUNT WS-LOG-TOTAL WS-LOG-ADJ-DATE
            MOVE SPACES TO WS-LOG-KIND
            SET WS-FEEDLOG-EOF TO 'N'
            OPEN INPUT FEED-LOG
            IF WS-FEEDLOG-STATUS = '00' OR '05'
                PERFORM UNTIL WS-FEEDLOG-EOF = 'Y'
                    READ FEED-LOG INTO WS-FEEDLOG-LINE
                        AT END MOVE 'Y' TO WS-FEEDLOG-EOF
                        NOT AT END PERFORM MATCH-ONE-FEED-LOG-ENTRY
                    END-READ
                END-PERFORM
                CLOSE FEED-LOG
            END-IF.

        MATCH-ONE-FEED-LOG-ENTRY.
            MOVE SPACES TO WS-LOG-DATE-F WS-LOG-STAMP-F
                WS-LOG-COUNT-F WS-LOG-TOTAL-F WS-LOG-KIND-F
            UNSTRING WS-FEEDLOG-LINE DELIMITED BY ':'
                INTO WS-LOG-DATE-F WS-LOG-STAMP-F WS-LOG-COUNT-F
                     WS-LOG-TOTAL-F WS-LOG-KIND-F
            IF WS-LOG-DATE-F(1:8) = WS-WORK-DATE
                    AND FUNCTION TRIM(WS-LOG-COUNT-F) IS NUMERIC
                    AND FUNCTION TRIM(WS-LOG-TOTAL-F) IS NUMERIC
                SET WS-LOG-FOUND TO 'Y'
                SET TEMP_CAL TO FUNCTION NUMVAL(WS-LOG-COUNT-F)
                SET WS-LOG-COUNT TO TEMP_CAL
                SET TEMP_CAL TO FUNCTION NUMVAL(WS-LOG-TOTAL-F)
                SET WS-LOG-TOTAL TO TEMP_CAL
                SET TEMP_CAL TO ZERO
                MOVE WS-LOG-KIND-F(1:8) TO WS-LOG-KIND
                IF WS-LOG-KIND = 'ADJUSTED'
                        AND WS-LOG-STAMP-F(1:8) IS NUMERIC
                    MOVE WS-LOG-STAMP-F(1:8) TO WS-LOG-ADJ-DATE
                END-IF
            END-IF.

      *       SETTLE-DATE-VERDICT works through the checks in order
      *       and keeps the first failure as the reason.  Orphans
      *       are only the verdict when everything within
      *       NUM-MANIFESTS balances; otherwise the date is out of
      *       balance whatever else is wrong with it.
        SETTLE-DATE-VERDICT.
            MOVE SPACES TO WS-DATE-REASON
            MOVE ZERO TO WS-MST-AVG
            IF WS-MST-IN-COUNT > 0
                DIVIDE WS-MST-IN-TOTAL BY WS-MST-IN-COUNT
                    GIVING WS-MST-AVG
            END-IF
            IF WS-HIST-FOUND = 'N'
                MOVE 'NO RUN-HISTORY RECORD FOR THE DATE'
                    TO WS-DATE-REASON
            ELSE
                IF WS-MST-IN-COUNT NOT = WS-HIST-NUM
                    MOVE 'MASTER COUNT DISAGREES WITH NUM-MANIFESTS'
                        TO WS-DATE-REASON
                ELSE
                    IF WS-MST-AVG NOT = WS-HIST-AVG
                        MOVE 'MASTER SUM DISAGREES WITH HISTORY AVG-CAL'
                            TO WS-DATE-REASON
                    END-IF
                END-IF
            END-IF
            IF WS-DATE-REASON = SPACES
                    AND WS-REG-FOUND = 'Y'
                    AND WS-HIST-ADJUSTED = 'N'
                    AND WS-MST-ADJUSTED = 'N'
                    AND WS-MST-IN-TOTAL NOT = WS-REG-TOTAL
                MOVE 'MASTER SUM DISAGREES WITH FEED REGISTER TOTAL'
                    TO WS-DATE-REASON
            END-IF
            IF WS-DATE-REASON = SPACES AND WS-LOG-FOUND = 'Y'
                IF WS-MST-IN-COUNT NOT = WS-LOG-COUNT
                    MOVE 'MASTER COUNT DISAGREES WITH FEED LOG COUNT'
                        TO WS-DATE-REASON
                ELSE
                    IF WS-MST-IN-TOTAL NOT = WS-LOG-TOTAL
                        MOVE 'MASTER SUM DISAGREES WITH FEED LOG TOTAL'
                            TO WS-DATE-REASON
                    END-IF
                END-IF
            END-IF
            IF WS-DATE-REASON NOT = SPACES
                MOVE 'OUT OF BALANCE' TO WS-DATE-VERDICT
                ADD 1 TO WS-DATES-UNBALANCED
            ELSE
                IF WS-MST-ORPHAN-COUNT > 0
                    MOVE 'ORPHAN RECORDS' TO WS-DATE-VERDICT
                    ADD 1 TO WS-DATES-ORPHANED
                ELSE
                    MOVE 'CONSISTENT' TO WS-DATE-VERDICT
                    ADD 1 TO WS-DATES-CONSISTENT
                END-IF
            END-IF.

      *       REPORT-AUDITED-DATE prints the verdict line, then for
      *       anything short of CONSISTENT the figures from every
      *       store side by side, so the drift can be chased without
      *       rerunning anything.
        REPORT-AUDITED-DATE.
            MOVE WS-MST-IN-COUNT TO WS-COUNT-FORMATTED
            MOVE WS-MST-IN-TOTAL TO WS-TOTAL-FORMATTED
            MOVE SPACES TO WS-REPORT-LINE
            IF WS-DATE-VERDICT = 'CONSISTENT'
                STRING WS-WORK-DATE DELIMITED BY SIZE
                       ' CONSISTENT - MANIFESTS ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-COUNT-FORMATTED)
                           DELIMITED BY SIZE
                       ' TOTAL ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-TOTAL-FORMATTED)
                           DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                PERFORM EMIT-REPORT-LINE
            ELSE
                IF WS-DATE-VERDICT = 'ORPHAN RECORDS'
                    MOVE WS-MST-ORPHAN-COUNT TO WS-ORPHAN-FORMATTED
                    MOVE WS-MST-ORPHAN-TOTAL TO WS-TOTAL2-FORMATTED
                    MOVE WS-HIST-NUM TO WS-COUNT2-FORMATTED
                    STRING WS-WORK-DATE DELIMITED BY SIZE
                           ' ORPHAN RECORDS - ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-ORPHAN-FORMATTED)
                               DELIMITED BY SIZE
                           ' PAST MANIFEST ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-COUNT2-FORMATTED)
                               DELIMITED BY SIZE
                           ' TOTALING ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-TOTAL2-FORMATTED)
                               DELIMITED BY SIZE
                           INTO WS-REPORT-LINE
                ELSE
                    STRING WS-WORK-DATE DELIMITED BY SIZE
                           ' OUT OF BALANCE - ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-DATE-REASON)
                               DELIMITED BY SIZE
                           INTO WS-REPORT-LINE
                END-IF
                PERFORM EMIT-REPORT-LINE
                PERFORM REPORT-STORE-FIGURES
            END-IF.

        REPORT-STORE-FIGURES.
            MOVE 'NONE' TO WS-HIST-FORMATTED
            IF WS-HIST-FOUND = 'Y'
                MOVE WS-HIST-NUM TO WS-COUNT2-FORMATTED
                MOVE WS-HIST-AVG TO WS-TOTAL2-FORMATTED
                MOVE SPACES TO WS-HIST-FORMATTED
                STRING FUNCTION TRIM(WS-COUNT2-FORMATTED)
                           DELIMITED BY SIZE
                       ' AVG ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-TOTAL2-FORMATTED)
                           DELIMITED BY SIZE
                       INTO WS-HIST-FORMATTED
            END-IF
            MOVE 'NONE' TO WS-REG-FORMATTED
            IF WS-REG-FOUND = 'Y'
                MOVE WS-REG-TOTAL TO WS-TOTAL2-FORMATTED
                MOVE SPACES TO WS-REG-FORMATTED
                IF WS-HIST-ADJUSTED = 'Y' OR WS-MST-ADJUSTED = 'Y'
                    STRING FUNCTION TRIM(WS-TOTAL2-FORMATTED)
                               DELIMITED BY SIZE
                           ' (ADJUSTED)' DELIMITED BY SIZE
                           INTO WS-REG-FORMATTED
                ELSE
                    MOVE FUNCTION TRIM(WS-TOTAL2-FORMATTED)
                        TO WS-REG-FORMATTED
                END-IF
            END-IF
            MOVE 'NONE' TO WS-LOG-FORMATTED
            IF WS-LOG-FOUND = 'Y'
                MOVE WS-LOG-COUNT TO WS-COUNT2-FORMATTED
                MOVE WS-LOG-TOTAL TO WS-TOTAL2-FORMATTED
                MOVE SPACES TO WS-LOG-FORMATTED
                STRING FUNCTION TRIM(WS-COUNT2-FORMATTED)
                           DELIMITED BY SIZE
                       '/' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-TOTAL2-FORMATTED)
                           DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-LOG-KIND) DELIMITED BY SIZE
                       INTO WS-LOG-FORMATTED
            END-IF
            MOVE WS-MST-COUNT TO WS-COUNT-FORMATTED
            MOVE WS-MST-TOTAL TO WS-TOTAL-FORMATTED
            MOVE SPACES TO WS-REPORT-LINE
            STRING '    MASTER ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-FORMATTED)
                       DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TOTAL-FORMATTED)
                       DELIMITED BY SIZE
                   ' HISTORY ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-HIST-FORMATTED)
                       DELIMITED BY SIZE
                   ' REGISTER ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-REG-FORMATTED)
                       DELIMITED BY SIZE
                   ' FEED LOG ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LOG-FORMATTED)
                       DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            PERFORM EMIT-REPORT-LINE.

        WRITE-AUDIT-SUMMARY.
            MOVE WS-DATES-CONSISTENT TO WS-DATES-FORMATTED
            MOVE SPACES TO WS-REPORT-LINE
            STRING 'DATES-CONSISTENT: ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DATES-FORMATTED)
                       DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            PERFORM EMIT-REPORT-LINE
            MOVE WS-DATES-ORPHANED TO WS-DATES-FORMATTED
            MOVE SPACES TO WS-REPORT-LINE
            STRING 'DATES-WITH-ORPHANS: ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DATES-FORMATTED)
                       DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            PERFORM EMIT-REPORT-LINE
            MOVE WS-DATES-UNBALANCED TO WS-DATES-FORMATTED
            MOVE SPACES TO WS-REPORT-LINE
            STRING 'DATES-OUT-OF-BALANCE: ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DATES-FORMATTED)
                       DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            PERFORM EMIT-REPORT-LINE
            COMPUTE WS-JOURNAL-DATES = WS-DATES-CONSISTENT
                + WS-DATES-ORPHANED + WS-DATES-UNBALANCED
            COMPUTE WS-JOURNAL-RECORDS = WS-DATES-ORPHANED
                + WS-DATES-UNBALANCED
            IF WS-DATES-ORPHANED > 0
                MOVE 'ORPHANS' TO WS-MMR-VERDICT
                MOVE 4 TO RETURN-CODE
            END-IF
            IF WS-DATES-UNBALANCED > 0
                MOVE 'DRIFT' TO WS-MMR-VERDICT
                MOVE 8 TO RETURN-CODE
            END-IF.

        EMIT-REPORT-LINE.
            WRITE MMR-REPORT-RECORD FROM WS-REPORT-LINE
            DISPLAY WS-REPORT-LINE.

      *       WRITE-JOURNAL-START / WRITE-JOURNAL-END append this
      *       program's bracket records to the shared run journal,
      *       in day1part1's convention: the end record carries the
      *       dates worked and either the records loaded (REBUILD)
      *       or the dates needing attention (AUDIT).  A journal
      *       that cannot be opened never stops the run.
        WRITE-JOURNAL-START.
            OPEN EXTEND RUN-JOURNAL
            IF WS-JOURNAL-STATUS = '00' OR '05'
                MOVE FUNCTION CURRENT-DATE TO WS-JOURNAL-NOW
                MOVE SPACES TO WS-JOURNAL-LINE
                STRING 'day1mmr:START:' DELIMITED BY SIZE
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
                STRING 'day1mmr:END:' DELIMITED BY SIZE
                       WS-JOURNAL-STAMP DELIMITED BY SIZE
                       ':' DELIMITED BY SIZE
                       WS-JOURNAL-DATES DELIMITED BY SIZE
                       ':' DELIMITED BY SIZE
                       WS-JOURNAL-RECORDS DELIMITED BY SIZE
                       ':' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-MMR-VERDICT)
                           DELIMITED BY SIZE
                       ':' DELIMITED BY SIZE
                       WS-JOURNAL-RC DELIMITED BY SIZE
                       INTO WS-JOURNAL-LINE
                WRITE RUN-JOURNAL-RECORD FROM WS-JOURNAL-LINE
                CLOSE RUN-JOURNAL
            END-IF.
