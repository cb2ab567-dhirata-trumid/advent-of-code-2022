        IDENTIFICATION DIVISION.
        PROGRAM-ID. day1sea.

      *       day1sea closes a season.  The manifest master and
      *       run_history.dat otherwise grow without limit, and
      *       day1rank, day1per and day1trend re-read all of both on
      *       every run.  Given the season's end date (YYYYMMDD) on
      *       the command line, everything on the live files dated
      *       on or before it is the closed season, and the close:
      *           - writes one season summary record per elf and per
      *             depot to the permanent season-summary file,
      *             followed by a close record for the season:
      *                 E:season:elfid:crew:manifests:calories
      *                 D:season:depot:manifests:calories
      *                 C:season:stamp:firstdate:manifests:calories
      *             (a blank elf id or depot code is the manifests
      *             that carried none);
      *           - moves the season's master records to a season
      *             master archive, keyed exactly like the live
      *             master (MANIFREC), and its run_history records
      *             to a season history archive:
      *                 archive/season_YYYYMMDD_master.dat
      *                 archive/season_YYYYMMDD_history.dat
      *             day1inq and day1rank read the archived master in
      *             place of the live one when SEASON names the
      *             season's end date;
      *           - removes them from the live files;
      *           - prints a close certificate of record counts and
      *             totals before, archived and after, for the master
      *             (records and calories) and the history (records
      *             and manifests), which must balance to the
      *             calorie before the season is recorded as closed.
      *       A season already closed - or one ending on or before a
      *       season already closed - is refused.  The close keeps a
      *       phase checkpoint carrying the before figures, so a
      *       close interrupted anywhere is rerun with the same date
      *       and carries on from the phase it stopped in.  Nothing
      *       is lost or archived twice: a master record is written
      *       to the archive before it is deleted from the live
      *       master, and one found already archived on a rerun is
      *       only deleted; the history is split into the archive
      *       and a work file before the work file replaces the live
      *       history; and summary records already on the permanent
      *       file for the season are not written again.
      *       Completion code 0 when closed, 4 when there is nothing
      *       on or before the date to close, 8 when the close is
      *       refused or the certificate does not balance, 12 when a
      *       file cannot be used or a summary table fills.
      *       SEASONSUM overrides the season-summary file name.

        ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
      *       MANIFEST-MASTER is the indexed master day1part1 loads,
      *       keyed by run date plus manifest number - see MANIFREC.
      *       Read in key order and deleted from by key here.
              SELECT MANIFEST-MASTER
              ASSIGN DYNAMIC WS-MASTER-FILENAME
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MM-KEY
              FILE STATUS IS WS-MASTER-STATUS.

      *       ARCHIVE-MASTER is the closed season's master, the same
      *       record and key as the live one, so anything that reads
      *       MANIFREC can read it.  Created on the first close
      *       attempt for the season, reopened on a rerun.
              SELECT OPTIONAL ARCHIVE-MASTER
              ASSIGN DYNAMIC WS-ARCH-MASTER-FILENAME
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AM-KEY
              FILE STATUS IS WS-ARCH-MASTER-STATUS.

      *       RUN-HISTORY is day1part1's cumulative run history - see
      *       day1part1 for the record layout.  HISTORY-WORK holds
      *       the records that stay live while the split is made,
      *       and ARCHIVE-HISTORY the closed season's records.
              SELECT OPTIONAL RUN-HISTORY
              ASSIGN DYNAMIC WS-HISTORY-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HISTORY-STATUS.

              SELECT HISTORY-WORK
              ASSIGN DYNAMIC WS-HISTWORK-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HISTWORK-STATUS.

              SELECT OPTIONAL ARCHIVE-HISTORY
              ASSIGN DYNAMIC WS-ARCH-HISTORY-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ARCH-HISTORY-STATUS.

      *       SEASON-STAGE is the season's summary records as the
      *       first phase computed them, before anything moved, and
      *       SEASON-SUMMARY the permanent file they are appended to
      *       once the certificate balances.
              SELECT SEASON-STAGE
              ASSIGN DYNAMIC WS-STAGE-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STAGE-STATUS.

              SELECT OPTIONAL SEASON-SUMMARY
              ASSIGN DYNAMIC WS-SEASONSUM-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SEASONSUM-STATUS.

      *       SEASON-CHECKPOINT records the phase an unfinished close
      *       reached, in the INPROGRESS/COMPLETE convention the
      *       other checkpoints use.
              SELECT SEASON-CHECKPOINT
              ASSIGN DYNAMIC WS-SEACKPT-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SEACKPT-STATUS.

      *       CERTIFICATE-OUT is the retained close certificate,
      *       alongside the console copy.
              SELECT CERTIFICATE-OUT
              ASSIGN DYNAMIC WS-CERTIFICATE-FILENAME
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

      *       The archive record is MANIFREC byte for byte; only the
      *       key is named here, and records are moved whole.
           FD ARCHIVE-MASTER.
           01 ARCHIVE-MASTER-RECORD.
               05 AM-KEY PIC X(13).
               05 FILLER PIC X(47).

           FD RUN-HISTORY.
           01 RUN-HISTORY-RECORD PIC X(120).

           FD HISTORY-WORK.
           01 HISTORY-WORK-RECORD PIC X(120).

           FD ARCHIVE-HISTORY.
           01 ARCHIVE-HISTORY-RECORD PIC X(120).

           FD SEASON-STAGE.
           01 SEASON-STAGE-RECORD PIC X(100).

           FD SEASON-SUMMARY.
           01 SEASON-SUMMARY-RECORD PIC X(100).

           FD SEASON-CHECKPOINT.
           01 SEACKPT-RECORD PIC X(200).

           FD CERTIFICATE-OUT.
           01 CERTIFICATE-RECORD PIC X(80).

           FD RUN-JOURNAL.
           01 RUN-JOURNAL-RECORD PIC X(120).

        WORKING-STORAGE SECTION.
            01 WS-MASTER-FILENAME PIC X(60)
               VALUE 'masters/manifest_master.dat'.
            01 WS-MASTER-STATUS PIC X(2).
            01 WS-MASTER-EOF PIC A(1) VALUE 'N'.
            01 WS-ARCH-MASTER-FILENAME PIC X(60).
            01 WS-ARCH-MASTER-STATUS PIC X(2).
            01 WS-ARCH-MASTER-EOF PIC A(1) VALUE 'N'.
            01 WS-HISTORY-FILENAME PIC X(60)
               VALUE 'history/run_history.dat'.
            01 WS-HISTORY-STATUS PIC X(2).
            01 WS-HISTORY-EOF PIC A(1) VALUE 'N'.
            01 WS-HISTORY-LINE PIC X(120).
            01 WS-HISTWORK-FILENAME PIC X(60)
               VALUE 'history/run_history.work'.
            01 WS-HISTWORK-STATUS PIC X(2).
            01 WS-HISTWORK-EOF PIC A(1) VALUE 'N'.
            01 WS-ARCH-HISTORY-FILENAME PIC X(60).
            01 WS-ARCH-HISTORY-STATUS PIC X(2).
            01 WS-ARCH-HISTORY-EOF PIC A(1) VALUE 'N'.
            01 WS-STAGE-FILENAME PIC X(60).
            01 WS-STAGE-STATUS PIC X(2).
            01 WS-STAGE-EOF PIC A(1) VALUE 'N'.
            01 WS-STAGE-LINE PIC X(100).
            01 WS-SEASONSUM-FILENAME PIC X(60)
               VALUE 'history/season_summary.dat'.
            01 WS-SEASONSUM-STATUS PIC X(2).
            01 WS-SEASONSUM-EOF PIC A(1) VALUE 'N'.
            01 WS-SEASONSUM-LINE PIC X(100).
            01 WS-SEACKPT-FILENAME PIC X(60)
               VALUE 'checkpoints/day1sea.ckp'.
            01 WS-SEACKPT-STATUS PIC X(2).
            01 WS-SEACKPT-LINE PIC X(200).
            01 WS-CERTIFICATE-FILENAME PIC X(60).
            01 WS-CERTIFICATE-LINE PIC X(80).
            01 WS-DELETE-STATUS PIC 9(9) VALUE ZERO.
            01 TEMP_CAL PIC 9(9) VALUE ZERO.
            01 WS-TEMP-BIG PIC 9(15) VALUE ZERO.
            01 WS-CURRENT-DATE.
                05 WS-CURRENT-DATE-YMD PIC 9(8).
                05 WS-CURRENT-DATE-HMS PIC 9(6).
                05 FILLER PIC X(7).

      *       The season being closed, and the phase the close is
      *       in: FRESH before anything is done, then MASTER,
      *       HISTORY, HISTCOPY and CERTIFY as each phase is entered.
            01 WS-COMMAND-LINE PIC X(40) VALUE SPACES.
            01 WS-ARG-END-F PIC X(10).
            01 WS-SEASON-END PIC 9(8) VALUE ZERO.
            01 WS-CLOSE-PHASE PIC X(8) VALUE 'FRESH'.
            01 WS-CLOSE-REFUSED PIC X(1) VALUE 'N'.
            01 WS-CLOSE-FAILED PIC X(1) VALUE 'N'.
            01 WS-CLOSE-VERDICT PIC X(8) VALUE 'REFUSED'.

      *       UNSTRING targets for the checkpoint record:
      *           INPROGRESS:season:phase:eight before figures
            01 WS-CKP-STATUS-F PIC X(12).
            01 WS-CKP-SEASON-F PIC X(10).
            01 WS-CKP-PHASE-F PIC X(10).
            01 WS-CKP-F1 PIC X(16).
            01 WS-CKP-F2 PIC X(16).
            01 WS-CKP-F3 PIC X(16).
            01 WS-CKP-F4 PIC X(16).
            01 WS-CKP-F5 PIC X(16).
            01 WS-CKP-F6 PIC X(16).
            01 WS-CKP-F7 PIC X(16).
            01 WS-CKP-F8 PIC X(16).

      *       UNSTRING targets for a season-summary record and a
      *       run-history record.
            01 WS-SUM-KIND-F PIC X(2).
            01 WS-SUM-SEASON-F PIC X(10).
            01 WS-SUM-F3 PIC X(16).
            01 WS-SUM-SEASON PIC 9(8) VALUE ZERO.
            01 WS-SUM-ON-FILE PIC 9(5) VALUE ZERO.
            01 WS-SUM-SKIPPED PIC 9(5) VALUE ZERO.
            01 WS-HIST-DATE-F PIC X(10).
            01 WS-HIST-MAXCAL-F PIC X(10).
            01 WS-HIST-TOP3-F PIC X(10).
            01 WS-HIST-NUM-F PIC X(10).
            01 WS-HIST-IN-SEASON PIC X(1) VALUE 'N'.
            01 WS-HIST-MANIFESTS PIC 9(9) VALUE ZERO.

      *       Before figures, taken by the first phase and carried
      *       on the checkpoint so a resumed close certifies against
      *       the files as they stood before anything moved.
            01 WS-BEFORE-MM-COUNT PIC 9(9) VALUE ZERO.
            01 WS-BEFORE-MM-TOTAL PIC 9(15) VALUE ZERO.
            01 WS-SEASON-MM-COUNT PIC 9(9) VALUE ZERO.
            01 WS-SEASON-MM-TOTAL PIC 9(15) VALUE ZERO.
            01 WS-BEFORE-H-COUNT PIC 9(9) VALUE ZERO.
            01 WS-BEFORE-H-MANIFESTS PIC 9(15) VALUE ZERO.
            01 WS-SEASON-H-COUNT PIC 9(9) VALUE ZERO.
            01 WS-SEASON-H-MANIFESTS PIC 9(15) VALUE ZERO.
            01 WS-SEASON-FIRST-DATE PIC 9(8) VALUE ZERO.

      *       Archived and after figures, counted from the files
      *       themselves when the close is certified.
            01 WS-ARCH-MM-COUNT PIC 9(9) VALUE ZERO.
            01 WS-ARCH-MM-TOTAL PIC 9(15) VALUE ZERO.
            01 WS-AFTER-MM-COUNT PIC 9(9) VALUE ZERO.
            01 WS-AFTER-MM-TOTAL PIC 9(15) VALUE ZERO.
            01 WS-AFTER-MM-IN-SEASON PIC 9(9) VALUE ZERO.
            01 WS-ARCH-H-COUNT PIC 9(9) VALUE ZERO.
            01 WS-ARCH-H-MANIFESTS PIC 9(15) VALUE ZERO.
            01 WS-AFTER-H-COUNT PIC 9(9) VALUE ZERO.
            01 WS-AFTER-H-MANIFESTS PIC 9(15) VALUE ZERO.
            01 WS-MM-BALANCED PIC X(1) VALUE 'N'.
            01 WS-H-BALANCED PIC X(1) VALUE 'N'.

      *       This run's own master moves, for the console.
            01 WS-MOVE-DONE PIC X(1) VALUE 'N'.
            01 WS-MOVED-COUNT PIC 9(9) VALUE ZERO.
            01 WS-ALREADY-COUNT PIC 9(9) VALUE ZERO.

      *       The archive record read back for certification - the
      *       MANIFREC key and total, the rest carried along.
            01 WS-ARC-RECORD.
                05 WS-ARC-RUN-DATE PIC 9(8).
                05 WS-ARC-MANIFEST-NUM PIC 9(5).
                05 WS-ARC-TOTAL PIC 9(9).
                05 FILLER PIC X(38).

      *       Season summary tables, one slot per elf and per depot
      *       seen in the season.  500 elves matches the reference
      *       master sizing; a table that fills stops the close
      *       before anything has moved.
            01 WS-ELF-TABLE.
                05 WS-ELF-ENTRY OCCURS 500 TIMES.
                    10 WS-ELF-ID PIC X(6).
                    10 WS-ELF-CREW PIC X(20).
                    10 WS-ELF-MANIFESTS PIC 9(9).
                    10 WS-ELF-TOTAL PIC 9(15).
            01 WS-ELF-COUNT PIC 9(3) VALUE ZERO.
            01 WS-ELF-IX PIC 9(3) VALUE ZERO.
            01 WS-ELF-FOUND-IX PIC 9(3) VALUE ZERO.
            01 WS-DEPOT-TABLE.
                05 WS-DEPOT-ENTRY OCCURS 50 TIMES.
                    10 WS-DEPOT-CODE PIC X(3).
                    10 WS-DEPOT-MANIFESTS PIC 9(9).
                    10 WS-DEPOT-TOTAL PIC 9(15).
            01 WS-DEPOT-COUNT PIC 9(3) VALUE ZERO.
            01 WS-DEPOT-IX PIC 9(3) VALUE ZERO.
            01 WS-DEPOT-FOUND-IX PIC 9(3) VALUE ZERO.
            01 WS-TABLE-FULL PIC X(1) VALUE 'N'.

      *       Certificate formatting fields.
            01 WS-CERT-LABEL PIC X(18).
            01 WS-CERT-COUNT PIC 9(9) VALUE ZERO.
            01 WS-CERT-TOTAL PIC 9(15) VALUE ZERO.
            01 WS-COUNT-FORMATTED PIC Z(8)9.
            01 WS-TOTAL-FORMATTED PIC Z(14)9.
            01 WS-STAGE-COUNT-FORMATTED PIC Z(4)9.

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
            PERFORM RESOLVE-SEASON-END
            PERFORM WRITE-JOURNAL-START
            IF WS-CLOSE-REFUSED = 'N'
                PERFORM CHECK-SEASON-CHECKPOINT
            END-IF
            IF WS-CLOSE-REFUSED = 'N' AND WS-CLOSE-PHASE = 'FRESH'
                PERFORM CHECK-PRIOR-CLOSES
            END-IF
            IF WS-CLOSE-REFUSED = 'N'
                PERFORM OPEN-LIVE-MASTER
            END-IF
            IF WS-CLOSE-REFUSED = 'N' AND WS-CLOSE-FAILED = 'N'
                IF WS-CLOSE-PHASE = 'FRESH'
                    PERFORM STAGE-SEASON-CLOSE
                END-IF
                IF WS-CLOSE-PHASE = 'MASTER'
                    PERFORM ARCHIVE-SEASON-MASTER
                END-IF
                IF WS-CLOSE-PHASE = 'HISTORY'
                    PERFORM SPLIT-RUN-HISTORY
                END-IF
                IF WS-CLOSE-PHASE = 'HISTCOPY'
                    PERFORM COPY-BACK-RUN-HISTORY
                END-IF
                IF WS-CLOSE-PHASE = 'CERTIFY'
                    PERFORM CERTIFY-SEASON-CLOSE
                END-IF
                CLOSE MANIFEST-MASTER
            END-IF
            IF WS-CLOSE-FAILED = 'Y'
                MOVE 'FAILED' TO WS-CLOSE-VERDICT
                MOVE 12 TO RETURN-CODE
            END-IF
            PERFORM WRITE-JOURNAL-END
        STOP RUN.

      *       RESOLVE-SEASON-END takes the season's end date from the
      *       command line.  There is no default: closing a season
      *       is never something to do by accident.
        RESOLVE-SEASON-END.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
            MOVE SPACES TO WS-ARG-END-F
            UNSTRING WS-COMMAND-LINE DELIMITED BY ALL ' '
                INTO WS-ARG-END-F
            IF WS-ARG-END-F(1:8) IS NUMERIC
                    AND WS-ARG-END-F(9:2) = SPACES
                MOVE WS-ARG-END-F(1:8) TO WS-SEASON-END
            ELSE
                DISPLAY 'USAGE: day1sea YYYYMMDD (THE SEASON END '
                    'DATE)'
                SET WS-CLOSE-REFUSED TO 'Y'
                MOVE 8 TO RETURN-CODE
            END-IF
            ACCEPT WS-SEASONSUM-FILENAME FROM ENVIRONMENT 'SEASONSUM'
                ON EXCEPTION
                    MOVE 'history/season_summary.dat'
                        TO WS-SEASONSUM-FILENAME
            END-ACCEPT
            MOVE SPACES TO WS-ARCH-MASTER-FILENAME
            STRING 'archive/season_' DELIMITED BY SIZE
                   WS-SEASON-END DELIMITED BY SIZE
                   '_master.dat' DELIMITED BY SIZE
                   INTO WS-ARCH-MASTER-FILENAME
            MOVE SPACES TO WS-ARCH-HISTORY-FILENAME
            STRING 'archive/season_' DELIMITED BY SIZE
                   WS-SEASON-END DELIMITED BY SIZE
                   '_history.dat' DELIMITED BY SIZE
                   INTO WS-ARCH-HISTORY-FILENAME
            MOVE SPACES TO WS-STAGE-FILENAME
            STRING 'archive/season_' DELIMITED BY SIZE
                   WS-SEASON-END DELIMITED BY SIZE
                   '_summary.dat' DELIMITED BY SIZE
                   INTO WS-STAGE-FILENAME
            MOVE SPACES TO WS-CERTIFICATE-FILENAME
            STRING 'reports/day1sea_' DELIMITED BY SIZE
                   WS-SEASON-END DELIMITED BY SIZE
                   '.rpt' DELIMITED BY SIZE
                   INTO WS-CERTIFICATE-FILENAME.

      *       CHECK-SEASON-CHECKPOINT picks up an interrupted close.
      *       An INPROGRESS checkpoint for this season resumes it at
      *       the phase recorded, with the before figures restored.
      *       One for any other season refuses this close: two
      *       seasons half-closed at once could never be certified.
        CHECK-SEASON-CHECKPOINT.
            OPEN INPUT SEASON-CHECKPOINT
            IF WS-SEACKPT-STATUS = '00'
                MOVE SPACES TO WS-SEACKPT-LINE
                READ SEASON-CHECKPOINT INTO WS-SEACKPT-LINE
                    AT END MOVE SPACES TO WS-SEACKPT-LINE
                END-READ
                CLOSE SEASON-CHECKPOINT
                MOVE SPACES TO WS-CKP-STATUS-F WS-CKP-SEASON-F
                    WS-CKP-PHASE-F WS-CKP-F1 WS-CKP-F2 WS-CKP-F3
                    WS-CKP-F4 WS-CKP-F5 WS-CKP-F6 WS-CKP-F7
                    WS-CKP-F8
                UNSTRING WS-SEACKPT-LINE DELIMITED BY ':'
                    INTO WS-CKP-STATUS-F WS-CKP-SEASON-F
                         WS-CKP-PHASE-F WS-CKP-F1 WS-CKP-F2
                         WS-CKP-F3 WS-CKP-F4 WS-CKP-F5 WS-CKP-F6
                         WS-CKP-F7 WS-CKP-F8
                IF FUNCTION TRIM(WS-CKP-STATUS-F) = 'INPROGRESS'
                    IF WS-CKP-SEASON-F(1:8) = WS-SEASON-END
                        PERFORM RESTORE-BEFORE-FIGURES
                    ELSE
                        DISPLAY 'THE CLOSE OF THE SEASON ENDING '
                            WS-CKP-SEASON-F(1:8)
                            ' IS STILL IN PROGRESS - RERUN day1sea '
                            WS-CKP-SEASON-F(1:8) ' TO FINISH IT'
                        SET WS-CLOSE-REFUSED TO 'Y'
                        MOVE 8 TO RETURN-CODE
                    END-IF
                END-IF
            END-IF.

        RESTORE-BEFORE-FIGURES.
            MOVE FUNCTION TRIM(WS-CKP-PHASE-F) TO WS-CLOSE-PHASE
            DISPLAY 'RESUMING THE CLOSE OF THE SEASON ENDING '
                WS-SEASON-END ' AT PHASE '
                FUNCTION TRIM(WS-CLOSE-PHASE)
            SET WS-TEMP-BIG TO FUNCTION NUMVAL(WS-CKP-F1)
            MOVE WS-TEMP-BIG TO WS-BEFORE-MM-COUNT
            SET WS-TEMP-BIG TO FUNCTION NUMVAL(WS-CKP-F2)
            MOVE WS-TEMP-BIG TO WS-BEFORE-MM-TOTAL
            SET WS-TEMP-BIG TO FUNCTION NUMVAL(WS-CKP-F3)
            MOVE WS-TEMP-BIG TO WS-SEASON-MM-COUNT
            SET WS-TEMP-BIG TO FUNCTION NUMVAL(WS-CKP-F4)
            MOVE WS-TEMP-BIG TO WS-SEASON-MM-TOTAL
            SET WS-TEMP-BIG TO FUNCTION NUMVAL(WS-CKP-F5)
            MOVE WS-TEMP-BIG TO WS-BEFORE-H-COUNT
            SET WS-TEMP-BIG TO FUNCTION NUMVAL(WS-CKP-F6)
            MOVE WS-TEMP-BIG TO WS-BEFORE-H-MANIFESTS
            SET WS-TEMP-BIG TO FUNCTION NUMVAL(WS-CKP-F7)
            MOVE WS-TEMP-BIG TO WS-SEASON-H-COUNT
            SET WS-TEMP-BIG TO FUNCTION NUMVAL(WS-CKP-F8)
            MOVE WS-TEMP-BIG TO WS-SEASON-H-MANIFESTS.

      *       WRITE-SEASON-CHECKPOINT records the phase about to be
      *       entered, with the before figures.
        WRITE-SEASON-CHECKPOINT.
            MOVE SPACES TO WS-SEACKPT-LINE
            STRING 'INPROGRESS:' DELIMITED BY SIZE
                   WS-SEASON-END DELIMITED BY SIZE
                   ':' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CLOSE-PHASE) DELIMITED BY SIZE
                   ':' DELIMITED BY SIZE
                   WS-BEFORE-MM-COUNT DELIMITED BY SIZE
                   ':' DELIMITED BY SIZE
                   WS-BEFORE-MM-TOTAL DELIMITED BY SIZE
                   ':' DELIMITED BY SIZE
                   WS-SEASON-MM-COUNT DELIMITED BY SIZE
                   ':' DELIMITED BY SIZE
                   WS-SEASON-MM-TOTAL DELIMITED BY SIZE
                   ':' DELIMITED BY SIZE
                   WS-BEFORE-H-COUNT DELIMITED BY SIZE
                   ':' DELIMITED BY SIZE
                   WS-BEFORE-H-MANIFESTS DELIMITED BY SIZE
                   ':' DELIMITED BY SIZE
                   WS-SEASON-H-COUNT DELIMITED BY SIZE
                   ':' DELIMITED BY SIZE
                   WS-SEASON-H-MANIFESTS DELIMITED BY SIZE
                   INTO WS-SEACKPT-LINE
            OPEN OUTPUT SEASON-CHECKPOINT
            WRITE SEACKPT-RECORD FROM WS-SEACKPT-LINE
            CLOSE SEASON-CHECKPOINT.

        MARK-SEASON-COMPLETE.
            MOVE SPACES TO WS-SEACKPT-LINE
            STRING 'COMPLETE:' DELIMITED BY SIZE
                   WS-SEASON-END DELIMITED BY SIZE
                   INTO WS-SEACKPT-LINE
            OPEN OUTPUT SEASON-CHECKPOINT
            WRITE SEACKPT-RECORD FROM WS-SEACKPT-LINE
            CLOSE SEASON-CHECKPOINT.

      *       CHECK-PRIOR-CLOSES reads the close records on the
      *       permanent season-summary file.  This season already
      *       closed is refused, and so is a season ending on or
      *       before a later one already closed - its records went
      *       with that close.  A resumed close skips this: its own
      *       close record may already be there from the step that
      *       was interrupted.
        CHECK-PRIOR-CLOSES.
            SET WS-SEASONSUM-EOF TO 'N'
            OPEN INPUT SEASON-SUMMARY
            IF WS-SEASONSUM-STATUS = '00' OR '05'
                PERFORM UNTIL WS-SEASONSUM-EOF = 'Y'
                        OR WS-CLOSE-REFUSED = 'Y'
                    READ SEASON-SUMMARY INTO WS-SEASONSUM-LINE
                        AT END MOVE 'Y' TO WS-SEASONSUM-EOF
                        NOT AT END PERFORM CHECK-ONE-PRIOR-CLOSE
                    END-READ
                END-PERFORM
                CLOSE SEASON-SUMMARY
            ELSE
                DISPLAY 'SEASON SUMMARY FILE UNAVAILABLE ('
                    FUNCTION TRIM(WS-SEASONSUM-FILENAME)
                    ') - FILE STATUS ' WS-SEASONSUM-STATUS
                SET WS-CLOSE-FAILED TO 'Y'
                SET WS-CLOSE-REFUSED TO 'Y'
                MOVE 12 TO RETURN-CODE
            END-IF.

        CHECK-ONE-PRIOR-CLOSE.
            MOVE SPACES TO WS-SUM-KIND-F WS-SUM-SEASON-F WS-SUM-F3
            UNSTRING WS-SEASONSUM-LINE DELIMITED BY ':'
                INTO WS-SUM-KIND-F WS-SUM-SEASON-F WS-SUM-F3
            IF WS-SUM-KIND-F = 'C' AND WS-SUM-SEASON-F(1:8) IS NUMERIC
                MOVE WS-SUM-SEASON-F(1:8) TO WS-SUM-SEASON
                IF WS-SUM-SEASON = WS-SEASON-END
                    DISPLAY 'THE SEASON ENDING ' WS-SEASON-END
                        ' WAS CLOSED ON ' WS-SUM-F3(1:8)
                        ' - A SECOND CLOSE IS REFUSED'
                    SET WS-CLOSE-REFUSED TO 'Y'
                    MOVE 8 TO RETURN-CODE
                ELSE
                    IF WS-SUM-SEASON > WS-SEASON-END
                        DISPLAY 'THE SEASON ENDING ' WS-SUM-SEASON
                            ' IS ALREADY CLOSED - A SEASON ENDING '
                            WS-SEASON-END ' CANNOT BE CLOSED AFTER IT'
                        SET WS-CLOSE-REFUSED TO 'Y'
                        MOVE 8 TO RETURN-CODE
                    END-IF
                END-IF
            END-IF.

        OPEN-LIVE-MASTER.
            OPEN I-O MANIFEST-MASTER
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
                SET WS-CLOSE-FAILED TO 'Y'
            END-IF.

      *       STAGE-SEASON-CLOSE is the first phase.  It takes the
      *       before figures from both live files, builds the elf
      *       and depot summaries from the season's master records
      *       and writes them, with the close record, to the staging
      *       file - all before a single record moves, so a full
      *       table or an empty season stops the close with the
      *       live files untouched.
        STAGE-SEASON-CLOSE.
            PERFORM COUNT-LIVE-MASTER
            PERFORM COUNT-LIVE-HISTORY
            IF WS-TABLE-FULL = 'Y'
                DISPLAY 'SEASON SUMMARY TABLE FULL (500 ELVES, 50 '
                    'DEPOTS) - NOTHING HAS BEEN CLOSED'
                SET WS-CLOSE-FAILED TO 'Y'
            ELSE
                IF WS-SEASON-MM-COUNT = 0 AND WS-SEASON-H-COUNT = 0
                    DISPLAY 'NOTHING ON THE MASTER OR THE RUN '
                        'HISTORY ON OR BEFORE ' WS-SEASON-END
                        ' - NOTHING TO CLOSE'
                    MOVE 'NOTHING' TO WS-CLOSE-VERDICT
                    MOVE 4 TO RETURN-CODE
                ELSE
                    PERFORM WRITE-SEASON-STAGE
                    IF WS-CLOSE-FAILED = 'N'
                        MOVE 'MASTER' TO WS-CLOSE-PHASE
                        PERFORM WRITE-SEASON-CHECKPOINT
                    END-IF
                END-IF
            END-IF.

        COUNT-LIVE-MASTER.
            SET WS-MASTER-EOF TO 'N'
            MOVE ZERO TO MM-RUN-DATE MM-MANIFEST-NUM
            START MANIFEST-MASTER KEY IS NOT LESS THAN MM-KEY
                INVALID KEY
                    SET WS-MASTER-EOF TO 'Y'
            END-START
            PERFORM UNTIL WS-MASTER-EOF = 'Y'
                READ MANIFEST-MASTER NEXT RECORD
                    AT END MOVE 'Y' TO WS-MASTER-EOF
                    NOT AT END PERFORM STAGE-ONE-MASTER-RECORD
                END-READ
            END-PERFORM.

        STAGE-ONE-MASTER-RECORD.
            ADD 1 TO WS-BEFORE-MM-COUNT
            ADD MM-TOTAL TO WS-BEFORE-MM-TOTAL
            IF MM-RUN-DATE <= WS-SEASON-END
                ADD 1 TO WS-SEASON-MM-COUNT
                ADD MM-TOTAL TO WS-SEASON-MM-TOTAL
                IF WS-SEASON-FIRST-DATE = ZERO
                    MOVE MM-RUN-DATE TO WS-SEASON-FIRST-DATE
                END-IF
                PERFORM TALLY-SEASON-ELF
                PERFORM TALLY-SEASON-DEPOT
            END-IF.

        TALLY-SEASON-ELF.
            MOVE ZERO TO WS-ELF-FOUND-IX
            MOVE 1 TO WS-ELF-IX
            PERFORM FIND-ELF-ENTRY
                UNTIL WS-ELF-IX > WS-ELF-COUNT
                    OR WS-ELF-FOUND-IX > 0
            IF WS-ELF-FOUND-IX = 0
                IF WS-ELF-COUNT < 500
                    ADD 1 TO WS-ELF-COUNT
                    MOVE MM-ELF-ID TO WS-ELF-ID(WS-ELF-COUNT)
                    MOVE MM-CREW-NAME TO WS-ELF-CREW(WS-ELF-COUNT)
                    MOVE ZERO TO WS-ELF-MANIFESTS(WS-ELF-COUNT)
                    MOVE ZERO TO WS-ELF-TOTAL(WS-ELF-COUNT)
                    MOVE WS-ELF-COUNT TO WS-ELF-FOUND-IX
                ELSE
                    SET WS-TABLE-FULL TO 'Y'
                END-IF
            END-IF
            IF WS-ELF-FOUND-IX > 0
                ADD 1 TO WS-ELF-MANIFESTS(WS-ELF-FOUND-IX)
                ADD MM-TOTAL TO WS-ELF-TOTAL(WS-ELF-FOUND-IX)
            END-IF.

        FIND-ELF-ENTRY.
            IF WS-ELF-ID(WS-ELF-IX) = MM-ELF-ID
                MOVE WS-ELF-IX TO WS-ELF-FOUND-IX
            END-IF
            ADD 1 TO WS-ELF-IX.

        TALLY-SEASON-DEPOT.
            MOVE ZERO TO WS-DEPOT-FOUND-IX
            MOVE 1 TO WS-DEPOT-IX
            PERFORM FIND-DEPOT-ENTRY
                UNTIL WS-DEPOT-IX > WS-DEPOT-COUNT
                    OR WS-DEPOT-FOUND-IX > 0
            IF WS-DEPOT-FOUND-IX = 0
                IF WS-DEPOT-COUNT < 50
                    ADD 1 TO WS-DEPOT-COUNT
                    MOVE MM-DEPOT-CODE
                        TO WS-DEPOT-CODE(WS-DEPOT-COUNT)
                    MOVE ZERO TO WS-DEPOT-MANIFESTS(WS-DEPOT-COUNT)
                    MOVE ZERO TO WS-DEPOT-TOTAL(WS-DEPOT-COUNT)
                    MOVE WS-DEPOT-COUNT TO WS-DEPOT-FOUND-IX
                ELSE
                    SET WS-TABLE-FULL TO 'Y'
                END-IF
            END-IF
            IF WS-DEPOT-FOUND-IX > 0
                ADD 1 TO WS-DEPOT-MANIFESTS(WS-DEPOT-FOUND-IX)
                ADD MM-TOTAL TO WS-DEPOT-TOTAL(WS-DEPOT-FOUND-IX)
            END-IF.

        FIND-DEPOT-ENTRY.
            IF WS-DEPOT-CODE(WS-DEPOT-IX) = MM-DEPOT-CODE
                MOVE WS-DEPOT-IX TO WS-DEPOT-FOUND-IX
            END-IF
            ADD 1 TO WS-DEPOT-IX.

      *       COUNT-LIVE-HISTORY takes the run history's before
      *       figures: every record, and the season's records (a
      *       run date on or before the season end) with their
      *       manifest counts.
        COUNT-LIVE-HISTORY.
            SET WS-HISTORY-EOF TO 'N'
            OPEN INPUT RUN-HISTORY
            IF WS-HISTORY-STATUS = '00' OR '05'
                PERFORM UNTIL WS-HISTORY-EOF = 'Y'
                    READ RUN-HISTORY INTO WS-HISTORY-LINE
                        AT END MOVE 'Y' TO WS-HISTORY-EOF
                        NOT AT END PERFORM STAGE-ONE-HISTORY-RECORD
                    END-READ
                END-PERFORM
                CLOSE RUN-HISTORY
            ELSE
                DISPLAY 'RUN HISTORY UNAVAILABLE ('
                    FUNCTION TRIM(WS-HISTORY-FILENAME)
                    ') - FILE STATUS ' WS-HISTORY-STATUS
                SET WS-CLOSE-FAILED TO 'Y'
            END-IF.

        STAGE-ONE-HISTORY-RECORD.
            PERFORM PARSE-HISTORY-RECORD
            ADD 1 TO WS-BEFORE-H-COUNT
            ADD WS-HIST-MANIFESTS TO WS-BEFORE-H-MANIFESTS
            IF WS-HIST-IN-SEASON = 'Y'
                ADD 1 TO WS-SEASON-H-COUNT
                ADD WS-HIST-MANIFESTS TO WS-SEASON-H-MANIFESTS
            END-IF.

      *       PARSE-HISTORY-RECORD splits one run-history record the
      *       way day1per does and says whether it belongs to the
      *       season.  A record without a plausible run date is
      *       never archived - it stays on the live file.
        PARSE-HISTORY-RECORD.
            MOVE SPACES TO WS-HIST-DATE-F WS-HIST-MAXCAL-F
                WS-HIST-TOP3-F WS-HIST-NUM-F
            UNSTRING WS-HISTORY-LINE DELIMITED BY ':'
                INTO WS-HIST-DATE-F WS-HIST-MAXCAL-F WS-HIST-TOP3-F
                     WS-HIST-NUM-F
            MOVE ZERO TO WS-HIST-MANIFESTS
            IF FUNCTION TRIM(WS-HIST-NUM-F) IS NUMERIC
                SET TEMP_CAL TO FUNCTION NUMVAL(WS-HIST-NUM-F)
                SET WS-HIST-MANIFESTS TO TEMP_CAL
                SET TEMP_CAL TO ZERO
            END-IF
            SET WS-HIST-IN-SEASON TO 'N'
            IF WS-HIST-DATE-F(1:8) IS NUMERIC
                IF WS-HIST-DATE-F(1:8) <= WS-SEASON-END
                    SET WS-HIST-IN-SEASON TO 'Y'
                END-IF
            END-IF.

      *       WRITE-SEASON-STAGE lays down the season's summary
      *       records in the order they will go to the permanent
      *       file: elves, depots, then the close record.
        WRITE-SEASON-STAGE.
            OPEN OUTPUT SEASON-STAGE
            IF WS-STAGE-STATUS NOT = '00'
                DISPLAY 'UNABLE TO WRITE THE SEASON STAGING FILE ('
                    FUNCTION TRIM(WS-STAGE-FILENAME)
                    ') - FILE STATUS ' WS-STAGE-STATUS
                SET WS-CLOSE-FAILED TO 'Y'
            ELSE
                MOVE 1 TO WS-ELF-IX
                PERFORM STAGE-ONE-ELF
                    UNTIL WS-ELF-IX > WS-ELF-COUNT
                MOVE 1 TO WS-DEPOT-IX
                PERFORM STAGE-ONE-DEPOT
                    UNTIL WS-DEPOT-IX > WS-DEPOT-COUNT
                MOVE SPACES TO WS-STAGE-LINE
                STRING 'C:' DELIMITED BY SIZE
                       WS-SEASON-END DELIMITED BY SIZE
                       ':' DELIMITED BY SIZE
                       WS-CURRENT-DATE-YMD DELIMITED BY SIZE
                       WS-CURRENT-DATE-HMS DELIMITED BY SIZE
                       ':' DELIMITED BY SIZE
                       WS-SEASON-FIRST-DATE DELIMITED BY SIZE
                       ':' DELIMITED BY SIZE
                       WS-SEASON-MM-COUNT DELIMITED BY SIZE
                       ':' DELIMITED BY SIZE
                       WS-SEASON-MM-TOTAL DELIMITED BY SIZE
                       INTO WS-STAGE-LINE
                WRITE SEASON-STAGE-RECORD FROM WS-STAGE-LINE
                CLOSE SEASON-STAGE
            END-IF.

        STAGE-ONE-ELF.
            MOVE SPACES TO WS-STAGE-LINE
            STRING 'E:' DELIMITED BY SIZE
                   WS-SEASON-END DELIMITED BY SIZE
                   ':' DELIMITED BY SIZE
                   WS-ELF-ID(WS-ELF-IX) DELIMITED BY SIZE
                   ':' DELIMITED BY SIZE
                   WS-ELF-CREW(WS-ELF-IX) DELIMITED BY SIZE
                   ':' DELIMITED BY SIZE
                   WS-ELF-MANIFESTS(WS-ELF-IX) DELIMITED BY SIZE
                   ':' DELIMITED BY SIZE
                   WS-ELF-TOTAL(WS-ELF-IX) DELIMITED BY SIZE
                   INTO WS-STAGE-LINE
            WRITE SEASON-STAGE-RECORD FROM WS-STAGE-LINE
            ADD 1 TO WS-ELF-IX.

        STAGE-ONE-DEPOT.
            MOVE SPACES TO WS-STAGE-LINE
            STRING 'D:' DELIMITED BY SIZE
                   WS-SEASON-END DELIMITED BY SIZE
                   ':' DELIMITED BY SIZE
                   WS-DEPOT-CODE(WS-DEPOT-IX) DELIMITED BY SIZE
                   ':' DELIMITED BY SIZE
                   WS-DEPOT-MANIFESTS(WS-DEPOT-IX) DELIMITED BY SIZE
                   ':' DELIMITED BY SIZE
                   WS-DEPOT-TOTAL(WS-DEPOT-IX) DELIMITED BY SIZE
                   INTO WS-STAGE-LINE
            WRITE SEASON-STAGE-RECORD FROM WS-STAGE-LINE
            ADD 1 TO WS-DEPOT-IX.

      *       ARCHIVE-SEASON-MASTER moves the season's master records
      *       one at a time, always taking the lowest key left on the
      *       live master: written to the archive, then deleted from
      *       the live file.  A record the archive already holds
      *       (file status 22) was written by an interrupted run
      *       that never got to its delete, and is only deleted now.
        ARCHIVE-SEASON-MASTER.
            OPEN I-O ARCHIVE-MASTER
            IF WS-ARCH-MASTER-STATUS NOT = '00' AND '05'
                DISPLAY 'SEASON MASTER ARCHIVE UNAVAILABLE ('
                    FUNCTION TRIM(WS-ARCH-MASTER-FILENAME)
                    ') - FILE STATUS ' WS-ARCH-MASTER-STATUS
                SET WS-CLOSE-FAILED TO 'Y'
            ELSE
                SET WS-MOVE-DONE TO 'N'
                PERFORM MOVE-ONE-SEASON-RECORD
                    UNTIL WS-MOVE-DONE = 'Y'
                CLOSE ARCHIVE-MASTER
                DISPLAY 'MASTER RECORDS ARCHIVED THIS RUN: '
                    WS-MOVED-COUNT ', ALREADY ARCHIVED: '
                    WS-ALREADY-COUNT
                IF WS-CLOSE-FAILED = 'N'
                    MOVE 'HISTORY' TO WS-CLOSE-PHASE
                    PERFORM WRITE-SEASON-CHECKPOINT
                END-IF
            END-IF.

        MOVE-ONE-SEASON-RECORD.
            MOVE ZERO TO MM-RUN-DATE MM-MANIFEST-NUM
            START MANIFEST-MASTER KEY IS NOT LESS THAN MM-KEY
                INVALID KEY
                    SET WS-MOVE-DONE TO 'Y'
            END-START
            IF WS-MOVE-DONE = 'N'
                READ MANIFEST-MASTER NEXT RECORD
                    AT END SET WS-MOVE-DONE TO 'Y'
                END-READ
            END-IF
            IF WS-MOVE-DONE = 'N'
                IF MM-RUN-DATE > WS-SEASON-END
                    SET WS-MOVE-DONE TO 'Y'
                ELSE
                    WRITE ARCHIVE-MASTER-RECORD
                        FROM MANIFEST-MASTER-RECORD
                    EVALUATE WS-ARCH-MASTER-STATUS
                        WHEN '00'
                            ADD 1 TO WS-MOVED-COUNT
                            PERFORM DELETE-LIVE-RECORD
                        WHEN '22'
                            ADD 1 TO WS-ALREADY-COUNT
                            PERFORM DELETE-LIVE-RECORD
                        WHEN OTHER
                            DISPLAY 'UNABLE TO ARCHIVE MANIFEST '
                                MM-MANIFEST-NUM ' OF ' MM-RUN-DATE
                                ' - FILE STATUS '
                                WS-ARCH-MASTER-STATUS
                            SET WS-CLOSE-FAILED TO 'Y'
                            SET WS-MOVE-DONE TO 'Y'
                    END-EVALUATE
                END-IF
            END-IF.

        DELETE-LIVE-RECORD.
            DELETE MANIFEST-MASTER RECORD
            IF WS-MASTER-STATUS NOT = '00'
                DISPLAY 'UNABLE TO REMOVE MANIFEST ' MM-MANIFEST-NUM
                    ' OF ' MM-RUN-DATE ' FROM THE LIVE MASTER'
                    ' - FILE STATUS ' WS-MASTER-STATUS
                SET WS-CLOSE-FAILED TO 'Y'
                SET WS-MOVE-DONE TO 'Y'
            END-IF.

      *       SPLIT-RUN-HISTORY reads the live history, unchanged so
      *       far, and writes each record either to the season
      *       history archive or to the work file of records staying
      *       live.  Both are rewritten whole, so a rerun of this
      *       phase gives the same two files.
        SPLIT-RUN-HISTORY.
            SET WS-HISTORY-EOF TO 'N'
            OPEN INPUT RUN-HISTORY
            OPEN OUTPUT ARCHIVE-HISTORY
            OPEN OUTPUT HISTORY-WORK
            IF (WS-HISTORY-STATUS NOT = '00' AND '05')
                    OR (WS-ARCH-HISTORY-STATUS NOT = '00' AND '05')
                    OR WS-HISTWORK-STATUS NOT = '00'
                DISPLAY 'UNABLE TO SPLIT THE RUN HISTORY - FILE '
                    'STATUS ' WS-HISTORY-STATUS ' / '
                    WS-ARCH-HISTORY-STATUS ' / ' WS-HISTWORK-STATUS
                SET WS-CLOSE-FAILED TO 'Y'
            ELSE
                PERFORM UNTIL WS-HISTORY-EOF = 'Y'
                    READ RUN-HISTORY INTO WS-HISTORY-LINE
                        AT END MOVE 'Y' TO WS-HISTORY-EOF
                        NOT AT END PERFORM SPLIT-ONE-HISTORY-RECORD
                    END-READ
                END-PERFORM
            END-IF
            CLOSE RUN-HISTORY
            CLOSE ARCHIVE-HISTORY
            CLOSE HISTORY-WORK
            IF WS-CLOSE-FAILED = 'N'
                MOVE 'HISTCOPY' TO WS-CLOSE-PHASE
                PERFORM WRITE-SEASON-CHECKPOINT
            END-IF.

        SPLIT-ONE-HISTORY-RECORD.
            PERFORM PARSE-HISTORY-RECORD
            IF WS-HIST-IN-SEASON = 'Y'
                WRITE ARCHIVE-HISTORY-RECORD FROM WS-HISTORY-LINE
            ELSE
                WRITE HISTORY-WORK-RECORD FROM WS-HISTORY-LINE
            END-IF.

      *       COPY-BACK-RUN-HISTORY replaces the live history with
      *       the work file.  The work file is left in place until
      *       the close completes, so an interrupted copy is simply
      *       made again.
        COPY-BACK-RUN-HISTORY.
            SET WS-HISTWORK-EOF TO 'N'
            OPEN INPUT HISTORY-WORK
            IF WS-HISTWORK-STATUS NOT = '00'
                DISPLAY 'RUN HISTORY WORK FILE UNAVAILABLE ('
                    FUNCTION TRIM(WS-HISTWORK-FILENAME)
                    ') - FILE STATUS ' WS-HISTWORK-STATUS
                SET WS-CLOSE-FAILED TO 'Y'
            ELSE
                OPEN OUTPUT RUN-HISTORY
                IF WS-HISTORY-STATUS NOT = '00'
                    DISPLAY 'UNABLE TO REWRITE THE RUN HISTORY ('
                        FUNCTION TRIM(WS-HISTORY-FILENAME)
                        ') - FILE STATUS ' WS-HISTORY-STATUS
                    SET WS-CLOSE-FAILED TO 'Y'
                ELSE
                    PERFORM UNTIL WS-HISTWORK-EOF = 'Y'
                        READ HISTORY-WORK INTO WS-HISTORY-LINE
                            AT END MOVE 'Y' TO WS-HISTWORK-EOF
                            NOT AT END
                                WRITE RUN-HISTORY-RECORD
                                    FROM WS-HISTORY-LINE
                        END-READ
                    END-PERFORM
                    CLOSE RUN-HISTORY
                END-IF
                CLOSE HISTORY-WORK
            END-IF
      *       Only a completed copy moves the close on; a failed one
      *       stays at this phase, so the rerun makes the copy again.
            IF WS-CLOSE-FAILED = 'N'
                MOVE 'CERTIFY' TO WS-CLOSE-PHASE
                PERFORM WRITE-SEASON-CHECKPOINT
            END-IF.

      *       CERTIFY-SEASON-CLOSE counts the archived and after
      *       figures from the files as they now stand and prints
      *       the certificate.  Only a certificate that balances -
      *       before equal to archived plus after, archived equal
      *       to the season's before figures, nothing of the season
      *       left live - records the season as closed.  One that
      *       does not is left at this phase for investigation.
        CERTIFY-SEASON-CLOSE.
            PERFORM COUNT-AFTER-MASTER
            PERFORM COUNT-ARCHIVED-MASTER
            PERFORM COUNT-AFTER-HISTORY
            PERFORM COUNT-ARCHIVED-HISTORY
            SET WS-MM-BALANCED TO 'N'
            IF WS-BEFORE-MM-COUNT = WS-ARCH-MM-COUNT + WS-AFTER-MM-COUNT
                    AND WS-BEFORE-MM-TOTAL
                        = WS-ARCH-MM-TOTAL + WS-AFTER-MM-TOTAL
                    AND WS-ARCH-MM-COUNT = WS-SEASON-MM-COUNT
                    AND WS-ARCH-MM-TOTAL = WS-SEASON-MM-TOTAL
                    AND WS-AFTER-MM-IN-SEASON = 0
                SET WS-MM-BALANCED TO 'Y'
            END-IF
            SET WS-H-BALANCED TO 'N'
            IF WS-BEFORE-H-COUNT = WS-ARCH-H-COUNT + WS-AFTER-H-COUNT
                    AND WS-BEFORE-H-MANIFESTS
                        = WS-ARCH-H-MANIFESTS + WS-AFTER-H-MANIFESTS
                    AND WS-ARCH-H-COUNT = WS-SEASON-H-COUNT
                    AND WS-ARCH-H-MANIFESTS = WS-SEASON-H-MANIFESTS
                SET WS-H-BALANCED TO 'Y'
            END-IF
            OPEN OUTPUT CERTIFICATE-OUT
            PERFORM WRITE-CERTIFICATE-BODY
            IF WS-MM-BALANCED = 'Y' AND WS-H-BALANCED = 'Y'
                PERFORM APPEND-SEASON-SUMMARY
            END-IF
            IF WS-CLOSE-FAILED = 'N'
                MOVE SPACES TO WS-CERTIFICATE-LINE
                IF WS-MM-BALANCED = 'Y' AND WS-H-BALANCED = 'Y'
                    STRING 'SEASON ENDING ' DELIMITED BY SIZE
                           WS-SEASON-END DELIMITED BY SIZE
                           ' CLOSED' DELIMITED BY SIZE
                           INTO WS-CERTIFICATE-LINE
                    MOVE 'CLOSED' TO WS-CLOSE-VERDICT
                    PERFORM MARK-SEASON-COMPLETE
                    CALL 'CBL_DELETE_FILE' USING WS-HISTWORK-FILENAME
                    MOVE RETURN-CODE TO WS-DELETE-STATUS
                    MOVE ZERO TO RETURN-CODE
                ELSE
                    STRING 'OUT OF BALANCE - THE SEASON ENDING '
                               DELIMITED BY SIZE
                           WS-SEASON-END DELIMITED BY SIZE
                           ' IS NOT CLOSED' DELIMITED BY SIZE
                           INTO WS-CERTIFICATE-LINE
                    MOVE 'UNTIED' TO WS-CLOSE-VERDICT
                    MOVE 8 TO RETURN-CODE
                END-IF
                PERFORM EMIT-CERTIFICATE-LINE
            END-IF
            CLOSE CERTIFICATE-OUT
            DISPLAY 'CLOSE CERTIFICATE: '
                FUNCTION TRIM(WS-CERTIFICATE-FILENAME).

        COUNT-AFTER-MASTER.
            SET WS-MASTER-EOF TO 'N'
            MOVE ZERO TO MM-RUN-DATE MM-MANIFEST-NUM
            START MANIFEST-MASTER KEY IS NOT LESS THAN MM-KEY
                INVALID KEY
                    SET WS-MASTER-EOF TO 'Y'
            END-START
            PERFORM UNTIL WS-MASTER-EOF = 'Y'
                READ MANIFEST-MASTER NEXT RECORD
                    AT END MOVE 'Y' TO WS-MASTER-EOF
                    NOT AT END
                        ADD 1 TO WS-AFTER-MM-COUNT
                        ADD MM-TOTAL TO WS-AFTER-MM-TOTAL
                        IF MM-RUN-DATE <= WS-SEASON-END
                            ADD 1 TO WS-AFTER-MM-IN-SEASON
                        END-IF
                END-READ
            END-PERFORM.

        COUNT-ARCHIVED-MASTER.
            SET WS-ARCH-MASTER-EOF TO 'N'
            OPEN INPUT ARCHIVE-MASTER
            IF WS-ARCH-MASTER-STATUS = '00' OR '05'
                PERFORM UNTIL WS-ARCH-MASTER-EOF = 'Y'
                    READ ARCHIVE-MASTER NEXT RECORD
                        INTO WS-ARC-RECORD
                        AT END MOVE 'Y' TO WS-ARCH-MASTER-EOF
                        NOT AT END
                            ADD 1 TO WS-ARCH-MM-COUNT
                            ADD WS-ARC-TOTAL TO WS-ARCH-MM-TOTAL
                    END-READ
                END-PERFORM
                CLOSE ARCHIVE-MASTER
            END-IF.

        COUNT-AFTER-HISTORY.
            SET WS-HISTORY-EOF TO 'N'
            OPEN INPUT RUN-HISTORY
            IF WS-HISTORY-STATUS = '00' OR '05'
                PERFORM UNTIL WS-HISTORY-EOF = 'Y'
                    READ RUN-HISTORY INTO WS-HISTORY-LINE
                        AT END MOVE 'Y' TO WS-HISTORY-EOF
                        NOT AT END
                            PERFORM PARSE-HISTORY-RECORD
                            ADD 1 TO WS-AFTER-H-COUNT
                            ADD WS-HIST-MANIFESTS
                                TO WS-AFTER-H-MANIFESTS
                    END-READ
                END-PERFORM
                CLOSE RUN-HISTORY
            END-IF.

        COUNT-ARCHIVED-HISTORY.
            SET WS-ARCH-HISTORY-EOF TO 'N'
            OPEN INPUT ARCHIVE-HISTORY
            IF WS-ARCH-HISTORY-STATUS = '00' OR '05'
                PERFORM UNTIL WS-ARCH-HISTORY-EOF = 'Y'
                    READ ARCHIVE-HISTORY INTO WS-HISTORY-LINE
                        AT END MOVE 'Y' TO WS-ARCH-HISTORY-EOF
                        NOT AT END
                            PERFORM PARSE-HISTORY-RECORD
                            ADD 1 TO WS-ARCH-H-COUNT
                            ADD WS-HIST-MANIFESTS
                                TO WS-ARCH-H-MANIFESTS
                    END-READ
                END-PERFORM
                CLOSE ARCHIVE-HISTORY
            END-IF.

        WRITE-CERTIFICATE-BODY.
            MOVE SPACES TO WS-CERTIFICATE-LINE
            STRING 'SEASON CLOSE CERTIFICATE - SEASON ENDING '
                       DELIMITED BY SIZE
                   WS-SEASON-END DELIMITED BY SIZE
                   INTO WS-CERTIFICATE-LINE
            PERFORM EMIT-CERTIFICATE-LINE
            MOVE 'MANIFEST MASTER           RECORDS         CALORIES'
                TO WS-CERTIFICATE-LINE
            PERFORM EMIT-CERTIFICATE-LINE
            MOVE '  BEFORE' TO WS-CERT-LABEL
            MOVE WS-BEFORE-MM-COUNT TO WS-CERT-COUNT
            MOVE WS-BEFORE-MM-TOTAL TO WS-CERT-TOTAL
            PERFORM WRITE-CERTIFICATE-FIGURES
            MOVE '  ARCHIVED' TO WS-CERT-LABEL
            MOVE WS-ARCH-MM-COUNT TO WS-CERT-COUNT
            MOVE WS-ARCH-MM-TOTAL TO WS-CERT-TOTAL
            PERFORM WRITE-CERTIFICATE-FIGURES
            MOVE '  AFTER' TO WS-CERT-LABEL
            MOVE WS-AFTER-MM-COUNT TO WS-CERT-COUNT
            MOVE WS-AFTER-MM-TOTAL TO WS-CERT-TOTAL
            PERFORM WRITE-CERTIFICATE-FIGURES
            IF WS-MM-BALANCED = 'Y'
                MOVE '  MASTER BALANCES' TO WS-CERTIFICATE-LINE
            ELSE
                MOVE '  MASTER DOES NOT BALANCE'
                    TO WS-CERTIFICATE-LINE
            END-IF
            PERFORM EMIT-CERTIFICATE-LINE
            MOVE 'RUN HISTORY               RECORDS        MANIFESTS'
                TO WS-CERTIFICATE-LINE
            PERFORM EMIT-CERTIFICATE-LINE
            MOVE '  BEFORE' TO WS-CERT-LABEL
            MOVE WS-BEFORE-H-COUNT TO WS-CERT-COUNT
            MOVE WS-BEFORE-H-MANIFESTS TO WS-CERT-TOTAL
            PERFORM WRITE-CERTIFICATE-FIGURES
            MOVE '  ARCHIVED' TO WS-CERT-LABEL
            MOVE WS-ARCH-H-COUNT TO WS-CERT-COUNT
            MOVE WS-ARCH-H-MANIFESTS TO WS-CERT-TOTAL
            PERFORM WRITE-CERTIFICATE-FIGURES
            MOVE '  AFTER' TO WS-CERT-LABEL
            MOVE WS-AFTER-H-COUNT TO WS-CERT-COUNT
            MOVE WS-AFTER-H-MANIFESTS TO WS-CERT-TOTAL
            PERFORM WRITE-CERTIFICATE-FIGURES
            IF WS-H-BALANCED = 'Y'
                MOVE '  RUN HISTORY BALANCES' TO WS-CERTIFICATE-LINE
            ELSE
                MOVE '  RUN HISTORY DOES NOT BALANCE'
                    TO WS-CERTIFICATE-LINE
            END-IF
            PERFORM EMIT-CERTIFICATE-LINE.

        WRITE-CERTIFICATE-FIGURES.
            MOVE WS-CERT-COUNT TO WS-COUNT-FORMATTED
            MOVE WS-CERT-TOTAL TO WS-TOTAL-FORMATTED
            MOVE SPACES TO WS-CERTIFICATE-LINE
            STRING WS-CERT-LABEL DELIMITED BY SIZE
                   WS-COUNT-FORMATTED DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-TOTAL-FORMATTED DELIMITED BY SIZE
                   INTO WS-CERTIFICATE-LINE
            PERFORM EMIT-CERTIFICATE-LINE.

      *       APPEND-SEASON-SUMMARY moves the staged summary records
      *       to the permanent file.  Records for the season already
      *       there were appended by a close interrupted part way
      *       through this step, and that many staged records are
      *       skipped, so each one lands exactly once.
        APPEND-SEASON-SUMMARY.
            MOVE ZERO TO WS-SUM-ON-FILE WS-SUM-SKIPPED
            SET WS-SEASONSUM-EOF TO 'N'
            OPEN INPUT SEASON-SUMMARY
            IF WS-SEASONSUM-STATUS = '00' OR '05'
                PERFORM UNTIL WS-SEASONSUM-EOF = 'Y'
                    READ SEASON-SUMMARY INTO WS-SEASONSUM-LINE
                        AT END MOVE 'Y' TO WS-SEASONSUM-EOF
                        NOT AT END PERFORM COUNT-ONE-SUMMARY-ON-FILE
                    END-READ
                END-PERFORM
                CLOSE SEASON-SUMMARY
            END-IF
            SET WS-STAGE-EOF TO 'N'
            OPEN INPUT SEASON-STAGE
            OPEN EXTEND SEASON-SUMMARY
            IF WS-STAGE-STATUS NOT = '00'
                    OR (WS-SEASONSUM-STATUS NOT = '00' AND '05')
                DISPLAY 'UNABLE TO RECORD THE SEASON SUMMARY - FILE '
                    'STATUS ' WS-STAGE-STATUS ' / '
                    WS-SEASONSUM-STATUS
                SET WS-CLOSE-FAILED TO 'Y'
            ELSE
                PERFORM UNTIL WS-STAGE-EOF = 'Y'
                    READ SEASON-STAGE INTO WS-STAGE-LINE
                        AT END MOVE 'Y' TO WS-STAGE-EOF
                        NOT AT END PERFORM APPEND-ONE-SUMMARY
                    END-READ
                END-PERFORM
            END-IF
            CLOSE SEASON-STAGE
            CLOSE SEASON-SUMMARY.

        COUNT-ONE-SUMMARY-ON-FILE.
            MOVE SPACES TO WS-SUM-KIND-F WS-SUM-SEASON-F
            UNSTRING WS-SEASONSUM-LINE DELIMITED BY ':'
                INTO WS-SUM-KIND-F WS-SUM-SEASON-F
            IF WS-SUM-SEASON-F(1:8) = WS-SEASON-END
                ADD 1 TO WS-SUM-ON-FILE
            END-IF.

        APPEND-ONE-SUMMARY.
            IF WS-SUM-SKIPPED < WS-SUM-ON-FILE
                ADD 1 TO WS-SUM-SKIPPED
            ELSE
                WRITE SEASON-SUMMARY-RECORD FROM WS-STAGE-LINE
            END-IF.

        EMIT-CERTIFICATE-LINE.
            WRITE CERTIFICATE-RECORD FROM WS-CERTIFICATE-LINE
            DISPLAY WS-CERTIFICATE-LINE.

      *       WRITE-JOURNAL-START / WRITE-JOURNAL-END append this
      *       program's bracket records to the shared run journal,
      *       in day1part1's convention: the end record carries the
      *       master records this run archived and the master
      *       records left live.  A journal that cannot be opened
      *       never stops the close.
        WRITE-JOURNAL-START.
            OPEN EXTEND RUN-JOURNAL
            IF WS-JOURNAL-STATUS = '00' OR '05'
                MOVE FUNCTION CURRENT-DATE TO WS-JOURNAL-NOW
                MOVE SPACES TO WS-JOURNAL-LINE
                STRING 'day1sea:START:' DELIMITED BY SIZE
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
                STRING 'day1sea:END:' DELIMITED BY SIZE
                       WS-JOURNAL-STAMP DELIMITED BY SIZE
                       ':' DELIMITED BY SIZE
                       WS-MOVED-COUNT DELIMITED BY SIZE
                       ':' DELIMITED BY SIZE
                       WS-AFTER-MM-COUNT DELIMITED BY SIZE
                       ':' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CLOSE-VERDICT)
                           DELIMITED BY SIZE
                       ':' DELIMITED BY SIZE
                       WS-JOURNAL-RC DELIMITED BY SIZE
                       INTO WS-JOURNAL-LINE
                WRITE RUN-JOURNAL-RECORD FROM WS-JOURNAL-LINE
                CLOSE RUN-JOURNAL
            END-IF.
