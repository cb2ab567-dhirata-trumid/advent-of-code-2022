      *       that never carried header records - cannot be ranked by
      *       elf and are counted out loud rather than dropped
      *       silently.
      *       Crew names are labeled as of the end of the period
      *       from day1elf's change history, so a crew renamed since
      *       is shown under the name it carried at the time; an elf
      *       with no history keeps the name its manifests were
      *       loaded with.  Renames that took effect inside the
      *       period are listed under the ranking.
      *       With SEASON set to a closed season's end date, the
      *       ranking reads that season's archived master instead.

        ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
      *       RUN-JOURNAL is the shared operations journal every
      *       program in the suite appends start and end records to -
      *       see day1part1, which owns the convention.
      *       ELF-HISTORY is day1elf's permanent change history,
      *       read only here - see day1elf for the record layout.
              SELECT OPTIONAL ELF-HISTORY
              ASSIGN DYNAMIC WS-ELFHIST-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ELFHIST-STATUS.

              SELECT OPTIONAL RUN-JOURNAL
              ASSIGN DYNAMIC WS-JOURNAL-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL
           FD RANKING-OUT.
           01 RANKING-RECORD PIC X(100).

           FD ELF-HISTORY.
           01 ELF-HISTORY-RECORD PIC X(120).

           FD RUN-JOURNAL.
           01 RUN-JOURNAL-RECORD PIC X(120).

        WORKING-STORAGE SECTION.
            01 WS-MASTER-FILENAME PIC X(60)
               VALUE 'masters/manifest_master.dat'.
            01 WS-SEASON-ARG PIC X(10) VALUE SPACES.
            01 WS-MASTER-STATUS PIC X(2).
            01 WS-MASTER-EOF PIC A(1) VALUE 'N'.
            01 WS-RANKING-FILENAME PIC X(60).
      *       The season fields cover the requested range; the prior
      *       total is the same elf's figure for the prior window,
      *       kept in the same pass so the master is read once.
      *       The HIST fields carry the crew of record from the
      *       change history: state O for a change effective on or
      *       before the period end (its after image), A for only
      *       later changes (the earliest one's before image), N for
      *       no history at all.
            01 WS-RANK-TABLE.
                05 WS-RANK-ENTRY OCCURS 500 TIMES.
                    10 WS-RANK-ELF-ID PIC X(6).
                    10 WS-RANK-BEST PIC 9(9).
                    10 WS-RANK-BEST-DATE PIC 9(8).
                    10 WS-RANK-PRIOR-TOTAL PIC 9(12).
                    10 WS-RANK-HIST-STATE PIC X(1).
                    10 WS-RANK-HIST-DATE PIC 9(8).
                    10 WS-RANK-HIST-CREW PIC X(20).
                    10 WS-RANK-HIST-STATUS PIC X(7).
            01 WS-RANK-COUNT PIC 9(3) VALUE ZERO.
            01 WS-RANK-IX PIC 9(3) VALUE ZERO.
            01 WS-RANK-JX PIC 9(3) VALUE ZERO.
                05 FILLER PIC 9(9).
                05 FILLER PIC 9(8).
                05 FILLER PIC 9(12).
                05 FILLER PIC X(1).
                05 FILLER PIC 9(8).
                05 FILLER PIC X(20).
                05 FILLER PIC X(7).
            01 WS-PRIOR-RANK PIC 9(3) VALUE ZERO.
            01 WS-MOVEMENT PIC S9(3) VALUE ZERO.
            01 WS-UNATTRIBUTED PIC 9(5) VALUE ZERO.
            01 WS-RECORDS-READ PIC 9(9) VALUE ZERO.

      *       Change-history fields.  The UNSTRING targets mirror the
      *       order day1elf's WRITE-CHANGE-HISTORY strings them in.
      *       ELFHIST overrides the file name, as it does for day1elf.
            01 WS-ELFHIST-FILENAME PIC X(60)
               VALUE 'history/elf_change_history.dat'.
            01 WS-ELFHIST-STATUS PIC X(2).
            01 WS-ELFHIST-EOF PIC A(1) VALUE 'N'.
            01 WS-ELFHIST-LINE PIC X(120).
            01 WS-HST-ID-F PIC X(10).
            01 WS-HST-DATE-F PIC X(10).
            01 WS-HST-STAMP-F PIC X(14).
            01 WS-HST-VERB-F PIC X(10).
            01 WS-HST-BCREW-F PIC X(20).
            01 WS-HST-BSTATUS-F PIC X(10).
            01 WS-HST-ACREW-F PIC X(20).
            01 WS-HST-ASTATUS-F PIC X(10).
            01 WS-HST-OPER-F PIC X(10).
            01 WS-HST-EFF-DATE PIC 9(8) VALUE ZERO.
            01 WS-CREW-CHANGES PIC 9(5) VALUE ZERO.

      *       Report formatting fields.
            01 WS-AVG-CAL PIC 9(9) VALUE ZERO.
            01 WS-TOTAL-FORMATTED PIC Z(12).
            01 WS-RANK-RESULT PIC X(8) VALUE 'NOTFOUND'.

        PROCEDURE DIVISION.
            ACCEPT WS-ELFHIST-FILENAME FROM ENVIRONMENT 'ELFHIST'
                ON EXCEPTION
                    MOVE 'history/elf_change_history.dat'
                        TO WS-ELFHIST-FILENAME
            END-ACCEPT
            PERFORM SELECT-SEASON-MASTER
            PERFORM RESOLVE-RANKING-RANGE
            PERFORM WRITE-JOURNAL-START
            OPEN INPUT MANIFEST-MASTER
                        WS-FROM-DATE ' AND ' WS-TO-DATE
                ELSE
                    MOVE 'FOUND' TO WS-RANK-RESULT
                    PERFORM APPLY-CREW-OF-RECORD
                    PERFORM SORT-RANKING-TABLE
                    PERFORM WRITE-RANKING-REPORT
                END-IF
            PERFORM WRITE-JOURNAL-END
        STOP RUN.

      *       SELECT-SEASON-MASTER reads a closed season's master in
      *       place of the live one when SEASON names the season's
      *       end date (YYYYMMDD) - see day1sea, which archives it.
        SELECT-SEASON-MASTER.
            ACCEPT WS-SEASON-ARG FROM ENVIRONMENT 'SEASON'
                ON EXCEPTION
                    MOVE SPACES TO WS-SEASON-ARG
            END-ACCEPT
            IF WS-SEASON-ARG(1:8) IS NUMERIC
                    AND WS-SEASON-ARG(9:2) = SPACES
                MOVE SPACES TO WS-MASTER-FILENAME
                STRING 'archive/season_' DELIMITED BY SIZE
                       WS-SEASON-ARG(1:8) DELIMITED BY SIZE
                       '_master.dat' DELIMITED BY SIZE
                       INTO WS-MASTER-FILENAME
            END-IF.

      *       RESOLVE-RANKING-RANGE takes "fromdate todate" from the
      *       command line and derives the prior window.  Rank
      *       movement only makes sense when the caller named where
                    MOVE ZERO TO WS-RANK-BEST(WS-RANK-COUNT)
                    MOVE ZERO TO WS-RANK-BEST-DATE(WS-RANK-COUNT)
                    MOVE ZERO TO WS-RANK-PRIOR-TOTAL(WS-RANK-COUNT)
                    MOVE 'N' TO WS-RANK-HIST-STATE(WS-RANK-COUNT)
                    MOVE ZERO TO WS-RANK-HIST-DATE(WS-RANK-COUNT)
                    MOVE WS-RANK-COUNT TO WS-RANK-FOUND-IX
                ELSE
                    DISPLAY 'RANKING TABLE FULL - ELF '
            END-IF
            ADD 1 TO WS-RANK-IX.

      *       APPLY-CREW-OF-RECORD reads the change history once,
      *       weighing each ranked elf's changes against the period
      *       end, then relabels each elf with the crew of record it
      *       settled on.  A before image of NONE means the elf was
      *       not yet on the reference master then, so the loaded
      *       name stands.
        APPLY-CREW-OF-RECORD.
            SET WS-ELFHIST-EOF TO 'N'
            OPEN INPUT ELF-HISTORY
            IF WS-ELFHIST-STATUS = '00' OR '05'
                PERFORM UNTIL WS-ELFHIST-EOF = 'Y'
                    READ ELF-HISTORY INTO WS-ELFHIST-LINE
                        AT END MOVE 'Y' TO WS-ELFHIST-EOF
                        NOT AT END PERFORM WEIGH-ONE-ELF-CHANGE
                    END-READ
                END-PERFORM
                CLOSE ELF-HISTORY
            END-IF
            MOVE 1 TO WS-RANK-IX
            PERFORM RELABEL-ONE-RANK-ENTRY
                UNTIL WS-RANK-IX > WS-RANK-COUNT.

        WEIGH-ONE-ELF-CHANGE.
            PERFORM PARSE-ELF-CHANGE
            PERFORM FIND-HISTORY-RANK-ENTRY
            IF WS-RANK-FOUND-IX > 0
                    AND WS-HST-DATE-F(1:8) IS NUMERIC
                MOVE WS-HST-DATE-F(1:8) TO WS-HST-EFF-DATE
                MOVE WS-RANK-FOUND-IX TO WS-RANK-IX
                IF WS-HST-EFF-DATE <= WS-TO-DATE
                    IF WS-RANK-HIST-STATE(WS-RANK-IX) NOT = 'O'
                            OR WS-HST-EFF-DATE
                                >= WS-RANK-HIST-DATE(WS-RANK-IX)
                        MOVE 'O' TO WS-RANK-HIST-STATE(WS-RANK-IX)
                        MOVE WS-HST-EFF-DATE
                            TO WS-RANK-HIST-DATE(WS-RANK-IX)
                        MOVE WS-HST-ACREW-F
                            TO WS-RANK-HIST-CREW(WS-RANK-IX)
                        MOVE WS-HST-ASTATUS-F
                            TO WS-RANK-HIST-STATUS(WS-RANK-IX)
                    END-IF
                ELSE
                    IF WS-RANK-HIST-STATE(WS-RANK-IX) = 'N'
                            OR (WS-RANK-HIST-STATE(WS-RANK-IX) = 'A'
                            AND WS-HST-EFF-DATE
                                < WS-RANK-HIST-DATE(WS-RANK-IX))
                        MOVE 'A' TO WS-RANK-HIST-STATE(WS-RANK-IX)
                        MOVE WS-HST-EFF-DATE
                            TO WS-RANK-HIST-DATE(WS-RANK-IX)
                        MOVE WS-HST-BCREW-F
                            TO WS-RANK-HIST-CREW(WS-RANK-IX)
                        MOVE WS-HST-BSTATUS-F
                            TO WS-RANK-HIST-STATUS(WS-RANK-IX)
                    END-IF
                END-IF
            END-IF.

        RELABEL-ONE-RANK-ENTRY.
            IF WS-RANK-HIST-STATE(WS-RANK-IX) NOT = 'N'
                    AND WS-RANK-HIST-STATUS(WS-RANK-IX) NOT = 'NONE'
                    AND WS-RANK-HIST-CREW(WS-RANK-IX) NOT = SPACES
                MOVE WS-RANK-HIST-CREW(WS-RANK-IX)
                    TO WS-RANK-CREW(WS-RANK-IX)
            END-IF
            ADD 1 TO WS-RANK-IX.

        PARSE-ELF-CHANGE.
            MOVE SPACES TO WS-HST-ID-F WS-HST-DATE-F WS-HST-STAMP-F
                WS-HST-VERB-F WS-HST-BCREW-F WS-HST-BSTATUS-F
                WS-HST-ACREW-F WS-HST-ASTATUS-F WS-HST-OPER-F
            UNSTRING WS-ELFHIST-LINE DELIMITED BY ':'
                INTO WS-HST-ID-F WS-HST-DATE-F WS-HST-STAMP-F
                     WS-HST-VERB-F WS-HST-BCREW-F WS-HST-BSTATUS-F
                     WS-HST-ACREW-F WS-HST-ASTATUS-F WS-HST-OPER-F.

      *       FIND-HISTORY-RANK-ENTRY is FIND-OR-ADD-RANK-ENTRY's
      *       lookup half, keyed by the history record's elf id - a
      *       history record never adds a slot.
        FIND-HISTORY-RANK-ENTRY.
            MOVE ZERO TO WS-RANK-FOUND-IX
            MOVE 1 TO WS-RANK-JX
            PERFORM FIND-ONE-HISTORY-RANK-ENTRY
                UNTIL WS-RANK-JX > WS-RANK-COUNT
                    OR WS-RANK-FOUND-IX > 0.

        FIND-ONE-HISTORY-RANK-ENTRY.
            IF WS-RANK-ELF-ID(WS-RANK-JX) = WS-HST-ID-F(1:6)
                MOVE WS-RANK-JX TO WS-RANK-FOUND-IX
            END-IF
            ADD 1 TO WS-RANK-JX.

      *       SORT-RANKING-TABLE orders the table by season total,
      *       highest first, with a straight selection sort - a few
      *       hundred elves at most, once a week, is not worth
                WRITE RANKING-RECORD FROM WS-RANKING-LINE
                DISPLAY WS-RANKING-LINE(1:72)
            END-IF
            PERFORM WRITE-CREW-CHANGES
            CLOSE RANKING-OUT
            DISPLAY 'SEASON RANKING REPORT: '
                FUNCTION TRIM(WS-RANKING-FILENAME).
            DISPLAY WS-RANKING-LINE(1:100)
            ADD 1 TO WS-RANK-IX.

      *       WRITE-CREW-CHANGES lists every change to a ranked
      *       elf's crew name that took effect inside the period, so
      *       a reader can see where one name gave way to the next.
        WRITE-CREW-CHANGES.
            MOVE ZERO TO WS-CREW-CHANGES
            SET WS-ELFHIST-EOF TO 'N'
            OPEN INPUT ELF-HISTORY
            IF WS-ELFHIST-STATUS = '00' OR '05'
                PERFORM UNTIL WS-ELFHIST-EOF = 'Y'
                    READ ELF-HISTORY INTO WS-ELFHIST-LINE
                        AT END MOVE 'Y' TO WS-ELFHIST-EOF
                        NOT AT END PERFORM WRITE-ONE-CREW-CHANGE
                    END-READ
                END-PERFORM
                CLOSE ELF-HISTORY
            END-IF.

        WRITE-ONE-CREW-CHANGE.
            PERFORM PARSE-ELF-CHANGE
            IF WS-HST-DATE-F(1:8) IS NUMERIC
                    AND WS-HST-DATE-F(1:8) >= WS-FROM-DATE
                    AND WS-HST-DATE-F(1:8) <= WS-TO-DATE
                    AND WS-HST-BSTATUS-F NOT = 'NONE'
                    AND WS-HST-BCREW-F NOT = WS-HST-ACREW-F
                PERFORM FIND-HISTORY-RANK-ENTRY
                IF WS-RANK-FOUND-IX > 0
                    IF WS-CREW-CHANGES = 0
                        MOVE 'CREW NAME CHANGES IN PERIOD:'
                            TO WS-RANKING-LINE
                        WRITE RANKING-RECORD FROM WS-RANKING-LINE
                        DISPLAY WS-RANKING-LINE(1:72)
                    END-IF
                    ADD 1 TO WS-CREW-CHANGES
                    MOVE SPACES TO WS-RANKING-LINE
                    STRING '  ' DELIMITED BY SIZE
                           WS-HST-ID-F(1:6) DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-HST-BCREW-F)
                               DELIMITED BY SIZE
                           ' BECAME ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-HST-ACREW-F)
                               DELIMITED BY SIZE
                           ' EFFECTIVE ' DELIMITED BY SIZE
                           WS-HST-DATE-F(1:8) DELIMITED BY SIZE
                           INTO WS-RANKING-LINE
                    WRITE RANKING-RECORD FROM WS-RANKING-LINE
                    DISPLAY WS-RANKING-LINE(1:72)
                END-IF
            END-IF.

      *       RESOLVE-RANK-MOVEMENT works out where this elf stood
      *       in the prior window.  The prior rank is a count of
      *       elves with a strictly larger prior total, plus one -
