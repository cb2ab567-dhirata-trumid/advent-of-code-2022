      *       manifest-total master day1part1 loads, and returns just
      *       that one manifest's record:
      *           day1inq 20260812 214
      *       A keyed lookup also names the elf's crew of record on
      *       that run date from day1elf's change history, since the
      *       crew may have been renamed since the manifest loaded.
      *       With SEASON set to a closed season's end date, keyed
      *       lookups read that season's archived master instead.

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
           FD ARCHIVE-IN.
           01 ARCHIVE-IN-RECORD PIC X(100).

           FD ELF-HISTORY.
           01 ELF-HISTORY-RECORD PIC X(120).

           FD RUN-JOURNAL.
           01 RUN-JOURNAL-RECORD PIC X(120).

            01 WS-KEYED-MODE PIC X(1) VALUE 'N'.
            01 WS-MASTER-FILENAME PIC X(60)
               VALUE 'masters/manifest_master.dat'.
            01 WS-SEASON-ARG PIC X(10) VALUE SPACES.
            01 WS-MASTER-STATUS PIC X(2).
            01 WS-TOTAL-FORMATTED PIC Z(9).
            01 WS-MANIFEST-FORMATTED PIC Z(5).
            01 WS-ARCHIVE-PREFIX PIC X(13).
            01 WS-ARCHIVE-HIT PIC X(1) VALUE 'N'.

      *       Crew-of-record fields.  The UNSTRING targets mirror the
      *       order day1elf's WRITE-CHANGE-HISTORY strings them in.
      *       The answer is the after image of the latest change
      *       effective on or before the run date, else the before
      *       image of the earliest one after it - the same rule as
      *       day1elf ASOF.  ELFHIST overrides the file name.
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
            01 WS-ASOF-STATE PIC X(1) VALUE 'N'.
            01 WS-ASOF-DATE PIC 9(8) VALUE ZERO.
            01 WS-ASOF-CREW PIC X(20) VALUE SPACES.
            01 WS-ASOF-STATUS PIC X(10) VALUE SPACES.

      *       Shared run-journal fields, matching day1part1's
      *       convention.  The inquiry's end record carries how many
      *       lines (or keyed records) it returned and whether the
            01 WS-INQUIRY-RESULT PIC X(8) VALUE 'NOTFOUND'.

        PROCEDURE DIVISION.
            ACCEPT WS-ELFHIST-FILENAME FROM ENVIRONMENT 'ELFHIST'
                ON EXCEPTION
                    MOVE 'history/elf_change_history.dat'
                        TO WS-ELFHIST-FILENAME
            END-ACCEPT
            PERFORM SELECT-SEASON-MASTER
            PERFORM RESOLVE-INQUIRY-DATE
            IF WS-KEYED-MODE = 'Y'
                MOVE WS-MASTER-FILENAME TO WS-REPORT-FILENAME
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

      *       RESOLVE-INQUIRY-DATE takes the YYYYMMDD date to look up
      *       from the command line; with no argument given it falls
      *       back to today's date, same as running the batch fresh
                    FUNCTION TRIM(WS-TOTAL-FORMATTED)
                    ' ELF ' FUNCTION TRIM(MM-ELF-ID)
                    ' ' FUNCTION TRIM(MM-CREW-NAME)
                PERFORM LOOKUP-CREW-OF-RECORD
                IF WS-ASOF-STATE NOT = 'N'
                        AND WS-ASOF-STATUS NOT = 'NONE'
                        AND WS-ASOF-CREW NOT = SPACES
                    DISPLAY '  (CREW OF RECORD ON ' MM-RUN-DATE ': '
                        FUNCTION TRIM(WS-ASOF-CREW) ' '
                        FUNCTION TRIM(WS-ASOF-STATUS) ')'
                END-IF
            END-IF
            IF MM-DEPOT-CODE NOT = SPACES
                DISPLAY '  (DEPOT ' MM-DEPOT-CODE ')'
                    MM-RUN-DATE '.txt)'
            END-IF.

      *       LOOKUP-CREW-OF-RECORD weighs every change history
      *       record for the manifest's elf against its run date.
      *       State O is a change effective on or before the date, A
      *       only later ones, N no history for the elf at all.
        LOOKUP-CREW-OF-RECORD.
            MOVE 'N' TO WS-ASOF-STATE
            MOVE ZERO TO WS-ASOF-DATE
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
            END-IF.

        WEIGH-ONE-ELF-CHANGE.
            MOVE SPACES TO WS-HST-ID-F WS-HST-DATE-F WS-HST-STAMP-F
                WS-HST-VERB-F WS-HST-BCREW-F WS-HST-BSTATUS-F
                WS-HST-ACREW-F WS-HST-ASTATUS-F WS-HST-OPER-F
            UNSTRING WS-ELFHIST-LINE DELIMITED BY ':'
                INTO WS-HST-ID-F WS-HST-DATE-F WS-HST-STAMP-F
                     WS-HST-VERB-F WS-HST-BCREW-F WS-HST-BSTATUS-F
                     WS-HST-ACREW-F WS-HST-ASTATUS-F WS-HST-OPER-F
            IF WS-HST-ID-F(1:6) = MM-ELF-ID
                    AND WS-HST-DATE-F(1:8) IS NUMERIC
                MOVE WS-HST-DATE-F(1:8) TO WS-HST-EFF-DATE
                IF WS-HST-EFF-DATE <= MM-RUN-DATE
                    IF WS-ASOF-STATE NOT = 'O'
                            OR WS-HST-EFF-DATE >= WS-ASOF-DATE
                        MOVE 'O' TO WS-ASOF-STATE
                        MOVE WS-HST-EFF-DATE TO WS-ASOF-DATE
                        MOVE WS-HST-ACREW-F TO WS-ASOF-CREW
                        MOVE WS-HST-ASTATUS-F TO WS-ASOF-STATUS
                    END-IF
                ELSE
                    IF WS-ASOF-STATE = 'N'
                            OR (WS-ASOF-STATE = 'A'
                            AND WS-HST-EFF-DATE < WS-ASOF-DATE)
                        MOVE 'A' TO WS-ASOF-STATE
                        MOVE WS-HST-EFF-DATE TO WS-ASOF-DATE
                        MOVE WS-HST-BCREW-F TO WS-ASOF-CREW
                        MOVE WS-HST-BSTATUS-F TO WS-ASOF-STATUS
                    END-IF
                END-IF
            END-IF.

      *       BUILD-INQUIRY-FILENAME derives the report file name for
      *       the requested date the same way day1part1's own
      *       BUILD-RUN-FILENAMES derives it for today.
