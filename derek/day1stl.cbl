        IDENTIFICATION DIVISION.
        PROGRAM-ID. day1stl.

      *       day1stl produces the monthly depot settlement
      *       statements from the manifest master, in place of
      *       gathering the DEPOT-SUBTOTAL lines out of a month of
      *       day1part1 reports by hand.  For the month asked about
      *       it prints one statement page per depot, each with:
      *           - the depot's manifest count and calorie total for
      *             every day it submitted on;
      *           - the month's total for the depot;
      *           - every elf who submitted through the depot, with
      *             the elf's count and total;
      *           - every manifest on the depot's month that day1adj
      *             corrected (MM-ADJ-FLAG), with the date the
      *             adjustment ran (MM-ADJ-DATE).
      *       Manifests that carry no depot code go on a statement
      *       of their own headed UNASSIGNED, printed last, so they
      *       cannot drop out of settlement unnoticed.
      *       A closing control line ties the statements back to
      *       day1per: the manifests across every statement are held
      *       against the month's manifest figure on day1per's
      *       period master, and the line says TIED or OUT OF
      *       BALANCE.  Run day1per first so its figure is current.
      *       The month is a YYYYMM command-line argument (a
      *       YYYYMMDD date is taken as its month), defaulting to
      *       the current month.  Completion code 4 when day1per has
      *       no figure for the month to tie to, 8 when the tie
      *       fails, 12 when the master cannot be read or a table
      *       fills.

        ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
      *       MANIFEST-MASTER is the indexed master day1part1 loads,
      *       keyed by run date plus manifest number - see MANIFREC.
      *       Each pass STARTs at the first of the month and reads
      *       forward in key order to the month's end.
              SELECT MANIFEST-MASTER
              ASSIGN DYNAMIC WS-MASTER-FILENAME
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS MM-KEY
              FILE STATUS IS WS-MASTER-STATUS.

      *       PERIOD-MASTER is day1per's consolidation, read only
      *       here for the month's manifest figure - see day1per's
      *       WRITE-ONE-PERIOD for the record layout.
              SELECT OPTIONAL PERIOD-MASTER
              ASSIGN DYNAMIC WS-PERIOD-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PERIOD-STATUS.

      *       STATEMENT-OUT is the retained statement file, one page
      *       per depot, alongside the console copy.
              SELECT STATEMENT-OUT
              ASSIGN DYNAMIC WS-STATEMENT-FILENAME
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

           FD PERIOD-MASTER.
           01 PERIOD-MASTER-RECORD PIC X(100).

           FD STATEMENT-OUT.
           01 STATEMENT-RECORD PIC X(100).

           FD RUN-JOURNAL.
           01 RUN-JOURNAL-RECORD PIC X(120).

        WORKING-STORAGE SECTION.
            01 WS-MASTER-FILENAME PIC X(60)
               VALUE 'masters/manifest_master.dat'.
            01 WS-MASTER-STATUS PIC X(2).
            01 WS-MASTER-EOF PIC A(1) VALUE 'N'.
            01 WS-STATEMENT-FILENAME PIC X(60).
            01 WS-STATEMENT-LINE PIC X(100).
            01 WS-NEW-PAGE PIC X(1) VALUE 'N'.
            01 WS-DELETE-STATUS PIC 9(9) VALUE ZERO.
            01 TEMP_CAL PIC 9(9) VALUE ZERO.
            01 WS-CURRENT-DATE.
                05 WS-CURRENT-DATE-YMD PIC 9(8).
                05 FILLER PIC X(13).

      *       The statement month.  The pass bounds are the first
      *       and a notional 31st of the month - key order makes a
      *       short month's missing days harmless.
            01 WS-COMMAND-LINE PIC X(40) VALUE SPACES.
            01 WS-ARG-MONTH-F PIC X(10).
            01 WS-STMT-MONTH PIC 9(6) VALUE ZERO.
            01 WS-MONTH-FROM PIC 9(8) VALUE ZERO.
            01 WS-MONTH-TO PIC 9(8) VALUE ZERO.

      *       Which pass over the month is running: D finds the
      *       depots, S builds one depot's statement, A lists one
      *       depot's adjusted manifests.
            01 WS-PASS PIC X(1) VALUE SPACES.
            01 WS-RECORDS-READ PIC 9(9) VALUE ZERO.

      *       One slot per depot code seen in the month, blank code
      *       included (the UNASSIGNED statement).  50 is well past
      *       the 20 depots day1part1 subtotals.
            01 WS-DEPOT-TABLE.
                05 WS-DEPOT-ENTRY OCCURS 50 TIMES.
                    10 WS-DEPOT-CODE PIC X(3).
                    10 WS-DEPOT-MANIFESTS PIC 9(9).
                    10 WS-DEPOT-TOTAL PIC 9(12).
            01 WS-DEPOT-COUNT PIC 9(3) VALUE ZERO.
            01 WS-DEPOT-IX PIC 9(3) VALUE ZERO.
            01 WS-DEPOT-JX PIC 9(3) VALUE ZERO.
            01 WS-DEPOT-FOUND-IX PIC 9(3) VALUE ZERO.
            01 WS-DEPOT-SWAP.
                05 FILLER PIC X(3).
                05 FILLER PIC 9(9).
                05 FILLER PIC 9(12).
            01 WS-THIS-DEPOT PIC X(3) VALUE SPACES.
            01 WS-THIS-DEPOT-NAME PIC X(10) VALUE SPACES.

      *       The statement being built: a slot per day of the
      *       month, and a slot per elf who submitted through the
      *       depot.  500 elves matches the reference-master table
      *       sizing.
            01 WS-DAY-TABLE.
                05 WS-DAY-ENTRY OCCURS 31 TIMES.
                    10 WS-DAY-MANIFESTS PIC 9(7).
                    10 WS-DAY-TOTAL PIC 9(12).
            01 WS-DAY-IX PIC 9(2) VALUE ZERO.
            01 WS-ELF-TABLE.
                05 WS-ELF-ENTRY OCCURS 500 TIMES.
                    10 WS-ELF-ID PIC X(6).
                    10 WS-ELF-CREW PIC X(20).
                    10 WS-ELF-MANIFESTS PIC 9(7).
                    10 WS-ELF-TOTAL PIC 9(12).
            01 WS-ELF-COUNT PIC 9(3) VALUE ZERO.
            01 WS-ELF-IX PIC 9(3) VALUE ZERO.
            01 WS-ELF-FOUND-IX PIC 9(3) VALUE ZERO.
            01 WS-TABLE-FULL PIC X(1) VALUE 'N'.
            01 WS-FULL-TABLE-NAME PIC X(20) VALUE SPACES.
            01 WS-ADJUSTED-COUNT PIC 9(7) VALUE ZERO.

      *       Statement totals and the tie to day1per.
            01 WS-ALL-MANIFESTS PIC 9(9) VALUE ZERO.
            01 WS-ALL-TOTAL PIC 9(12) VALUE ZERO.
            01 WS-PERIOD-FILENAME PIC X(60)
               VALUE 'history/period_master.dat'.
            01 WS-PERIOD-STATUS PIC X(2).
            01 WS-PERIOD-EOF PIC A(1) VALUE 'N'.
            01 WS-PERIOD-LINE PIC X(100).
            01 WS-PER-KIND-F PIC X(2).
            01 WS-PER-KEY-F PIC X(10).
            01 WS-PER-MAXCAL-F PIC X(10).
            01 WS-PER-MANIFESTS-F PIC X(10).
            01 WS-PER-FOUND PIC X(1) VALUE 'N'.
            01 WS-PER-MANIFESTS PIC 9(9) VALUE ZERO.

      *       Report formatting fields.
            01 WS-COUNT-FORMATTED PIC Z(8)9.
            01 WS-TOTAL-FORMATTED PIC Z(11)9.
            01 WS-COUNT2-FORMATTED PIC Z(8)9.
            01 WS-NUM-FORMATTED PIC Z(4)9.
            01 WS-DEPOTS-FORMATTED PIC ZZ9.

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
            01 WS-STL-VERDICT PIC X(8) VALUE 'NOTFOUND'.

        PROCEDURE DIVISION.
            PERFORM RESOLVE-STATEMENT-MONTH
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
                MOVE 'FAILED' TO WS-STL-VERDICT
            ELSE
                MOVE 'D' TO WS-PASS
                PERFORM READ-MONTH-PASS
                IF WS-TABLE-FULL = 'Y'
                    PERFORM REPORT-TABLE-FULL
                ELSE
                    IF WS-DEPOT-COUNT = 0
                        DISPLAY 'NO MANIFESTS ON THE MASTER FOR '
                            WS-STMT-MONTH
                    END-IF
                    PERFORM SORT-DEPOT-TABLE
                    PERFORM FIND-MONTH-FIGURE
                    OPEN OUTPUT STATEMENT-OUT
                    MOVE 1 TO WS-DEPOT-IX
                    PERFORM WRITE-ONE-DEPOT-STATEMENT
                        UNTIL WS-DEPOT-IX > WS-DEPOT-COUNT
                            OR WS-TABLE-FULL = 'Y'
      *             A table that fills part way through the depots
      *             leaves statements already written; they are
      *             deleted, so no partial settlement is left on
      *             disk to be sent out.
                    IF WS-TABLE-FULL = 'Y'
                        CLOSE STATEMENT-OUT
                        CALL 'CBL_DELETE_FILE'
                            USING WS-STATEMENT-FILENAME
                        MOVE RETURN-CODE TO WS-DELETE-STATUS
                        PERFORM REPORT-TABLE-FULL
                    ELSE
                        PERFORM WRITE-CONTROL-LINE
                        CLOSE STATEMENT-OUT
                        DISPLAY 'DEPOT SETTLEMENT STATEMENTS: '
                            FUNCTION TRIM(WS-STATEMENT-FILENAME)
                    END-IF
                END-IF
                CLOSE MANIFEST-MASTER
            END-IF
            PERFORM WRITE-JOURNAL-END
        STOP RUN.

      *       RESOLVE-STATEMENT-MONTH takes the YYYYMM month from the
      *       command line, keeping the current month for anything
      *       not given or not numeric.
        RESOLVE-STATEMENT-MONTH.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
            MOVE SPACES TO WS-ARG-MONTH-F
            UNSTRING WS-COMMAND-LINE DELIMITED BY ALL ' '
                INTO WS-ARG-MONTH-F
            MOVE WS-CURRENT-DATE-YMD(1:6) TO WS-STMT-MONTH
            IF WS-ARG-MONTH-F(1:6) IS NUMERIC
                MOVE WS-ARG-MONTH-F(1:6) TO WS-STMT-MONTH
            END-IF
            COMPUTE WS-MONTH-FROM = WS-STMT-MONTH * 100 + 1
            COMPUTE WS-MONTH-TO = WS-STMT-MONTH * 100 + 31
            MOVE SPACES TO WS-STATEMENT-FILENAME
            STRING 'reports/day1stl_' DELIMITED BY SIZE
                   WS-STMT-MONTH DELIMITED BY SIZE
                   '.rpt' DELIMITED BY SIZE
                   INTO WS-STATEMENT-FILENAME.

      *       READ-MONTH-PASS positions on the first key of the
      *       month and reads forward until the run date leaves it,
      *       handing each record to the current pass.
        READ-MONTH-PASS.
            SET WS-MASTER-EOF TO 'N'
            MOVE WS-MONTH-FROM TO MM-RUN-DATE
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
            IF MM-RUN-DATE > WS-MONTH-TO
                SET WS-MASTER-EOF TO 'Y'
            ELSE
                IF WS-PASS = 'D'
                    ADD 1 TO WS-RECORDS-READ
                    PERFORM FIND-OR-ADD-DEPOT-ENTRY
                END-IF
                IF WS-PASS = 'S' AND MM-DEPOT-CODE = WS-THIS-DEPOT
                    PERFORM TALLY-STATEMENT-RECORD
                END-IF
                IF WS-PASS = 'A' AND MM-DEPOT-CODE = WS-THIS-DEPOT
                        AND MM-ADJ-FLAG = 'Y'
                    PERFORM WRITE-ONE-ADJUSTED-LINE
                END-IF
            END-IF.

      *       FIND-OR-ADD-DEPOT-ENTRY folds one record into its
      *       depot's month totals, adding the depot on first
      *       sight.  A depot that cannot be tabled would be missing
      *       from settlement altogether, so a full table stops the
      *       run rather than print statements that do not add up.
        FIND-OR-ADD-DEPOT-ENTRY.
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
                    MOVE 'DEPOT (50)' TO WS-FULL-TABLE-NAME
                    SET WS-MASTER-EOF TO 'Y'
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

      *       SORT-DEPOT-TABLE orders the statements by depot code,
      *       with the blank code - UNASSIGNED - forced to the end.
        SORT-DEPOT-TABLE.
            MOVE 1 TO WS-DEPOT-IX
            PERFORM SORT-ONE-DEPOT-SLOT
                UNTIL WS-DEPOT-IX >= WS-DEPOT-COUNT.

        SORT-ONE-DEPOT-SLOT.
            COMPUTE WS-DEPOT-JX = WS-DEPOT-IX + 1
            PERFORM SWAP-DEPOT-IF-EARLIER
                UNTIL WS-DEPOT-JX > WS-DEPOT-COUNT
            ADD 1 TO WS-DEPOT-IX.

        SWAP-DEPOT-IF-EARLIER.
            IF WS-DEPOT-CODE(WS-DEPOT-IX) = SPACES
                    OR (WS-DEPOT-CODE(WS-DEPOT-JX) NOT = SPACES
                    AND WS-DEPOT-CODE(WS-DEPOT-JX)
                        < WS-DEPOT-CODE(WS-DEPOT-IX))
                MOVE WS-DEPOT-ENTRY(WS-DEPOT-IX) TO WS-DEPOT-SWAP
                MOVE WS-DEPOT-ENTRY(WS-DEPOT-JX)
                    TO WS-DEPOT-ENTRY(WS-DEPOT-IX)
                MOVE WS-DEPOT-SWAP TO WS-DEPOT-ENTRY(WS-DEPOT-JX)
            END-IF
            ADD 1 TO WS-DEPOT-JX.

      *       WRITE-ONE-DEPOT-STATEMENT prints one depot's page: a
      *       pass over the month builds the day and elf figures,
      *       which are printed, then a second pass lists the
      *       depot's adjusted manifests in key order.
        WRITE-ONE-DEPOT-STATEMENT.
            MOVE WS-DEPOT-CODE(WS-DEPOT-IX) TO WS-THIS-DEPOT
            IF WS-THIS-DEPOT = SPACES
                MOVE 'UNASSIGNED' TO WS-THIS-DEPOT-NAME
            ELSE
                MOVE WS-THIS-DEPOT TO WS-THIS-DEPOT-NAME
            END-IF
            INITIALIZE WS-DAY-TABLE
            MOVE ZERO TO WS-ELF-COUNT WS-ADJUSTED-COUNT
            MOVE 'S' TO WS-PASS
            PERFORM READ-MONTH-PASS
            IF WS-TABLE-FULL = 'N'
                PERFORM WRITE-STATEMENT-HEADING
                MOVE 1 TO WS-DAY-IX
                PERFORM WRITE-ONE-DAY-LINE
                    UNTIL WS-DAY-IX > 31
                PERFORM WRITE-STATEMENT-TOTAL
                MOVE 'ELVES SUBMITTING THROUGH THIS DEPOT'
                    TO WS-STATEMENT-LINE
                PERFORM EMIT-STATEMENT-LINE
                MOVE 1 TO WS-ELF-IX
                PERFORM WRITE-ONE-ELF-LINE
                    UNTIL WS-ELF-IX > WS-ELF-COUNT
                MOVE 'MANIFESTS CORRECTED BY day1adj'
                    TO WS-STATEMENT-LINE
                PERFORM EMIT-STATEMENT-LINE
                MOVE 'A' TO WS-PASS
                PERFORM READ-MONTH-PASS
                IF WS-ADJUSTED-COUNT = 0
                    MOVE '    NONE' TO WS-STATEMENT-LINE
                    PERFORM EMIT-STATEMENT-LINE
                END-IF
                ADD WS-DEPOT-MANIFESTS(WS-DEPOT-IX)
                    TO WS-ALL-MANIFESTS
                ADD WS-DEPOT-TOTAL(WS-DEPOT-IX) TO WS-ALL-TOTAL
            END-IF
            ADD 1 TO WS-DEPOT-IX.

      *       TALLY-STATEMENT-RECORD folds one of the depot's
      *       records into its day and its elf.  Manifests with no
      *       elf id are tallied together under a blank id.
        TALLY-STATEMENT-RECORD.
            MOVE MM-RUN-DATE(7:2) TO WS-DAY-IX
            IF WS-DAY-IX > 0 AND WS-DAY-IX < 32
                ADD 1 TO WS-DAY-MANIFESTS(WS-DAY-IX)
                ADD MM-TOTAL TO WS-DAY-TOTAL(WS-DAY-IX)
            END-IF
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
                    MOVE 'ELF (500)' TO WS-FULL-TABLE-NAME
                    SET WS-MASTER-EOF TO 'Y'
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

      *       WRITE-STATEMENT-HEADING starts each statement on a new
      *       page.
        WRITE-STATEMENT-HEADING.
            MOVE SPACES TO WS-STATEMENT-LINE
            STRING 'DEPOT SETTLEMENT STATEMENT - DEPOT '
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-THIS-DEPOT-NAME)
                       DELIMITED BY SIZE
                   ' - MONTH ' DELIMITED BY SIZE
                   WS-STMT-MONTH DELIMITED BY SIZE
                   INTO WS-STATEMENT-LINE
            SET WS-NEW-PAGE TO 'Y'
            PERFORM EMIT-STATEMENT-LINE
            MOVE 'DATE      MANIFESTS         CALORIES'
                TO WS-STATEMENT-LINE
            PERFORM EMIT-STATEMENT-LINE.

        WRITE-ONE-DAY-LINE.
            IF WS-DAY-MANIFESTS(WS-DAY-IX) > 0
                MOVE WS-DAY-MANIFESTS(WS-DAY-IX) TO WS-COUNT-FORMATTED
                MOVE WS-DAY-TOTAL(WS-DAY-IX) TO WS-TOTAL-FORMATTED
                MOVE SPACES TO WS-STATEMENT-LINE
                STRING WS-STMT-MONTH DELIMITED BY SIZE
                       WS-DAY-IX DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-COUNT-FORMATTED DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-TOTAL-FORMATTED DELIMITED BY SIZE
                       INTO WS-STATEMENT-LINE
                PERFORM EMIT-STATEMENT-LINE
            END-IF
            ADD 1 TO WS-DAY-IX.

        WRITE-STATEMENT-TOTAL.
            MOVE WS-DEPOT-MANIFESTS(WS-DEPOT-IX) TO WS-COUNT-FORMATTED
            MOVE WS-DEPOT-TOTAL(WS-DEPOT-IX) TO WS-TOTAL-FORMATTED
            MOVE SPACES TO WS-STATEMENT-LINE
            STRING 'MONTH    ' DELIMITED BY SIZE
                   WS-COUNT-FORMATTED DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-TOTAL-FORMATTED DELIMITED BY SIZE
                   INTO WS-STATEMENT-LINE
            PERFORM EMIT-STATEMENT-LINE.

        WRITE-ONE-ELF-LINE.
            MOVE WS-ELF-MANIFESTS(WS-ELF-IX) TO WS-COUNT-FORMATTED
            MOVE WS-ELF-TOTAL(WS-ELF-IX) TO WS-TOTAL-FORMATTED
            MOVE SPACES TO WS-STATEMENT-LINE
            IF WS-ELF-ID(WS-ELF-IX) = SPACES
                STRING '    (NO ELF ID)                 '
                           DELIMITED BY SIZE
                       WS-COUNT-FORMATTED DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-TOTAL-FORMATTED DELIMITED BY SIZE
                       INTO WS-STATEMENT-LINE
            ELSE
                STRING '    ' DELIMITED BY SIZE
                       WS-ELF-ID(WS-ELF-IX) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-ELF-CREW(WS-ELF-IX) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-COUNT-FORMATTED DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-TOTAL-FORMATTED DELIMITED BY SIZE
                       INTO WS-STATEMENT-LINE
            END-IF
            PERFORM EMIT-STATEMENT-LINE
            ADD 1 TO WS-ELF-IX.

        WRITE-ONE-ADJUSTED-LINE.
            ADD 1 TO WS-ADJUSTED-COUNT
            MOVE MM-MANIFEST-NUM TO WS-NUM-FORMATTED
            MOVE MM-TOTAL TO WS-TOTAL-FORMATTED
            MOVE SPACES TO WS-STATEMENT-LINE
            STRING '    ' DELIMITED BY SIZE
                   MM-RUN-DATE DELIMITED BY SIZE
                   ' MANIFEST ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NUM-FORMATTED) DELIMITED BY SIZE
                   ' NOW TOTALS ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TOTAL-FORMATTED)
                       DELIMITED BY SIZE
                   ' - ADJUSTED ' DELIMITED BY SIZE
                   MM-ADJ-DATE DELIMITED BY SIZE
                   INTO WS-STATEMENT-LINE
            PERFORM EMIT-STATEMENT-LINE.

      *       FIND-MONTH-FIGURE picks the month's M record off
      *       day1per's period master: M:period:maxcal:manifests:...
        FIND-MONTH-FIGURE.
            SET WS-PER-FOUND TO 'N'
            MOVE ZERO TO WS-PER-MANIFESTS
            SET WS-PERIOD-EOF TO 'N'
            OPEN INPUT PERIOD-MASTER
            IF WS-PERIOD-STATUS = '00' OR '05'
                PERFORM UNTIL WS-PERIOD-EOF = 'Y'
                    READ PERIOD-MASTER INTO WS-PERIOD-LINE
                        AT END MOVE 'Y' TO WS-PERIOD-EOF
                        NOT AT END PERFORM MATCH-ONE-PERIOD
                    END-READ
                END-PERFORM
                CLOSE PERIOD-MASTER
            END-IF.

        MATCH-ONE-PERIOD.
            MOVE SPACES TO WS-PER-KIND-F WS-PER-KEY-F
                WS-PER-MAXCAL-F WS-PER-MANIFESTS-F
            UNSTRING WS-PERIOD-LINE DELIMITED BY ':'
                INTO WS-PER-KIND-F WS-PER-KEY-F WS-PER-MAXCAL-F
                     WS-PER-MANIFESTS-F
            IF WS-PER-KIND-F = 'M'
                    AND WS-PER-KEY-F(1:6) = WS-STMT-MONTH
                    AND FUNCTION TRIM(WS-PER-MANIFESTS-F) IS NUMERIC
                SET WS-PER-FOUND TO 'Y'
                SET TEMP_CAL TO FUNCTION NUMVAL(WS-PER-MANIFESTS-F)
                SET WS-PER-MANIFESTS TO TEMP_CAL
                SET TEMP_CAL TO ZERO
            END-IF.

      *       WRITE-CONTROL-LINE closes the run with the statements'
      *       grand figures and the tie to day1per's month.
        WRITE-CONTROL-LINE.
            MOVE WS-DEPOT-COUNT TO WS-DEPOTS-FORMATTED
            MOVE WS-ALL-MANIFESTS TO WS-COUNT-FORMATTED
            MOVE WS-ALL-TOTAL TO WS-TOTAL-FORMATTED
            MOVE SPACES TO WS-STATEMENT-LINE
            STRING 'ALL DEPOTS ' DELIMITED BY SIZE
                   WS-STMT-MONTH DELIMITED BY SIZE
                   ': ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DEPOTS-FORMATTED)
                       DELIMITED BY SIZE
                   ' STATEMENT(S), ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-FORMATTED)
                       DELIMITED BY SIZE
                   ' MANIFESTS, ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TOTAL-FORMATTED)
                       DELIMITED BY SIZE
                   ' CALORIES' DELIMITED BY SIZE
                   INTO WS-STATEMENT-LINE
            SET WS-NEW-PAGE TO 'Y'
            PERFORM EMIT-STATEMENT-LINE
            MOVE SPACES TO WS-STATEMENT-LINE
            IF WS-PER-FOUND = 'N'
                STRING 'CONTROL: NO day1per FIGURE FOR '
                           DELIMITED BY SIZE
                       WS-STMT-MONTH DELIMITED BY SIZE
                       ' ON ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-PERIOD-FILENAME)
                           DELIMITED BY SIZE
                       ' - NOT TIED' DELIMITED BY SIZE
                       INTO WS-STATEMENT-LINE
                MOVE 'NOFIGURE' TO WS-STL-VERDICT
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE WS-PER-MANIFESTS TO WS-COUNT2-FORMATTED
                IF WS-PER-MANIFESTS = WS-ALL-MANIFESTS
                    STRING 'CONTROL: STATEMENTS ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-COUNT-FORMATTED)
                               DELIMITED BY SIZE
                           ' = day1per ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-COUNT2-FORMATTED)
                               DELIMITED BY SIZE
                           ' MANIFESTS - TIED' DELIMITED BY SIZE
                           INTO WS-STATEMENT-LINE
                    MOVE 'TIED' TO WS-STL-VERDICT
                ELSE
                    STRING 'CONTROL: STATEMENTS ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-COUNT-FORMATTED)
                               DELIMITED BY SIZE
                           ' VS day1per ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-COUNT2-FORMATTED)
                               DELIMITED BY SIZE
                           ' MANIFESTS - OUT OF BALANCE'
                               DELIMITED BY SIZE
                           INTO WS-STATEMENT-LINE
                    MOVE 'UNTIED' TO WS-STL-VERDICT
                    MOVE 8 TO RETURN-CODE
                END-IF
            END-IF
            PERFORM EMIT-STATEMENT-LINE.

        REPORT-TABLE-FULL.
            DISPLAY 'SETTLEMENT ' FUNCTION TRIM(WS-FULL-TABLE-NAME)
                ' TABLE FULL - STATEMENTS FOR ' WS-STMT-MONTH
                ' NOT PRODUCED'
            MOVE 12 TO RETURN-CODE
            MOVE 'FAILED' TO WS-STL-VERDICT.

      *       EMIT-STATEMENT-LINE writes a line to the statement
      *       file - at the top of a new page when WS-NEW-PAGE asks
      *       for one - and echoes it to the console.
        EMIT-STATEMENT-LINE.
            IF WS-NEW-PAGE = 'Y'
                WRITE STATEMENT-RECORD FROM WS-STATEMENT-LINE
                    AFTER ADVANCING PAGE
                SET WS-NEW-PAGE TO 'N'
            ELSE
                WRITE STATEMENT-RECORD FROM WS-STATEMENT-LINE
            END-IF
            DISPLAY WS-STATEMENT-LINE.

      *       WRITE-JOURNAL-START / WRITE-JOURNAL-END append this
      *       program's bracket records to the shared run journal,
      *       in day1part1's convention: the end record carries the
      *       master records in the month and the statement count.
      *       A journal that cannot be opened never stops the run.
        WRITE-JOURNAL-START.
            OPEN EXTEND RUN-JOURNAL
            IF WS-JOURNAL-STATUS = '00' OR '05'
                MOVE FUNCTION CURRENT-DATE TO WS-JOURNAL-NOW
                MOVE SPACES TO WS-JOURNAL-LINE
                STRING 'day1stl:START:' DELIMITED BY SIZE
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
                STRING 'day1stl:END:' DELIMITED BY SIZE
                       WS-JOURNAL-STAMP DELIMITED BY SIZE
                       ':' DELIMITED BY SIZE
                       WS-RECORDS-READ DELIMITED BY SIZE
                       ':000000' DELIMITED BY SIZE
                       WS-DEPOT-COUNT DELIMITED BY SIZE
                       ':' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-STL-VERDICT)
                           DELIMITED BY SIZE
                       ':' DELIMITED BY SIZE
                       WS-JOURNAL-RC DELIMITED BY SIZE
                       INTO WS-JOURNAL-LINE
                WRITE RUN-JOURNAL-RECORD FROM WS-JOURNAL-LINE
                CLOSE RUN-JOURNAL
            END-IF.
