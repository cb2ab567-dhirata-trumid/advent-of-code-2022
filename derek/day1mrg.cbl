        IDENTIFICATION DIVISION.
        PROGRAM-ID. day1mrg.

      *       day1mrg builds the one CALORIE file day1part1 runs
      *       against from the separate files the depots send for a
      *       business date - the step that used to be somebody
      *       concatenating them by hand before setting CALIN.  It
      *       reads a depot list, one entry per line naming the
      *       depot code and the path of that depot's file:
      *           depot:path/to/depot_calorie_file
      *       and checks each depot file on its own before any of it
      *       is trusted:
      *           - the file must end with a "TRAILER:count:total"
      *             record, and the detail count and calorie total
      *             counted here must agree with it, under the same
      *             counting rules day1part1's VERIFY-CONTROL-TOTALS
      *             applies (count = non-blank, non-header lines;
      *             an itemized amount counts toward the total only
      *             when its code is on the item master, or when
      *             there is no item master to check against);
      *           - every MANIFEST header must carry the listed
      *             depot's code in its depot field, so a file sent
      *             under the wrong depot's name is caught here
      *             rather than subtotaled under the wrong depot.
      *       A depot file that fails either check is HELD BACK - left
      *       out of the combined file entirely - and the others go
      *       ahead, so one bad depot submission neither holds the
      *       whole night nor slips a broken file into the run.  The
      *       accepted files are copied, trailers dropped, into one
      *       combined CALORIE file with a fresh combined trailer
      *       stating the accepted detail count and calorie total.
      *       The merge report lists each depot's figures and which
      *       depot files were held back and why.
      *       The business date is the YYYYMMDD command-line
      *       argument, defaulting to today.  DEPOTLIST overrides the
      *       depot list name and MERGEOUT the combined file name,
      *       which is what CALIN is then pointed at, and ITEMMAST
      *       the item master, as it does for day1part1.  Completion
      *       code 4 when any depot file was held back, 12 when
      *       nothing at all could be merged.

        ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
      *       DEPOTLIST-IN is the day's depot list: one depot:path
      *       entry per line, same shape as day1drv's runlist.
              SELECT DEPOTLIST-IN ASSIGN DYNAMIC WS-DEPOTLIST-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DEPOTLIST-STATUS.

      *       DEPOT-IN is whichever depot file is being checked or
      *       copied; the name is switched per list entry.
              SELECT DEPOT-IN ASSIGN DYNAMIC WS-DEPOT-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DEPOT-STATUS.

      *       ITEMREF-IN is the same indexed item reference master
      *       day1part1 validates itemized lines against, read by
      *       key the same way.  The scan has to apply the same
      *       known-code rule, or a depot whose trailer was built
      *       under day1part1's rule would be held back as out of
      *       balance, and the combined trailer would state a total
      *       day1part1 then refuses.
              SELECT ITEMREF-IN ASSIGN DYNAMIC WS-ITEMREF-FILENAME
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS IR-ITEM-CODE
              FILE STATUS IS WS-ITEMREF-STATUS.

      *       MERGED-OUT is the combined CALORIE file for the date.
              SELECT MERGED-OUT ASSIGN DYNAMIC WS-MERGED-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MERGED-STATUS.

      *       MERGE-REPORT-OUT is the retained, date-stamped merge
      *       report, alongside the console copy.
              SELECT MERGE-REPORT-OUT
              ASSIGN DYNAMIC WS-MRGREPORT-FILENAME
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
           FD DEPOTLIST-IN.
           01 DEPOTLIST-IN-RECORD PIC X(80).

           FD DEPOT-IN.
           01 DEPOT-IN-RECORD PIC X(60).

           FD ITEMREF-IN.
           COPY ITEMREC.

           FD MERGED-OUT.
           01 MERGED-RECORD PIC X(60).

           FD MERGE-REPORT-OUT.
           01 MERGE-REPORT-RECORD PIC X(80).

           FD RUN-JOURNAL.
           01 RUN-JOURNAL-RECORD PIC X(120).

        WORKING-STORAGE SECTION.
            01 WS-DEPOTLIST-FILENAME PIC X(60) VALUE 'depotlist.txt'.
            01 WS-DEPOTLIST-STATUS PIC X(2).
            01 WS-DEPOTLIST-EOF PIC A(1) VALUE 'N'.
            01 WS-DEPOTLIST-LINE PIC X(80).
            01 WS-DEPOT-FILENAME PIC X(60).
            01 WS-DEPOT-STATUS PIC X(2).
            01 WS-DEPOT-EOF PIC A(1) VALUE 'N'.
            01 WS-DEPOT-LINE PIC X(60).
            01 WS-MERGED-FILENAME PIC X(60).
            01 WS-MERGED-STATUS PIC X(2).
            01 WS-MRGREPORT-FILENAME PIC X(60).
            01 WS-REPORT-LINE PIC X(80).
            01 TEMP_CAL PIC 9(9) VALUE ZERO.
            01 WS-CURRENT-DATE.
                05 WS-CURRENT-DATE-YMD PIC 9(8).
                05 FILLER PIC X(13).

      *       The business date being merged, from the command line
      *       the same way day1inq takes its date.
            01 WS-MERGE-DATE PIC X(8) VALUE SPACES.

      *       The tabled depot list with each file's verdict and the
      *       figures counted from it.  Three depots feed the shop
      *       today; 20 matches day1part1's depot subtotal table, and
      *       a list longer than that stops the merge rather than
      *       quietly leaving a depot out of the night.
            01 WS-MRG-TABLE.
                05 WS-MRG-ENTRY OCCURS 20 TIMES.
                    10 WS-MRG-DEPOT PIC X(3).
                    10 WS-MRG-PATH PIC X(60).
                    10 WS-MRG-ACCEPTED PIC X(1).
                    10 WS-MRG-REASON PIC X(50).
                    10 WS-MRG-MANIFESTS PIC 9(5).
                    10 WS-MRG-DETAIL-COUNT PIC 9(9).
                    10 WS-MRG-TOTAL PIC 9(9).
                    10 WS-MRG-TRL-COUNT PIC 9(9).
                    10 WS-MRG-TRL-TOTAL PIC 9(9).
            01 WS-MRG-COUNT PIC 9(3) VALUE ZERO.
            01 WS-MRG-IX PIC 9(3) VALUE ZERO.
            01 WS-MRG-JX PIC 9(3) VALUE ZERO.
            01 WS-MRG-FOUND-IX PIC 9(3) VALUE ZERO.
            01 WS-MRG-OVERFLOW PIC X(1) VALUE 'N'.
            01 WS-ENTRY-DEPOT-F PIC X(10).
            01 WS-ENTRY-PATH-F PIC X(60).

      *       Scan fields for the depot file being checked.  The
      *       counting follows day1part1's own read loop: a TRAILER
      *       ends the file, a MANIFEST header or blank line closes
      *       any manifest accumulating, and every other line is a
      *       detail record whose numeric amount (bare, or ITEM:
      *       with a known code) goes into the calorie total.
            01 WS-SCAN-RECORD-COUNT PIC 9(9) VALUE ZERO.
            01 WS-SCAN-DETAIL-COUNT PIC 9(9) VALUE ZERO.
            01 WS-SCAN-TOTAL PIC 9(9) VALUE ZERO.
            01 WS-SCAN-MANIFESTS PIC 9(5) VALUE ZERO.
            01 WS-SCAN-PENDING PIC X(1) VALUE 'N'.
            01 WS-SCAN-TRAILER PIC X(1) VALUE 'N'.
            01 WS-SCAN-TRAILER-OK PIC X(1) VALUE 'Y'.
            01 WS-SCAN-BAD-HEADER-REC PIC 9(9) VALUE ZERO.
            01 WS-SCAN-BAD-HEADER-DEPOT PIC X(3) VALUE SPACES.
            01 WS-HDR-LIT-F PIC X(10).
            01 WS-HDR-ELF-F PIC X(10).
            01 WS-HDR-CREW-F PIC X(20).
            01 WS-HDR-DEPOT-F PIC X(10).
            01 WS-ITEM-LIT-F PIC X(10).
            01 WS-ITEM-CODE-F PIC X(10).
            01 WS-ITEM-AMOUNT-F PIC X(10).
            01 WS-ITEM-CODE PIC X(8) VALUE SPACES.
            01 WS-TRAILER-LIT-F PIC X(10).
            01 WS-TRAILER-COUNT-F PIC X(10).
            01 WS-TRAILER-TOTAL-F PIC X(10).

      *       Item reference master, opened the same way day1part1
      *       opens it, so both programs total exactly the same
      *       itemized lines.  ITEMMAST can override the file name.
            01 WS-ITEMREF-FILENAME PIC X(60)
               VALUE 'masters/item_master.dat'.
            01 WS-ITEMREF-STATUS PIC X(2).
            01 WS-ITEMREF-PRESENT PIC X(1) VALUE 'N'.
            01 WS-ITEMREF-FOUND PIC X(1) VALUE 'N'.

      *       Combined-file figures: what the fresh trailer states,
      *       built only from depot files that passed.
            01 WS-COMBINED-COUNT PIC 9(9) VALUE ZERO.
            01 WS-COMBINED-TOTAL PIC 9(9) VALUE ZERO.
            01 WS-COMBINED-MANIFESTS PIC 9(5) VALUE ZERO.
            01 WS-ACCEPTED-COUNT PIC 9(3) VALUE ZERO.
            01 WS-HELD-COUNT PIC 9(3) VALUE ZERO.
            01 WS-FILES-WRITTEN PIC 9(3) VALUE ZERO.
            01 WS-MERGED-LINE PIC X(60).

      *       Report formatting fields.
            01 WS-COUNT-FORMATTED PIC Z(9).
            01 WS-TOTAL-FORMATTED PIC Z(9).
            01 WS-MANIFESTS-FORMATTED PIC Z(5).
            01 WS-TRL-COUNT-FORMATTED PIC Z(9).
            01 WS-TRL-TOTAL-FORMATTED PIC Z(9).
            01 WS-RECORD-FORMATTED PIC Z(9).
            01 WS-DEPOTS-FORMATTED PIC Z(3).

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
            01 WS-MERGE-VERDICT PIC X(8) VALUE 'CLEAN'.

        PROCEDURE DIVISION.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            ACCEPT WS-MERGE-DATE FROM COMMAND-LINE
            IF WS-MERGE-DATE = SPACES
                MOVE WS-CURRENT-DATE-YMD TO WS-MERGE-DATE
            END-IF
            PERFORM BUILD-MERGE-FILENAMES
            PERFORM WRITE-JOURNAL-START
            PERFORM LOAD-DEPOT-LIST
            IF WS-DEPOTLIST-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN DEPOT LIST "'
                    FUNCTION TRIM(WS-DEPOTLIST-FILENAME)
                    '" - FILE STATUS ' WS-DEPOTLIST-STATUS
                MOVE 12 TO RETURN-CODE
                MOVE 'FAILED' TO WS-MERGE-VERDICT
                PERFORM WRITE-JOURNAL-END
                GOBACK
            END-IF
            IF WS-MRG-OVERFLOW = 'Y'
                DISPLAY 'DEPOT LIST "'
                    FUNCTION TRIM(WS-DEPOTLIST-FILENAME)
                    '" HAS MORE THAN 20 ENTRIES - CAPACITY '
                    'EXCEEDED, NOTHING MERGED'
                MOVE 12 TO RETURN-CODE
                MOVE 'FAILED' TO WS-MERGE-VERDICT
                PERFORM WRITE-JOURNAL-END
                GOBACK
            END-IF
            IF WS-MRG-COUNT = 0
                DISPLAY 'NO DEPOT FILES ON THE DEPOT LIST ('
                    FUNCTION TRIM(WS-DEPOTLIST-FILENAME) ')'
                MOVE 12 TO RETURN-CODE
                MOVE 'FAILED' TO WS-MERGE-VERDICT
                PERFORM WRITE-JOURNAL-END
                GOBACK
            END-IF
            PERFORM OPEN-ITEM-REFERENCE
            MOVE 1 TO WS-MRG-IX
            PERFORM CHECK-ONE-DEPOT-FILE
                UNTIL WS-MRG-IX > WS-MRG-COUNT
            IF WS-ITEMREF-PRESENT = 'Y'
                CLOSE ITEMREF-IN
            END-IF
      *       Nothing is written to the combined file until every
      *       depot file has been judged, so a held-back file never
      *       contributes so much as one line.
            IF WS-ACCEPTED-COUNT > 0
                PERFORM BUILD-COMBINED-FILE
            END-IF
            PERFORM WRITE-MERGE-REPORT
            IF WS-HELD-COUNT > 0
                MOVE 4 TO RETURN-CODE
                MOVE 'PARTIAL' TO WS-MERGE-VERDICT
            END-IF
            IF WS-ACCEPTED-COUNT = 0
                MOVE 12 TO RETURN-CODE
                MOVE 'FAILED' TO WS-MERGE-VERDICT
            END-IF
            PERFORM WRITE-JOURNAL-END
        GOBACK.

      *       BUILD-MERGE-FILENAMES resolves the depot list and the
      *       combined file, and names the dated merge report.  Each
      *       name is space-filled before its STRING, same reasoning
      *       as day1xtr's BUILD-EXTRACT-FILENAMES.
        BUILD-MERGE-FILENAMES.
            ACCEPT WS-DEPOTLIST-FILENAME FROM ENVIRONMENT 'DEPOTLIST'
                ON EXCEPTION
                    MOVE 'depotlist.txt' TO WS-DEPOTLIST-FILENAME
            END-ACCEPT
            MOVE SPACES TO WS-MERGED-FILENAME
            ACCEPT WS-MERGED-FILENAME FROM ENVIRONMENT 'MERGEOUT'
                ON EXCEPTION
                    MOVE SPACES TO WS-MERGED-FILENAME
            END-ACCEPT
            IF WS-MERGED-FILENAME = SPACES
                STRING 'inbound/day1merged_' DELIMITED BY SIZE
                       WS-MERGE-DATE DELIMITED BY SIZE
                       '.txt' DELIMITED BY SIZE
                       INTO WS-MERGED-FILENAME
            END-IF
            MOVE SPACES TO WS-MRGREPORT-FILENAME
            STRING 'reports/day1mrg_' DELIMITED BY SIZE
                   WS-MERGE-DATE DELIMITED BY SIZE
                   '.rpt' DELIMITED BY SIZE
                   INTO WS-MRGREPORT-FILENAME
            ACCEPT WS-ITEMREF-FILENAME FROM ENVIRONMENT 'ITEMMAST'
                ON EXCEPTION
                    MOVE 'masters/item_master.dat'
                        TO WS-ITEMREF-FILENAME
            END-ACCEPT.

      *       LOAD-DEPOT-LIST tables every depot:path entry, skipping
      *       blanks and anything without a path, the same way
      *       day1drv tables its runlist.  Depot codes are taken
      *       upper-case, as the headers carry them.
        LOAD-DEPOT-LIST.
            OPEN INPUT DEPOTLIST-IN
            IF WS-DEPOTLIST-STATUS = '00'
                PERFORM UNTIL WS-DEPOTLIST-EOF = 'Y'
                    READ DEPOTLIST-IN INTO WS-DEPOTLIST-LINE
                        AT END MOVE 'Y' TO WS-DEPOTLIST-EOF
                        NOT AT END PERFORM TABLE-ONE-DEPOT-ENTRY
                    END-READ
                END-PERFORM
                CLOSE DEPOTLIST-IN
            END-IF.

        TABLE-ONE-DEPOT-ENTRY.
            MOVE SPACES TO WS-ENTRY-DEPOT-F WS-ENTRY-PATH-F
            UNSTRING WS-DEPOTLIST-LINE DELIMITED BY ':'
                INTO WS-ENTRY-DEPOT-F WS-ENTRY-PATH-F
            IF WS-ENTRY-DEPOT-F NOT = SPACES
                    AND WS-ENTRY-PATH-F NOT = SPACES
                IF WS-MRG-COUNT < 20
                    ADD 1 TO WS-MRG-COUNT
                    MOVE FUNCTION UPPER-CASE(WS-ENTRY-DEPOT-F(1:3))
                        TO WS-MRG-DEPOT(WS-MRG-COUNT)
                    MOVE WS-ENTRY-PATH-F TO WS-MRG-PATH(WS-MRG-COUNT)
                    MOVE 'N' TO WS-MRG-ACCEPTED(WS-MRG-COUNT)
                    MOVE SPACES TO WS-MRG-REASON(WS-MRG-COUNT)
                    MOVE ZERO TO WS-MRG-MANIFESTS(WS-MRG-COUNT)
                    MOVE ZERO TO WS-MRG-DETAIL-COUNT(WS-MRG-COUNT)
                    MOVE ZERO TO WS-MRG-TOTAL(WS-MRG-COUNT)
                    MOVE ZERO TO WS-MRG-TRL-COUNT(WS-MRG-COUNT)
                    MOVE ZERO TO WS-MRG-TRL-TOTAL(WS-MRG-COUNT)
                ELSE
                    SET WS-MRG-OVERFLOW TO 'Y'
                END-IF
            END-IF.

      *       CHECK-ONE-DEPOT-FILE judges one depot file.  A depot
      *       listed twice is refused the second time - two files
      *       under one depot code for one date is exactly the kind
      *       of double-send the feed register exists to stop, and
      *       the merge must not be the way round it.
        CHECK-ONE-DEPOT-FILE.
            MOVE ZERO TO WS-MRG-FOUND-IX
            MOVE 1 TO WS-MRG-JX
            PERFORM FIND-EARLIER-SAME-DEPOT
                UNTIL WS-MRG-JX >= WS-MRG-IX
                    OR WS-MRG-FOUND-IX > 0
            IF WS-MRG-FOUND-IX > 0
                MOVE 'DEPOT ALREADY ON THE LIST - SECOND FILE REFUSED'
                    TO WS-MRG-REASON(WS-MRG-IX)
            ELSE
                PERFORM SCAN-DEPOT-FILE
            END-IF
            IF WS-MRG-REASON(WS-MRG-IX) = SPACES
                MOVE 'Y' TO WS-MRG-ACCEPTED(WS-MRG-IX)
                ADD 1 TO WS-ACCEPTED-COUNT
            ELSE
                ADD 1 TO WS-HELD-COUNT
            END-IF
            ADD 1 TO WS-MRG-IX.

        FIND-EARLIER-SAME-DEPOT.
            IF WS-MRG-DEPOT(WS-MRG-JX) = WS-MRG-DEPOT(WS-MRG-IX)
                MOVE WS-MRG-JX TO WS-MRG-FOUND-IX
            END-IF
            ADD 1 TO WS-MRG-JX.

      *       SCAN-DEPOT-FILE reads one depot file end to end,
      *       counting it the way day1part1 will, then settles the
      *       verdict.  The checks are reported in order of how
      *       fundamental they are: a file that cannot be read at
      *       all, then one with no trailer to check against, then
      *       one naming the wrong depot, then one whose own trailer
      *       disagrees with its content.
        SCAN-DEPOT-FILE.
            MOVE WS-MRG-PATH(WS-MRG-IX) TO WS-DEPOT-FILENAME
            MOVE ZERO TO WS-SCAN-RECORD-COUNT WS-SCAN-DETAIL-COUNT
                WS-SCAN-TOTAL WS-SCAN-MANIFESTS
                WS-SCAN-BAD-HEADER-REC
            MOVE SPACES TO WS-SCAN-BAD-HEADER-DEPOT
            SET WS-SCAN-PENDING TO 'N'
            SET WS-SCAN-TRAILER TO 'N'
            SET WS-SCAN-TRAILER-OK TO 'Y'
            SET WS-DEPOT-EOF TO 'N'
            OPEN INPUT DEPOT-IN
            IF WS-DEPOT-STATUS NOT = '00'
                MOVE SPACES TO WS-MRG-REASON(WS-MRG-IX)
                STRING 'FILE CANNOT BE OPENED - FILE STATUS '
                           DELIMITED BY SIZE
                       WS-DEPOT-STATUS DELIMITED BY SIZE
                       INTO WS-MRG-REASON(WS-MRG-IX)
            ELSE
                PERFORM UNTIL WS-DEPOT-EOF = 'Y'
                    READ DEPOT-IN INTO WS-DEPOT-LINE
                        AT END MOVE 'Y' TO WS-DEPOT-EOF
                        NOT AT END PERFORM SCAN-ONE-DEPOT-RECORD
                    END-READ
                END-PERFORM
                CLOSE DEPOT-IN
                IF WS-SCAN-PENDING = 'Y'
                    ADD 1 TO WS-SCAN-MANIFESTS
                END-IF
                MOVE WS-SCAN-MANIFESTS
                    TO WS-MRG-MANIFESTS(WS-MRG-IX)
                MOVE WS-SCAN-DETAIL-COUNT
                    TO WS-MRG-DETAIL-COUNT(WS-MRG-IX)
                MOVE WS-SCAN-TOTAL TO WS-MRG-TOTAL(WS-MRG-IX)
                PERFORM SETTLE-DEPOT-VERDICT
            END-IF.

        SETTLE-DEPOT-VERDICT.
            IF WS-SCAN-TRAILER = 'N'
                MOVE 'NO TRAILER RECORD - CONTENT CANNOT BE VERIFIED'
                    TO WS-MRG-REASON(WS-MRG-IX)
            ELSE
                IF WS-SCAN-TRAILER-OK = 'N'
                    MOVE 'TRAILER RECORD IS NOT NUMERIC'
                        TO WS-MRG-REASON(WS-MRG-IX)
                ELSE
                    IF WS-SCAN-BAD-HEADER-REC > 0
                        PERFORM NOTE-BAD-HEADER-REASON
                    ELSE
                        IF WS-SCAN-DETAIL-COUNT
                                NOT = WS-MRG-TRL-COUNT(WS-MRG-IX)
                                OR WS-SCAN-TOTAL
                                    NOT = WS-MRG-TRL-TOTAL(WS-MRG-IX)
                            MOVE
                              'CONTENT DISAGREES WITH ITS OWN TRAILER'
                                TO WS-MRG-REASON(WS-MRG-IX)
                        END-IF
                    END-IF
                END-IF
            END-IF.

        NOTE-BAD-HEADER-REASON.
            MOVE WS-SCAN-BAD-HEADER-REC TO WS-RECORD-FORMATTED
            MOVE SPACES TO WS-MRG-REASON(WS-MRG-IX)
            IF WS-SCAN-BAD-HEADER-DEPOT = SPACES
                STRING 'HEADER AT RECORD ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-RECORD-FORMATTED)
                           DELIMITED BY SIZE
                       ' HAS NO DEPOT CODE' DELIMITED BY SIZE
                       INTO WS-MRG-REASON(WS-MRG-IX)
            ELSE
                STRING 'HEADER AT RECORD ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-RECORD-FORMATTED)
                           DELIMITED BY SIZE
                       ' NAMES DEPOT ' DELIMITED BY SIZE
                       WS-SCAN-BAD-HEADER-DEPOT DELIMITED BY SIZE
                       INTO WS-MRG-REASON(WS-MRG-IX)
            END-IF.

      *       SCAN-ONE-DEPOT-RECORD counts one physical line.  Record
      *       numbers are physical positions within the depot's own
      *       file, so the held-back reason points the depot at the
      *       line in the file they actually sent.
        SCAN-ONE-DEPOT-RECORD.
            IF WS-DEPOT-LINE(1:8) = 'TRAILER:'
                PERFORM SCAN-DEPOT-TRAILER
                MOVE 'Y' TO WS-DEPOT-EOF
            ELSE
                ADD 1 TO WS-SCAN-RECORD-COUNT
                IF WS-DEPOT-LINE(1:9) = 'MANIFEST:'
                    IF WS-SCAN-PENDING = 'Y'
                        ADD 1 TO WS-SCAN-MANIFESTS
                    END-IF
                    SET WS-SCAN-PENDING TO 'N'
                    PERFORM SCAN-DEPOT-HEADER
                ELSE
                    IF WS-DEPOT-LINE = SPACES
                        IF WS-SCAN-PENDING = 'Y'
                            ADD 1 TO WS-SCAN-MANIFESTS
                        END-IF
                        SET WS-SCAN-PENDING TO 'N'
                    ELSE
                        ADD 1 TO WS-SCAN-DETAIL-COUNT
                        SET WS-SCAN-PENDING TO 'Y'
                        PERFORM SCAN-DEPOT-AMOUNT
                    END-IF
                END-IF
            END-IF.

      *       SCAN-DEPOT-HEADER checks the header's depot field
      *       against the depot the list says the file came from.
      *       Only the first offender is kept - one is enough to
      *       hold the file, and it tells the depot where to look.
        SCAN-DEPOT-HEADER.
            MOVE SPACES TO WS-HDR-LIT-F WS-HDR-ELF-F WS-HDR-CREW-F
                WS-HDR-DEPOT-F
            UNSTRING WS-DEPOT-LINE DELIMITED BY ':'
                INTO WS-HDR-LIT-F WS-HDR-ELF-F WS-HDR-CREW-F
                     WS-HDR-DEPOT-F
            IF WS-HDR-DEPOT-F(1:3) NOT = WS-MRG-DEPOT(WS-MRG-IX)
                    AND WS-SCAN-BAD-HEADER-REC = 0
                MOVE WS-SCAN-RECORD-COUNT TO WS-SCAN-BAD-HEADER-REC
                MOVE WS-HDR-DEPOT-F(1:3)
                    TO WS-SCAN-BAD-HEADER-DEPOT
            END-IF.

      *       SCAN-DEPOT-AMOUNT totals a detail line's amount, bare
      *       or itemized.  Non-numeric lines, and itemized lines
      *       whose code is not on the item master, still count as
      *       detail records but add nothing, exactly as day1part1
      *       treats them on the way to its exceptions log.
        SCAN-DEPOT-AMOUNT.
            IF WS-DEPOT-LINE(1:5) = 'ITEM:'
                MOVE SPACES TO WS-ITEM-LIT-F WS-ITEM-CODE-F
                    WS-ITEM-AMOUNT-F
                UNSTRING WS-DEPOT-LINE DELIMITED BY ':'
                    INTO WS-ITEM-LIT-F WS-ITEM-CODE-F
                         WS-ITEM-AMOUNT-F
                MOVE WS-ITEM-CODE-F(1:8) TO WS-ITEM-CODE
                IF FUNCTION TRIM(WS-ITEM-AMOUNT-F) IS NUMERIC
                    SET WS-ITEMREF-FOUND TO 'Y'
                    IF WS-ITEMREF-PRESENT = 'Y'
                        MOVE WS-ITEM-CODE TO IR-ITEM-CODE
                        READ ITEMREF-IN KEY IS IR-ITEM-CODE
                            INVALID KEY
                                SET WS-ITEMREF-FOUND TO 'N'
                        END-READ
                    END-IF
                    IF WS-ITEMREF-FOUND = 'Y'
                        SET TEMP_CAL TO
                            FUNCTION NUMVAL(WS-ITEM-AMOUNT-F)
                        ADD TEMP_CAL TO WS-SCAN-TOTAL
                    END-IF
                END-IF
            ELSE
                IF FUNCTION TRIM(WS-DEPOT-LINE) IS NUMERIC
                    SET TEMP_CAL TO FUNCTION NUMVAL(WS-DEPOT-LINE)
                    ADD TEMP_CAL TO WS-SCAN-TOTAL
                END-IF
            END-IF
            SET TEMP_CAL TO ZERO.

      *       OPEN-ITEM-REFERENCE mirrors day1part1's open of the
      *       same master, so the scan recognizes exactly the same
      *       item codes: no master, or an empty one, means every
      *       numeric item amount counts.
        OPEN-ITEM-REFERENCE.
            OPEN INPUT ITEMREF-IN
            IF WS-ITEMREF-STATUS = '00'
                MOVE LOW-VALUES TO IR-ITEM-CODE
                START ITEMREF-IN KEY IS NOT LESS THAN IR-ITEM-CODE
                    INVALID KEY
                        CLOSE ITEMREF-IN
                    NOT INVALID KEY
                        SET WS-ITEMREF-PRESENT TO 'Y'
                END-START
            ELSE
                IF WS-ITEMREF-STATUS NOT = '35'
                    DISPLAY 'WARNING - ITEM MASTER "'
                        FUNCTION TRIM(WS-ITEMREF-FILENAME)
                        '" UNAVAILABLE - FILE STATUS '
                        WS-ITEMREF-STATUS
                        ' - ITEMS TOTALED UNVALIDATED'
                END-IF
            END-IF.

        SCAN-DEPOT-TRAILER.
            SET WS-SCAN-TRAILER TO 'Y'
            MOVE SPACES TO WS-TRAILER-LIT-F WS-TRAILER-COUNT-F
                WS-TRAILER-TOTAL-F
            UNSTRING WS-DEPOT-LINE DELIMITED BY ':'
                INTO WS-TRAILER-LIT-F WS-TRAILER-COUNT-F
                     WS-TRAILER-TOTAL-F
            IF FUNCTION TRIM(WS-TRAILER-COUNT-F) IS NUMERIC
                    AND FUNCTION TRIM(WS-TRAILER-TOTAL-F) IS NUMERIC
                SET TEMP_CAL TO FUNCTION NUMVAL(WS-TRAILER-COUNT-F)
                SET WS-MRG-TRL-COUNT(WS-MRG-IX) TO TEMP_CAL
                SET TEMP_CAL TO FUNCTION NUMVAL(WS-TRAILER-TOTAL-F)
                SET WS-MRG-TRL-TOTAL(WS-MRG-IX) TO TEMP_CAL
                SET TEMP_CAL TO ZERO
            ELSE
                SET WS-SCAN-TRAILER-OK TO 'N'
            END-IF.

      *       BUILD-COMBINED-FILE copies every accepted depot file
      *       into the combined CALORIE file in list order, drops
      *       the depots' own trailers, and closes it with the fresh
      *       combined trailer.  A blank separator goes between
      *       depot files so the last manifest of one depot can
      *       never run on into the first of the next when a file
      *       does not end on a blank line.  A combined file that
      *       cannot be opened takes every accepted depot down with
      *       it: each is held back instead, so the report never
      *       claims a depot went into a file that was not written.
        BUILD-COMBINED-FILE.
            OPEN OUTPUT MERGED-OUT
            IF WS-MERGED-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN COMBINED FILE "'
                    FUNCTION TRIM(WS-MERGED-FILENAME)
                    '" - FILE STATUS ' WS-MERGED-STATUS
                MOVE 1 TO WS-MRG-IX
                PERFORM HOLD-ONE-ACCEPTED-DEPOT
                    UNTIL WS-MRG-IX > WS-MRG-COUNT
                MOVE ZERO TO WS-ACCEPTED-COUNT
            ELSE
                MOVE 1 TO WS-MRG-IX
                PERFORM COPY-ONE-DEPOT-FILE
                    UNTIL WS-MRG-IX > WS-MRG-COUNT
                MOVE SPACES TO WS-MERGED-LINE
                STRING 'TRAILER:' DELIMITED BY SIZE
                       WS-COMBINED-COUNT DELIMITED BY SIZE
                       ':' DELIMITED BY SIZE
                       WS-COMBINED-TOTAL DELIMITED BY SIZE
                       INTO WS-MERGED-LINE
                WRITE MERGED-RECORD FROM WS-MERGED-LINE
                CLOSE MERGED-OUT
            END-IF.

        HOLD-ONE-ACCEPTED-DEPOT.
            IF WS-MRG-ACCEPTED(WS-MRG-IX) = 'Y'
                MOVE 'N' TO WS-MRG-ACCEPTED(WS-MRG-IX)
                MOVE 'COMBINED FILE NOT WRITTEN'
                    TO WS-MRG-REASON(WS-MRG-IX)
                ADD 1 TO WS-HELD-COUNT
            END-IF
            ADD 1 TO WS-MRG-IX.

        COPY-ONE-DEPOT-FILE.
            IF WS-MRG-ACCEPTED(WS-MRG-IX) = 'Y'
                IF WS-FILES-WRITTEN > 0
                    MOVE SPACES TO WS-MERGED-LINE
                    WRITE MERGED-RECORD FROM WS-MERGED-LINE
                END-IF
                MOVE WS-MRG-PATH(WS-MRG-IX) TO WS-DEPOT-FILENAME
                SET WS-DEPOT-EOF TO 'N'
                OPEN INPUT DEPOT-IN
                PERFORM UNTIL WS-DEPOT-EOF = 'Y'
                    READ DEPOT-IN INTO WS-DEPOT-LINE
                        AT END MOVE 'Y' TO WS-DEPOT-EOF
                        NOT AT END PERFORM COPY-ONE-DEPOT-RECORD
                    END-READ
                END-PERFORM
                CLOSE DEPOT-IN
                ADD 1 TO WS-FILES-WRITTEN
                ADD WS-MRG-DETAIL-COUNT(WS-MRG-IX)
                    TO WS-COMBINED-COUNT
                ADD WS-MRG-TOTAL(WS-MRG-IX) TO WS-COMBINED-TOTAL
                ADD WS-MRG-MANIFESTS(WS-MRG-IX)
                    TO WS-COMBINED-MANIFESTS
            END-IF
            ADD 1 TO WS-MRG-IX.

        COPY-ONE-DEPOT-RECORD.
            IF WS-DEPOT-LINE(1:8) = 'TRAILER:'
                MOVE 'Y' TO WS-DEPOT-EOF
            ELSE
                WRITE MERGED-RECORD FROM WS-DEPOT-LINE
            END-IF.

      *       WRITE-MERGE-REPORT lays down one line per depot file -
      *       its figures when accepted, the reason when held back
      *       with what it counted against what its trailer claimed
      *       - then the combined figures, to the report file and
      *       the console both.
        WRITE-MERGE-REPORT.
            OPEN OUTPUT MERGE-REPORT-OUT
            MOVE SPACES TO WS-REPORT-LINE
            STRING 'DEPOT FILE MERGE - ' DELIMITED BY SIZE
                   WS-MERGE-DATE DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            PERFORM EMIT-REPORT-LINE
            MOVE 1 TO WS-MRG-IX
            PERFORM REPORT-ONE-DEPOT-FILE
                UNTIL WS-MRG-IX > WS-MRG-COUNT
            MOVE WS-ACCEPTED-COUNT TO WS-DEPOTS-FORMATTED
            MOVE SPACES TO WS-REPORT-LINE
            STRING 'DEPOTS-ACCEPTED: ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DEPOTS-FORMATTED)
                       DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            PERFORM EMIT-REPORT-LINE
            MOVE WS-HELD-COUNT TO WS-DEPOTS-FORMATTED
            MOVE SPACES TO WS-REPORT-LINE
            STRING 'DEPOTS-HELD-BACK: ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DEPOTS-FORMATTED)
                       DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            PERFORM EMIT-REPORT-LINE
            IF WS-ACCEPTED-COUNT > 0
                MOVE WS-COMBINED-MANIFESTS TO WS-MANIFESTS-FORMATTED
                MOVE WS-COMBINED-COUNT TO WS-COUNT-FORMATTED
                MOVE WS-COMBINED-TOTAL TO WS-TOTAL-FORMATTED
                MOVE SPACES TO WS-REPORT-LINE
                STRING 'COMBINED: MANIFESTS ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-MANIFESTS-FORMATTED)
                           DELIMITED BY SIZE
                       ' DETAIL ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-COUNT-FORMATTED)
                           DELIMITED BY SIZE
                       ' TOTAL ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-TOTAL-FORMATTED)
                           DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                PERFORM EMIT-REPORT-LINE
                MOVE SPACES TO WS-REPORT-LINE
                STRING 'COMBINED-FILE: ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-MERGED-FILENAME)
                           DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                PERFORM EMIT-REPORT-LINE
            ELSE
                MOVE 'COMBINED-FILE: NONE - NO DEPOT FILE PASSED'
                    TO WS-REPORT-LINE
                PERFORM EMIT-REPORT-LINE
            END-IF
            CLOSE MERGE-REPORT-OUT
            DISPLAY 'MERGE REPORT: '
                FUNCTION TRIM(WS-MRGREPORT-FILENAME).

        REPORT-ONE-DEPOT-FILE.
            MOVE WS-MRG-MANIFESTS(WS-MRG-IX) TO WS-MANIFESTS-FORMATTED
            MOVE WS-MRG-DETAIL-COUNT(WS-MRG-IX) TO WS-COUNT-FORMATTED
            MOVE WS-MRG-TOTAL(WS-MRG-IX) TO WS-TOTAL-FORMATTED
            MOVE SPACES TO WS-REPORT-LINE
            IF WS-MRG-ACCEPTED(WS-MRG-IX) = 'Y'
                STRING 'DEPOT ' DELIMITED BY SIZE
                       WS-MRG-DEPOT(WS-MRG-IX) DELIMITED BY SIZE
                       ' ACCEPTED - MANIFESTS ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-MANIFESTS-FORMATTED)
                           DELIMITED BY SIZE
                       ' DETAIL ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-COUNT-FORMATTED)
                           DELIMITED BY SIZE
                       ' TOTAL ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-TOTAL-FORMATTED)
                           DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                PERFORM EMIT-REPORT-LINE
            ELSE
                STRING 'DEPOT ' DELIMITED BY SIZE
                       WS-MRG-DEPOT(WS-MRG-IX) DELIMITED BY SIZE
                       ' HELD BACK - ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-MRG-REASON(WS-MRG-IX))
                           DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                PERFORM EMIT-REPORT-LINE
                MOVE WS-MRG-TRL-COUNT(WS-MRG-IX)
                    TO WS-TRL-COUNT-FORMATTED
                MOVE WS-MRG-TRL-TOTAL(WS-MRG-IX)
                    TO WS-TRL-TOTAL-FORMATTED
                MOVE SPACES TO WS-REPORT-LINE
                STRING '    COUNTED DETAIL ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-COUNT-FORMATTED)
                           DELIMITED BY SIZE
                       ' TOTAL ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-TOTAL-FORMATTED)
                           DELIMITED BY SIZE
                       ' - TRAILER SAYS ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-TRL-COUNT-FORMATTED)
                           DELIMITED BY SIZE
                       ' / ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-TRL-TOTAL-FORMATTED)
                           DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                PERFORM EMIT-REPORT-LINE
            END-IF
            MOVE SPACES TO WS-REPORT-LINE
            STRING '    FILE ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MRG-PATH(WS-MRG-IX))
                       DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
            PERFORM EMIT-REPORT-LINE
            ADD 1 TO WS-MRG-IX.

        EMIT-REPORT-LINE.
            WRITE MERGE-REPORT-RECORD FROM WS-REPORT-LINE
            DISPLAY WS-REPORT-LINE.

      *       WRITE-JOURNAL-START / WRITE-JOURNAL-END append this
      *       program's bracket records to the shared run journal,
      *       in day1part1's convention: the end record carries the
      *       combined detail count and the number of depot files
      *       held back.  A journal that cannot be opened never
      *       stops the merge.
        WRITE-JOURNAL-START.
            OPEN EXTEND RUN-JOURNAL
            IF WS-JOURNAL-STATUS = '00' OR '05'
                MOVE FUNCTION CURRENT-DATE TO WS-JOURNAL-NOW
                MOVE SPACES TO WS-JOURNAL-LINE
                STRING 'day1mrg:START:' DELIMITED BY SIZE
                       WS-JOURNAL-STAMP DELIMITED BY SIZE
                       ':' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-DEPOTLIST-FILENAME)
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
                STRING 'day1mrg:END:' DELIMITED BY SIZE
                       WS-JOURNAL-STAMP DELIMITED BY SIZE
                       ':' DELIMITED BY SIZE
                       WS-COMBINED-COUNT DELIMITED BY SIZE
                       ':000000' DELIMITED BY SIZE
                       WS-HELD-COUNT DELIMITED BY SIZE
                       ':' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-MERGE-VERDICT)
                           DELIMITED BY SIZE
                       ':' DELIMITED BY SIZE
                       WS-JOURNAL-RC DELIMITED BY SIZE
                       INTO WS-JOURNAL-LINE
                WRITE RUN-JOURNAL-RECORD FROM WS-JOURNAL-LINE
                CLOSE RUN-JOURNAL
            END-IF.
