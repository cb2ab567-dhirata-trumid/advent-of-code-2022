              SELECT REPORT-IN ASSIGN DYNAMIC WS-REPORT-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL.

      *       ITEMREF-IN is the same indexed item reference master
      *       day1part1 validates itemized lines against, read by
      *       key the same way.  The recompute has to apply the same
      *       known-code rule, or every itemized day with one bad
      *       code would reconcile as a MISMATCH that is really an
      *       agreement.
              SELECT ITEMREF-IN ASSIGN DYNAMIC WS-ITEMREF-FILENAME
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS IR-ITEM-CODE
              FILE STATUS IS WS-ITEMREF-STATUS.

      *       RUN-JOURNAL is the shared operations journal every
           01 DISCREPANCY-RECORD PIC X(80).

           FD ITEMREF-IN.
           COPY ITEMREC.

           FD RUN-JOURNAL.
           01 RUN-JOURNAL-RECORD PIC X(120).
      *       tables each manifest total as it closes out, the report
      *       scan tables each 'MANIFEST n TOTALED x' detail line by
      *       its manifest number, and the two tables are then walked
      *       together.  5000 slots covers the biggest input days; a
      *       day with more stops the reconciliation with a capacity
      *       message and completion code 12 rather than comparing
      *       only the first 5000.
            01 WS-RECON-TOTAL-TABLE.
                05 WS-RECON-TOTAL PIC 9(9) OCCURS 5000 TIMES.
            01 WS-RECON-MANIFEST-COUNT PIC 9(5) VALUE ZERO.
            01 WS-RPTD-MANIFEST-COUNT PIC 9(5) VALUE ZERO.
            01 WS-MANIFEST-IX PIC 9(5) VALUE ZERO.
            01 WS-COMPARE-LIMIT PIC 9(5) VALUE ZERO.
            01 WS-CAPACITY-STOP PIC X(1) VALUE 'N'.

      *       UNSTRING targets for a report detail line, which since
      *       the elf-identity change may carry ' ELF id crew' after
            01 WS-JOURNAL-RC PIC 9(2) VALUE ZERO.
            01 WS-RECON-RESULT PIC X(8) VALUE SPACES.

      *       Item reference master, opened the same way day1part1
      *       opens it, so both arithmetic paths sum exactly the
      *       same itemized lines.  ITEMMAST can override the file
      *       name.
            01 WS-ITEMREF-FILENAME PIC X(60)
               VALUE 'masters/item_master.dat'.
            01 WS-ITEMREF-STATUS PIC X(2).
            01 WS-ITEMREF-PRESENT PIC X(1) VALUE 'N'.
            01 WS-ITEMREF-FOUND PIC X(1) VALUE 'N'.
            01 WS-ITEM-LIT-F PIC X(10).
            01 WS-ITEM-CODE-F PIC X(10).
            01 WS-ITEM-AMOUNT-F PIC X(10).
        PROCEDURE DIVISION.
            PERFORM RESOLVE-RECON-DATE
            PERFORM BUILD-RECON-FILENAMES
            PERFORM OPEN-ITEM-REFERENCE
            PERFORM WRITE-JOURNAL-START
            PERFORM RECOMPUTE-MAX-CAL
            IF WS-CAPACITY-STOP = 'N'
                PERFORM READ-REPORTED-MAX-CAL
            END-IF
            IF WS-CAPACITY-STOP = 'Y'
                MOVE 'CAPACITY' TO WS-RECON-RESULT
                MOVE 12 TO RETURN-CODE
                PERFORM WRITE-JOURNAL-END
                STOP RUN
            END-IF
            MOVE RECON_MAX_CAL TO RECON_MAX_CAL_FORMATTED
            DISPLAY 'RECON MAX-CAL: '
                FUNCTION TRIM(RECON_MAX_CAL_FORMATTED)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CALORIE
            IF WS-ITEMREF-PRESENT = 'Y'
                CLOSE ITEMREF-IN
            END-IF.

      *       OPEN-ITEM-REFERENCE mirrors day1part1's open of the
      *       same master, so the recompute recognizes exactly the
      *       same item codes: no master, or an empty one, means
      *       every numeric item amount counts.
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
                        ' - ITEMS RECOMPUTED UNVALIDATED'
                END-IF
            END-IF.

      *       RECON-SUM-ITEM-RECORD sums one itemized line under
      *       day1part1's rules: a numeric amount whose code is on
      *       the reference (or any numeric amount when no
                INTO WS-ITEM-LIT-F WS-ITEM-CODE-F WS-ITEM-AMOUNT-F
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
                    ADD TEMP_CAL TO CUMULATIVE_CAL
                END-IF
            END-IF.

      *       RECON-CLOSE-OUT-MANIFEST folds one finished manifest
      *       total into RECON_MAX_CAL and tables it under its
      *       manifest sequence number for the manifest-by-manifest
      *       comparison.  A 5001st manifest ends the read loop and
      *       the run.
        RECON-CLOSE-OUT-MANIFEST.
            IF CUMULATIVE_CAL > RECON_MAX_CAL
                SET RECON_MAX_CAL TO CUMULATIVE_CAL
                ADD 1 TO WS-RECON-MANIFEST-COUNT
                SET WS-RECON-TOTAL(WS-RECON-MANIFEST-COUNT)
                    TO CUMULATIVE_CAL
            ELSE
                IF WS-CAPACITY-STOP = 'N'
                    DISPLAY 'CAPACITY EXCEEDED - RECOMPUTE TABLE FULL '
                        '(5000 MANIFESTS) AT RECORD '
                        WS-RECON-RECORD-COUNT
                        ' - RECONCILIATION STOPPED'
                END-IF
                SET WS-CAPACITY-STOP TO 'Y'
                MOVE 'Y' TO WS-EOF
            END-IF.

      *       READ-REPORTED-MAX-CAL scans day1part1's report file for
                    AND FUNCTION TRIM(WS-DET-NUM-F) IS NUMERIC
                    AND FUNCTION TRIM(WS-DET-TOTAL-F) IS NUMERIC
                SET TEMP_CAL TO FUNCTION NUMVAL(WS-DET-NUM-F)
                IF TEMP_CAL > 5000
                    DISPLAY 'CAPACITY EXCEEDED - REPORTED TABLE FULL '
                        '(5000 MANIFESTS) AT REPORTED MANIFEST '
                        FUNCTION TRIM(WS-DET-NUM-F)
                        ' - RECONCILIATION STOPPED'
                    SET WS-CAPACITY-STOP TO 'Y'
                    MOVE 'Y' TO WS-REPORT-EOF
                END-IF
                IF TEMP_CAL > 0 AND TEMP_CAL <= 5000
                    SET WS-MANIFEST-IX TO TEMP_CAL
                    SET TEMP_CAL TO
