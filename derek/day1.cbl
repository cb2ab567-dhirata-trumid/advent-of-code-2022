              SELECT ALERTS-OUT ASSIGN DYNAMIC WS-ALERTS-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL.

      *       DEPOT-WORK collects, as the run goes, one record per
      *       manifest closed and one per exception, alert and header
      *       rejection, each tagged with the depot the manifest came
      *       from.  Written as things happen, so the depot return
      *       files built from it at the end of the run never depend
      *       on totals a restart lost.  A resumed run keeps only
      *       the records the checkpoint accounts for (see
      *       TRIM-DEPOT-WORK) before carrying on, because the
      *       records after the checkpoint are processed again and
      *       would otherwise be returned to the depot twice.
      *       OPTIONAL so a resume that finds the file gone can tell
      *       that from a file it cannot open.
              SELECT OPTIONAL DEPOT-WORK
              ASSIGN DYNAMIC WS-DEPOT-WORK-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DEPOT-WORK-STATUS.

      *       DEPOT-TRIM is where a resumed run copies the records of
      *       DEPOT-WORK it keeps; it is then renamed over DEPOT-WORK.
              SELECT DEPOT-TRIM ASSIGN DYNAMIC WS-DEPOT-TRIM-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DEPOT-TRIM-STATUS.

      *       DEPOT-RETURN is the file sent back to one depot after
      *       the run: what was accepted from it and everything its
      *       clerks need to correct, by record number, for day1adj.
      *       One per depot code seen in the input, named for the
      *       depot and the business date.
              SELECT DEPOT-RETURN
              ASSIGN DYNAMIC WS-DEPOT-RETURN-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DEPOT-RETURN-STATUS.

      *       ELFREF-IN is the indexed elf/crew reference master,
      *       keyed by elf id: one record per elf naming its crew
      *       name and whether the elf is still active.  Each
      *       manifest header is checked against it with one keyed
      *       READ, so a depot typo is caught on the day it arrives
      *       instead of weeks later when an inquiry comes back
      *       empty.  The master is maintained by day1elf, never by
      *       hand; a run with no reference master on hand simply
      *       runs unchecked, the same way a run with no limits file
      *       does.
              SELECT ELFREF-IN ASSIGN DYNAMIC WS-ELFREF-FILENAME
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ER-ELF-ID
              FILE STATUS IS WS-ELFREF-STATUS.

      *       ITEMREF-IN is the indexed item reference master, keyed
      *       by item code with its category, so each itemized
      *       detail line is validated with one keyed READ and the
      *       report can break calories down by category.  A run
      *       with no reference on hand sums itemized amounts
      *       unvalidated, the same spirit as running without a
      *       limits file.
              SELECT ITEMREF-IN ASSIGN DYNAMIC WS-ITEMREF-FILENAME
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS IR-ITEM-CODE
              FILE STATUS IS WS-ITEMREF-STATUS.

      *       MANIFEST-MASTER is the indexed per-manifest master,
           FD ALERTS-OUT.
           01 ALERTS-RECORD PIC X(80).

           FD DEPOT-WORK.
           01 DEPOT-WORK-RECORD PIC X(90).

           FD DEPOT-TRIM.
           01 DEPOT-TRIM-RECORD PIC X(90).

           FD DEPOT-RETURN.
           01 DEPOT-RETURN-RECORD PIC X(90).

           FD ELFREF-IN.
           COPY ELFREC.

           FD ITEMREF-IN.
           COPY ITEMREC.

           FD MANIFEST-MASTER.
           COPY MANIFREC.
      *       no depot, which appends nothing visible.
            01 WS-DEPOT-TAG PIC X(10) VALUE SPACES.

      *       Depot return fields.  A DEPOT-WORK record is the depot
      *       code in columns 1-3, a one-letter kind in column 5 and
      *       the text from column 7:
      *           M  manifest closed - num:details:total
      *           E  exceptions-log line
      *           A  alerts-file line (amount or manifest total)
      *           H  alerts-file line for a rejected header
      *       WS-MANIFEST-DETAILS counts the detail records summed
      *       into the manifest accumulating, and rides the
      *       checkpoint with the other running totals, as does
      *       WS-DEPOT-WORK-COUNT, the records written to DEPOT-WORK
      *       so far, and WS-DEPOT-WORK-INCOMPLETE, set once a resume
      *       finds DEPOT-WORK missing records from before its
      *       checkpoint - it stays set through any later resume of
      *       the same run, and keeps the depot returns from being
      *       written at all.  The return table gathers the depots
      *       back out of DEPOT-WORK with their accepted figures,
      *       sized like the depot table.
            01 WS-DEPOT-WORK-FILENAME PIC X(60).
            01 WS-DEPOT-WORK-STATUS PIC X(2).
            01 WS-DEPOT-WORK-EOF PIC A(1) VALUE 'N'.
            01 WS-DEPOT-WORK-COUNT PIC 9(9) VALUE ZERO.
            01 WS-DEPOT-WORK-KEEP PIC 9(9) VALUE ZERO.
            01 WS-DEPOT-WORK-KNOWN PIC X(1) VALUE 'N'.
            01 WS-DEPOT-WORK-INCOMPLETE PIC X(1) VALUE 'N'.
            01 WS-DEPOT-TRIM-FILENAME PIC X(60).
            01 WS-DEPOT-TRIM-STATUS PIC X(2).
            01 WS-RENAME-STATUS PIC 9(9) VALUE ZERO.
            01 WS-DEPOT-WORK-LINE.
                05 WS-DW-DEPOT PIC X(3).
                05 FILLER PIC X(1) VALUE SPACE.
                05 WS-DW-KIND PIC X(1).
                05 FILLER PIC X(1) VALUE SPACE.
                05 WS-DW-TEXT PIC X(84).
            01 WS-DW-NUM-F PIC X(10).
            01 WS-DW-DETAILS-F PIC X(10).
            01 WS-DW-TOTAL-F PIC X(10).
            01 WS-MANIFEST-DETAILS PIC 9(9) VALUE ZERO.
            01 WS-DEPOT-RETURN-FILENAME PIC X(60).
            01 WS-DEPOT-RETURN-STATUS PIC X(2).
            01 WS-DEPOT-RETURN-LINE PIC X(90).
            01 WS-RETURN-TABLE.
                05 WS-RETURN-ENTRY OCCURS 20 TIMES.
                    10 WS-RETURN-DEPOT PIC X(3).
                    10 WS-RETURN-MANIFESTS PIC 9(9).
                    10 WS-RETURN-DETAILS PIC 9(9).
                    10 WS-RETURN-TOTAL PIC 9(9).
            01 WS-RETURN-COUNT PIC 9(2) VALUE ZERO.
            01 WS-RETURN-IX PIC 9(2) VALUE ZERO.
            01 WS-RETURN-FOUND-IX PIC 9(2) VALUE ZERO.

      *       Grand total and average across every manifest seen, so
      *       the report can show NUM-MANIFESTS and AVG-CAL alongside
      *       the max.  WS-MANIFEST-NUM doubles as NUM-MANIFESTS since
            01 WS-ALERT-COUNT-FORMATTED PIC Z(9).
            01 WS-ALERT-VALUE-FORMATTED PIC Z(9).

      *       Elf/crew reference master, kept open for the run so
      *       each manifest header is one keyed READ.  ELFMAST can
      *       override the file name.  A master that is not there -
      *       or is there but empty - leaves WS-ELFREF-PRESENT at
      *       'N' and headers unchecked, the same way a missing
      *       limits file leaves amounts unchecked.
            01 WS-ELFREF-FILENAME PIC X(60)
               VALUE 'masters/elf_master.dat'.
            01 WS-ELFREF-STATUS PIC X(2).
            01 WS-ELFREF-PRESENT PIC X(1) VALUE 'N'.
            01 WS-ELFREF-FOUND PIC X(1) VALUE 'N'.
            01 WS-ELF-ALERT-REASON PIC X(40).

      *       Item reference master, kept open the same way so each
      *       ITEM detail line is one keyed READ.  ITEMMAST can
      *       override the file name.  The category table
      *       accumulates the report's per-category calorie
      *       breakdown as itemized lines are summed.
            01 WS-ITEMREF-FILENAME PIC X(60)
               VALUE 'masters/item_master.dat'.
            01 WS-ITEMREF-STATUS PIC X(2).
            01 WS-ITEMREF-PRESENT PIC X(1) VALUE 'N'.
            01 WS-ITEMREF-FOUND PIC X(1) VALUE 'N'.
            01 WS-ITEM-LIT-F PIC X(10).
            01 WS-ITEM-CODE-F PIC X(10).
            01 WS-ITEM-AMOUNT-F PIC X(10).
            01 WS-CATEGORY-TOTAL-FORMATTED PIC Z(12).
            01 WS-CATEGORY-ITEMS-FORMATTED PIC Z(9).

      *       Capacity stop.  The depot, category, return and limits
      *       tables are fixed in size; an input that would overfill
      *       one stops the run with completion code 12 rather than
      *       leaving entries out of the report.  The run ends the
      *       way an abend would - no summary, history or register
      *       record, checkpoint left as it stood - so once the
      *       table has been enlarged the date reruns cleanly.
            01 WS-CAPACITY-STOP PIC X(1) VALUE 'N'.
            01 WS-CAPACITY-MESSAGE PIC X(40) VALUE SPACES.

      *       Fields supporting the indexed manifest-total master.
      *       WS-MASTER-AVAILABLE goes 'N' when the master cannot be
      *       opened, and the run then carries on without keyed
      *       file's detail records before the real run starts, the
      *       same figures APPEND-FEED-REGISTER records afterwards.
      *       FORCERUN=Y is the operator's decision to reprocess a
      *       changed file over the registered one, and an operator
      *       override: day1auth must grant it to the DAY1OPER
      *       operator, with a DAY1REASON reason code, before the
      *       reprocess goes ahead (see OVRREQ).
            01 WS-REGISTER-FILENAME PIC X(60)
               VALUE 'history/feed_register.dat'.
            01 WS-REGISTER-STATUS PIC X(2).
            01 WS-FPRINT-TOTAL PIC 9(9) VALUE ZERO.
            01 WS-DUP-VERDICT PIC X(1) VALUE 'N'.
            01 WS-FORCERUN PIC X(1) VALUE 'N'.
            COPY OVRREQ.

      *       Fields supporting the shared run journal.  The stamp is
      *       re-taken at each journal write so start and end records
            01 WS-CKPT-MAXCREW-F PIC X(20).
            01 WS-CKPT-ALERTCOUNT-F PIC X(10).
            01 WS-CKPT-DEPOT-F PIC X(10).
            01 WS-CKPT-MANDETAIL-F PIC X(10).
            01 WS-CKPT-DWCOUNT-F PIC X(10).
            01 WS-CKPT-DWINCOMPLETE-F PIC X(10).

        PROCEDURE DIVISION.
            PERFORM BUILD-RUN-FILENAMES
            PERFORM LOAD-TOLERANCE-LIMITS
            PERFORM OPEN-ELF-REFERENCE
            PERFORM OPEN-ITEM-REFERENCE
            PERFORM CHECK-FOR-CHECKPOINT
      *       A resumed run already passed the register check when
      *       it first started; re-fingerprinting here would refuse
                PERFORM CHECK-FEED-REGISTER
            END-IF
            PERFORM WRITE-JOURNAL-START
            IF WS-CAPACITY-STOP = 'Y'
                PERFORM END-AT-CAPACITY
                GOBACK
            END-IF
      *       An exact re-send is refused outright with its own
      *       completion code, so a scheduler can tell "already
      *       done" from a real failure.  Same date but different
      *       content is an operator call: refused with a distinct
      *       code unless FORCERUN=Y says to reprocess, and refused
      *       with completion code 24 when the operator asking is
      *       not authorized for FORCERUN.
            IF WS-DUP-VERDICT = 'D'
                DISPLAY 'RUN DATE ' WS-CURRENT-DATE-YMD
                    ' ALREADY ON THE FEED REGISTER WITH THIS '
                    'EXACT CONTENT - DUPLICATE SUBMISSION REFUSED'
                MOVE 16 TO RETURN-CODE
                PERFORM WRITE-JOURNAL-END
                PERFORM CLOSE-REFERENCE-FILES
                GOBACK
            END-IF
            IF WS-DUP-VERDICT = 'C'
                IF WS-FORCERUN = 'Y'
                    PERFORM AUTHORIZE-FORCERUN
                    IF OV-VERDICT NOT = 'GRANTED'
                        DISPLAY 'RUN DATE ' WS-CURRENT-DATE-YMD
                            ' ALREADY REGISTERED WITH DIFFERENT '
                            'CONTENT - FORCERUN NOT AUTHORIZED, '
                            'REPROCESS REFUSED'
                        MOVE 'NOAUTH' TO WS-CONTROL-STATUS
                        MOVE 24 TO RETURN-CODE
                        PERFORM WRITE-JOURNAL-END
                        PERFORM CLOSE-REFERENCE-FILES
                        GOBACK
                    END-IF
                    DISPLAY 'RUN DATE ' WS-CURRENT-DATE-YMD
                        ' ALREADY REGISTERED WITH DIFFERENT '
                        'CONTENT - FORCERUN=Y, REPROCESSING'
                        'DECISION (SET FORCERUN=Y TO REPROCESS)'
                    MOVE 20 TO RETURN-CODE
                    PERFORM WRITE-JOURNAL-END
                    PERFORM CLOSE-REFERENCE-FILES
                    GOBACK
                END-IF
            END-IF
                    '" - FILE STATUS ' WS-CALORIE-STATUS
                MOVE 12 TO RETURN-CODE
                PERFORM WRITE-JOURNAL-END
                PERFORM CLOSE-REFERENCE-FILES
                GOBACK
            END-IF
            IF WS-RESUMING = 'Y'
      *           prior run already wrote before it checkpointed.
                OPEN EXTEND EXCEPTIONS-OUT
                OPEN EXTEND ALERTS-OUT
                PERFORM TRIM-DEPOT-WORK
                OPEN EXTEND REPORT-OUT
                PERFORM SKIP-PROCESSED-RECORDS
            ELSE
                OPEN OUTPUT EXCEPTIONS-OUT
                OPEN OUTPUT ALERTS-OUT
                OPEN OUTPUT DEPOT-WORK
                OPEN OUTPUT REPORT-OUT
            END-IF
            PERFORM OPEN-MANIFEST-MASTER
                                SET TEMP_CAL TO
                                    FUNCTION NUMVAL(WS-AMOUNT)
                                ADD TEMP_CAL TO CUMULATIVE_CAL
                                ADD 1 TO WS-MANIFEST-DETAILS
                                IF WS-LIMITS-PRESENT = 'Y'
                                    AND TEMP_CAL
                                        > WS-LIMIT-MAX-AMOUNT
            CLOSE CALORIE.
            CLOSE EXCEPTIONS-OUT.
            CLOSE ALERTS-OUT.
            CLOSE DEPOT-WORK.
            IF WS-MASTER-AVAILABLE = 'Y'
                CLOSE MANIFEST-MASTER
            END-IF.
            IF WS-CAPACITY-STOP = 'N'
                PERFORM GATHER-DEPOT-RETURNS
            END-IF
            IF WS-CAPACITY-STOP = 'Y'
                CLOSE REPORT-OUT
                PERFORM END-AT-CAPACITY
                GOBACK
            END-IF
            PERFORM MARK-CHECKPOINT-COMPLETE.
            PERFORM VERIFY-CONTROL-TOTALS.
            SET TOP3_SUM TO TOP1_CAL
                    FUNCTION TRIM(WS-ALERTS-FILENAME)
            END-IF
            PERFORM WRITE-REPORT-FILE
            PERFORM WRITE-DEPOT-RETURNS
            PERFORM APPEND-RUN-HISTORY
            PERFORM APPEND-FEED-REGISTER
      *       A MISMATCH is the whole point of the control-total check
      *       - it has to be visible to whatever is watching the job's
      *       completion code (JCL COND, a scheduler), not just to a
      *       human reading the report file.  A tolerance breach gets
      *       the milder RETURN-CODE 4 the same way, as do depot
      *       returns withheld after a resume, and a MISMATCH
      *       outranks them when both happen in one run.
            IF WS-ALERT-COUNT > 0
                MOVE 4 TO RETURN-CODE
            END-IF
            IF WS-DEPOT-WORK-INCOMPLETE = 'Y'
                MOVE 4 TO RETURN-CODE
            END-IF
            IF WS-CONTROL-STATUS = 'MISMATCH'
                MOVE 8 TO RETURN-CODE
            END-IF
            PERFORM WRITE-JOURNAL-END
            PERFORM CLOSE-REFERENCE-FILES
      *       GOBACK rather than STOP RUN, so day1drv can CALL this
      *       program once per backlog file and get control back;
      *       run standalone the two behave identically.
                   WS-CURRENT-DATE-YMD DELIMITED BY SIZE
                   '.txt' DELIMITED BY SIZE
                   INTO WS-ALERTS-FILENAME
            STRING 'reports/day1part1_depotwork_' DELIMITED BY SIZE
                   WS-CURRENT-DATE-YMD DELIMITED BY SIZE
                   '.txt' DELIMITED BY SIZE
                   INTO WS-DEPOT-WORK-FILENAME
            STRING 'reports/day1part1_depottrim_' DELIMITED BY SIZE
                   WS-CURRENT-DATE-YMD DELIMITED BY SIZE
                   '.txt' DELIMITED BY SIZE
                   INTO WS-DEPOT-TRIM-FILENAME
            ACCEPT WS-LIMITS-FILENAME FROM ENVIRONMENT 'LIMITSIN'
                ON EXCEPTION
                    MOVE 'limits/day1limits.dat'
            UNSTRING WS-LIMITS-LINE DELIMITED BY ':'
                INTO WS-LIMIT-LABEL-F WS-LIMIT-VALUE-F
                     WS-LIMIT-FROM-F WS-LIMIT-TO-F
            IF FUNCTION TRIM(WS-LIMIT-VALUE-F) IS NUMERIC
                    AND WS-LIMREC-COUNT >= 50
                MOVE 'LIMITS TABLE FULL (50 RECORDS)'
                    TO WS-CAPACITY-MESSAGE
                PERFORM STOP-AT-CAPACITY
                MOVE 'Y' TO WS-LIMITS-EOF
            END-IF
            IF FUNCTION TRIM(WS-LIMIT-VALUE-F) IS NUMERIC
                    AND WS-LIMREC-COUNT < 50
                ADD 1 TO WS-LIMREC-COUNT
            END-IF
            ADD 1 TO WS-LIMREC-IX.

      *       OPEN-ELF-REFERENCE opens the elf/crew reference master
      *       for keyed READs through the run.  A master that is not
      *       there (file status 35) leaves the run unchecked, same
      *       as a missing limits file, and so does an empty one.
      *       Any other failure also runs unchecked but says so:
      *       a master that will not open is an operator job, and a
      *       run of headers going unchecked should not be a
      *       surprise found later.
        OPEN-ELF-REFERENCE.
            OPEN INPUT ELFREF-IN
            IF WS-ELFREF-STATUS = '00'
                MOVE LOW-VALUES TO ER-ELF-ID
                START ELFREF-IN KEY IS NOT LESS THAN ER-ELF-ID
                    INVALID KEY
                        CLOSE ELFREF-IN
                    NOT INVALID KEY
                        SET WS-ELFREF-PRESENT TO 'Y'
                END-START
            ELSE
                IF WS-ELFREF-STATUS NOT = '35'
                    DISPLAY 'WARNING - ELF MASTER "'
                        FUNCTION TRIM(WS-ELFREF-FILENAME)
                        '" UNAVAILABLE - FILE STATUS '
                        WS-ELFREF-STATUS
                        ' - HEADERS RUN UNCHECKED'
                END-IF
            END-IF.

      *       OPEN-ITEM-REFERENCE opens the item reference master
      *       the same way.
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
                        ' - ITEMS RUN UNVALIDATED'
                END-IF
            END-IF.

      *       CLOSE-REFERENCE-FILES closes whichever reference
      *       masters OPEN-ELF-REFERENCE and OPEN-ITEM-REFERENCE left
      *       open.  Every GOBACK passes through here: day1drv CALLs
      *       this program once per backlog file, and a master left
      *       open would refuse the next call's OPEN.
        CLOSE-REFERENCE-FILES.
            IF WS-ELFREF-PRESENT = 'Y'
                CLOSE ELFREF-IN
                SET WS-ELFREF-PRESENT TO 'N'
            END-IF
            IF WS-ITEMREF-PRESENT = 'Y'
                CLOSE ITEMREF-IN
                SET WS-ITEMREF-PRESENT TO 'N'
            END-IF.

      *       STOP-AT-CAPACITY is performed when a fixed table would
      *       have to drop an entry.  The caller names the table in
      *       WS-CAPACITY-MESSAGE; the read loop is ended, and the
      *       mainline then ends the run through END-AT-CAPACITY.
        STOP-AT-CAPACITY.
            IF WS-CAPACITY-STOP = 'N'
                IF WS-RECORD-COUNT > 0
                    DISPLAY 'CAPACITY EXCEEDED - '
                        FUNCTION TRIM(WS-CAPACITY-MESSAGE)
                        ' AT RECORD ' WS-RECORD-COUNT
                ELSE
                    DISPLAY 'CAPACITY EXCEEDED - '
                        FUNCTION TRIM(WS-CAPACITY-MESSAGE)
                END-IF
                SET WS-CAPACITY-STOP TO 'Y'
            END-IF
            MOVE 'Y' TO WS-EOF.

      *       END-AT-CAPACITY ends a run stopped at a full table:
      *       completion code 12, the journal closed out with a
      *       CAPACITY verdict, and nothing summarized, registered or
      *       marked complete.
        END-AT-CAPACITY.
            DISPLAY 'RUN STOPPED - '
                FUNCTION TRIM(WS-CAPACITY-MESSAGE)
                ' - NO SUMMARY, HISTORY OR REGISTER RECORD WRITTEN'
            MOVE 'CAPACITY' TO WS-CONTROL-STATUS
            MOVE 12 TO RETURN-CODE
            PERFORM WRITE-JOURNAL-END
            PERFORM CLOSE-REFERENCE-FILES.

      *       PROCESS-ITEM-RECORD handles one "ITEM:item-code:
      *       amount" detail line: the amount accumulates into the
      *       manifest exactly as a bare AMOUNT line does, after
                PERFORM LOG-EXCEPTION
            ELSE
                IF WS-ITEMREF-PRESENT = 'Y'
                    PERFORM READ-ITEM-REFERENCE
                    IF WS-ITEMREF-FOUND = 'N'
                        PERFORM LOG-ITEM-EXCEPTION
                    ELSE
                        PERFORM SUM-ITEM-AMOUNT
                END-IF
            END-IF.

      *       READ-ITEM-REFERENCE looks WS-ITEM-CODE up on the item
      *       master, leaving the record - and so IR-CATEGORY - in
      *       the record area when it is found.
        READ-ITEM-REFERENCE.
            MOVE WS-ITEM-CODE TO IR-ITEM-CODE
            READ ITEMREF-IN KEY IS IR-ITEM-CODE
                INVALID KEY
                    SET WS-ITEMREF-FOUND TO 'N'
                NOT INVALID KEY
                    SET WS-ITEMREF-FOUND TO 'Y'
            END-READ.

      *       SUM-ITEM-AMOUNT folds a validated item amount into
      *       the manifest, under the same plausibility limit a
        SUM-ITEM-AMOUNT.
            SET TEMP_CAL TO FUNCTION NUMVAL(WS-ITEM-AMOUNT-F)
            ADD TEMP_CAL TO CUMULATIVE_CAL
            ADD 1 TO WS-MANIFEST-DETAILS
            IF WS-LIMITS-PRESENT = 'Y'
                    AND TEMP_CAL > WS-LIMIT-MAX-AMOUNT
                PERFORM LOG-AMOUNT-ALERT
                   '" NOT ON ITEM REFERENCE - AMOUNT NOT SUMMED'
                       DELIMITED BY SIZE
                   INTO WS-EXC-LINE
            WRITE EXCEPTIONS-RECORD FROM WS-EXC-LINE
            MOVE 'E' TO WS-DW-KIND
            MOVE WS-EXC-LINE TO WS-DW-TEXT
            PERFORM NOTE-DEPOT-RETURN-LINE.

        TALLY-CATEGORY-SUBTOTAL.
            MOVE ZERO TO WS-CATEGORY-FOUND-IX
            PERFORM FIND-CATEGORY-SLOT
                UNTIL WS-CATEGORY-IX > WS-CATEGORY-COUNT
                    OR WS-CATEGORY-FOUND-IX > 0
            IF WS-CATEGORY-FOUND-IX = 0 AND WS-CATEGORY-COUNT >= 20
                MOVE 'CATEGORY TABLE FULL (20 CATEGORIES)'
                    TO WS-CAPACITY-MESSAGE
                PERFORM STOP-AT-CAPACITY
            END-IF
            IF WS-CATEGORY-FOUND-IX = 0 AND WS-CATEGORY-COUNT < 20
                ADD 1 TO WS-CATEGORY-COUNT
                MOVE IR-CATEGORY
                    TO WS-CATEGORY-ID(WS-CATEGORY-COUNT)
                MOVE ZERO TO WS-CATEGORY-TOTAL(WS-CATEGORY-COUNT)
                MOVE ZERO TO WS-CATEGORY-ITEMS(WS-CATEGORY-COUNT)
            END-IF.

        FIND-CATEGORY-SLOT.
            IF WS-CATEGORY-ID(WS-CATEGORY-IX) = IR-CATEGORY
                MOVE WS-CATEGORY-IX TO WS-CATEGORY-FOUND-IX
            END-IF
            ADD 1 TO WS-CATEGORY-IX.
                END-IF
            END-IF.

      *       AUTHORIZE-FORCERUN asks day1auth whether the operator
      *       may reprocess this date over its registered content.
      *       The decision, either way, lands on the override log.
        AUTHORIZE-FORCERUN.
            MOVE SPACES TO OVERRIDE-REQUEST
            MOVE 'day1part1' TO OV-PROGRAM
            MOVE 'FORCERUN' TO OV-OVERRIDE
            MOVE WS-CURRENT-DATE-YMD TO OV-SUBJECT
            CALL 'day1auth' USING OVERRIDE-REQUEST.

        MATCH-ONE-REGISTER-ENTRY.
            MOVE SPACES TO WS-REG-DATE-F WS-REG-FILE-F
                WS-REG-COUNT-F WS-REG-TOTAL-F
                INTO WS-ITEM-LIT-F WS-ITEM-CODE-F WS-ITEM-AMOUNT-F
            MOVE WS-ITEM-CODE-F(1:8) TO WS-ITEM-CODE
            IF FUNCTION TRIM(WS-ITEM-AMOUNT-F) IS NUMERIC
                SET WS-ITEMREF-FOUND TO 'Y'
                IF WS-ITEMREF-PRESENT = 'Y'
                    PERFORM READ-ITEM-REFERENCE
                END-IF
                IF WS-ITEMREF-FOUND = 'Y'
                    SET TEMP_CAL TO
                        FUNCTION NUMVAL(WS-ITEM-AMOUNT-F)
                    ADD TEMP_CAL TO WS-FPRINT-TOTAL
                MOVE SPACES TO WS-CKPT-ELF-F WS-CKPT-CREW-F
                MOVE SPACES TO WS-CKPT-MAXELF-F WS-CKPT-MAXCREW-F
                MOVE SPACES TO WS-CKPT-ALERTCOUNT-F
                MOVE SPACES TO WS-CKPT-DEPOT-F WS-CKPT-MANDETAIL-F
                MOVE SPACES TO WS-CKPT-DWCOUNT-F
                    WS-CKPT-DWINCOMPLETE-F
                UNSTRING WS-CHECKPOINT-LINE DELIMITED BY ':'
                    INTO WS-CKPT-STATUS-F WS-CKPT-RECCOUNT-F
                         WS-CKPT-CUMCAL-F WS-CKPT-MAXCAL-F
                         WS-CKPT-ELF-F WS-CKPT-CREW-F
                         WS-CKPT-MAXELF-F WS-CKPT-MAXCREW-F
                         WS-CKPT-ALERTCOUNT-F WS-CKPT-DEPOT-F
                         WS-CKPT-MANDETAIL-F WS-CKPT-DWCOUNT-F
                         WS-CKPT-DWINCOMPLETE-F
                IF FUNCTION TRIM(WS-CKPT-STATUS-F) = 'INPROGRESS'
                    AND FUNCTION TRIM(WS-CKPT-CALFILE-F)
                        = FUNCTION TRIM(WS-CALORIE-FILENAME)
                            FUNCTION NUMVAL(WS-CKPT-ALERTCOUNT-F)
                        SET WS-ALERT-COUNT TO TEMP_CAL
                    END-IF
                    IF WS-CKPT-MANDETAIL-F NOT = SPACES
                        AND FUNCTION TRIM(WS-CKPT-MANDETAIL-F)
                            IS NUMERIC
                        SET TEMP_CAL TO
                            FUNCTION NUMVAL(WS-CKPT-MANDETAIL-F)
                        SET WS-MANIFEST-DETAILS TO TEMP_CAL
                    END-IF
                    IF WS-CKPT-DWCOUNT-F NOT = SPACES
                        AND FUNCTION TRIM(WS-CKPT-DWCOUNT-F)
                            IS NUMERIC
                        SET TEMP_CAL TO
                            FUNCTION NUMVAL(WS-CKPT-DWCOUNT-F)
                        SET WS-DEPOT-WORK-KEEP TO TEMP_CAL
                        SET WS-DEPOT-WORK-KNOWN TO 'Y'
                    END-IF
                    IF WS-CKPT-DWINCOMPLETE-F(1:1) = 'Y'
                        SET WS-DEPOT-WORK-INCOMPLETE TO 'Y'
                    END-IF
                    SET WS-RESUMING TO 'Y'
                    SET TEMP_CAL TO ZERO
                    DISPLAY 'RESUMING FROM CHECKPOINT AT RECORD '
                END-READ
            END-PERFORM.

      *       TRIM-DEPOT-WORK opens DEPOT-WORK for a resumed run.
      *       The records past the checkpoint are about to be
      *       processed again, so only the first WS-DEPOT-WORK-KEEP
      *       records - the ones the checkpoint accounts for - are
      *       copied to DEPOT-TRIM, which is renamed over DEPOT-WORK
      *       before it is opened EXTEND.  The original stays whole
      *       until the rename, so a run that dies part way through
      *       the copy leaves nothing lost for the next resume.  A
      *       checkpoint from before the count rode the tail has no
      *       count to trim to; the whole file is kept, and the copy
      *       serves only to count it for the checkpoints to come.
      *       A work file that is missing, shorter than the
      *       checkpoint says, or cannot be trimmed or reopened no
      *       longer covers the day, and is marked incomplete so
      *       WRITE-DEPOT-RETURNS sends no depot a partial return.
        TRIM-DEPOT-WORK.
            IF WS-DEPOT-WORK-KNOWN = 'N'
                MOVE 999999999 TO WS-DEPOT-WORK-KEEP
            END-IF
            SET WS-DEPOT-WORK-EOF TO 'N'
            MOVE ZERO TO WS-DEPOT-WORK-COUNT
            OPEN INPUT DEPOT-WORK
            IF WS-DEPOT-WORK-STATUS = '00'
                OPEN OUTPUT DEPOT-TRIM
                IF WS-DEPOT-TRIM-STATUS = '00'
                    PERFORM UNTIL WS-DEPOT-WORK-EOF = 'Y'
                            OR WS-DEPOT-WORK-COUNT
                                >= WS-DEPOT-WORK-KEEP
                        READ DEPOT-WORK INTO WS-DEPOT-WORK-LINE
                            AT END MOVE 'Y' TO WS-DEPOT-WORK-EOF
                            NOT AT END
                                WRITE DEPOT-TRIM-RECORD
                                    FROM WS-DEPOT-WORK-LINE
                                ADD 1 TO WS-DEPOT-WORK-COUNT
                        END-READ
                    END-PERFORM
                    CLOSE DEPOT-WORK
                    CLOSE DEPOT-TRIM
                    CALL 'CBL_RENAME_FILE' USING WS-DEPOT-TRIM-FILENAME
                        WS-DEPOT-WORK-FILENAME
                    MOVE RETURN-CODE TO WS-RENAME-STATUS
                    MOVE ZERO TO RETURN-CODE
                    IF WS-RENAME-STATUS NOT = ZERO
                        DISPLAY 'WARNING - UNABLE TO RENAME "'
                            FUNCTION TRIM(WS-DEPOT-TRIM-FILENAME)
                            '" OVER THE DEPOT WORK FILE'
                        SET WS-DEPOT-WORK-INCOMPLETE TO 'Y'
                    END-IF
                    IF WS-DEPOT-WORK-KNOWN = 'Y'
                            AND WS-DEPOT-WORK-COUNT
                                < WS-DEPOT-WORK-KEEP
                        DISPLAY 'WARNING - DEPOT WORK FILE HOLDS '
                            WS-DEPOT-WORK-COUNT ' RECORDS, CHECKPOINT '
                            'ACCOUNTS FOR ' WS-DEPOT-WORK-KEEP
                        SET WS-DEPOT-WORK-INCOMPLETE TO 'Y'
                    END-IF
                ELSE
                    CLOSE DEPOT-WORK
                    DISPLAY 'WARNING - UNABLE TO OPEN "'
                        FUNCTION TRIM(WS-DEPOT-TRIM-FILENAME)
                        '" - FILE STATUS ' WS-DEPOT-TRIM-STATUS
                    SET WS-DEPOT-WORK-INCOMPLETE TO 'Y'
                END-IF
            ELSE
                IF WS-DEPOT-WORK-STATUS = '05'
                    CLOSE DEPOT-WORK
                    IF WS-DEPOT-WORK-KNOWN = 'N'
                            OR WS-DEPOT-WORK-KEEP > 0
                        DISPLAY 'WARNING - DEPOT WORK FILE IS MISSING'
                        SET WS-DEPOT-WORK-INCOMPLETE TO 'Y'
                    END-IF
                ELSE
                    DISPLAY 'WARNING - UNABLE TO OPEN DEPOT WORK '
                        'FILE - FILE STATUS ' WS-DEPOT-WORK-STATUS
                    SET WS-DEPOT-WORK-INCOMPLETE TO 'Y'
                END-IF
            END-IF
            OPEN EXTEND DEPOT-WORK
            IF WS-DEPOT-WORK-STATUS NOT = '00'
                    AND WS-DEPOT-WORK-STATUS NOT = '05'
                DISPLAY 'WARNING - UNABLE TO EXTEND DEPOT WORK FILE '
                    '- FILE STATUS ' WS-DEPOT-WORK-STATUS
                SET WS-DEPOT-WORK-INCOMPLETE TO 'Y'
            END-IF
            IF WS-DEPOT-WORK-INCOMPLETE = 'Y'
                DISPLAY 'WARNING - DEPOT WORK FILE "'
                    FUNCTION TRIM(WS-DEPOT-WORK-FILENAME)
                    '" DOES NOT COVER THE RUN BEFORE THE CHECKPOINT '
                    '- NO DEPOT RETURNS WILL BE WRITTEN'
            END-IF.

      *       WRITE-CHECKPOINT snapshots every running total to
      *       CHECKPOINT-FILE, marked INPROGRESS, every
      *       WS-CHECKPOINT-INTERVAL records.
                   WS-ALERT-COUNT DELIMITED BY SIZE
                   ':' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DEPOT-CODE) DELIMITED BY SIZE
                   ':' DELIMITED BY SIZE
                   WS-MANIFEST-DETAILS DELIMITED BY SIZE
                   ':' DELIMITED BY SIZE
                   WS-DEPOT-WORK-COUNT DELIMITED BY SIZE
                   ':' DELIMITED BY SIZE
                   WS-DEPOT-WORK-INCOMPLETE DELIMITED BY SIZE
                   INTO WS-CHECKPOINT-LINE
            OPEN OUTPUT CHECKPOINT-FILE
            WRITE CHECKPOINT-RECORD FROM WS-CHECKPOINT-LINE
      *       signal to fix the depot's data, not a reason to drop
      *       the calories.
        VERIFY-MANIFEST-HEADER.
            MOVE WS-ELF-ID TO ER-ELF-ID
            READ ELFREF-IN KEY IS ER-ELF-ID
                INVALID KEY
                    SET WS-ELFREF-FOUND TO 'N'
                NOT INVALID KEY
                    SET WS-ELFREF-FOUND TO 'Y'
            END-READ
            IF WS-ELFREF-FOUND = 'N'
                MOVE 'NOT ON ELF MASTER' TO WS-ELF-ALERT-REASON
                PERFORM LOG-HEADER-ALERT
            ELSE
                IF ER-STATUS = 'RETIRED'
                    MOVE 'IS RETIRED ON ELF MASTER'
                        TO WS-ELF-ALERT-REASON
                    PERFORM LOG-HEADER-ALERT
                END-IF
                IF WS-CREW-NAME NOT = ER-CREW-NAME
                    MOVE 'CREW NAME DIFFERS FROM ELF MASTER'
                        TO WS-ELF-ALERT-REASON
                    PERFORM LOG-HEADER-ALERT
                END-IF
            END-IF.

      *       LOG-HEADER-ALERT records one reference-master failure
      *       against the header record's position in CALORIE.
      *       WARNING rather than SEVERE: a bad business key
                   FUNCTION TRIM(WS-ELF-ALERT-REASON)
                       DELIMITED BY SIZE
                   INTO WS-ALERT-LINE
            WRITE ALERTS-RECORD FROM WS-ALERT-LINE
            MOVE 'H' TO WS-DW-KIND
            MOVE WS-ALERT-LINE TO WS-DW-TEXT
            PERFORM NOTE-DEPOT-RETURN-LINE.

      *       PROCESS-TRAILER-RECORD parses a "TRAILER:count:total"
      *       control record into the expected-count/expected-total
                       DELIMITED BY SIZE
                   ' EXCEEDS MAX-AMOUNT LIMIT' DELIMITED BY SIZE
                   INTO WS-ALERT-LINE
            WRITE ALERTS-RECORD FROM WS-ALERT-LINE
            MOVE 'A' TO WS-DW-KIND
            MOVE WS-ALERT-LINE TO WS-DW-TEXT
            PERFORM NOTE-DEPOT-RETURN-LINE.

      *       LOG-MANIFEST-ALERT records a finished manifest whose
      *       total fell outside the plausible range.  Over the
                           DELIMITED BY SIZE
                       INTO WS-ALERT-LINE
            END-IF
            WRITE ALERTS-RECORD FROM WS-ALERT-LINE
            MOVE 'A' TO WS-DW-KIND
            MOVE WS-ALERT-LINE TO WS-DW-TEXT
            PERFORM NOTE-DEPOT-RETURN-LINE.

      *       LOG-EXCEPTION records a non-numeric AMOUNT value, along
      *       with its 1-based position in CALORIE, and lets the run
                   FUNCTION TRIM(WS-AMOUNT) DELIMITED BY SIZE
                   '" is not numeric' DELIMITED BY SIZE
                   INTO WS-EXC-LINE
            WRITE EXCEPTIONS-RECORD FROM WS-EXC-LINE
            MOVE 'E' TO WS-DW-KIND
            MOVE WS-EXC-LINE TO WS-DW-TEXT
            PERFORM NOTE-DEPOT-RETURN-LINE.

      *       WRITE-REPORT-FILE lays down one labeled line per field so
      *       the report stays greppable and is easy for a later lookup
                        '" WAS BUILT WITH AN OLDER MANIFREC '
                        'LAYOUT (FILE STATUS 39)'
                    DISPLAY ' - MOVE THE OLD MASTER ASIDE AND '
                        'RELOAD IT FROM THE RETAINED REPORTS WITH '
                        'day1mmr REBUILD fromdate todate'
                ELSE
                    DISPLAY 'WARNING - MANIFEST MASTER "'
                        FUNCTION TRIM(WS-MASTER-FILENAME)
            WRITE REPORT-RECORD FROM WS-REPORT-LINE
            IF WS-DEPOT-CODE NOT = SPACES
                PERFORM TALLY-DEPOT-SUBTOTAL
                PERFORM NOTE-DEPOT-MANIFEST
            END-IF
            IF WS-MASTER-AVAILABLE = 'Y'
                PERFORM LOAD-MANIFEST-MASTER-RECORD
      *       with the previous elf's key or depot.
            MOVE SPACES TO WS-ELF-ID
            MOVE SPACES TO WS-CREW-NAME
            MOVE SPACES TO WS-DEPOT-CODE
            MOVE ZERO TO WS-MANIFEST-DETAILS.

      *       TALLY-DEPOT-SUBTOTAL folds the finished manifest into
      *       its depot's running subtotal for the report's
            PERFORM FIND-DEPOT-SLOT
                UNTIL WS-DEPOT-IX > WS-DEPOT-COUNT
                    OR WS-DEPOT-FOUND-IX > 0
            IF WS-DEPOT-FOUND-IX = 0 AND WS-DEPOT-COUNT >= 20
                MOVE 'DEPOT TABLE FULL (20 DEPOTS)'
                    TO WS-CAPACITY-MESSAGE
                PERFORM STOP-AT-CAPACITY
            END-IF
            IF WS-DEPOT-FOUND-IX = 0 AND WS-DEPOT-COUNT < 20
                ADD 1 TO WS-DEPOT-COUNT
                MOVE WS-DEPOT-CODE TO WS-DEPOT-ID(WS-DEPOT-COUNT)
                MOVE WS-DEPOT-IX TO WS-DEPOT-FOUND-IX
            END-IF
            ADD 1 TO WS-DEPOT-IX.

      *       NOTE-DEPOT-RETURN-LINE copies an exceptions or alerts
      *       line just written onto DEPOT-WORK under the depot of
      *       the manifest it belongs to.  A manifest with no depot
      *       code has nobody to return it to and is left to the
      *       exceptions log and alerts file alone.  The caller sets
      *       the kind and the text.
        NOTE-DEPOT-RETURN-LINE.
            IF WS-DEPOT-CODE NOT = SPACES
                MOVE WS-DEPOT-CODE TO WS-DW-DEPOT
                WRITE DEPOT-WORK-RECORD FROM WS-DEPOT-WORK-LINE
                ADD 1 TO WS-DEPOT-WORK-COUNT
            END-IF.

      *       NOTE-DEPOT-MANIFEST records the manifest just closed
      *       out against its depot: manifest number, detail records
      *       summed into it, and its calorie total.
        NOTE-DEPOT-MANIFEST.
            MOVE SPACES TO WS-DEPOT-WORK-LINE
            MOVE WS-DEPOT-CODE TO WS-DW-DEPOT
            MOVE 'M' TO WS-DW-KIND
            STRING WS-MANIFEST-NUM DELIMITED BY SIZE
                   ':' DELIMITED BY SIZE
                   WS-MANIFEST-DETAILS DELIMITED BY SIZE
                   ':' DELIMITED BY SIZE
                   CUMULATIVE_CAL DELIMITED BY SIZE
                   INTO WS-DW-TEXT
            WRITE DEPOT-WORK-RECORD FROM WS-DEPOT-WORK-LINE
            ADD 1 TO WS-DEPOT-WORK-COUNT.

      *       WRITE-DEPOT-RETURNS builds one return file per depot
      *       seen in the input, e.g. reports/day1part1_NTH_20260809.ret
      *       for depot NTH: a DEPOT record, an ACCEPTED record with
      *       the manifests, detail records and calories taken from
      *       the depot, every EXCEPTION, ALERT and HEADER line for
      *       its manifests in the order they were found, and a
      *       TRAILER:count:total record in the same style as the
      *       inbound files carry - detail records and calories
      *       accepted.  GATHER-DEPOT-RETURNS has already made a
      *       first pass over DEPOT-WORK for the depots and their
      *       figures; here one pass per depot writes its file.  A
      *       return that cannot be written is warned about, not
      *       abended over: the day's report is already out.  When
      *       a resume left DEPOT-WORK incomplete no return is
      *       written at all - a TRAILER built from part of the day
      *       would tell the depot its whole day was accepted.
        WRITE-DEPOT-RETURNS.
            IF WS-DEPOT-WORK-INCOMPLETE = 'Y'
                DISPLAY 'WARNING - DEPOT RETURNS NOT WRITTEN - DEPOT '
                    'WORK FILE INCOMPLETE AFTER RESUME'
            ELSE
                MOVE 1 TO WS-RETURN-IX
                PERFORM WRITE-ONE-DEPOT-RETURN
                    UNTIL WS-RETURN-IX > WS-RETURN-COUNT
            END-IF.

      *       GATHER-DEPOT-RETURNS tables the depots on DEPOT-WORK
      *       with their accepted figures.  It runs as soon as the
      *       read loop ends, ahead of the report, so a depot the
      *       return table cannot hold stops the run before anything
      *       is summarized.
        GATHER-DEPOT-RETURNS.
            MOVE ZERO TO WS-RETURN-COUNT
            SET WS-DEPOT-WORK-EOF TO 'N'
            OPEN INPUT DEPOT-WORK
            IF WS-DEPOT-WORK-STATUS = '00'
                PERFORM UNTIL WS-DEPOT-WORK-EOF = 'Y'
                    READ DEPOT-WORK INTO WS-DEPOT-WORK-LINE
                        AT END MOVE 'Y' TO WS-DEPOT-WORK-EOF
                        NOT AT END PERFORM TABLE-ONE-RETURN-RECORD
                    END-READ
                END-PERFORM
                CLOSE DEPOT-WORK
            END-IF.

        TABLE-ONE-RETURN-RECORD.
            MOVE ZERO TO WS-RETURN-FOUND-IX
            MOVE 1 TO WS-RETURN-IX
            PERFORM FIND-RETURN-DEPOT
                UNTIL WS-RETURN-IX > WS-RETURN-COUNT
                    OR WS-RETURN-FOUND-IX > 0
            IF WS-RETURN-FOUND-IX = 0
                IF WS-RETURN-COUNT < 20
                    ADD 1 TO WS-RETURN-COUNT
                    MOVE WS-DW-DEPOT
                        TO WS-RETURN-DEPOT(WS-RETURN-COUNT)
                    MOVE ZERO TO WS-RETURN-MANIFESTS(WS-RETURN-COUNT)
                    MOVE ZERO TO WS-RETURN-DETAILS(WS-RETURN-COUNT)
                    MOVE ZERO TO WS-RETURN-TOTAL(WS-RETURN-COUNT)
                    MOVE WS-RETURN-COUNT TO WS-RETURN-FOUND-IX
                ELSE
                    MOVE 'RETURN TABLE FULL (20 DEPOTS)'
                        TO WS-CAPACITY-MESSAGE
                    PERFORM STOP-AT-CAPACITY
                    MOVE 'Y' TO WS-DEPOT-WORK-EOF
                END-IF
            END-IF
            IF WS-RETURN-FOUND-IX > 0 AND WS-DW-KIND = 'M'
                MOVE SPACES TO WS-DW-NUM-F WS-DW-DETAILS-F
                    WS-DW-TOTAL-F
                UNSTRING WS-DW-TEXT DELIMITED BY ':'
                    INTO WS-DW-NUM-F WS-DW-DETAILS-F WS-DW-TOTAL-F
                ADD 1 TO WS-RETURN-MANIFESTS(WS-RETURN-FOUND-IX)
                SET TEMP_CAL TO FUNCTION NUMVAL(WS-DW-DETAILS-F)
                ADD TEMP_CAL TO WS-RETURN-DETAILS(WS-RETURN-FOUND-IX)
                SET TEMP_CAL TO FUNCTION NUMVAL(WS-DW-TOTAL-F)
                ADD TEMP_CAL TO WS-RETURN-TOTAL(WS-RETURN-FOUND-IX)
                SET TEMP_CAL TO ZERO
            END-IF.

        FIND-RETURN-DEPOT.
            IF WS-RETURN-DEPOT(WS-RETURN-IX) = WS-DW-DEPOT
                MOVE WS-RETURN-IX TO WS-RETURN-FOUND-IX
            END-IF
            ADD 1 TO WS-RETURN-IX.

        WRITE-ONE-DEPOT-RETURN.
            MOVE SPACES TO WS-DEPOT-RETURN-FILENAME
            STRING 'reports/day1part1_' DELIMITED BY SIZE
                   WS-RETURN-DEPOT(WS-RETURN-IX) DELIMITED BY SPACE
                   '_' DELIMITED BY SIZE
                   WS-CURRENT-DATE-YMD DELIMITED BY SIZE
                   '.ret' DELIMITED BY SIZE
                   INTO WS-DEPOT-RETURN-FILENAME
            OPEN OUTPUT DEPOT-RETURN
            IF WS-DEPOT-RETURN-STATUS NOT = '00'
                DISPLAY 'WARNING - UNABLE TO WRITE DEPOT RETURN "'
                    FUNCTION TRIM(WS-DEPOT-RETURN-FILENAME)
                    '" - FILE STATUS ' WS-DEPOT-RETURN-STATUS
            ELSE
                MOVE SPACES TO WS-DEPOT-RETURN-LINE
                STRING 'DEPOT:' DELIMITED BY SIZE
                       WS-RETURN-DEPOT(WS-RETURN-IX) DELIMITED BY SPACE
                       ':' DELIMITED BY SIZE
                       WS-CURRENT-DATE-YMD DELIMITED BY SIZE
                       ':' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CALORIE-FILENAME)
                           DELIMITED BY SIZE
                       INTO WS-DEPOT-RETURN-LINE
                WRITE DEPOT-RETURN-RECORD FROM WS-DEPOT-RETURN-LINE
                MOVE SPACES TO WS-DEPOT-RETURN-LINE
                STRING 'ACCEPTED:' DELIMITED BY SIZE
                       WS-RETURN-MANIFESTS(WS-RETURN-IX)
                           DELIMITED BY SIZE
                       ':' DELIMITED BY SIZE
                       WS-RETURN-DETAILS(WS-RETURN-IX)
                           DELIMITED BY SIZE
                       ':' DELIMITED BY SIZE
                       WS-RETURN-TOTAL(WS-RETURN-IX) DELIMITED BY SIZE
                       INTO WS-DEPOT-RETURN-LINE
                WRITE DEPOT-RETURN-RECORD FROM WS-DEPOT-RETURN-LINE
                SET WS-DEPOT-WORK-EOF TO 'N'
                OPEN INPUT DEPOT-WORK
                IF WS-DEPOT-WORK-STATUS = '00'
                    PERFORM UNTIL WS-DEPOT-WORK-EOF = 'Y'
                        READ DEPOT-WORK INTO WS-DEPOT-WORK-LINE
                            AT END MOVE 'Y' TO WS-DEPOT-WORK-EOF
                            NOT AT END PERFORM RETURN-ONE-DEPOT-LINE
                        END-READ
                    END-PERFORM
                    CLOSE DEPOT-WORK
                END-IF
                MOVE SPACES TO WS-DEPOT-RETURN-LINE
                STRING 'TRAILER:' DELIMITED BY SIZE
                       WS-RETURN-DETAILS(WS-RETURN-IX)
                           DELIMITED BY SIZE
                       ':' DELIMITED BY SIZE
                       WS-RETURN-TOTAL(WS-RETURN-IX) DELIMITED BY SIZE
                       INTO WS-DEPOT-RETURN-LINE
                WRITE DEPOT-RETURN-RECORD FROM WS-DEPOT-RETURN-LINE
                CLOSE DEPOT-RETURN
                DISPLAY 'DEPOT RETURN: '
                    FUNCTION TRIM(WS-DEPOT-RETURN-FILENAME)
            END-IF
            ADD 1 TO WS-RETURN-IX.

        RETURN-ONE-DEPOT-LINE.
            IF WS-DW-DEPOT = WS-RETURN-DEPOT(WS-RETURN-IX)
                MOVE SPACES TO WS-DEPOT-RETURN-LINE
                EVALUATE WS-DW-KIND
                    WHEN 'E'
                        STRING 'EXCEPTION:' DELIMITED BY SIZE
                               WS-DW-TEXT DELIMITED BY SIZE
                               INTO WS-DEPOT-RETURN-LINE
                    WHEN 'A'
                        STRING 'ALERT:' DELIMITED BY SIZE
                               WS-DW-TEXT DELIMITED BY SIZE
                               INTO WS-DEPOT-RETURN-LINE
                    WHEN 'H'
                        STRING 'HEADER:' DELIMITED BY SIZE
                               WS-DW-TEXT DELIMITED BY SIZE
                               INTO WS-DEPOT-RETURN-LINE
                END-EVALUATE
                IF WS-DEPOT-RETURN-LINE NOT = SPACES
                    WRITE DEPOT-RETURN-RECORD
                        FROM WS-DEPOT-RETURN-LINE
                END-IF
            END-IF.
