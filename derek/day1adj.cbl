      *       Corrections records are colon-delimited in the same
      *       style as the other control records:
      *           rundate:recordnumber:correctedamount
      *       Rewriting a date's master totals is an operator
      *       override: day1auth must grant ADJUST to the DAY1OPER
      *       operator, with a DAY1REASON reason code, before any
      *       output is opened, or the run ends with completion code
      *       24 and every store left as it was.

        ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FEEDLOG-STATUS.

      *       ITEMREF-IN is the same indexed item reference master
      *       day1part1 validates itemized lines against, read by
      *       key the same way; the recompute here applies the same
      *       known-code rule so adjusted totals and original totals
      *       disagree only where a correction actually landed.
              SELECT ITEMREF-IN ASSIGN DYNAMIC WS-ITEMREF-FILENAME
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS IR-ITEM-CODE
              FILE STATUS IS WS-ITEMREF-STATUS.

        DATA DIVISION.
           01 FEED-LOG-RECORD PIC X(80).

           FD ITEMREF-IN.
           COPY ITEMREC.

        WORKING-STORAGE SECTION.
            01 WS-CALORIE.

      *       The run date's exception record numbers, tabled so a
      *       correction can be checked against what actually failed
      *       before it is allowed to change a number.  This table
      *       and the corrections table below hold 500 each; a day
      *       with more stops the run with completion code 12 before
      *       any output is opened, rather than adjusting against a
      *       partial list.
            01 WS-EXC-TABLE.
                05 WS-EXC-RECNUM PIC 9(9) OCCURS 500 TIMES.
            01 WS-EXC-COUNT PIC 9(3) VALUE ZERO.
            01 WS-EXC-IX PIC 9(3) VALUE ZERO.
            01 WS-EXC-NUM-F PIC X(10).
            01 WS-EXC-REST-F PIC X(70).
            01 WS-CAPACITY-STOP PIC X(1) VALUE 'N'.

      *       The corrections for the run date, tabled with an
      *       applied flag so unused corrections can be audited too.
            01 WS-FEEDLOG-STATUS PIC X(2).
            01 WS-FEEDLOG-LINE PIC X(80).

      *       Item reference master, opened the same way day1part1
      *       opens it.  ITEMMAST can override the file name.
            01 WS-ITEMREF-FILENAME PIC X(60)
               VALUE 'masters/item_master.dat'.
            01 WS-ITEMREF-STATUS PIC X(2).
            01 WS-ITEMREF-PRESENT PIC X(1) VALUE 'N'.
            01 WS-ITEMREF-FOUND PIC X(1) VALUE 'N'.
            01 WS-ITEM-LIT-F PIC X(10).
            01 WS-ITEM-CODE-F PIC X(10).
            01 WS-ITEM-AMOUNT-F PIC X(10).
            01 WS-REMAINING-EXC-COUNT PIC 9(5) VALUE ZERO.
            01 WS-REMAINING-EXC-FORMATTED PIC Z(5).
            01 WS-CORR-AMOUNT-FORMATTED PIC Z(9).
            COPY OVRREQ.

        PROCEDURE DIVISION.
            PERFORM RESOLVE-ADJ-DATE
            END-IF
            PERFORM LOAD-EXCEPTION-RECORDS
            PERFORM LOAD-CORRECTIONS
            IF WS-CAPACITY-STOP = 'Y'
                CLOSE CALORIE
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM AUTHORIZE-ADJUSTMENT
            IF OV-VERDICT NOT = 'GRANTED'
                DISPLAY 'ADJUSTMENT OF ' FUNCTION TRIM(WS-ADJ-DATE)
                    ' REFUSED - NO STORE CHANGED'
                CLOSE CALORIE
                MOVE 24 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM OPEN-ITEM-REFERENCE
            OPEN OUTPUT AUDIT-OUT
            IF WS-CORR-COUNT = 0
                DISPLAY 'NO CORRECTIONS ON FILE ('
            IF WS-MASTER-AVAILABLE = 'Y'
                CLOSE MANIFEST-MASTER
            END-IF
            IF WS-ITEMREF-PRESENT = 'Y'
                CLOSE ITEMREF-IN
            END-IF
            PERFORM AUDIT-UNAPPLIED-CORRECTIONS
            PERFORM WRITE-ADJUSTED-REPORT
            PERFORM REWRITE-RUN-HISTORY
                MOVE WS-CURRENT-DATE-YMD TO WS-ADJ-DATE
            END-IF.

      *       AUTHORIZE-ADJUSTMENT asks day1auth whether the
      *       operator may rewrite this date's figures.  The
      *       decision, either way, lands on the override log.
        AUTHORIZE-ADJUSTMENT.
            MOVE SPACES TO OVERRIDE-REQUEST
            MOVE 'day1adj' TO OV-PROGRAM
            MOVE 'ADJUST' TO OV-OVERRIDE
            MOVE WS-ADJ-DATE TO OV-SUBJECT
            CALL 'day1auth' USING OVERRIDE-REQUEST.

      *       BUILD-ADJ-FILENAMES resolves CALIN the same way
      *       day1part1 does and derives every dated file name for
      *       the run date being adjusted.  CORRIN can point the run

        TABLE-ONE-EXCEPTION.
            IF WS-EXC-LINE(1:7) = 'RECORD '
                MOVE SPACES TO WS-EXC-NUM-F WS-EXC-REST-F
                UNSTRING WS-EXC-LINE(8:73) DELIMITED BY ':'
                    INTO WS-EXC-NUM-F WS-EXC-REST-F
                IF FUNCTION TRIM(WS-EXC-NUM-F) IS NUMERIC
                    IF WS-EXC-COUNT < 500
                        ADD 1 TO WS-EXC-COUNT
                        SET TEMP_CAL TO FUNCTION NUMVAL(WS-EXC-NUM-F)
                        SET WS-EXC-RECNUM(WS-EXC-COUNT) TO TEMP_CAL
                    ELSE
                        DISPLAY 'CAPACITY EXCEEDED - EXCEPTIONS FILE "'
                            FUNCTION TRIM(WS-EXCEPTIONS-FILENAME)
                            '" HOLDS MORE THAN 500 RECORDS - '
                            'ADJUSTMENT STOPPED'
                        SET WS-CAPACITY-STOP TO 'Y'
                        MOVE 'Y' TO WS-EXC-EOF
                    END-IF
                END-IF
            END-IF.

            UNSTRING WS-CORR-LINE DELIMITED BY ':'
                INTO WS-CORR-DATE-F WS-CORR-RECNUM-F
                     WS-CORR-AMOUNT-F
            IF WS-CORR-DATE-F(1:8) = WS-ADJ-DATE
                    AND FUNCTION TRIM(WS-CORR-RECNUM-F) IS NUMERIC
                    AND FUNCTION TRIM(WS-CORR-AMOUNT-F) IS NUMERIC
                    AND WS-CORR-COUNT >= 500
                DISPLAY 'CAPACITY EXCEEDED - CORRECTIONS FILE "'
                    FUNCTION TRIM(WS-CORRECTIONS-FILENAME)
                    '" HOLDS MORE THAN 500 CORRECTIONS FOR '
                    WS-ADJ-DATE ' - ADJUSTMENT STOPPED'
                SET WS-CAPACITY-STOP TO 'Y'
                MOVE 'Y' TO WS-CORR-EOF
            END-IF
            IF WS-CORR-DATE-F(1:8) = WS-ADJ-DATE
                    AND FUNCTION TRIM(WS-CORR-RECNUM-F) IS NUMERIC
                    AND FUNCTION TRIM(WS-CORR-AMOUNT-F) IS NUMERIC
            IF FUNCTION TRIM(WS-ITEM-AMOUNT-F) IS NOT NUMERIC
                PERFORM APPLY-CORRECTION
            ELSE
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

      *       OPEN-ITEM-REFERENCE mirrors day1part1's open of the
      *       same master: no master, or an empty one, means every
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
                        ' - ITEMS RECOMPUTED UNVALIDATED'
                END-IF
            END-IF.

      *       APPLY-CORRECTION substitutes the corrected amount for a
      *       record that failed the numeric check, when a correction
      *       for that record number is on file.  The re-read itself
                        '" WAS BUILT WITH AN OLDER MANIFREC '
                        'LAYOUT (FILE STATUS 39)'
                    DISPLAY ' - MOVE THE OLD MASTER ASIDE AND '
                        'RELOAD IT FROM THE RETAINED REPORTS WITH '
                        'day1mmr REBUILD fromdate todate'
                ELSE
                    DISPLAY 'WARNING - MANIFEST MASTER "'
                        FUNCTION TRIM(WS-MASTER-FILENAME)
