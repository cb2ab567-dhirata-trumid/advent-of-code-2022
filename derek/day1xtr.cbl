      *       header announces itself as a resend and the feed log
      *       records it as one, so a dropped transfer is a
      *       five-minute rerun instead of an investigation.
      *       A resend is an operator override: day1auth must grant
      *       RESEND to the DAY1OPER operator, with a DAY1REASON
      *       reason code, or no feed is cut and the run ends with
      *       completion code 24.
      *       When day1adj has adjusted the date, its
      *       day1part1_adjusted report is the source instead of
      *       the original, whatever mode was asked for: a
            01 WS-FEEDLOG-NOW.
                05 WS-FEEDLOG-STAMP PIC X(14).
                05 FILLER PIC X(7).
            COPY OVRREQ.

      *       One fixed-layout detail record, built field by field so
      *       every column lands zero-padded where the interface
        PROCEDURE DIVISION.
            PERFORM RESOLVE-EXTRACT-DATE
            PERFORM BUILD-EXTRACT-FILENAMES
            IF WS-RESEND-MODE = 'Y'
                PERFORM AUTHORIZE-RESEND
                IF OV-VERDICT NOT = 'GRANTED'
                    DISPLAY 'RESEND OF '
                        FUNCTION TRIM(WS-EXTRACT-DATE)
                        ' REFUSED - NO EXTRACT CUT'
                    MOVE 24 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF
            PERFORM OPEN-REPORT-SOURCE
            IF WS-REPORT-STATUS NOT = '00'
                DISPLAY 'NO REPORT FOUND FOR '
                SET WS-RESEND-MODE TO 'Y'
            END-IF.

      *       AUTHORIZE-RESEND asks day1auth whether the operator
      *       may re-send this date's feed, before anything is
      *       opened - a refused resend must not touch the extract
      *       already out there.
        AUTHORIZE-RESEND.
            MOVE SPACES TO OVERRIDE-REQUEST
            MOVE 'day1xtr' TO OV-PROGRAM
            MOVE 'RESEND' TO OV-OVERRIDE
            MOVE WS-EXTRACT-DATE TO OV-SUBJECT
            CALL 'day1auth' USING OVERRIDE-REQUEST.

      *       Each name is space-filled before its STRING so no
      *       stray tail rides along into displays or the feed log
      *       - same reasoning as day1inq's BUILD-INQUIRY-FILENAME.
