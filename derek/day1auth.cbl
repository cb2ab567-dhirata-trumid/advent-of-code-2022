        IDENTIFICATION DIVISION.
        PROGRAM-ID. day1auth.

      *       day1auth decides whether an operator may use one of the
      *       suite's operator overrides, and keeps the permanent
      *       record of every such decision.  The overrides are:
      *           FORCERUN - day1part1 reprocessing a date the feed
      *                      register refused as changed content
      *           RESEND   - day1xtr re-sending a feed
      *           ADJUST   - day1adj rewriting a date's master
      *                      totals from a corrections file
      *           RETIRE   - day1elf retiring an elf
      *       Each of those programs CALLs this one, passing an
      *       OVRREQ override request, before it does anything the
      *       override allows.  The operator id is DAY1OPER from the
      *       environment and the reason code is DAY1REASON; both are
      *       required, and the login name is deliberately not taken
      *       in place of an operator id - an override is somebody's
      *       decision, and the log has to say whose.  Neither may
      *       run past the eight characters the request carries: a
      *       longer one is refused, never cut down to a shorter id
      *       that might hold a grant of its own.
      *       The authorized-operator file lists, one colon-delimited
      *       record per line, which operator may use which override
      *       and which reason codes are recognised:
      *           OPER:operator-id:override
      *           REASON:reason-code:description
      *       (lines starting '*' are comments).  The override is
      *       GRANTED only when the operator and a recognised reason
      *       are both given and the operator has an OPER record for
      *       it; anything else is REFUSED, and a file that cannot be
      *       read refuses everything.
      *       Every decision, granted or refused, is appended to the
      *       override log, which is never rewritten:
      *           stamp:program:override:subject:operator:reason:
      *               verdict:detail
      *       (one line on file).  An override that cannot be logged
      *       is refused - the log is only worth having if it holds
      *       every override - and day1ovr summarizes it weekly.
      *       The completion code comes back 24 on a refusal, 0 when
      *       granted.  OPERAUTH overrides the authorized-operator
      *       file name and OVERLOG the override log's.

        ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
      *       AUTH-IN is the authorized-operator file, read whole on
      *       every request so a grant or withdrawal takes effect on
      *       the next run.
              SELECT AUTH-IN ASSIGN DYNAMIC WS-AUTH-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUTH-STATUS.

      *       OVERRIDE-LOG is the permanent override log.  OPTIONAL
      *       so the first override creates it.
              SELECT OPTIONAL OVERRIDE-LOG
              ASSIGN DYNAMIC WS-OVERLOG-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OVERLOG-STATUS.

        DATA DIVISION.
           FILE SECTION.
           FD AUTH-IN.
           01 AUTH-IN-RECORD PIC X(80).

           FD OVERRIDE-LOG.
           01 OVERRIDE-LOG-RECORD PIC X(120).

        WORKING-STORAGE SECTION.
            01 WS-AUTH-FILENAME PIC X(60)
               VALUE 'limits/day1operators.dat'.
            01 WS-AUTH-STATUS PIC X(2).
            01 WS-AUTH-EOF PIC A(1) VALUE 'N'.
            01 WS-AUTH-LINE PIC X(80).
            01 WS-AUTH-KIND-F PIC X(10).
            01 WS-AUTH-KEY-F PIC X(10).
            01 WS-AUTH-VALUE-F PIC X(60).
            01 WS-OVERLOG-FILENAME PIC X(60)
               VALUE 'history/override_log.dat'.
            01 WS-OVERLOG-STATUS PIC X(2).
            01 WS-OVERLOG-LINE PIC X(120).
            01 WS-OVERLOG-NOW.
                05 WS-OVERLOG-STAMP PIC X(14).
                05 FILLER PIC X(7).

      *       What the authorized-operator file said about this
      *       request.  Reset on every CALL: the program stays loaded
      *       between calls, and day1drv's sweep can reach it once
      *       per backlog date.
            01 WS-AUTH-OPEN PIC X(1) VALUE 'N'.
            01 WS-REASON-KNOWN PIC X(1) VALUE 'N'.
            01 WS-OPERATOR-GRANTED PIC X(1) VALUE 'N'.

      *       The operator id and reason code as given, wide enough
      *       to see when either is longer than OVRREQ holds.
            01 WS-OPERATOR-GIVEN PIC X(20).
            01 WS-REASON-GIVEN PIC X(20).
            01 WS-OPERATOR-TOO-LONG PIC X(1) VALUE 'N'.
            01 WS-REASON-TOO-LONG PIC X(1) VALUE 'N'.

        LINKAGE SECTION.
            COPY OVRREQ.

        PROCEDURE DIVISION USING OVERRIDE-REQUEST.
            PERFORM RESOLVE-OVERRIDE-IDENTITY
            PERFORM READ-AUTHORIZED-OPERATORS
            PERFORM DECIDE-OVERRIDE
            PERFORM WRITE-OVERRIDE-LOG
            IF OV-VERDICT = 'GRANTED'
                DISPLAY FUNCTION TRIM(OV-OVERRIDE)
                    ' OVERRIDE GRANTED TO OPERATOR '
                    FUNCTION TRIM(OV-OPERATOR)
                    ' - REASON ' FUNCTION TRIM(OV-REASON)
                MOVE 0 TO RETURN-CODE
            ELSE
                PERFORM REPORT-OVERRIDE-REFUSED
                MOVE 24 TO RETURN-CODE
            END-IF
        GOBACK.

      *       RESOLVE-OVERRIDE-IDENTITY takes the operator id and
      *       reason code from the environment, folded to upper case
      *       so the authorized-operator file need only list each
      *       one once, and the file names from their overrides.
      *       Each is taken into a wider field first and checked for
      *       length before any of it goes into the request; a long
      *       one still reaches the log, cut to fit, beside the
      *       LONGOPER or LONGREASON refusal that explains it.
        RESOLVE-OVERRIDE-IDENTITY.
            MOVE SPACES TO OV-OPERATOR OV-REASON OV-DETAIL
            MOVE 'REFUSED' TO OV-VERDICT
            SET WS-AUTH-OPEN TO 'N'
            SET WS-REASON-KNOWN TO 'N'
            SET WS-OPERATOR-GRANTED TO 'N'
            SET WS-OPERATOR-TOO-LONG TO 'N'
            SET WS-REASON-TOO-LONG TO 'N'
            SET WS-AUTH-EOF TO 'N'
            MOVE SPACES TO WS-OPERATOR-GIVEN WS-REASON-GIVEN
            ACCEPT WS-OPERATOR-GIVEN FROM ENVIRONMENT 'DAY1OPER'
                ON EXCEPTION
                    MOVE SPACES TO WS-OPERATOR-GIVEN
            END-ACCEPT
            ACCEPT WS-REASON-GIVEN FROM ENVIRONMENT 'DAY1REASON'
                ON EXCEPTION
                    MOVE SPACES TO WS-REASON-GIVEN
            END-ACCEPT
            MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OPERATOR-GIVEN))
                TO WS-OPERATOR-GIVEN
            MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-REASON-GIVEN))
                TO WS-REASON-GIVEN
            IF WS-OPERATOR-GIVEN(9:12) NOT = SPACES
                SET WS-OPERATOR-TOO-LONG TO 'Y'
            END-IF
            IF WS-REASON-GIVEN(9:12) NOT = SPACES
                SET WS-REASON-TOO-LONG TO 'Y'
            END-IF
            MOVE WS-OPERATOR-GIVEN TO OV-OPERATOR
            MOVE WS-REASON-GIVEN TO OV-REASON
            ACCEPT WS-AUTH-FILENAME FROM ENVIRONMENT 'OPERAUTH'
                ON EXCEPTION
                    MOVE 'limits/day1operators.dat'
                        TO WS-AUTH-FILENAME
            END-ACCEPT
            ACCEPT WS-OVERLOG-FILENAME FROM ENVIRONMENT 'OVERLOG'
                ON EXCEPTION
                    MOVE 'history/override_log.dat'
                        TO WS-OVERLOG-FILENAME
            END-ACCEPT.

      *       READ-AUTHORIZED-OPERATORS passes the authorized-operator
      *       file once, noting whether the reason code is one it
      *       lists and whether the operator holds this override.
        READ-AUTHORIZED-OPERATORS.
            OPEN INPUT AUTH-IN
            IF WS-AUTH-STATUS = '00'
                SET WS-AUTH-OPEN TO 'Y'
                PERFORM UNTIL WS-AUTH-EOF = 'Y'
                    READ AUTH-IN INTO WS-AUTH-LINE
                        AT END MOVE 'Y' TO WS-AUTH-EOF
                        NOT AT END PERFORM MATCH-ONE-AUTH-ENTRY
                    END-READ
                END-PERFORM
                CLOSE AUTH-IN
            END-IF.

        MATCH-ONE-AUTH-ENTRY.
            IF WS-AUTH-LINE NOT = SPACES
                    AND WS-AUTH-LINE(1:1) NOT = '*'
                MOVE SPACES TO WS-AUTH-KIND-F WS-AUTH-KEY-F
                    WS-AUTH-VALUE-F
                UNSTRING WS-AUTH-LINE DELIMITED BY ':'
                    INTO WS-AUTH-KIND-F WS-AUTH-KEY-F
                         WS-AUTH-VALUE-F
                MOVE FUNCTION UPPER-CASE(WS-AUTH-KEY-F)
                    TO WS-AUTH-KEY-F
                MOVE FUNCTION UPPER-CASE(WS-AUTH-VALUE-F)
                    TO WS-AUTH-VALUE-F
                IF WS-AUTH-KIND-F = 'REASON'
                        AND WS-AUTH-KEY-F = OV-REASON
                        AND OV-REASON NOT = SPACES
                    SET WS-REASON-KNOWN TO 'Y'
                END-IF
                IF WS-AUTH-KIND-F = 'OPER'
                        AND WS-AUTH-KEY-F = OV-OPERATOR
                        AND OV-OPERATOR NOT = SPACES
                        AND FUNCTION TRIM(WS-AUTH-VALUE-F)
                            = FUNCTION TRIM(OV-OVERRIDE)
                    SET WS-OPERATOR-GRANTED TO 'Y'
                END-IF
            END-IF.

      *       DECIDE-OVERRIDE applies the rules in order, so the
      *       detail names the first thing missing: the file, the
      *       operator id, an operator id that fits, the reason, a
      *       reason that fits, a recognised reason, the grant.
        DECIDE-OVERRIDE.
            MOVE 'REFUSED' TO OV-VERDICT
            EVALUATE TRUE
                WHEN WS-AUTH-OPEN = 'N'
                    MOVE 'NOAUTHFILE' TO OV-DETAIL
                WHEN OV-OPERATOR = SPACES
                    MOVE 'NOOPERATOR' TO OV-DETAIL
                WHEN WS-OPERATOR-TOO-LONG = 'Y'
                    MOVE 'LONGOPER' TO OV-DETAIL
                WHEN OV-REASON = SPACES
                    MOVE 'NOREASON' TO OV-DETAIL
                WHEN WS-REASON-TOO-LONG = 'Y'
                    MOVE 'LONGREASON' TO OV-DETAIL
                WHEN WS-REASON-KNOWN = 'N'
                    MOVE 'BADREASON' TO OV-DETAIL
                WHEN WS-OPERATOR-GRANTED = 'N'
                    MOVE 'NOTGRANTED' TO OV-DETAIL
                WHEN OTHER
                    MOVE 'GRANTED' TO OV-VERDICT
                    MOVE 'AUTHORIZED' TO OV-DETAIL
            END-EVALUATE.

      *       WRITE-OVERRIDE-LOG appends the one record for this
      *       decision.  A log that cannot be opened turns a grant
      *       into a refusal.
        WRITE-OVERRIDE-LOG.
            OPEN EXTEND OVERRIDE-LOG
            IF WS-OVERLOG-STATUS = '00' OR '05'
                MOVE FUNCTION CURRENT-DATE TO WS-OVERLOG-NOW
                MOVE SPACES TO WS-OVERLOG-LINE
                STRING WS-OVERLOG-STAMP DELIMITED BY SIZE
                       ':' DELIMITED BY SIZE
                       FUNCTION TRIM(OV-PROGRAM) DELIMITED BY SIZE
                       ':' DELIMITED BY SIZE
                       FUNCTION TRIM(OV-OVERRIDE) DELIMITED BY SIZE
                       ':' DELIMITED BY SIZE
                       FUNCTION TRIM(OV-SUBJECT) DELIMITED BY SIZE
                       ':' DELIMITED BY SIZE
                       FUNCTION TRIM(OV-OPERATOR) DELIMITED BY SIZE
                       ':' DELIMITED BY SIZE
                       FUNCTION TRIM(OV-REASON) DELIMITED BY SIZE
                       ':' DELIMITED BY SIZE
                       FUNCTION TRIM(OV-VERDICT) DELIMITED BY SIZE
                       ':' DELIMITED BY SIZE
                       FUNCTION TRIM(OV-DETAIL) DELIMITED BY SIZE
                       INTO WS-OVERLOG-LINE
                WRITE OVERRIDE-LOG-RECORD FROM WS-OVERLOG-LINE
                CLOSE OVERRIDE-LOG
            ELSE
                DISPLAY 'UNABLE TO OPEN OVERRIDE LOG "'
                    FUNCTION TRIM(WS-OVERLOG-FILENAME)
                    '" - FILE STATUS ' WS-OVERLOG-STATUS
                MOVE 'REFUSED' TO OV-VERDICT
                MOVE 'NOLOG' TO OV-DETAIL
            END-IF.

      *       REPORT-OVERRIDE-REFUSED tells the operator what to put
      *       right; the caller adds what it did not do.
        REPORT-OVERRIDE-REFUSED.
            EVALUATE OV-DETAIL
                WHEN 'NOAUTHFILE'
                    DISPLAY 'AUTHORIZED-OPERATOR FILE "'
                        FUNCTION TRIM(WS-AUTH-FILENAME)
                        '" UNAVAILABLE - FILE STATUS '
                        WS-AUTH-STATUS
                WHEN 'NOOPERATOR'
                    DISPLAY 'NO OPERATOR ID - SET DAY1OPER'
                WHEN 'LONGOPER'
                    DISPLAY 'OPERATOR ID "'
                        FUNCTION TRIM(WS-OPERATOR-GIVEN)
                        '" IS LONGER THAN 8 CHARACTERS'
                WHEN 'NOREASON'
                    DISPLAY 'NO REASON CODE - SET DAY1REASON'
                WHEN 'LONGREASON'
                    DISPLAY 'REASON CODE "'
                        FUNCTION TRIM(WS-REASON-GIVEN)
                        '" IS LONGER THAN 8 CHARACTERS'
                WHEN 'BADREASON'
                    DISPLAY 'REASON CODE "'
                        FUNCTION TRIM(OV-REASON)
                        '" IS NOT ON THE AUTHORIZED-OPERATOR FILE'
                WHEN 'NOTGRANTED'
                    DISPLAY 'OPERATOR ' FUNCTION TRIM(OV-OPERATOR)
                        ' IS NOT AUTHORIZED FOR '
                        FUNCTION TRIM(OV-OVERRIDE)
            END-EVALUATE
            DISPLAY FUNCTION TRIM(OV-OVERRIDE)
                ' OVERRIDE REFUSED - COMPLETION CODE 24'.
