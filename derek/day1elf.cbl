        PROGRAM-ID. day1elf.

      *       day1elf maintains the elf/crew reference master that
      *       day1part1 checks manifest headers against, and the item
      *       reference master itemized lines are checked against,
      *       so adding, renaming, and retiring elves or adding and
      *       recategorizing items is a command instead of a hand
      *       edit in vi.  The verb and its operands come from the
      *       command line:
      *           day1elf ADD elf-id crew-name [effective-date]
      *           day1elf RENAME elf-id new-crew-name [effective-date]
      *           day1elf RETIRE elf-id [effective-date]
      *           day1elf UNDO elf-id [effective-date]
      *           day1elf ASOF elf-id date
      *           day1elf LIST
      *           day1elf LOAD [image-file]
      *           day1elf ITEMADD item-code category
      *           day1elf ITEMCHG item-code new-category
      *           day1elf ITEMLIST
      *           day1elf ITEMLOAD [image-file]
      *       ADD refuses an elf id already on the master, RENAME and
      *       RETIRE refuse one that is not; a refused operation ends
      *       with completion code 8 and the master untouched, so a
      *       typo in the command cannot corrupt the reference data.
      *       ITEMADD and ITEMCHG follow the same rules for items.
      *       Every elf change that lands is also appended to the
      *       permanent change history, one record per change with
      *       the before and after images, so a crew's name on any
      *       past date can still be answered after the master has
      *       been rewritten:
      *           elf-id:effective-date:stamp:verb:
      *               before-crew:before-status:after-crew:
      *               after-status:operator
      *       (one line on file; status ACTIVE, RETIRED, or NONE for
      *       the before image of an ADD).  The effective date is
      *       today unless given; the operator is DAY1OPER from the
      *       environment, else the login name.
      *       RETIRE is an operator override: day1auth must grant it
      *       to the DAY1OPER operator, with a DAY1REASON reason
      *       code, or the master is left untouched and the run ends
      *       with completion code 24 (REFUSED on the journal).
      *       UNDO puts back the before image of the elf's most
      *       recent RENAME or RETIRE not already undone, and is
      *       itself recorded as a change, so successive UNDOs walk
      *       back one change at a time.  It is refused when the
      *       master no longer holds that change's after image -
      *       somebody has been at the file since.
      *       ASOF answers from the history what the elf's crew name
      *       and status were on a given date.
      *       Both masters are indexed files (ELFREC keyed by elf id,
      *       ITEMREC keyed by item code), changed one keyed WRITE or
      *       REWRITE at a time.  LOAD and ITEMLOAD build a new,
      *       empty master from a flat image in the colon-delimited
      *       style of the other control files:
      *           elf-id:crew-name:ACTIVE|RETIRED
      *           item-code:category
      *       defaulting to masters/elf_master.seq and
      *       masters/item_master.seq.  ELFMAST and ITEMMAST can
      *       override the master file names, the same overrides
      *       day1part1 honors; ELFHIST overrides the history's.

        ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
      *       ELF-MASTER and ITEM-MASTER are the two reference
      *       masters, opened I-O by the verbs that change them and
      *       INPUT by the ones that only look.  A master not there
      *       yet is created by the first verb that changes it.
              SELECT ELF-MASTER
              ASSIGN DYNAMIC WS-ELFREF-FILENAME
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ER-ELF-ID
              FILE STATUS IS WS-ELFREF-STATUS.

              SELECT ITEM-MASTER
              ASSIGN DYNAMIC WS-ITEMREF-FILENAME
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS IR-ITEM-CODE
              FILE STATUS IS WS-ITEMREF-STATUS.

      *       LOAD-IMAGE is the flat image LOAD and ITEMLOAD build a
      *       new master from.
              SELECT LOAD-IMAGE
              ASSIGN DYNAMIC WS-IMAGE-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-IMAGE-STATUS.

      *       RUN-JOURNAL is the shared operations journal every
      *       program in the suite appends start and end records to -
      *       see day1part1, which owns the convention.
      *       ELF-HISTORY is the permanent change history, appended
      *       to by every change and read back by UNDO and ASOF.
      *       day1rank and day1inq read it too, to label past
      *       periods with the crew name then in force.
              SELECT OPTIONAL ELF-HISTORY
              ASSIGN DYNAMIC WS-ELFHIST-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ELFHIST-STATUS.

              SELECT OPTIONAL RUN-JOURNAL
              ASSIGN DYNAMIC WS-JOURNAL-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL

        DATA DIVISION.
           FILE SECTION.
           FD ELF-MASTER.
           COPY ELFREC.

           FD ITEM-MASTER.
           COPY ITEMREC.

           FD LOAD-IMAGE.
           01 LOAD-IMAGE-RECORD PIC X(80).

           FD ELF-HISTORY.
           01 ELF-HISTORY-RECORD PIC X(120).

           FD RUN-JOURNAL.
           01 RUN-JOURNAL-RECORD PIC X(120).
            01 WS-ELFREF-FILENAME PIC X(60)
               VALUE 'masters/elf_master.dat'.
            01 WS-ELFREF-STATUS PIC X(2).
            01 WS-ELFREF-FOUND PIC X(1) VALUE 'N'.
            01 WS-ITEMREF-FILENAME PIC X(60)
               VALUE 'masters/item_master.dat'.
            01 WS-ITEMREF-STATUS PIC X(2).
            01 WS-ITEMREF-FOUND PIC X(1) VALUE 'N'.
            01 WS-ITEM-CODE PIC X(8) VALUE SPACES.

      *       Which master the verb works on, and whether it is open.
      *       WS-MASTER-MODE is I-O for the verbs that change a
      *       master and INPUT for the ones that only look.
            01 WS-MASTER-KIND PIC X(4) VALUE SPACES.
            01 WS-MASTER-MODE PIC X(5) VALUE SPACES.
            01 WS-MASTER-OPEN PIC X(1) VALUE 'N'.
            01 WS-MASTER-EOF PIC X(1) VALUE 'N'.
            01 WS-TARGET-FILENAME PIC X(60) VALUE SPACES.

      *       LOAD / ITEMLOAD image fields.  An id that appears twice
      *       in an image keeps its first record and is counted.
            01 WS-IMAGE-FILENAME PIC X(60) VALUE SPACES.
            01 WS-IMAGE-STATUS PIC X(2) VALUE SPACES.
            01 WS-IMAGE-EOF PIC A(1) VALUE 'N'.
            01 WS-IMAGE-LINE PIC X(80).
            01 WS-IMAGE-ID-F PIC X(10).
            01 WS-IMAGE-NAME-F PIC X(20).
            01 WS-IMAGE-STATUS-F PIC X(10).
            01 WS-IMAGE-DUPLICATES PIC 9(5) VALUE ZERO.
            01 WS-RECORD-COUNT PIC 9(5) VALUE ZERO.
            01 WS-RECORD-COUNT-FORMATTED PIC Z(4)9.

      *       The command line split into verb and operands.  Crew
      *       names in this shop are single hyphenated tokens
            01 WS-ARG-VERB-F PIC X(10).
            01 WS-ARG-ID-F PIC X(10).
            01 WS-ARG-CREW-F PIC X(20).
            01 WS-ARG-DATE-F PIC X(10).
            01 WS-ARG-IMAGE-F PIC X(60).
            01 WS-ELF-ID PIC X(6) VALUE SPACES.
            01 WS-VERB PIC X(10) VALUE SPACES.
            01 WS-EFFECTIVE-DATE PIC 9(8) VALUE ZERO.
            01 WS-DATE-BAD PIC X(1) VALUE 'N'.
            01 WS-OPERATOR PIC X(8) VALUE SPACES.
            01 WS-CURRENT-DATE.
                05 WS-CURRENT-DATE-YMD PIC 9(8).
                05 FILLER PIC X(13).

      *       Change-history fields.  The before and after images
      *       are set by whichever verb made the change and written
      *       as one record once the master rewrite has landed.
            01 WS-ELFHIST-FILENAME PIC X(60)
               VALUE 'history/elf_change_history.dat'.
            01 WS-ELFHIST-STATUS PIC X(2).
            01 WS-ELFHIST-EOF PIC A(1) VALUE 'N'.
            01 WS-ELFHIST-OPEN PIC X(1) VALUE 'N'.
            01 WS-ELFHIST-LINE PIC X(120).
            01 WS-CHG-BEFORE-CREW PIC X(20) VALUE SPACES.
            01 WS-CHG-BEFORE-STATUS PIC X(7) VALUE SPACES.
            01 WS-CHG-AFTER-CREW PIC X(20) VALUE SPACES.
            01 WS-CHG-AFTER-STATUS PIC X(7) VALUE SPACES.
            01 WS-CHG-NOW.
                05 WS-CHG-STAMP PIC X(14).
                05 FILLER PIC X(7).

      *       One history record parsed back out.  The UNSTRING
      *       targets mirror the order WRITE-CHANGE-HISTORY strings
      *       the fields in.
            01 WS-HST-ID-F PIC X(10).
            01 WS-HST-DATE-F PIC X(10).
            01 WS-HST-STAMP-F PIC X(14).
            01 WS-HST-VERB-F PIC X(10).
            01 WS-HST-BCREW-F PIC X(20).
            01 WS-HST-BSTATUS-F PIC X(10).
            01 WS-HST-ACREW-F PIC X(20).
            01 WS-HST-ASTATUS-F PIC X(10).
            01 WS-HST-OPER-F PIC X(10).

      *       The one elf's history, in file order, for UNDO to walk
      *       backwards through.  200 changes to a single elf is
      *       more maintenance than any crew has ever had.
            01 WS-CHG-TABLE.
                05 WS-CHG-ENTRY OCCURS 200 TIMES.
                    10 WS-CHG-VERB PIC X(6).
                    10 WS-CHG-BCREW PIC X(20).
                    10 WS-CHG-BSTATUS PIC X(7).
                    10 WS-CHG-ACREW PIC X(20).
                    10 WS-CHG-ASTATUS PIC X(7).
            01 WS-CHG-COUNT PIC 9(3) VALUE ZERO.
            01 WS-CHG-IX PIC 9(3) VALUE ZERO.
            01 WS-CHG-FOUND-IX PIC 9(3) VALUE ZERO.
            01 WS-CHG-SKIP PIC 9(3) VALUE ZERO.
            01 WS-CHG-OVERFLOW PIC X(1) VALUE 'N'.
            01 WS-CHG-STOP PIC X(1) VALUE 'N'.

      *       ASOF's answer: the latest change effective on or
      *       before the date asked about, else the earliest one
      *       effective after it, whose before image is what stood
      *       on the date.  Ties on effective date go to the later
      *       record on file, the order the changes were made in.
            01 WS-ASOF-DATE PIC 9(8) VALUE ZERO.
            01 WS-HST-EFF-DATE PIC 9(8) VALUE ZERO.
            01 WS-ASOF-ON-DATE PIC 9(8) VALUE ZERO.
            01 WS-ASOF-ON-FOUND PIC X(1) VALUE 'N'.
            01 WS-ASOF-ON-CREW PIC X(20) VALUE SPACES.
            01 WS-ASOF-ON-STATUS PIC X(7) VALUE SPACES.
            01 WS-ASOF-AFTER-DATE PIC 9(8) VALUE ZERO.
            01 WS-ASOF-AFTER-FOUND PIC X(1) VALUE 'N'.
            01 WS-ASOF-AFTER-CREW PIC X(20) VALUE SPACES.
            01 WS-ASOF-AFTER-STATUS PIC X(7) VALUE SPACES.
            01 WS-CHANGED PIC X(1) VALUE 'N'.

      *       Shared run-journal fields, matching day1part1's
      *       convention.  The end record carries the verb's outcome
                05 FILLER PIC X(7).
            01 WS-JOURNAL-RC PIC 9(2) VALUE ZERO.
            01 WS-OUTCOME PIC X(8) VALUE 'NOCHANGE'.
            COPY OVRREQ.

        PROCEDURE DIVISION.
            ACCEPT WS-ELFREF-FILENAME FROM ENVIRONMENT 'ELFMAST'
                    MOVE 'masters/elf_master.dat'
                        TO WS-ELFREF-FILENAME
            END-ACCEPT
            ACCEPT WS-ITEMREF-FILENAME FROM ENVIRONMENT 'ITEMMAST'
                ON EXCEPTION
                    MOVE 'masters/item_master.dat'
                        TO WS-ITEMREF-FILENAME
            END-ACCEPT
            ACCEPT WS-ELFHIST-FILENAME FROM ENVIRONMENT 'ELFHIST'
                ON EXCEPTION
                    MOVE 'history/elf_change_history.dat'
                        TO WS-ELFHIST-FILENAME
            END-ACCEPT
            ACCEPT WS-OPERATOR FROM ENVIRONMENT 'DAY1OPER'
                ON EXCEPTION
                    ACCEPT WS-OPERATOR FROM ENVIRONMENT 'USER'
                        ON EXCEPTION
                            MOVE 'UNKNOWN' TO WS-OPERATOR
                    END-ACCEPT
            END-ACCEPT
            PERFORM RESOLVE-MAINTENANCE-COMMAND
            PERFORM WRITE-JOURNAL-START
            IF WS-VERB = SPACES
                DISPLAY 'USAGE: day1elf ADD elf-id crew-name '
                    '[effective-date]'
                DISPLAY '       day1elf RENAME elf-id new-crew-name '
                    '[effective-date]'
                DISPLAY '       day1elf RETIRE elf-id [effective-date]'
                DISPLAY '       day1elf UNDO elf-id [effective-date]'
                DISPLAY '       day1elf ASOF elf-id date'
                DISPLAY '       day1elf LIST'
                DISPLAY '       day1elf LOAD [image-file]'
                DISPLAY '       day1elf ITEMADD item-code category'
                DISPLAY '       day1elf ITEMCHG item-code new-category'
                DISPLAY '       day1elf ITEMLIST'
                DISPLAY '       day1elf ITEMLOAD [image-file]'
                MOVE 8 TO RETURN-CODE
            ELSE
                IF WS-DATE-BAD = 'Y'
                    DISPLAY 'DATE "' FUNCTION TRIM(WS-ARG-DATE-F)
                        '" IS NOT YYYYMMDD'
                    MOVE 8 TO RETURN-CODE
                ELSE
                    PERFORM OPEN-REFERENCE-MASTER
                    IF WS-MASTER-OPEN = 'Y'
                        PERFORM APPLY-MAINTENANCE-VERB
                        IF WS-CHANGED = 'Y'
                            PERFORM OPEN-CHANGE-HISTORY
                        END-IF
                        IF WS-CHANGED = 'Y'
                            PERFORM SAVE-ELF-RECORD
                        END-IF
                        IF WS-CHANGED = 'Y'
                            PERFORM WRITE-CHANGE-HISTORY
                            MOVE 'APPLIED' TO WS-OUTCOME
                            MOVE 1 TO WS-RECORD-COUNT
                        END-IF
                        IF WS-ELFHIST-OPEN = 'Y'
                            CLOSE ELF-HISTORY
                        END-IF
                        PERFORM CLOSE-REFERENCE-MASTER
                    END-IF
                END-IF
            END-IF
            PERFORM WRITE-JOURNAL-END
        STOP RUN.

      *       RESOLVE-MAINTENANCE-COMMAND splits the command line
      *       into verb, elf id, crew name and date.  The verb is
      *       folded to upper case so 'add' and 'ADD' are the same
      *       command.  The verbs that take no crew name take the
      *       date in the crew name's place; the item verbs take the
      *       item code and category in the elf id's and crew
      *       name's places, and the load verbs take an image file
      *       name, split out again whole because a path is longer
      *       than an elf id.
        RESOLVE-MAINTENANCE-COMMAND.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
            ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
            MOVE SPACES TO WS-ARG-VERB-F WS-ARG-ID-F WS-ARG-CREW-F
                WS-ARG-DATE-F WS-ARG-IMAGE-F
            UNSTRING WS-COMMAND-LINE DELIMITED BY ALL ' '
                INTO WS-ARG-VERB-F WS-ARG-ID-F WS-ARG-CREW-F
                     WS-ARG-DATE-F
            MOVE FUNCTION UPPER-CASE(WS-ARG-VERB-F) TO WS-VERB
            MOVE WS-ARG-ID-F(1:6) TO WS-ELF-ID
            MOVE WS-ARG-ID-F(1:8) TO WS-ITEM-CODE
            IF WS-VERB = 'RETIRE' OR 'UNDO' OR 'ASOF'
                MOVE WS-ARG-CREW-F(1:10) TO WS-ARG-DATE-F
                MOVE SPACES TO WS-ARG-CREW-F
            END-IF
            IF WS-VERB = 'LOAD' OR 'ITEMLOAD'
                UNSTRING WS-COMMAND-LINE DELIMITED BY ALL ' '
                    INTO WS-ARG-VERB-F WS-ARG-IMAGE-F
                MOVE SPACES TO WS-ARG-ID-F WS-ARG-CREW-F
                    WS-ARG-DATE-F WS-ELF-ID WS-ITEM-CODE
            END-IF
            MOVE WS-CURRENT-DATE-YMD TO WS-EFFECTIVE-DATE
            IF WS-ARG-DATE-F NOT = SPACES
                IF WS-ARG-DATE-F(1:8) IS NUMERIC
                        AND WS-ARG-DATE-F(9:2) = SPACES
                    MOVE WS-ARG-DATE-F(1:8) TO WS-EFFECTIVE-DATE
                ELSE
                    SET WS-DATE-BAD TO 'Y'
                END-IF
            END-IF
            EVALUATE WS-VERB
                WHEN 'ADD'
                WHEN 'RENAME'
                WHEN 'RETIRE'
                WHEN 'UNDO'
                WHEN 'LOAD'
                    MOVE 'ELF' TO WS-MASTER-KIND
                    MOVE 'I-O' TO WS-MASTER-MODE
                WHEN 'ASOF'
                WHEN 'LIST'
                    MOVE 'ELF' TO WS-MASTER-KIND
                    MOVE 'INPUT' TO WS-MASTER-MODE
                WHEN 'ITEMADD'
                WHEN 'ITEMCHG'
                WHEN 'ITEMLOAD'
                    MOVE 'ITEM' TO WS-MASTER-KIND
                    MOVE 'I-O' TO WS-MASTER-MODE
                WHEN 'ITEMLIST'
                    MOVE 'ITEM' TO WS-MASTER-KIND
                    MOVE 'INPUT' TO WS-MASTER-MODE
            END-EVALUATE
            IF WS-MASTER-KIND = 'ITEM'
                MOVE WS-ITEMREF-FILENAME TO WS-TARGET-FILENAME
            ELSE
                MOVE WS-ELFREF-FILENAME TO WS-TARGET-FILENAME
            END-IF
            IF WS-ARG-IMAGE-F NOT = SPACES
                MOVE WS-ARG-IMAGE-F TO WS-IMAGE-FILENAME
            ELSE
                IF WS-VERB = 'ITEMLOAD'
                    MOVE 'masters/item_master.seq'
                        TO WS-IMAGE-FILENAME
                ELSE
                    MOVE 'masters/elf_master.seq'
                        TO WS-IMAGE-FILENAME
                END-IF
            END-IF.

      *       OPEN-REFERENCE-MASTER opens the master the verb works
      *       on.  A verb that changes a master opens it I-O,
      *       creating it on first use the way day1mmr REBUILD
      *       creates the manifest master; a verb that only looks
      *       opens it INPUT and never creates anything.  Any verb
      *       this program does not know is refused here, before a
      *       master is opened at all.
        OPEN-REFERENCE-MASTER.
            SET WS-MASTER-OPEN TO 'N'
            IF WS-MASTER-KIND = SPACES
                DISPLAY 'UNRECOGNIZED VERB "'
                    FUNCTION TRIM(WS-VERB) '"'
                MOVE 8 TO RETURN-CODE
            ELSE
                IF WS-MASTER-KIND = 'ITEM'
                    PERFORM OPEN-ITEM-MASTER
                ELSE
                    PERFORM OPEN-ELF-MASTER
                END-IF
            END-IF.

        OPEN-ELF-MASTER.
            IF WS-MASTER-MODE = 'I-O'
                OPEN I-O ELF-MASTER
                IF WS-ELFREF-STATUS = '35'
                    OPEN OUTPUT ELF-MASTER
                    IF WS-ELFREF-STATUS = '00'
                        CLOSE ELF-MASTER
                        OPEN I-O ELF-MASTER
                    END-IF
                END-IF
            ELSE
                OPEN INPUT ELF-MASTER
            END-IF
            IF WS-ELFREF-STATUS = '00'
                SET WS-MASTER-OPEN TO 'Y'
            ELSE
                PERFORM REPORT-MASTER-UNAVAILABLE
            END-IF.

        OPEN-ITEM-MASTER.
            IF WS-MASTER-MODE = 'I-O'
                OPEN I-O ITEM-MASTER
                IF WS-ITEMREF-STATUS = '35'
                    OPEN OUTPUT ITEM-MASTER
                    IF WS-ITEMREF-STATUS = '00'
                        CLOSE ITEM-MASTER
                        OPEN I-O ITEM-MASTER
                    END-IF
                END-IF
            ELSE
                OPEN INPUT ITEM-MASTER
            END-IF
            IF WS-ITEMREF-STATUS = '00'
                SET WS-MASTER-OPEN TO 'Y'
            ELSE
                MOVE WS-ITEMREF-STATUS TO WS-ELFREF-STATUS
                PERFORM REPORT-MASTER-UNAVAILABLE
            END-IF.

      *       REPORT-MASTER-UNAVAILABLE says why a master could not
      *       be opened.  A master a look-only verb finds missing
      *       has simply not been built yet, which is the operator's
      *       to put right (completion code 8); anything else is a
      *       hard failure (12).
        REPORT-MASTER-UNAVAILABLE.
            IF WS-ELFREF-STATUS = '35'
                DISPLAY 'REFERENCE MASTER "'
                    FUNCTION TRIM(WS-TARGET-FILENAME)
                    '" HAS NOT BEEN BUILT - SEE day1elf LOAD AND '
                    'ITEMLOAD'
                MOVE 8 TO RETURN-CODE
            ELSE
                IF WS-ELFREF-STATUS = '39'
                    DISPLAY 'REFERENCE MASTER "'
                        FUNCTION TRIM(WS-TARGET-FILENAME)
                        '" WAS BUILT WITH AN OLDER RECORD LAYOUT '
                        '(FILE STATUS 39)'
                    DISPLAY ' - MOVE THE OLD MASTER ASIDE, THEN '
                        'RELOAD IT WITH day1elf LOAD OR ITEMLOAD'
                ELSE
                    DISPLAY 'REFERENCE MASTER "'
                        FUNCTION TRIM(WS-TARGET-FILENAME)
                        '" UNAVAILABLE - FILE STATUS '
                        WS-ELFREF-STATUS
                END-IF
                MOVE 12 TO RETURN-CODE
            END-IF.

        CLOSE-REFERENCE-MASTER.
            IF WS-MASTER-KIND = 'ITEM'
                CLOSE ITEM-MASTER
            ELSE
                CLOSE ELF-MASTER
            END-IF
            SET WS-MASTER-OPEN TO 'N'.

      *       APPLY-MAINTENANCE-VERB reads the one elf or item the
      *       verb names by key, then routes to the verb.
        APPLY-MAINTENANCE-VERB.
            IF WS-MASTER-KIND = 'ITEM'
                PERFORM READ-ITEM-ENTRY
            ELSE
                PERFORM READ-ELF-ENTRY
            END-IF
            EVALUATE WS-VERB
                WHEN 'ADD' PERFORM ADD-ELF-ENTRY
                WHEN 'RENAME' PERFORM RENAME-ELF-ENTRY
                WHEN 'RETIRE' PERFORM RETIRE-ELF-ENTRY
                WHEN 'UNDO' PERFORM UNDO-ELF-CHANGE
                WHEN 'ASOF' PERFORM LOOKUP-ELF-AS-OF
                WHEN 'LIST' PERFORM LIST-ELF-MASTER
                WHEN 'LOAD' PERFORM LOAD-ELF-MASTER
                WHEN 'ITEMADD' PERFORM ADD-ITEM-ENTRY
                WHEN 'ITEMCHG' PERFORM CHANGE-ITEM-ENTRY
                WHEN 'ITEMLIST' PERFORM LIST-ITEM-MASTER
                WHEN 'ITEMLOAD' PERFORM LOAD-ITEM-MASTER
            END-EVALUATE.

      *       READ-ELF-ENTRY / READ-ITEM-ENTRY leave the record in
      *       the record area and the found flag set.  A record
      *       found is the one the verb then changes in place.
        READ-ELF-ENTRY.
            SET WS-ELFREF-FOUND TO 'N'
            IF WS-ELF-ID NOT = SPACES
                MOVE WS-ELF-ID TO ER-ELF-ID
                READ ELF-MASTER KEY IS ER-ELF-ID
                    INVALID KEY
                        SET WS-ELFREF-FOUND TO 'N'
                    NOT INVALID KEY
                        SET WS-ELFREF-FOUND TO 'Y'
                END-READ
            END-IF.

        READ-ITEM-ENTRY.
            SET WS-ITEMREF-FOUND TO 'N'
            IF WS-ITEM-CODE NOT = SPACES
                MOVE WS-ITEM-CODE TO IR-ITEM-CODE
                READ ITEM-MASTER KEY IS IR-ITEM-CODE
                    INVALID KEY
                        SET WS-ITEMREF-FOUND TO 'N'
                    NOT INVALID KEY
                        SET WS-ITEMREF-FOUND TO 'Y'
                END-READ
            END-IF.

        ADD-ELF-ENTRY.
            IF WS-ELF-ID = SPACES OR WS-ARG-CREW-F = SPACES
                DISPLAY 'ADD NEEDS AN ELF ID AND A CREW NAME'
                MOVE 8 TO RETURN-CODE
            ELSE
                IF WS-ELFREF-FOUND = 'Y'
                    DISPLAY 'ELF ' FUNCTION TRIM(WS-ELF-ID)
                        ' IS ALREADY ON THE MASTER - USE RENAME'
                        ' OR RETIRE'
                    MOVE 8 TO RETURN-CODE
                ELSE
                    MOVE SPACES TO ELF-REFERENCE-RECORD
                    MOVE WS-ELF-ID TO ER-ELF-ID
                    MOVE WS-ARG-CREW-F TO ER-CREW-NAME
                    MOVE 'ACTIVE' TO ER-STATUS
                    SET WS-CHANGED TO 'Y'
                    MOVE SPACES TO WS-CHG-BEFORE-CREW
                    MOVE 'NONE' TO WS-CHG-BEFORE-STATUS
                    PERFORM SET-CHANGE-AFTER-IMAGE
                    DISPLAY 'ADDED ELF '
                        FUNCTION TRIM(WS-ELF-ID) ' '
                        FUNCTION TRIM(WS-ARG-CREW-F)
                END-IF
            END-IF.

        RENAME-ELF-ENTRY.
            IF WS-ELFREF-FOUND = 'N'
                DISPLAY 'ELF ' FUNCTION TRIM(WS-ELF-ID)
                    ' IS NOT ON THE MASTER'
                MOVE 8 TO RETURN-CODE
                ELSE
                    DISPLAY 'ELF ' FUNCTION TRIM(WS-ELF-ID)
                        ' CREW "'
                        FUNCTION TRIM(ER-CREW-NAME)
                        '" RENAMED TO "'
                        FUNCTION TRIM(WS-ARG-CREW-F) '"'
                    PERFORM SET-CHANGE-BEFORE-IMAGE
                    MOVE WS-ARG-CREW-F TO ER-CREW-NAME
                    SET WS-CHANGED TO 'Y'
                    PERFORM SET-CHANGE-AFTER-IMAGE
                END-IF
            END-IF.

      *       deleting the record, so old manifests keyed to the elf
      *       stay explainable while new ones draw an alert.
        RETIRE-ELF-ENTRY.
            IF WS-ELFREF-FOUND = 'N'
                DISPLAY 'ELF ' FUNCTION TRIM(WS-ELF-ID)
                    ' IS NOT ON THE MASTER'
                MOVE 8 TO RETURN-CODE
            ELSE
                IF ER-STATUS = 'RETIRED'
                    DISPLAY 'ELF ' FUNCTION TRIM(WS-ELF-ID)
                        ' IS ALREADY RETIRED'
                    MOVE 8 TO RETURN-CODE
                ELSE
                    PERFORM AUTHORIZE-RETIREMENT
                    IF OV-VERDICT = 'GRANTED'
                        PERFORM SET-CHANGE-BEFORE-IMAGE
                        MOVE 'RETIRED' TO ER-STATUS
                        SET WS-CHANGED TO 'Y'
                        PERFORM SET-CHANGE-AFTER-IMAGE
                        DISPLAY 'RETIRED ELF '
                            FUNCTION TRIM(WS-ELF-ID)
                    END-IF
                END-IF
            END-IF.

      *       AUTHORIZE-RETIREMENT asks day1auth whether the
      *       operator may retire the elf, once the elf is known to
      *       be on the master and ACTIVE - a RETIRE refused for
      *       some other reason never reaches the override log.
      *       Granted, the authorized operator is the one the change
      *       history records; refused, the run ends with completion
      *       code 24 and the master untouched.
        AUTHORIZE-RETIREMENT.
            MOVE SPACES TO OVERRIDE-REQUEST
            MOVE 'day1elf' TO OV-PROGRAM
            MOVE 'RETIRE' TO OV-OVERRIDE
            MOVE WS-ELF-ID TO OV-SUBJECT
            CALL 'day1auth' USING OVERRIDE-REQUEST
            IF OV-VERDICT = 'GRANTED'
                MOVE OV-OPERATOR TO WS-OPERATOR
            ELSE
                DISPLAY 'RETIRE OF ELF ' FUNCTION TRIM(WS-ELF-ID)
                    ' REFUSED - MASTER UNCHANGED'
                MOVE 'REFUSED' TO WS-OUTCOME
                MOVE 24 TO RETURN-CODE
            END-IF.

      *       SET-CHANGE-BEFORE-IMAGE / SET-CHANGE-AFTER-IMAGE take
      *       the history images from the elf's record, either side
      *       of the change.
        SET-CHANGE-BEFORE-IMAGE.
            MOVE ER-CREW-NAME TO WS-CHG-BEFORE-CREW
            MOVE ER-STATUS TO WS-CHG-BEFORE-STATUS.

        SET-CHANGE-AFTER-IMAGE.
            MOVE ER-CREW-NAME TO WS-CHG-AFTER-CREW
            MOVE ER-STATUS TO WS-CHG-AFTER-STATUS.

      *       UNDO-ELF-CHANGE finds the change to take back by
      *       walking the elf's history newest first: each UNDO on
      *       file cancels the nearest RENAME or RETIRE before it,
      *       and the first one left uncancelled is the target.  An
      *       ADD ends the walk - undoing an ADD would be a delete,
      *       and the master never deletes an elf.
        UNDO-ELF-CHANGE.
            IF WS-ELFREF-FOUND = 'N'
                DISPLAY 'ELF ' FUNCTION TRIM(WS-ELF-ID)
                    ' IS NOT ON THE MASTER'
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM LOAD-ELF-CHANGES
                IF WS-CHG-OVERFLOW = 'Y'
                    DISPLAY 'ELF ' FUNCTION TRIM(WS-ELF-ID)
                        ' HAS MORE THAN 200 CHANGES ON FILE - '
                        'UNDO NOT ATTEMPTED'
                    MOVE 12 TO RETURN-CODE
                ELSE
                    MOVE ZERO TO WS-CHG-FOUND-IX WS-CHG-SKIP
                    SET WS-CHG-STOP TO 'N'
                    MOVE WS-CHG-COUNT TO WS-CHG-IX
                    PERFORM FIND-UNDO-TARGET
                        UNTIL WS-CHG-IX = 0 OR WS-CHG-STOP = 'Y'
                    PERFORM RESTORE-PRIOR-IMAGE
                END-IF
            END-IF.

        FIND-UNDO-TARGET.
            IF WS-CHG-VERB(WS-CHG-IX) = 'UNDO'
                ADD 1 TO WS-CHG-SKIP
            END-IF
            IF WS-CHG-VERB(WS-CHG-IX) = 'RENAME'
                    OR WS-CHG-VERB(WS-CHG-IX) = 'RETIRE'
                IF WS-CHG-SKIP > 0
                    SUBTRACT 1 FROM WS-CHG-SKIP
                ELSE
                    MOVE WS-CHG-IX TO WS-CHG-FOUND-IX
                    SET WS-CHG-STOP TO 'Y'
                END-IF
            END-IF
            IF WS-CHG-VERB(WS-CHG-IX) = 'ADD'
                SET WS-CHG-STOP TO 'Y'
            END-IF
            SUBTRACT 1 FROM WS-CHG-IX.

      *       RESTORE-PRIOR-IMAGE puts the target change's before
      *       image back, provided the master still holds its after
      *       image - anything else means the record has been
      *       changed outside this program and a blind restore could
      *       lose that change too.
        RESTORE-PRIOR-IMAGE.
            IF WS-CHG-FOUND-IX = 0
                DISPLAY 'ELF ' FUNCTION TRIM(WS-ELF-ID)
                    ' HAS NO RENAME OR RETIRE ON FILE TO UNDO'
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM SET-CHANGE-BEFORE-IMAGE
                IF WS-CHG-BEFORE-CREW
                        NOT = WS-CHG-ACREW(WS-CHG-FOUND-IX)
                        OR WS-CHG-BEFORE-STATUS
                        NOT = WS-CHG-ASTATUS(WS-CHG-FOUND-IX)
                    DISPLAY 'ELF ' FUNCTION TRIM(WS-ELF-ID)
                        ' NO LONGER MATCHES ITS LAST '
                        FUNCTION TRIM(WS-CHG-VERB(WS-CHG-FOUND-IX))
                        ' - UNDO REFUSED'
                    MOVE 8 TO RETURN-CODE
                ELSE
                    MOVE WS-CHG-BCREW(WS-CHG-FOUND-IX)
                        TO ER-CREW-NAME
                    IF WS-CHG-BSTATUS(WS-CHG-FOUND-IX) = 'RETIRED'
                        MOVE 'RETIRED' TO ER-STATUS
                    ELSE
                        MOVE 'ACTIVE' TO ER-STATUS
                    END-IF
                    SET WS-CHANGED TO 'Y'
                    PERFORM SET-CHANGE-AFTER-IMAGE
                    DISPLAY 'ELF ' FUNCTION TRIM(WS-ELF-ID) ' '
                        FUNCTION TRIM(WS-CHG-VERB(WS-CHG-FOUND-IX))
                        ' UNDONE - NOW '
                        FUNCTION TRIM(WS-CHG-AFTER-CREW) ' '
                        FUNCTION TRIM(WS-CHG-AFTER-STATUS)
                END-IF
            END-IF.

      *       LOAD-ELF-CHANGES tables the one elf's history records
      *       in file order.
        LOAD-ELF-CHANGES.
            MOVE ZERO TO WS-CHG-COUNT
            SET WS-CHG-OVERFLOW TO 'N'
            SET WS-ELFHIST-EOF TO 'N'
            OPEN INPUT ELF-HISTORY
            IF WS-ELFHIST-STATUS = '00' OR '05'
                PERFORM UNTIL WS-ELFHIST-EOF = 'Y'
                    READ ELF-HISTORY INTO WS-ELFHIST-LINE
                        AT END MOVE 'Y' TO WS-ELFHIST-EOF
                        NOT AT END PERFORM TABLE-ONE-ELF-CHANGE
                    END-READ
                END-PERFORM
                CLOSE ELF-HISTORY
            END-IF.

        TABLE-ONE-ELF-CHANGE.
            PERFORM PARSE-ELF-CHANGE
            IF WS-HST-ID-F(1:6) = WS-ELF-ID
                IF WS-CHG-COUNT < 200
                    ADD 1 TO WS-CHG-COUNT
                    MOVE WS-HST-VERB-F TO WS-CHG-VERB(WS-CHG-COUNT)
                    MOVE WS-HST-BCREW-F TO WS-CHG-BCREW(WS-CHG-COUNT)
                    MOVE WS-HST-BSTATUS-F
                        TO WS-CHG-BSTATUS(WS-CHG-COUNT)
                    MOVE WS-HST-ACREW-F TO WS-CHG-ACREW(WS-CHG-COUNT)
                    MOVE WS-HST-ASTATUS-F
                        TO WS-CHG-ASTATUS(WS-CHG-COUNT)
                ELSE
                    SET WS-CHG-OVERFLOW TO 'Y'
                END-IF
            END-IF.

        PARSE-ELF-CHANGE.
            MOVE SPACES TO WS-HST-ID-F WS-HST-DATE-F WS-HST-STAMP-F
                WS-HST-VERB-F WS-HST-BCREW-F WS-HST-BSTATUS-F
                WS-HST-ACREW-F WS-HST-ASTATUS-F WS-HST-OPER-F
            UNSTRING WS-ELFHIST-LINE DELIMITED BY ':'
                INTO WS-HST-ID-F WS-HST-DATE-F WS-HST-STAMP-F
                     WS-HST-VERB-F WS-HST-BCREW-F WS-HST-BSTATUS-F
                     WS-HST-ACREW-F WS-HST-ASTATUS-F WS-HST-OPER-F.

      *       LOOKUP-ELF-AS-OF answers from the history alone.  An
      *       elf with no history at all has never been changed
      *       since the history began, so the master's own image is
      *       the answer for any date.
        LOOKUP-ELF-AS-OF.
            MOVE WS-EFFECTIVE-DATE TO WS-ASOF-DATE
            SET WS-ASOF-ON-FOUND TO 'N'
            SET WS-ASOF-AFTER-FOUND TO 'N'
            MOVE ZERO TO WS-ASOF-ON-DATE WS-ASOF-AFTER-DATE
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
            IF WS-ASOF-ON-FOUND = 'N' AND WS-ASOF-AFTER-FOUND = 'Y'
                MOVE WS-ASOF-AFTER-CREW TO WS-ASOF-ON-CREW
                MOVE WS-ASOF-AFTER-STATUS TO WS-ASOF-ON-STATUS
                SET WS-ASOF-ON-FOUND TO 'Y'
            END-IF
            IF WS-ASOF-ON-FOUND = 'N' AND WS-ELFREF-FOUND = 'Y'
                PERFORM SET-CHANGE-AFTER-IMAGE
                MOVE WS-CHG-AFTER-CREW TO WS-ASOF-ON-CREW
                MOVE WS-CHG-AFTER-STATUS TO WS-ASOF-ON-STATUS
                SET WS-ASOF-ON-FOUND TO 'Y'
            END-IF
            IF WS-ASOF-ON-FOUND = 'N'
                DISPLAY 'ELF ' FUNCTION TRIM(WS-ELF-ID)
                    ' IS NOT ON THE MASTER AND HAS NO HISTORY'
                MOVE 8 TO RETURN-CODE
            ELSE
                IF WS-ASOF-ON-STATUS = 'NONE'
                    DISPLAY 'ELF ' FUNCTION TRIM(WS-ELF-ID)
                        ' AS OF ' WS-ASOF-DATE
                        ': NOT YET ON THE MASTER'
                ELSE
                    DISPLAY 'ELF ' FUNCTION TRIM(WS-ELF-ID)
                        ' AS OF ' WS-ASOF-DATE ': '
                        FUNCTION TRIM(WS-ASOF-ON-CREW) ' '
                        FUNCTION TRIM(WS-ASOF-ON-STATUS)
                END-IF
            END-IF.

      *       WEIGH-ONE-ELF-CHANGE keeps the latest change effective
      *       on or before the date and the earliest effective after
      *       it.
        WEIGH-ONE-ELF-CHANGE.
            PERFORM PARSE-ELF-CHANGE
            IF WS-HST-ID-F(1:6) = WS-ELF-ID
                    AND WS-HST-DATE-F(1:8) IS NUMERIC
                MOVE WS-HST-DATE-F(1:8) TO WS-HST-EFF-DATE
                IF WS-HST-EFF-DATE <= WS-ASOF-DATE
                    IF WS-HST-EFF-DATE >= WS-ASOF-ON-DATE
                        MOVE WS-HST-EFF-DATE TO WS-ASOF-ON-DATE
                        MOVE WS-HST-ACREW-F TO WS-ASOF-ON-CREW
                        MOVE WS-HST-ASTATUS-F TO WS-ASOF-ON-STATUS
                        SET WS-ASOF-ON-FOUND TO 'Y'
                    END-IF
                ELSE
                    IF WS-ASOF-AFTER-FOUND = 'N'
                            OR WS-HST-EFF-DATE < WS-ASOF-AFTER-DATE
                        MOVE WS-HST-EFF-DATE TO WS-ASOF-AFTER-DATE
                        MOVE WS-HST-BCREW-F TO WS-ASOF-AFTER-CREW
                        MOVE WS-HST-BSTATUS-F
                            TO WS-ASOF-AFTER-STATUS
                        SET WS-ASOF-AFTER-FOUND TO 'Y'
                    END-IF
                END-IF
            END-IF.

      *       LIST-ELF-MASTER browses the master in elf id order.
        LIST-ELF-MASTER.
            DISPLAY 'ELF MASTER:'
            SET WS-MASTER-EOF TO 'N'
            MOVE LOW-VALUES TO ER-ELF-ID
            START ELF-MASTER KEY IS NOT LESS THAN ER-ELF-ID
                INVALID KEY
                    SET WS-MASTER-EOF TO 'Y'
            END-START
            PERFORM UNTIL WS-MASTER-EOF = 'Y'
                READ ELF-MASTER NEXT RECORD
                    AT END MOVE 'Y' TO WS-MASTER-EOF
                    NOT AT END PERFORM LIST-ONE-ELF
                END-READ
            END-PERFORM
            MOVE WS-RECORD-COUNT TO WS-RECORD-COUNT-FORMATTED
            DISPLAY FUNCTION TRIM(WS-RECORD-COUNT-FORMATTED)
                ' ENTRY(S)'.

        LIST-ONE-ELF.
            ADD 1 TO WS-RECORD-COUNT
            DISPLAY ER-ELF-ID ' ' ER-CREW-NAME ' '
                FUNCTION TRIM(ER-STATUS).

      *       SAVE-ELF-RECORD lands the one changed record - a keyed
      *       WRITE for an ADD, a REWRITE for everything else.  A
      *       record that will not go down is a refused change, said
      *       out loud with a hard completion code - claiming ADDED
      *       while the WRITE went nowhere would silently lose the
      *       operator's maintenance.
        SAVE-ELF-RECORD.
            IF WS-VERB = 'ADD'
                WRITE ELF-REFERENCE-RECORD
                    INVALID KEY
                        SET WS-CHANGED TO 'N'
                END-WRITE
            ELSE
                REWRITE ELF-REFERENCE-RECORD
                    INVALID KEY
                        SET WS-CHANGED TO 'N'
                END-REWRITE
            END-IF
            IF WS-CHANGED = 'N'
                DISPLAY 'UNABLE TO SAVE ELF '
                    FUNCTION TRIM(WS-ELF-ID) ' ON "'
                    FUNCTION TRIM(WS-ELFREF-FILENAME)
                    '" - FILE STATUS ' WS-ELFREF-STATUS
                    ' - CHANGE NOT SAVED'
                MOVE 12 TO RETURN-CODE
            END-IF.

      *       LOAD-ELF-MASTER builds a new elf master from a flat
      *       image - how the master is first built, and how it is
      *       rebuilt after a layout change.  It only ever loads an
      *       empty master: loading over live records would change
      *       elves without a word in the change history, so a
      *       master that already holds anything is refused and
      *       individual elves go through ADD.
        LOAD-ELF-MASTER.
            MOVE LOW-VALUES TO ER-ELF-ID
            START ELF-MASTER KEY IS NOT LESS THAN ER-ELF-ID
                INVALID KEY
                    PERFORM OPEN-LOAD-IMAGE
                NOT INVALID KEY
                    DISPLAY 'ELF MASTER "'
                        FUNCTION TRIM(WS-ELFREF-FILENAME)
                        '" ALREADY HOLDS RECORDS - LOAD ONLY BUILDS '
                        'A NEW MASTER'
                    MOVE 8 TO RETURN-CODE
            END-START
            IF WS-IMAGE-STATUS = '00'
                PERFORM UNTIL WS-IMAGE-EOF = 'Y'
                    READ LOAD-IMAGE INTO WS-IMAGE-LINE
                        AT END MOVE 'Y' TO WS-IMAGE-EOF
                        NOT AT END PERFORM LOAD-ONE-ELF
                    END-READ
                END-PERFORM
                CLOSE LOAD-IMAGE
                PERFORM REPORT-LOAD-RESULT
            END-IF.

      *       LOAD-ONE-ELF writes one image record.  The status
      *       rules are day1part1's old table load's: RETIRED when
      *       the image says so, ACTIVE otherwise.
        LOAD-ONE-ELF.
            IF WS-IMAGE-LINE NOT = SPACES
                MOVE SPACES TO WS-IMAGE-ID-F WS-IMAGE-NAME-F
                    WS-IMAGE-STATUS-F
                UNSTRING WS-IMAGE-LINE DELIMITED BY ':'
                    INTO WS-IMAGE-ID-F WS-IMAGE-NAME-F
                         WS-IMAGE-STATUS-F
                MOVE SPACES TO ELF-REFERENCE-RECORD
                MOVE WS-IMAGE-ID-F(1:6) TO ER-ELF-ID
                MOVE WS-IMAGE-NAME-F TO ER-CREW-NAME
                IF FUNCTION TRIM(WS-IMAGE-STATUS-F) = 'RETIRED'
                    MOVE 'RETIRED' TO ER-STATUS
                ELSE
                    MOVE 'ACTIVE' TO ER-STATUS
                END-IF
                WRITE ELF-REFERENCE-RECORD
                    INVALID KEY
                        ADD 1 TO WS-IMAGE-DUPLICATES
                        DISPLAY 'ELF ' ER-ELF-ID
                            ' APPEARS MORE THAN ONCE IN THE IMAGE - '
                            'FIRST RECORD KEPT'
                    NOT INVALID KEY
                        ADD 1 TO WS-RECORD-COUNT
                END-WRITE
            END-IF.

      *       OPEN-LOAD-IMAGE opens the flat image for LOAD or
      *       ITEMLOAD.  An image that cannot be opened leaves the
      *       new master empty and the run failed.
        OPEN-LOAD-IMAGE.
            OPEN INPUT LOAD-IMAGE
            IF WS-IMAGE-STATUS NOT = '00'
                DISPLAY 'UNABLE TO OPEN LOAD IMAGE "'
                    FUNCTION TRIM(WS-IMAGE-FILENAME)
                    '" - FILE STATUS ' WS-IMAGE-STATUS
                MOVE 12 TO RETURN-CODE
            END-IF.

      *       REPORT-LOAD-RESULT tells the operator what went onto
      *       the new master.  Duplicates in the image are worth a
      *       warning code: the image needs tidying before it is
      *       used again.
        REPORT-LOAD-RESULT.
            MOVE WS-RECORD-COUNT TO WS-RECORD-COUNT-FORMATTED
            DISPLAY 'LOADED '
                FUNCTION TRIM(WS-RECORD-COUNT-FORMATTED)
                ' RECORD(S) FROM "' FUNCTION TRIM(WS-IMAGE-FILENAME)
                '" ONTO "' FUNCTION TRIM(WS-TARGET-FILENAME) '"'
            MOVE 'LOADED' TO WS-OUTCOME
            IF WS-IMAGE-DUPLICATES > 0
                MOVE 4 TO RETURN-CODE
            END-IF.

      *       ADD-ITEM-ENTRY / CHANGE-ITEM-ENTRY are the item
      *       master's ADD and RENAME: a new code with its report
      *       category, or a new category for a code already on
      *       file.  Items carry no change history - a category
      *       decides only which report subtotal a line falls under.
        ADD-ITEM-ENTRY.
            IF WS-ITEM-CODE = SPACES OR WS-ARG-CREW-F = SPACES
                DISPLAY 'ITEMADD NEEDS AN ITEM CODE AND A CATEGORY'
                MOVE 8 TO RETURN-CODE
            ELSE
                IF WS-ITEMREF-FOUND = 'Y'
                    DISPLAY 'ITEM ' FUNCTION TRIM(WS-ITEM-CODE)
                        ' IS ALREADY ON THE MASTER - USE ITEMCHG'
                    MOVE 8 TO RETURN-CODE
                ELSE
                    MOVE SPACES TO ITEM-REFERENCE-RECORD
                    MOVE WS-ITEM-CODE TO IR-ITEM-CODE
                    MOVE WS-ARG-CREW-F TO IR-CATEGORY
                    WRITE ITEM-REFERENCE-RECORD
                        INVALID KEY
                            PERFORM REPORT-ITEM-NOT-SAVED
                        NOT INVALID KEY
                            DISPLAY 'ADDED ITEM '
                                FUNCTION TRIM(WS-ITEM-CODE) ' '
                                FUNCTION TRIM(IR-CATEGORY)
                            MOVE 'APPLIED' TO WS-OUTCOME
                            MOVE 1 TO WS-RECORD-COUNT
                    END-WRITE
                END-IF
            END-IF.

        CHANGE-ITEM-ENTRY.
            IF WS-ITEMREF-FOUND = 'N'
                DISPLAY 'ITEM ' FUNCTION TRIM(WS-ITEM-CODE)
                    ' IS NOT ON THE MASTER'
                MOVE 8 TO RETURN-CODE
            ELSE
                IF WS-ARG-CREW-F = SPACES
                    DISPLAY 'ITEMCHG NEEDS THE NEW CATEGORY'
                    MOVE 8 TO RETURN-CODE
                ELSE
                    DISPLAY 'ITEM ' FUNCTION TRIM(WS-ITEM-CODE)
                        ' CATEGORY "' FUNCTION TRIM(IR-CATEGORY)
                        '" CHANGED TO "'
                        FUNCTION TRIM(WS-ARG-CREW-F) '"'
                    MOVE WS-ARG-CREW-F TO IR-CATEGORY
                    REWRITE ITEM-REFERENCE-RECORD
                        INVALID KEY
                            PERFORM REPORT-ITEM-NOT-SAVED
                        NOT INVALID KEY
                            MOVE 'APPLIED' TO WS-OUTCOME
                            MOVE 1 TO WS-RECORD-COUNT
                    END-REWRITE
                END-IF
            END-IF.

        REPORT-ITEM-NOT-SAVED.
            DISPLAY 'UNABLE TO SAVE ITEM '
                FUNCTION TRIM(WS-ITEM-CODE) ' ON "'
                FUNCTION TRIM(WS-ITEMREF-FILENAME)
                '" - FILE STATUS ' WS-ITEMREF-STATUS
                ' - CHANGE NOT SAVED'
            MOVE 12 TO RETURN-CODE.

      *       LIST-ITEM-MASTER browses the item master in code order.
        LIST-ITEM-MASTER.
            DISPLAY 'ITEM MASTER:'
            SET WS-MASTER-EOF TO 'N'
            MOVE LOW-VALUES TO IR-ITEM-CODE
            START ITEM-MASTER KEY IS NOT LESS THAN IR-ITEM-CODE
                INVALID KEY
                    SET WS-MASTER-EOF TO 'Y'
            END-START
            PERFORM UNTIL WS-MASTER-EOF = 'Y'
                READ ITEM-MASTER NEXT RECORD
                    AT END MOVE 'Y' TO WS-MASTER-EOF
                    NOT AT END PERFORM LIST-ONE-ITEM
                END-READ
            END-PERFORM
            MOVE WS-RECORD-COUNT TO WS-RECORD-COUNT-FORMATTED
            DISPLAY FUNCTION TRIM(WS-RECORD-COUNT-FORMATTED)
                ' ENTRY(S)'.

        LIST-ONE-ITEM.
            ADD 1 TO WS-RECORD-COUNT
            DISPLAY IR-ITEM-CODE ' ' IR-CATEGORY.

      *       LOAD-ITEM-MASTER is LOAD-ELF-MASTER for the item
      *       master, under the same empty-master rule.
        LOAD-ITEM-MASTER.
            MOVE LOW-VALUES TO IR-ITEM-CODE
            START ITEM-MASTER KEY IS NOT LESS THAN IR-ITEM-CODE
                INVALID KEY
                    PERFORM OPEN-LOAD-IMAGE
                NOT INVALID KEY
                    DISPLAY 'ITEM MASTER "'
                        FUNCTION TRIM(WS-ITEMREF-FILENAME)
                        '" ALREADY HOLDS RECORDS - ITEMLOAD ONLY '
                        'BUILDS A NEW MASTER'
                    MOVE 8 TO RETURN-CODE
            END-START
            IF WS-IMAGE-STATUS = '00'
                PERFORM UNTIL WS-IMAGE-EOF = 'Y'
                    READ LOAD-IMAGE INTO WS-IMAGE-LINE
                        AT END MOVE 'Y' TO WS-IMAGE-EOF
                        NOT AT END PERFORM LOAD-ONE-ITEM
                    END-READ
                END-PERFORM
                CLOSE LOAD-IMAGE
                PERFORM REPORT-LOAD-RESULT
            END-IF.

        LOAD-ONE-ITEM.
            IF WS-IMAGE-LINE NOT = SPACES
                MOVE SPACES TO WS-IMAGE-ID-F WS-IMAGE-NAME-F
                UNSTRING WS-IMAGE-LINE DELIMITED BY ':'
                    INTO WS-IMAGE-ID-F WS-IMAGE-NAME-F
                MOVE SPACES TO ITEM-REFERENCE-RECORD
                MOVE WS-IMAGE-ID-F(1:8) TO IR-ITEM-CODE
                MOVE WS-IMAGE-NAME-F TO IR-CATEGORY
                WRITE ITEM-REFERENCE-RECORD
                    INVALID KEY
                        ADD 1 TO WS-IMAGE-DUPLICATES
                        DISPLAY 'ITEM ' IR-ITEM-CODE
                            ' APPEARS MORE THAN ONCE IN THE IMAGE - '
                            'FIRST RECORD KEPT'
                    NOT INVALID KEY
                        ADD 1 TO WS-RECORD-COUNT
                END-WRITE
            END-IF.

      *       OPEN-CHANGE-HISTORY opens the history for append ahead
      *       of the master rewrite.  A change that cannot be
      *       recorded is not made: the history is only worth having
      *       if it holds every change.
        OPEN-CHANGE-HISTORY.
            OPEN EXTEND ELF-HISTORY
            IF WS-ELFHIST-STATUS = '00' OR '05'
                SET WS-ELFHIST-OPEN TO 'Y'
            ELSE
                DISPLAY 'UNABLE TO OPEN ELF CHANGE HISTORY "'
                    FUNCTION TRIM(WS-ELFHIST-FILENAME)
                    '" - FILE STATUS ' WS-ELFHIST-STATUS
                    ' - CHANGE NOT SAVED'
                SET WS-CHANGED TO 'N'
                MOVE 12 TO RETURN-CODE
            END-IF.

      *       WRITE-CHANGE-HISTORY appends the one record for the
      *       change just saved.
        WRITE-CHANGE-HISTORY.
            MOVE FUNCTION CURRENT-DATE TO WS-CHG-NOW
            MOVE SPACES TO WS-ELFHIST-LINE
            STRING WS-ELF-ID DELIMITED BY SIZE
                   ':' DELIMITED BY SIZE
                   WS-EFFECTIVE-DATE DELIMITED BY SIZE
                   ':' DELIMITED BY SIZE
                   WS-CHG-STAMP DELIMITED BY SIZE
                   ':' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-VERB) DELIMITED BY SIZE
                   ':' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CHG-BEFORE-CREW)
                       DELIMITED BY SIZE
                   ':' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CHG-BEFORE-STATUS)
                       DELIMITED BY SIZE
                   ':' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CHG-AFTER-CREW)
                       DELIMITED BY SIZE
                   ':' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CHG-AFTER-STATUS)
                       DELIMITED BY SIZE
                   ':' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-OPERATOR) DELIMITED BY SIZE
                   INTO WS-ELFHIST-LINE
            WRITE ELF-HISTORY-RECORD FROM WS-ELFHIST-LINE.

      *       WRITE-JOURNAL-START / WRITE-JOURNAL-END append this
      *       program's bracket records to the shared run journal,
                STRING 'day1elf:START:' DELIMITED BY SIZE
                       WS-JOURNAL-STAMP DELIMITED BY SIZE
                       ':' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-TARGET-FILENAME)
                           DELIMITED BY SIZE
                       ':FRESH' DELIMITED BY SIZE
                       INTO WS-JOURNAL-LINE
                STRING 'day1elf:END:' DELIMITED BY SIZE
                       WS-JOURNAL-STAMP DELIMITED BY SIZE
                       ':' DELIMITED BY SIZE
                       WS-RECORD-COUNT DELIMITED BY SIZE
                       ':000000000:' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-OUTCOME) DELIMITED BY SIZE
                       ':' DELIMITED BY SIZE
