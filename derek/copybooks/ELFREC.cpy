      *       ELFREC - shared record layout for the indexed elf/crew
      *       reference master, keyed by elf id.  day1elf maintains
      *       it one keyed WRITE or REWRITE at a time; day1part1
      *       checks each manifest header's elf with one keyed READ,
      *       so the master can grow with the regions instead of
      *       stopping at the size of a startup table.
      *       ER-STATUS is ACTIVE or RETIRED.  A retired elf stays on
      *       file so old manifests keyed to it stay explainable.
      *       The trailing FILLER is room to grow: the indexed file
      *       remembers its record length, so a layout that outgrew
      *       it would orphan the master on disk (file status 39 on
      *       every OPEN) until it was reloaded with day1elf LOAD
      *       from a flat image.
            01 ELF-REFERENCE-RECORD.
                05 ER-ELF-ID PIC X(6).
                05 ER-CREW-NAME PIC X(20).
                05 ER-STATUS PIC X(7).
                05 FILLER PIC X(27).
