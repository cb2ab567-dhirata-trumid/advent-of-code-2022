      *       Growing this record orphans any master already on
      *       disk: the indexed file remembers its record length,
      *       so every OPEN comes back file status 39 until the old
      *       master is moved aside and reloaded from the retained
      *       reports with day1mmr REBUILD over the affected dates.
      *       The openers all say so on a 39 - see day1part1's
      *       OPEN-MANIFEST-MASTER.
            01 MANIFEST-MASTER-RECORD.
                05 MM-KEY.
                    10 MM-RUN-DATE PIC 9(8).
