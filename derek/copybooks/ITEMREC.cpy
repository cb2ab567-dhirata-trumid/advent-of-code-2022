      *       ITEMREC - shared record layout for the indexed item
      *       reference master, keyed by item code.  day1elf
      *       maintains it; day1part1, day1recon and day1adj each
      *       check an itemized line's code with one keyed READ,
      *       and day1part1 takes the report category from
      *       IR-CATEGORY.  Copied into every program that opens the
      *       master so none of them can drift from the others.
      *       The trailing FILLER is room to grow, for the same
      *       reason as ELFREC's.
            01 ITEM-REFERENCE-RECORD.
                05 IR-ITEM-CODE PIC X(8).
                05 IR-CATEGORY PIC X(12).
                05 FILLER PIC X(20).
