      *       OVRREQ - the override request every program passes to
      *       day1auth before it uses an operator override (FORCERUN
      *       in day1part1, RESEND in day1xtr, ADJUST in day1adj,
      *       RETIRE in day1elf).  The caller fills in the first
      *       three fields; day1auth fills in the rest, having
      *       checked the operator against the authorized-operator
      *       file and logged the decision on the override log.
      *       OV-SUBJECT is what the override acts on - a business
      *       date, or an elf id.  OV-VERDICT comes back GRANTED or
      *       REFUSED; OV-DETAIL says why (AUTHORIZED, NOOPERATOR,
      *       LONGOPER, NOREASON, LONGREASON, BADREASON, NOTGRANTED,
      *       NOAUTHFILE or NOLOG).
      *       A refused override ends the caller with completion
      *       code 24.
            01 OVERRIDE-REQUEST.
                05 OV-PROGRAM PIC X(10).
                05 OV-OVERRIDE PIC X(8).
                05 OV-SUBJECT PIC X(20).
                05 OV-OPERATOR PIC X(8).
                05 OV-REASON PIC X(8).
                05 OV-VERDICT PIC X(7).
                05 OV-DETAIL PIC X(10).
                05 FILLER PIC X(9).
