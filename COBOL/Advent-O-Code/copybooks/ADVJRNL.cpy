      *>   AS TRACEABLE AS EVERY RECORD THAT WENT IN. THE KEY FIELDS
      *>   ARE PIC X ON PURPOSE - A REJECTED SUBMISSION MAY CARRY A
      *>   NON-NUMERIC KEY AND STILL HAS TO BE JOURNALED VERBATIM.
      *>   A FULL RELOAD WRITES ONE RELOAD ENTRY BEFORE IT EMPTIES
      *>   THE FILE - NO KEY, NO BEFORE IMAGE, AND "CYCLE NNNN" AS
      *>   ITS AFTER IMAGE - THEN AN ADD FOR EVERY ITEM IT LOADS, SO
      *>   THE JOURNAL ALONE CAN REBUILD A CYCLE FROM ITS LOAD ON.
       01 JOURNAL-RECORD.
           05 JR-ACTION PIC X(1).
               88 JR-ADD VALUE 'A'.
               88 JR-CORRECT VALUE 'C'.
               88 JR-DELETE VALUE 'D'.
               88 JR-REJECT VALUE 'R'.
               88 JR-RELOAD VALUE 'L'.
           05 JR-DATE PIC X(8).
           05 JR-TIME PIC X(6).
           05 JR-ELF-NUM PIC X(4).
