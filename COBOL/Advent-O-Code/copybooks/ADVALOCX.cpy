      *>   ADVALOCX - ALLOCATION MATCH-BACK EXCEPTION RECORD, ONE PER
      *>   ELF THE MATCH-BACK HAD TO REPORT: ALLOCATED BUT NEVER
      *>   RANKED, RANKED BUT GIVEN NO ALLOCATION, OR ALLOCATED MORE
      *>   THAN THE ALLOWED PERCENTAGE AWAY FROM ITS RANKED TOTAL.
      *>   THE SAME LINES THE MATCH-BACK PRINTS, KEPT ON FILE SO
      *>   THEY CAN BE ROUTED ELF BY ELF LIKE THE OTHER EXCEPTION
      *>   FILES. A SIDE THAT DOES NOT APPLY IS LEFT ZERO - NO
      *>   RANKED TOTAL ON AN UNRANKED ELF, NO ALLOCATION OR
      *>   EFFECTIVE DATE ON AN UNALLOCATED ONE.
       01 ALLOC-EXCEPTION-RECORD.
           05 AX-REASON-CODE PIC X(2).
               88 AX-NOT-RANKED VALUE "01".
               88 AX-NOT-ALLOCATED VALUE "02".
               88 AX-DEVIATES VALUE "03".
           05 FILLER PIC X(1).
           05 AX-ELF-NUM PIC 9(4).
           05 FILLER PIC X(1).
           05 AX-RANKED-TOTAL PIC 9(6).
           05 FILLER PIC X(1).
           05 AX-ALLOC-CALORIES PIC 9(6).
           05 FILLER PIC X(1).
           05 AX-EFFECTIVE-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 AX-ELF-NAME PIC X(20).
