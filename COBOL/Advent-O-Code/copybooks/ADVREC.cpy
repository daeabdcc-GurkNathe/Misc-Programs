      *>   9999/9999 (AT-ELF-NUM/AT-SEQ-NUM), WHICH NO REAL ELF
      *>   NUMBER MAY USE. CALLERS MUST FETCH IT BY THAT KEY RATHER
      *>   THAN ASSUMING IT SORTS LAST DURING A SEQUENTIAL SCAN.
      *>   AR-DATE-PACKED AND AR-ITEM-CODE ARE ALTERNATE KEYS, BOTH
      *>   WITH DUPLICATES, SO A DATE RANGE OR ONE ITEM CODE CAN BE
      *>   READ WITHOUT A FULL PASS. EVERY SELECT OF advent.dat
      *>   MUST DECLARE BOTH. THE LOAD BUILDS THEM AS IT WRITES AND
      *>   EVERY WRITE, REWRITE AND DELETE KEEPS THEM CURRENT. THE
      *>   TRAILER CARRIES ITS CONTROL TOTALS WHERE THE ITEM CODE
      *>   SITS AND SPACES WHERE THE DATE SITS, SO A READER ON
      *>   EITHER KEY STILL CHECKS AR-TRAILER-RECORD.
       01 ADVENT-RECORD.
           05 AR-KEY.
               10 AR-ELF-NUM PIC 9(4).
