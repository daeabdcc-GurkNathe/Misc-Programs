      *>   ADVDELT - LATE-SUBMISSION TRANSACTION RECORD APPLIED TO
      *>   AN OPEN CYCLE'S ADVENT FILE BY THE LOAD'S DELTA MODE. THE
      *>   ACTION BYTE IS FOLLOWED BY AN ORDINARY SUBMISSION LINE IN
      *>   THE ADVSUBM COLUMNS, SO A TEAM'S LATE BATCH IS KEYED THE
      *>   SAME WAY ITS ORIGINAL SUBMISSION WAS. ON A DELETE ONLY THE
      *>   ELF NUMBER AND ITEM SEQUENCE ARE LOOKED AT.
       01 DELTA-RECORD.
           05 DLT-ACTION PIC X(1).
               88 DLT-ADD VALUE 'A'.
               88 DLT-REPLACE VALUE 'R'.
               88 DLT-DELETE VALUE 'D'.
           05 DLT-SUBMISSION PIC X(48).
