      *>   ADVSUBR - REJECT RECORD WRITTEN BY THE SUBMISSION LOAD
      *>   EDIT. CARRIES A REASON CODE PLUS AN IMAGE OF THE RAW
      *>   SUBMISSION LINE SO THE PROVISIONING TEAM CAN CORRECT AND
      *>   RESUBMIT WITHOUT HUNTING THROUGH THE ORIGINAL FILE. A
      *>   REJECT FROM A DELTA RUN ALSO CARRIES THE TRANSACTION'S
      *>   ACTION BYTE (SPACE ON AN ORDINARY LOAD REJECT), SO THE
      *>   CORRECTED LINE GOES BACK IN AS THE SAME KIND OF CHANGE.
      *>   REASON 11 IS NOT AN EDIT FAILURE: THE KEY WAS ON FILE BUT
      *>   THE REWRITE OR DELETE ITSELF FAILED, AND THE RUN ENDS
      *>   RC 16 SO THE FILE IS LOOKED AT BEFORE IT IS RESUBMITTED.
       01 REJECT-RECORD.
           05 REJ-REASON-CODE PIC X(2).
               88 REJ-ELF-NOT-NUMERIC VALUE "01".
               88 REJ-DATE-INVALID VALUE "06".
               88 REJ-DUPLICATE-KEY VALUE "07".
               88 REJ-ELF-INACTIVE VALUE "08".
               88 REJ-KEY-NOT-ON-FILE VALUE "09".
               88 REJ-ACTION-INVALID VALUE "10".
               88 REJ-UPDATE-FAILED VALUE "11".
           05 REJ-DELTA-ACTION PIC X(1).
           05 REJ-SUBMISSION PIC X(48).
