      *>   ADVADJL - POST-CERTIFICATION ADJUSTMENT LOG RECORD, ONE
      *>   PER ITEM CHANGED BY AN ADJUSTMENT RUN, APPENDED ONLY ONCE
      *>   THE SUPERSEDING GENERATION AND ITS RECERTIFICATION RECORD
      *>   HAVE BEEN WRITTEN. THE CYCLE AND VERSION TIE EACH ENTRY
      *>   TO ITS ADVCERT RECORD (WHICH CARRIES THE REASON); THE
      *>   ACTION IS THE ADJUSTMENT ITEM'S OWN A, R OR D, AND THE
      *>   BEFORE AND AFTER IMAGES ARE FULL ADVENT-RECORD COPIES,
      *>   SPACES ON THE SIDE THAT DID NOT EXIST.
       01 ADJUST-LOG-RECORD.
           05 ADJ-CYCLE-NUM PIC 9(4).
           05 ADJ-VERSION PIC 9(2).
           05 ADJ-DATE PIC X(8).
           05 ADJ-TIME PIC X(6).
           05 ADJ-OPERATOR PIC X(8).
           05 ADJ-ACTION PIC X(1).
               88 ADJ-ADD VALUE 'A'.
               88 ADJ-REPLACE VALUE 'R'.
               88 ADJ-DELETE VALUE 'D'.
           05 ADJ-BEFORE-IMAGE PIC X(50).
           05 ADJ-AFTER-IMAGE PIC X(50).
