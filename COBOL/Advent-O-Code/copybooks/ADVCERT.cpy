      *>   CONTROL TOTALS THE FILE BALANCED TO, AND WHO RAN THE
      *>   CLOSE, SO A REVIEW BOARD CAN ALWAYS SEE WHICH CYCLES
      *>   WERE SIGNED OFF AND AGAINST WHAT NUMBERS.
      *>   A POST-CERTIFICATION ADJUSTMENT APPENDS A FURTHER RECORD
      *>   FOR THE SAME CYCLE - A RECERTIFICATION - CARRYING THE
      *>   NEXT VERSION NUMBER, THE DATE AND VERSION OF THE
      *>   GENERATION IT SUPERSEDES, AND THE OPERATOR'S REASON. THE
      *>   LAST RECORD FOR A CYCLE IS ITS CURRENT CERTIFIED VERSION.
      *>   RECORDS WRITTEN BEFORE VERSIONS WERE KEPT READ BACK AS
      *>   SPACES THERE AND ARE VERSION 1.
       01 CERT-RECORD.
           05 CERT-CYCLE-NUM PIC 9(4).
           05 FILLER PIC X(1).
           05 CERT-GRAND-TOTAL PIC 9(9).
           05 FILLER PIC X(1).
           05 CERT-OPERATOR PIC X(8).
           05 FILLER PIC X(1).
           05 CERT-VERSION PIC 9(2).
           05 FILLER PIC X(1).
           05 CERT-SUPERSEDES-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 CERT-SUPERSEDES-VERSION PIC 9(2).
           05 FILLER PIC X(1).
           05 CERT-REASON PIC X(40).
