      *>   ADVMJRNL - MASTER-CHANGE JOURNAL RECORD, ONE PER CHANGE
      *>   APPLIED TO THE ELF MASTER OR THE TEAM MASTER, APPENDED THE
      *>   SAME WAY ADVJRNL IS FOR THE ADVENT FILE. MJ-MASTER SAYS
      *>   WHICH MASTER THE IMAGES BELONG TO; THE BEFORE AND AFTER
      *>   IMAGES ARE FULL ELF-MASTER-RECORD OR TEAM-MASTER-RECORD
      *>   COPIES, SPACES ON THE SIDE THAT DID NOT EXIST (BEFORE ON
      *>   AN ADD, AFTER ON A DELETE). AN ELF CHANGE WHOSE TEAM CODE
      *>   DIFFERS BETWEEN THE TWO IMAGES IS A TEAM TRANSFER, AND
      *>   THIS FILE IS THE DATED RECORD OF THEM.
       01 MASTER-JOURNAL-RECORD.
           05 MJ-MASTER PIC X(1).
               88 MJ-ELF-MASTER VALUE 'E'.
               88 MJ-TEAM-MASTER VALUE 'T'.
           05 MJ-ACTION PIC X(1).
               88 MJ-ADD VALUE 'A'.
               88 MJ-CHANGE VALUE 'C'.
               88 MJ-DELETE VALUE 'D'.
           05 MJ-DATE PIC X(8).
           05 MJ-TIME PIC X(6).
           05 MJ-KEY PIC X(4).
           05 MJ-BEFORE-IMAGE PIC X(35).
           05 MJ-AFTER-IMAGE PIC X(35).
