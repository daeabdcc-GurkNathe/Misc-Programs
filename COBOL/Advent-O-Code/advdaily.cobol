           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AR-KEY
           ALTERNATE RECORD KEY IS AR-DATE-PACKED WITH DUPLICATES
           ALTERNATE RECORD KEY IS AR-ITEM-CODE WITH DUPLICATES
           FILE STATUS IS WS-ADVENT-STATUS.
           SELECT ELF-MASTER
           ASSIGN TO "advelf.dat"
