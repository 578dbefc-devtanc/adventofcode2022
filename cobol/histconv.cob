           05 HAR-ELF-ID          PIC 9(5).
           05 HAR-ELF-DAY         PIC 9(3).
           05 HAR-TOTAL           PIC 9(8).
           05 HAR-BLOCK-ITEMS     PIC 9(5).
           05 HAR-BLOCK-HASH      PIC 9(15).

       WORKING-STORAGE SECTION.
       01 WS-HISTORY-FILE-STATUS PIC X(2).
                 MOVE HST-ELF-ID TO HAR-ELF-ID
                 MOVE HST-ELF-DAY TO HAR-ELF-DAY
                 MOVE HST-TOTAL TO HAR-TOTAL
                 MOVE 0 TO HAR-BLOCK-ITEMS
                 MOVE 0 TO HAR-BLOCK-HASH
                 WRITE HISTORY-ARCHIVE-RECORD
               ELSE
                 DISPLAY "WARNING: IGNORING MALFORMED HISTORY "
