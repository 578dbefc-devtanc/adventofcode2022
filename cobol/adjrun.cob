           05 CAT-ITEM-DESC       PIC X(20).
           05 FILLER              PIC X(1).
           05 CAT-CAL-PER-UNIT    PIC 9(5).
           05 FILLER              PIC X(1).
           05 CAT-EFF-DATE        PIC 9(8).
           05 FILLER              PIC X(1).
           05 CAT-STATUS          PIC X(1).
           05 FILLER              PIC X(13).

       FD GENERATION-CATALOG.
       01 GENCAT-RECORD.
           05 EXT-ELF-DAY         PIC 9(3).
           05 EXT-ELF-NAME        PIC X(20).
           05 EXT-ELF-DEPOT       PIC X(3).
       01 EXTRACT-CONTROL-RECORD.
           05 EXC-REC-TYPE        PIC X(3).
           05 EXC-FILE-TYPE       PIC X(8).
           05 EXC-RUN-DATE        PIC 9(8).
           05 EXC-GEN-NUM         PIC 9(2).
           05 EXC-REC-COUNT       PIC 9(7).
           05 EXC-CAL-HASH        PIC 9(15).
           05 EXC-ID-HASH         PIC 9(15).

       FD NEW-EXTRACT.
       01 NEW-EXTRACT-RECORD.
           05 NEW-ELF-DAY         PIC 9(3).
           05 NEW-ELF-NAME        PIC X(20).
           05 NEW-ELF-DEPOT       PIC X(3).
       01 NEW-EXTRACT-CONTROL-RECORD.
           05 NXC-REC-TYPE        PIC X(3).
           05 NXC-FILE-TYPE       PIC X(8).
           05 NXC-RUN-DATE        PIC 9(8).
           05 NXC-GEN-NUM         PIC 9(2).
           05 NXC-REC-COUNT       PIC 9(7).
           05 NXC-CAL-HASH        PIC 9(15).
           05 NXC-ID-HASH         PIC 9(15).

       FD NEW-LOW-SUPPLY.
       01 NEW-LOW-SUPPLY-RECORD  PIC X(100).
           05 HAR-ELF-ID          PIC 9(5).
           05 HAR-ELF-DAY         PIC 9(3).
           05 HAR-TOTAL           PIC 9(8).
           05 HAR-BLOCK-ITEMS     PIC 9(5).
           05 HAR-BLOCK-HASH      PIC 9(15).

       FD ADJUST-REPORT.
       01 ADJUST-REPORT-RECORD   PIC X(132).
       01 WS-COPY-EOF            PIC A(1).
       01 WS-COPY-REC-COUNT      PIC 9(7) VALUE 0.
       01 WS-GEN-NUM             PIC 9(2) VALUE 0.
       01 WS-NEW-CTL-CAL-HASH    PIC 9(15) VALUE 0.
       01 WS-NEW-CTL-ID-HASH     PIC 9(15) VALUE 0.
       01 WS-CTL-RECORD.
           05 WS-CTL-REC-TYPE     PIC X(3).
           05 WS-CTL-FILE-TYPE    PIC X(8).
           05 WS-CTL-RUN-DATE     PIC 9(8).
           05 WS-CTL-GEN-NUM      PIC 9(2).
           05 WS-CTL-REC-COUNT    PIC 9(7).
           05 WS-CTL-CAL-TOTAL    PIC 9(15).
           05 WS-CTL-ID-TOTAL     PIC 9(15).
       01 WS-CTL-FILE-DESC       PIC X(60) VALUE SPACES.
       01 WS-CTL-EXPECT-TYPE     PIC X(8) VALUE SPACES.
       01 WS-CTL-EXPECT-KEY      PIC 9(10) VALUE 0.
       01 WS-CTL-HDR-KEY         PIC 9(10) VALUE 0.
       01 WS-CTL-HDR-DATE        PIC 9(8) VALUE 0.
       01 WS-CTL-HDR-GEN         PIC 9(2) VALUE 0.
       01 WS-CTL-HEADER-SEEN     PIC A(1) VALUE 'N'.
       01 WS-CTL-TRAILER-SEEN    PIC A(1) VALUE 'N'.
       01 WS-CTL-DTL-CAL         PIC 9(10) VALUE 0.
       01 WS-CTL-DTL-ID          PIC 9(10) VALUE 0.
       01 WS-CTL-DETAIL-COUNT    PIC 9(7) VALUE 0.
       01 WS-CTL-CAL-HASH        PIC 9(15) VALUE 0.
       01 WS-CTL-ID-HASH         PIC 9(15) VALUE 0.
       01 WS-CTL-TRL-COUNT       PIC 9(7) VALUE 0.
       01 WS-CTL-TRL-CAL-HASH    PIC 9(15) VALUE 0.
       01 WS-CTL-TRL-ID-HASH     PIC 9(15) VALUE 0.
       01 WS-CTL-BREAK-REASON    PIC X(100) VALUE SPACES.
       78 WS-ELF-ID-MAX            VALUE 100000.
       78 WS-EXT-REC-MAX           VALUE 200000.
       01 WS-EXT-TABLE.
              10 WS-MST-ACTIVE    PIC X(1).
              10 WS-MST-DEPOT     PIC X(3).
       01 WS-MASTER-INDEX        PIC 9(6) VALUE 0.
       78 WS-CATALOG-MAX           VALUE 5000.
       01 WS-ITEM-CATALOG-TABLE.
           05 WS-CATALOG-ENTRY OCCURS WS-CATALOG-MAX TIMES
              INDEXED BY C.
              10 WS-CAT-ITEM-CODE PIC X(6).
              10 WS-CAT-CAL-UNIT  PIC 9(5).
              10 WS-CAT-EFF-DATE  PIC 9(8).
              10 WS-CAT-STATUS    PIC X(1).
       01 WS-CATALOG-COUNT       PIC 9(5) VALUE 0.
       01 WS-CATALOG-FOUND       PIC A(1).
       01 WS-CATALOG-RETIRED     PIC A(1).
       01 WS-CATALOG-BEST-DATE   PIC 9(8) VALUE 0.
       01 WS-DELTA-TABLE.
           05 WS-DELTA OCCURS WS-ELF-ID-MAX TIMES PIC 9(10).
       01 WS-HIST-TABLE.
           PERFORM LOAD-ELF-MASTER
           PERFORM LOAD-ITEM-CATALOG
           PERFORM LOCATE-EXTRACT-GENERATION
           PERFORM VERIFY-EXTRACT-CONTROLS
           PERFORM LOAD-EXTRACT
           PERFORM APPLY-CORRECTIONS
           IF WS-APPLIED-COUNT > 0
                 SET C TO WS-CATALOG-COUNT
                 MOVE CAT-ITEM-CODE TO WS-CAT-ITEM-CODE(C)
                 MOVE CAT-CAL-PER-UNIT TO WS-CAT-CAL-UNIT(C)
                 IF CAT-EFF-DATE IS NUMERIC
                   MOVE CAT-EFF-DATE TO WS-CAT-EFF-DATE(C)
                 ELSE
                   MOVE 0 TO WS-CAT-EFF-DATE(C)
                 END-IF
                 IF CAT-STATUS = 'R'
                   MOVE 'R' TO WS-CAT-STATUS(C)
                 ELSE
                   MOVE 'A' TO WS-CAT-STATUS(C)
                 END-IF
               END-IF
             END-READ
           END-PERFORM
             AT END
               MOVE 'Y' TO WS-EOF
             NOT AT END
               IF EXC-REC-TYPE NOT = 'HDR'
                   AND EXC-REC-TYPE NOT = 'TRL'
                   AND EXT-ELF-ID IS NUMERIC
                   AND EXT-ELF-TOTAL IS NUMERIC
                   AND WS-EXT-COUNT < WS-EXT-REC-MAX
                 ADD 1 TO WS-EXT-COUNT
           DISPLAY "ADJUST RUN: " WS-EXT-COUNT
              " EXTRACT RECORD(S) LOADED".

       VERIFY-EXTRACT-CONTROLS.
           OPEN INPUT RESUPPLY-EXTRACT
           IF WS-EXTRACT-FILE-STATUS NOT = '00'
             DISPLAY "ERROR: COULD NOT OPEN RESUPPLY EXTRACT "
                FUNCTION TRIM(WS-EXTRACT-FILENAME)
                " (STATUS " WS-EXTRACT-FILE-STATUS ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE SPACES TO WS-CTL-FILE-DESC
           STRING "RESUPPLY EXTRACT " DELIMITED BY SIZE
              WS-EXTRACT-FILENAME DELIMITED BY SPACE
              INTO WS-CTL-FILE-DESC
           MOVE 'EXTRACT' TO WS-CTL-EXPECT-TYPE
           MOVE WS-EXT-BEST-KEY TO WS-CTL-EXPECT-KEY
           PERFORM START-CONTROL-CHECK
           MOVE SPACE TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
             READ RESUPPLY-EXTRACT
             AT END
               MOVE 'Y' TO WS-EOF
             NOT AT END
               MOVE EXTRACT-CONTROL-RECORD TO WS-CTL-RECORD
               MOVE 0 TO WS-CTL-DTL-CAL
               MOVE 0 TO WS-CTL-DTL-ID
               IF EXT-ELF-ID IS NUMERIC
                   AND EXT-ELF-TOTAL IS NUMERIC
                 MOVE EXT-ELF-TOTAL TO WS-CTL-DTL-CAL
                 MOVE EXT-ELF-ID TO WS-CTL-DTL-ID
               END-IF
               PERFORM CHECK-ONE-CONTROL-RECORD
             END-READ
           END-PERFORM
           CLOSE RESUPPLY-EXTRACT
           PERFORM FINISH-CONTROL-CHECK.

       START-CONTROL-CHECK.
           MOVE 'N' TO WS-CTL-HEADER-SEEN
           MOVE 'N' TO WS-CTL-TRAILER-SEEN
           MOVE 0 TO WS-CTL-HDR-DATE
           MOVE 0 TO WS-CTL-HDR-GEN
           MOVE 0 TO WS-CTL-DETAIL-COUNT
           MOVE 0 TO WS-CTL-CAL-HASH
           MOVE 0 TO WS-CTL-ID-HASH
           MOVE 0 TO WS-CTL-TRL-COUNT
           MOVE 0 TO WS-CTL-TRL-CAL-HASH
           MOVE 0 TO WS-CTL-TRL-ID-HASH
           MOVE SPACES TO WS-CTL-BREAK-REASON.

       CHECK-ONE-CONTROL-RECORD.
           EVALUATE TRUE
             WHEN WS-CTL-BREAK-REASON NOT = SPACES
               CONTINUE
             WHEN WS-CTL-TRAILER-SEEN = 'Y'
               MOVE "RECORDS FOUND AFTER THE TRAILER RECORD"
                  TO WS-CTL-BREAK-REASON
             WHEN WS-CTL-REC-TYPE = 'HDR'
               PERFORM CHECK-CONTROL-HEADER
             WHEN WS-CTL-HEADER-SEEN NOT = 'Y'
               MOVE "FIRST RECORD IS NOT A HEADER RECORD"
                  TO WS-CTL-BREAK-REASON
             WHEN WS-CTL-REC-TYPE = 'TRL'
               PERFORM CHECK-CONTROL-TRAILER
             WHEN OTHER
               ADD 1 TO WS-CTL-DETAIL-COUNT
               ADD WS-CTL-DTL-CAL TO WS-CTL-CAL-HASH
               ADD WS-CTL-DTL-ID TO WS-CTL-ID-HASH
           END-EVALUATE.

       CHECK-CONTROL-HEADER.
           EVALUATE TRUE
             WHEN WS-CTL-HEADER-SEEN = 'Y'
               MOVE "SECOND HEADER RECORD FOUND - FILES CONCATENATED"
                  TO WS-CTL-BREAK-REASON
             WHEN WS-CTL-FILE-TYPE NOT = WS-CTL-EXPECT-TYPE
               STRING "HEADER FILE TYPE IS '" DELIMITED BY SIZE
                  WS-CTL-FILE-TYPE DELIMITED BY SPACE
                  "' - EXPECTED '" DELIMITED BY SIZE
                  WS-CTL-EXPECT-TYPE DELIMITED BY SPACE
                  "'" DELIMITED BY SIZE
                  INTO WS-CTL-BREAK-REASON
             WHEN WS-CTL-RUN-DATE IS NOT NUMERIC
                 OR WS-CTL-GEN-NUM IS NOT NUMERIC
               MOVE "HEADER RUN DATE OR GENERATION IS NOT NUMERIC"
                  TO WS-CTL-BREAK-REASON
             WHEN OTHER
               MOVE 'Y' TO WS-CTL-HEADER-SEEN
               MOVE WS-CTL-RUN-DATE TO WS-CTL-HDR-DATE
               MOVE WS-CTL-GEN-NUM TO WS-CTL-HDR-GEN
           END-EVALUATE.

       CHECK-CONTROL-TRAILER.
           IF WS-CTL-REC-COUNT IS NUMERIC
               AND WS-CTL-CAL-TOTAL IS NUMERIC
               AND WS-CTL-ID-TOTAL IS NUMERIC
             MOVE 'Y' TO WS-CTL-TRAILER-SEEN
             MOVE WS-CTL-REC-COUNT TO WS-CTL-TRL-COUNT
             MOVE WS-CTL-CAL-TOTAL TO WS-CTL-TRL-CAL-HASH
             MOVE WS-CTL-ID-TOTAL TO WS-CTL-TRL-ID-HASH
           ELSE
             MOVE "TRAILER COUNT OR HASH TOTALS ARE NOT NUMERIC"
                TO WS-CTL-BREAK-REASON
           END-IF.

       FINISH-CONTROL-CHECK.
           COMPUTE WS-CTL-HDR-KEY =
              WS-CTL-HDR-DATE * 100 + WS-CTL-HDR-GEN
           EVALUATE TRUE
             WHEN WS-CTL-BREAK-REASON NOT = SPACES
               CONTINUE
             WHEN WS-CTL-HEADER-SEEN NOT = 'Y'
               MOVE "FILE IS EMPTY - NO HEADER RECORD"
                  TO WS-CTL-BREAK-REASON
             WHEN WS-CTL-TRAILER-SEEN NOT = 'Y'
               MOVE "NO TRAILER RECORD - FILE IS TRUNCATED"
                  TO WS-CTL-BREAK-REASON
             WHEN WS-CTL-EXPECT-KEY NOT = 0
                 AND WS-CTL-HDR-KEY NOT = WS-CTL-EXPECT-KEY
               STRING "HEADER IS FOR RUN " WS-CTL-HDR-KEY(1:8)
                  ".R" WS-CTL-HDR-KEY(9:2) " - EXPECTED RUN "
                  WS-CTL-EXPECT-KEY(1:8) ".R"
                  WS-CTL-EXPECT-KEY(9:2)
                  DELIMITED BY SIZE INTO WS-CTL-BREAK-REASON
             WHEN WS-CTL-TRL-COUNT NOT = WS-CTL-DETAIL-COUNT
               STRING "TRAILER RECORD COUNT " WS-CTL-TRL-COUNT
                  " - " WS-CTL-DETAIL-COUNT " DETAIL RECORD(S) READ"
                  DELIMITED BY SIZE INTO WS-CTL-BREAK-REASON
             WHEN WS-CTL-TRL-CAL-HASH NOT = WS-CTL-CAL-HASH
               STRING "TRAILER CALORIE HASH " WS-CTL-TRL-CAL-HASH
                  " - " WS-CTL-CAL-HASH " ACCUMULATED"
                  DELIMITED BY SIZE INTO WS-CTL-BREAK-REASON
             WHEN WS-CTL-TRL-ID-HASH NOT = WS-CTL-ID-HASH
               STRING "TRAILER ELF ID HASH " WS-CTL-TRL-ID-HASH
                  " - " WS-CTL-ID-HASH " ACCUMULATED"
                  DELIMITED BY SIZE INTO WS-CTL-BREAK-REASON
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           IF WS-CTL-BREAK-REASON NOT = SPACES
             DISPLAY "CONTROL BREAK: "
                FUNCTION TRIM(WS-CTL-FILE-DESC) " - "
                FUNCTION TRIM(WS-CTL-BREAK-REASON)
             DISPLAY "CONTROL BREAK: STEP STOPPED BEFORE ANY "
                "RECORD WAS USED"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           DISPLAY "CONTROLS OK: " FUNCTION TRIM(WS-CTL-FILE-DESC)
              " RUN " WS-CTL-HDR-DATE ".R" WS-CTL-HDR-GEN ", "
              WS-CTL-DETAIL-COUNT " RECORD(S)".

       APPLY-CORRECTIONS.
           OPEN INPUT RECYCLE-FIX
           IF WS-RECYCFIX-FILE-STATUS NOT = '00'
                       MOVE WS-ITEM-VALUE TO WS-DELTA-VALUE
                   END-COMPUTE
                 ELSE
                   IF WS-CATALOG-RETIRED = 'Y'
                     MOVE "RETIRED ITEM CODE" TO WS-ADJ-REASON
                   ELSE
                     MOVE "UNKNOWN ITEM CODE" TO WS-ADJ-REASON
                   END-IF
                 END-IF
               ELSE
                 MOVE "QUANTITY NOT NUMERIC" TO WS-ADJ-REASON

       LOOKUP-CATALOG-ITEM.
           MOVE 'N' TO WS-CATALOG-FOUND
           MOVE 'N' TO WS-CATALOG-RETIRED
           MOVE 0 TO WS-CURR-CAL-UNIT
           MOVE 0 TO WS-CATALOG-BEST-DATE
           PERFORM VARYING C FROM 1 BY 1
               UNTIL C > WS-CATALOG-COUNT
             IF WS-CAT-ITEM-CODE(C) = WS-CURR-ITEM-CODE
                 AND WS-CAT-EFF-DATE(C) NOT > WS-RUN-DATE
                 AND (WS-CATALOG-FOUND NOT = 'Y'
                   OR WS-CAT-EFF-DATE(C) NOT < WS-CATALOG-BEST-DATE)
               MOVE 'Y' TO WS-CATALOG-FOUND
               MOVE WS-CAT-EFF-DATE(C) TO WS-CATALOG-BEST-DATE
               MOVE WS-CAT-CAL-UNIT(C) TO WS-CURR-CAL-UNIT
               IF WS-CAT-STATUS(C) = 'R'
                 MOVE 'Y' TO WS-CATALOG-RETIRED
               ELSE
                 MOVE 'N' TO WS-CATALOG-RETIRED
               END-IF
             END-IF
           END-PERFORM
           IF WS-CATALOG-RETIRED = 'Y'
             MOVE 'N' TO WS-CATALOG-FOUND
             MOVE 0 TO WS-CURR-CAL-UNIT
           END-IF.

       POST-CORRECTION-DELTA.
           MOVE 'N' TO WS-EXT-FOUND
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE 0 TO WS-NEW-CTL-CAL-HASH
           MOVE 0 TO WS-NEW-CTL-ID-HASH
           MOVE 'HDR' TO NXC-REC-TYPE
           MOVE 'EXTRACT' TO NXC-FILE-TYPE
           MOVE WS-RUN-DATE TO NXC-RUN-DATE
           MOVE WS-GEN-NUM TO NXC-GEN-NUM
           MOVE 0 TO NXC-REC-COUNT
           MOVE 0 TO NXC-CAL-HASH
           MOVE 0 TO NXC-ID-HASH
           WRITE NEW-EXTRACT-CONTROL-RECORD
           MOVE 0 TO WS-RANK
           PERFORM VARYING E FROM 1 BY 1
               UNTIL E > WS-EXT-COUNT
             MOVE WS-EXT-NAME(E) TO NEW-ELF-NAME
             MOVE WS-EXT-DEPOT(E) TO NEW-ELF-DEPOT
             WRITE NEW-EXTRACT-RECORD
             ADD WS-EXT-TOTAL(E) TO WS-NEW-CTL-CAL-HASH
             ADD WS-EXT-ID(E) TO WS-NEW-CTL-ID-HASH
             IF WS-EXT-TOTAL(E) < WS-MIN-CALORIES-THRESHOLD
               ADD 1 TO WS-LOW-COUNT
               MOVE WS-EXT-ID(E) TO WS-LOW-ELF-ID
               WRITE NEW-LOW-SUPPLY-RECORD
             END-IF
           END-PERFORM
           MOVE 'TRL' TO NXC-REC-TYPE
           MOVE 'EXTRACT' TO NXC-FILE-TYPE
           MOVE WS-RUN-DATE TO NXC-RUN-DATE
           MOVE WS-GEN-NUM TO NXC-GEN-NUM
           MOVE WS-RANK TO NXC-REC-COUNT
           MOVE WS-NEW-CTL-CAL-HASH TO NXC-CAL-HASH
           MOVE WS-NEW-CTL-ID-HASH TO NXC-ID-HASH
           WRITE NEW-EXTRACT-CONTROL-RECORD
           CLOSE NEW-EXTRACT
           CLOSE NEW-LOW-SUPPLY
           DISPLAY "ADJUST RUN: " WS-RANK " EXTRACT RECORD(S) "
           COMPUTE HAR-ELF-ID = WS-HIST-INDEX - 1
           MOVE 0 TO HAR-ELF-DAY
           MOVE WS-DELTA(WS-HIST-INDEX) TO HAR-TOTAL
           MOVE 0 TO HAR-BLOCK-ITEMS
           MOVE 0 TO HAR-BLOCK-HASH
           WRITE HISTORY-ARCHIVE-RECORD.

       REWRITE-HISTORY-MASTER.
