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

       FD AUDIT-FILE.
       01 AUDIT-ITEM-REC.
       01 WS-FINAL-HITS          PIC 9(5) VALUE 0.
       01 WS-ALERT-HITS          PIC 9(5) VALUE 0.
       01 WS-REJECT-HITS         PIC 9(7) VALUE 0.
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

       PROCEDURE DIVISION.
           ACCEPT WS-ELF-ID-PARM FROM ENVIRONMENT "ELFINQ_ELF_ID"
             END-IF
           END-IF
           PERFORM LOCATE-GENERATIONS
           PERFORM VERIFY-EXTRACT-CONTROLS
           DISPLAY "ELF INQUIRY FOR ELF " WS-INQ-ELF-ID
           IF WS-INQ-DAY-GIVEN = 'Y'
             DISPLAY "LIMITED TO DAY " WS-INQ-DAY
              FUNCTION TRIM(WS-REJECT-FILENAME) ", "
              FUNCTION TRIM(WS-LOWSUP-FILENAME).

       VERIFY-EXTRACT-CONTROLS.
           OPEN INPUT RESUPPLY-EXTRACT
           IF WS-EXTRACT-FILE-STATUS = '00'
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
             PERFORM FINISH-CONTROL-CHECK
           END-IF.
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

       INQUIRE-EXTRACT.
           OPEN INPUT RESUPPLY-EXTRACT
           IF WS-EXTRACT-FILE-STATUS NOT = '00'
