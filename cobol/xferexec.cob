           05 XFR-FROM-NAME       PIC X(20).
           05 XFR-TO-NAME         PIC X(20).
           05 XFR-DEPOT           PIC X(3).
       01 TRANSFER-CONTROL-RECORD.
           05 XFC-REC-TYPE        PIC X(3).
           05 XFC-FILE-TYPE       PIC X(8).
           05 XFC-RUN-DATE        PIC 9(8).
           05 XFC-GEN-NUM         PIC 9(2).
           05 XFC-REC-COUNT       PIC 9(7).
           05 XFC-CAL-HASH        PIC 9(15).
           05 XFC-ID-HASH         PIC 9(15).

       FD EXEC-CONFIRMATIONS.
       01 CONFIRM-RECORD.
           05 CNF-FROM-ELF        PIC 9(5).
           05 CNF-TO-ELF          PIC 9(5).
           05 CNF-CALORIES        PIC 9(8).
       01 CONFIRM-CONTROL-RECORD.
           05 CNC-REC-TYPE        PIC X(3).
           05 CNC-FILE-TYPE       PIC X(8).
           05 CNC-RUN-DATE        PIC 9(8).
           05 CNC-GEN-NUM         PIC 9(2).
           05 CNC-REC-COUNT       PIC 9(7).
           05 CNC-CAL-HASH        PIC 9(15).
           05 CNC-ID-HASH         PIC 9(15).

       FD PENDING-ORDERS.
       01 PENDING-RECORD.
       01 WS-TODAY-INTEGER       PIC 9(8) VALUE 0.
       01 WS-ORDER-INTEGER       PIC 9(8) VALUE 0.
       01 WS-REPORT-LINE         PIC X(132).
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
           INITIALIZE WS-ORDER-TABLE
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM VERIFY-TRANSFER-CONTROLS
           PERFORM VERIFY-CONFIRM-CONTROLS
           PERFORM LOAD-PENDING-ORDERS
           PERFORM LOAD-EXECUTED-LOG
           PERFORM LOAD-TRANSFER-ORDERS
           END-IF
           GOBACK.

       VERIFY-TRANSFER-CONTROLS.
           OPEN INPUT TRANSFER-ORDERS
           IF WS-TRANSFER-FILE-STATUS = '00'
             MOVE "TRANSFER ORDER FILE 'transfer.dat'"
                TO WS-CTL-FILE-DESC
             MOVE 'TRANSFER' TO WS-CTL-EXPECT-TYPE
             MOVE 0 TO WS-CTL-EXPECT-KEY
             PERFORM START-CONTROL-CHECK
             MOVE SPACE TO WS-EOF
             PERFORM UNTIL WS-EOF = 'Y'
               READ TRANSFER-ORDERS
               AT END
                 MOVE 'Y' TO WS-EOF
               NOT AT END
                 MOVE TRANSFER-CONTROL-RECORD TO WS-CTL-RECORD
                 MOVE 0 TO WS-CTL-DTL-CAL
                 MOVE 0 TO WS-CTL-DTL-ID
                 IF XFR-FROM-ELF IS NUMERIC
                     AND XFR-TO-ELF IS NUMERIC
                     AND XFR-CALORIES IS NUMERIC
                   MOVE XFR-CALORIES TO WS-CTL-DTL-CAL
                   COMPUTE WS-CTL-DTL-ID =
                      XFR-FROM-ELF + XFR-TO-ELF
                 END-IF
                 PERFORM CHECK-ONE-CONTROL-RECORD
               END-READ
             END-PERFORM
             CLOSE TRANSFER-ORDERS
             PERFORM FINISH-CONTROL-CHECK
           END-IF.

       VERIFY-CONFIRM-CONTROLS.
           OPEN INPUT EXEC-CONFIRMATIONS
           IF WS-CONFIRM-FILE-STATUS = '00'
             MOVE "CONFIRMATION FILE 'xferconf.dat'"
                TO WS-CTL-FILE-DESC
             MOVE 'XFERCONF' TO WS-CTL-EXPECT-TYPE
             MOVE 0 TO WS-CTL-EXPECT-KEY
             PERFORM START-CONTROL-CHECK
             MOVE SPACE TO WS-EOF
             PERFORM UNTIL WS-EOF = 'Y'
               READ EXEC-CONFIRMATIONS
               AT END
                 MOVE 'Y' TO WS-EOF
               NOT AT END
                 MOVE CONFIRM-CONTROL-RECORD TO WS-CTL-RECORD
                 MOVE 0 TO WS-CTL-DTL-CAL
                 MOVE 0 TO WS-CTL-DTL-ID
                 IF CNF-FROM-ELF IS NUMERIC
                     AND CNF-TO-ELF IS NUMERIC
                     AND CNF-CALORIES IS NUMERIC
                   MOVE CNF-CALORIES TO WS-CTL-DTL-CAL
                   COMPUTE WS-CTL-DTL-ID =
                      CNF-FROM-ELF + CNF-TO-ELF
                 END-IF
                 PERFORM CHECK-ONE-CONTROL-RECORD
               END-READ
             END-PERFORM
             CLOSE EXEC-CONFIRMATIONS
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

       LOAD-PENDING-ORDERS.
           OPEN INPUT PENDING-ORDERS
           IF WS-PENDING-FILE-STATUS NOT = '00'
               AT END
                 MOVE 'Y' TO WS-EOF
               NOT AT END
                 IF XFC-REC-TYPE = 'HDR' OR XFC-REC-TYPE = 'TRL'
                   CONTINUE
                 ELSE
                   IF XFR-FROM-ELF IS NUMERIC
                       AND XFR-TO-ELF IS NUMERIC
                       AND XFR-CALORIES IS NUMERIC
                     PERFORM ADD-TRANSFER-ORDER
                   ELSE
                     DISPLAY "WARNING: IGNORING MALFORMED TRANSFER "
                        "ORDER RECORD: " TRANSFER-RECORD
                   END-IF
                 END-IF
               END-READ
             END-PERFORM
               AT END
                 MOVE 'Y' TO WS-EOF
               NOT AT END
                 IF CNC-REC-TYPE = 'HDR' OR CNC-REC-TYPE = 'TRL'
                   CONTINUE
                 ELSE
                   IF CNF-FROM-ELF IS NUMERIC
                       AND CNF-TO-ELF IS NUMERIC
                       AND CNF-CALORIES IS NUMERIC
                     ADD 1 TO WS-CONFIRM-COUNT
                     PERFORM MATCH-ONE-CONFIRMATION
                   ELSE
                     ADD 1 TO WS-EXCP-COUNT
                     MOVE SPACES TO WS-REPORT-LINE
                     STRING "EXCEPTION: MALFORMED CONFIRMATION "
                        "RECORD: " CONFIRM-RECORD
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                     PERFORM WRITE-REPORT-LINE
                   END-IF
                 END-IF
               END-READ
             END-PERFORM
