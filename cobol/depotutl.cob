       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPOT-UTILIZATION-REPORT.
       AUTHOR. DEVTANC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPOT-MASTER ASSIGN TO 'depotmst.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEPOT-FILE-STATUS.
           SELECT GENERATION-CATALOG ASSIGN TO 'gencat.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GENCAT-FILE-STATUS.
           SELECT RESUPPLY-EXTRACT ASSIGN TO DYNAMIC WS-EXTRACT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXTRACT-FILE-STATUS.
           SELECT PENDING-ORDERS ASSIGN TO 'xferpend.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PENDING-FILE-STATUS.
           SELECT UTILIZATION-REPORT ASSIGN TO 'depotutl.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-UTLRPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DEPOT-MASTER.
       01 DEPOT-MASTER-RECORD.
           05 DPM-DEPOT-CODE      PIC X(3).
           05 FILLER              PIC X(1).
           05 DPM-DEPOT-NAME      PIC X(20).
           05 FILLER              PIC X(1).
           05 DPM-LOCATION        PIC X(20).
           05 FILLER              PIC X(1).
           05 DPM-CAPACITY        PIC 9(10).
           05 FILLER              PIC X(1).
           05 DPM-STATUS          PIC X(1).

       FD GENERATION-CATALOG.
       01 GENCAT-RECORD.
           05 GEN-DATE            PIC 9(8).
           05 GEN-RUN             PIC 9(2).
           05 GEN-TYPE            PIC X(8).
           05 GEN-FILENAME        PIC X(40).

       FD RESUPPLY-EXTRACT.
       01 RESUPPLY-RECORD.
           05 EXT-ELF-ID          PIC 9(5).
           05 EXT-ELF-TOTAL       PIC 9(8).
           05 EXT-ELF-RANK        PIC 9(7).
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

       FD PENDING-ORDERS.
       01 PENDING-RECORD.
           05 PND-FROM-ELF        PIC 9(5).
           05 PND-TO-ELF          PIC 9(5).
           05 PND-CALORIES        PIC 9(8).
           05 PND-ORDER-DATE      PIC 9(8).
           05 PND-FROM-NAME       PIC X(20).
           05 PND-TO-NAME         PIC X(20).
           05 PND-DEPOT           PIC X(3).

       FD UTILIZATION-REPORT.
       01 UTILIZATION-RECORD     PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-DEPOT-FILE-STATUS   PIC X(2).
       01 WS-GENCAT-FILE-STATUS  PIC X(2).
       01 WS-EXTRACT-FILE-STATUS PIC X(2).
       01 WS-PENDING-FILE-STATUS PIC X(2).
       01 WS-UTLRPT-FILE-STATUS  PIC X(2).
       01 WS-EOF                 PIC A(1).
       01 WS-RUN-DATE            PIC 9(8) VALUE 0.
       01 WS-EXTRACT-FILENAME    PIC X(40) VALUE SPACES.
       01 WS-GEN-KEY             PIC 9(10) VALUE 0.
       01 WS-EXT-BEST-KEY        PIC 9(10) VALUE 0.
       78 WS-DEPOT-MAX             VALUE 500.
       01 WS-DEPOT-TABLE.
           05 WS-DEPOT-ENTRY OCCURS WS-DEPOT-MAX TIMES
              INDEXED BY DX.
              10 WS-DPT-CODE      PIC X(3).
              10 WS-DPT-KNOWN     PIC X(1).
              10 WS-DPT-NAME      PIC X(20).
              10 WS-DPT-LOCATION  PIC X(20).
              10 WS-DPT-CAPACITY  PIC 9(10).
              10 WS-DPT-STATUS    PIC X(1).
              10 WS-DPT-ELVES     PIC 9(6).
              10 WS-DPT-RANKED    PIC 9(12).
              10 WS-DPT-PENDING   PIC 9(12).
       01 WS-DEPOT-COUNT         PIC 9(3) VALUE 0.
       01 WS-DEPOT-FOUND         PIC A(1).
       01 WS-CURR-DEPOT          PIC X(3) VALUE SPACES.
       01 WS-EXTRACT-COUNT       PIC 9(7) VALUE 0.
       01 WS-PENDING-COUNT       PIC 9(7) VALUE 0.
       01 WS-DEPOT-LOAD          PIC 9(12) VALUE 0.
       01 WS-DEPOT-PCT           PIC 9(5)V9 VALUE 0.
       01 WS-OVER-COUNT          PIC 9(3) VALUE 0.
       01 WS-UNDER-COUNT         PIC 9(3) VALUE 0.
       01 WS-UNKNOWN-COUNT       PIC 9(3) VALUE 0.
       01 WS-TOTAL-CAPACITY      PIC 9(12) VALUE 0.
       01 WS-TOTAL-LOAD          PIC 9(12) VALUE 0.
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
       01 WS-UTIL-DETAIL-LINE.
           05 FILLER              PIC X(6) VALUE "DEPOT ".
           05 WS-UDL-CODE         PIC X(3).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-UDL-NAME         PIC X(20).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-UDL-LOCATION     PIC X(20).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-UDL-STATUS       PIC X(6).
           05 FILLER              PIC X(5) VALUE " CAP ".
           05 WS-UDL-CAPACITY     PIC 9(10).
           05 FILLER              PIC X(8) VALUE " RANKED ".
           05 WS-UDL-RANKED       PIC 9(10).
           05 FILLER              PIC X(6) VALUE " PEND ".
           05 WS-UDL-PENDING      PIC 9(10).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-UDL-PCT          PIC ZZZZ9.9.
           05 FILLER              PIC X(2) VALUE "% ".
           05 WS-UDL-FLAG         PIC X(15).

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           INITIALIZE WS-DEPOT-TABLE
           PERFORM LOAD-DEPOT-MASTER
           PERFORM LOCATE-EXTRACT-GENERATION
           PERFORM VERIFY-EXTRACT-CONTROLS
           PERFORM TALLY-RANKED-TOTALS
           PERFORM TALLY-PENDING-TRANSFERS
           OPEN OUTPUT UTILIZATION-REPORT
           IF WS-UTLRPT-FILE-STATUS NOT = '00'
             DISPLAY "ERROR: COULD NOT OPEN DEPOT UTILIZATION REPORT "
                "'depotutl.rpt' (STATUS " WS-UTLRPT-FILE-STATUS ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING "DEPOT UTILIZATION REPORT - DATE " WS-RUN-DATE
              " - EXTRACT " FUNCTION TRIM(WS-EXTRACT-FILENAME)
              " PLUS 'xferpend.dat'"
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING DX FROM 1 BY 1
               UNTIL DX > WS-DEPOT-COUNT
             PERFORM WRITE-ONE-DEPOT
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TOTALS: " WS-DEPOT-COUNT " DEPOT(S), CAPACITY "
              WS-TOTAL-CAPACITY ", LOAD " WS-TOTAL-LOAD ", "
              WS-OVER-COUNT " OVER CAPACITY, "
              WS-UNDER-COUNT " UNDER 25% FULL, "
              WS-UNKNOWN-COUNT " NOT ON DEPOT MASTER"
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           CLOSE UTILIZATION-REPORT
           DISPLAY "DEPOT UTILIZATION: " WS-DEPOT-COUNT " DEPOT(S), "
              WS-OVER-COUNT " OVER CAPACITY, " WS-UNDER-COUNT
              " UNDER 25% FULL - SEE 'depotutl.rpt'"
           IF WS-OVER-COUNT > 0 OR WS-UNKNOWN-COUNT > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-DEPOT-MASTER.
           OPEN INPUT DEPOT-MASTER
           IF WS-DEPOT-FILE-STATUS NOT = '00'
             DISPLAY "ERROR: COULD NOT OPEN DEPOT MASTER FILE "
                "'depotmst.dat' (STATUS " WS-DEPOT-FILE-STATUS ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE SPACE TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
             READ DEPOT-MASTER
             AT END
               MOVE 'Y' TO WS-EOF
             NOT AT END
               IF DPM-DEPOT-CODE NOT = SPACES
                   AND DPM-CAPACITY IS NUMERIC
                 MOVE DPM-DEPOT-CODE TO WS-CURR-DEPOT
                 PERFORM FIND-OR-ADD-DEPOT
                 MOVE 'Y' TO WS-DPT-KNOWN(DX)
                 MOVE DPM-DEPOT-NAME TO WS-DPT-NAME(DX)
                 MOVE DPM-LOCATION TO WS-DPT-LOCATION(DX)
                 MOVE DPM-CAPACITY TO WS-DPT-CAPACITY(DX)
                 MOVE DPM-STATUS TO WS-DPT-STATUS(DX)
               ELSE
                 DISPLAY "WARNING: IGNORING MALFORMED DEPOT MASTER "
                    "RECORD: " DEPOT-MASTER-RECORD
               END-IF
             END-READ
           END-PERFORM
           CLOSE DEPOT-MASTER.

       FIND-OR-ADD-DEPOT.
           MOVE 'N' TO WS-DEPOT-FOUND
           PERFORM VARYING DX FROM 1 BY 1
               UNTIL DX > WS-DEPOT-COUNT OR WS-DEPOT-FOUND = 'Y'
             IF WS-DPT-CODE(DX) = WS-CURR-DEPOT
               MOVE 'Y' TO WS-DEPOT-FOUND
             END-IF
           END-PERFORM
           IF WS-DEPOT-FOUND = 'Y'
             SET DX DOWN BY 1
           ELSE
             IF WS-DEPOT-COUNT >= WS-DEPOT-MAX
               DISPLAY "ERROR: MORE THAN " WS-DEPOT-MAX
                  " DEPOTS - TABLE CAPACITY EXCEEDED"
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-DEPOT-COUNT
             SET DX TO WS-DEPOT-COUNT
             MOVE WS-CURR-DEPOT TO WS-DPT-CODE(DX)
             MOVE 'N' TO WS-DPT-KNOWN(DX)
           END-IF.

       LOCATE-EXTRACT-GENERATION.
           OPEN INPUT GENERATION-CATALOG
           IF WS-GENCAT-FILE-STATUS NOT = '00'
             DISPLAY "ERROR: COULD NOT OPEN GENERATION CATALOG "
                "'gencat.dat' (STATUS " WS-GENCAT-FILE-STATUS ") - "
                "RUN THE DAILY BATCH FIRST"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE SPACE TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
             READ GENERATION-CATALOG
             AT END
               MOVE 'Y' TO WS-EOF
             NOT AT END
               IF GEN-DATE IS NUMERIC AND GEN-RUN IS NUMERIC
                   AND GEN-TYPE = 'EXTRACT'
                 COMPUTE WS-GEN-KEY = GEN-DATE * 100 + GEN-RUN
                 IF WS-GEN-KEY > WS-EXT-BEST-KEY
                   MOVE WS-GEN-KEY TO WS-EXT-BEST-KEY
                   MOVE GEN-FILENAME TO WS-EXTRACT-FILENAME
                 END-IF
               END-IF
             END-READ
           END-PERFORM
           CLOSE GENERATION-CATALOG
           IF WS-EXT-BEST-KEY = 0
             DISPLAY "ERROR: GENERATION CATALOG HOLDS NO EXTRACT "
                "GENERATION - RUN THE DAILY BATCH FIRST"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF.

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

       TALLY-RANKED-TOTALS.
           OPEN INPUT RESUPPLY-EXTRACT
           IF WS-EXTRACT-FILE-STATUS NOT = '00'
             DISPLAY "ERROR: COULD NOT OPEN RESUPPLY EXTRACT "
                FUNCTION TRIM(WS-EXTRACT-FILENAME)
                " (STATUS " WS-EXTRACT-FILE-STATUS ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE SPACE TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
             READ RESUPPLY-EXTRACT
             AT END
               MOVE 'Y' TO WS-EOF
             NOT AT END
               IF EXC-REC-TYPE = 'HDR' OR EXC-REC-TYPE = 'TRL'
                 CONTINUE
               ELSE
                 IF EXT-ELF-ID IS NUMERIC
                     AND EXT-ELF-TOTAL IS NUMERIC
                   ADD 1 TO WS-EXTRACT-COUNT
                   MOVE EXT-ELF-DEPOT TO WS-CURR-DEPOT
                   PERFORM FIND-OR-ADD-DEPOT
                   ADD 1 TO WS-DPT-ELVES(DX)
                   ADD EXT-ELF-TOTAL TO WS-DPT-RANKED(DX)
                 ELSE
                   DISPLAY "WARNING: IGNORING MALFORMED EXTRACT "
                      "RECORD: " RESUPPLY-RECORD
                 END-IF
               END-IF
             END-READ
           END-PERFORM
           CLOSE RESUPPLY-EXTRACT.

       TALLY-PENDING-TRANSFERS.
           OPEN INPUT PENDING-ORDERS
           IF WS-PENDING-FILE-STATUS NOT = '00'
             DISPLAY "NOTE: NO PENDING TRANSFER FILE 'xferpend.dat' "
                "(STATUS " WS-PENDING-FILE-STATUS ") - NO PENDING "
                "CALORIES COUNTED"
           ELSE
             MOVE SPACE TO WS-EOF
             PERFORM UNTIL WS-EOF = 'Y'
               READ PENDING-ORDERS
               AT END
                 MOVE 'Y' TO WS-EOF
               NOT AT END
                 IF PND-FROM-ELF IS NUMERIC
                     AND PND-TO-ELF IS NUMERIC
                     AND PND-CALORIES IS NUMERIC
                   ADD 1 TO WS-PENDING-COUNT
                   MOVE PND-DEPOT TO WS-CURR-DEPOT
                   PERFORM FIND-OR-ADD-DEPOT
                   ADD PND-CALORIES TO WS-DPT-PENDING(DX)
                 END-IF
               END-READ
             END-PERFORM
             CLOSE PENDING-ORDERS
           END-IF.

       WRITE-ONE-DEPOT.
           COMPUTE WS-DEPOT-LOAD =
              WS-DPT-RANKED(DX) + WS-DPT-PENDING(DX)
           ADD WS-DEPOT-LOAD TO WS-TOTAL-LOAD
           ADD WS-DPT-CAPACITY(DX) TO WS-TOTAL-CAPACITY
           MOVE WS-DPT-CODE(DX) TO WS-UDL-CODE
           MOVE WS-DPT-NAME(DX) TO WS-UDL-NAME
           MOVE WS-DPT-LOCATION(DX) TO WS-UDL-LOCATION
           MOVE WS-DPT-CAPACITY(DX) TO WS-UDL-CAPACITY
           MOVE WS-DPT-RANKED(DX) TO WS-UDL-RANKED
           MOVE WS-DPT-PENDING(DX) TO WS-UDL-PENDING
           MOVE SPACES TO WS-UDL-FLAG
           MOVE 0 TO WS-DEPOT-PCT
           IF WS-DPT-CAPACITY(DX) > 0
             COMPUTE WS-DEPOT-PCT ROUNDED =
                WS-DEPOT-LOAD * 100 / WS-DPT-CAPACITY(DX)
               ON SIZE ERROR
                 MOVE 99999.9 TO WS-DEPOT-PCT
             END-COMPUTE
           END-IF
           MOVE WS-DEPOT-PCT TO WS-UDL-PCT
           EVALUATE TRUE
             WHEN WS-DPT-KNOWN(DX) NOT = 'Y'
               MOVE "(NOT ON MASTER)" TO WS-UDL-NAME
               MOVE "??????" TO WS-UDL-STATUS
               MOVE "UNKNOWN DEPOT" TO WS-UDL-FLAG
               ADD 1 TO WS-UNKNOWN-COUNT
             WHEN WS-DPT-STATUS(DX) = 'O'
               MOVE "OPEN" TO WS-UDL-STATUS
             WHEN OTHER
               MOVE "CLOSED" TO WS-UDL-STATUS
           END-EVALUATE
           IF WS-DPT-KNOWN(DX) = 'Y'
             IF WS-DEPOT-LOAD > WS-DPT-CAPACITY(DX)
               MOVE "OVER CAPACITY" TO WS-UDL-FLAG
               ADD 1 TO WS-OVER-COUNT
             ELSE
               IF WS-DPT-STATUS(DX) = 'O'
                   AND WS-DEPOT-LOAD * 4 < WS-DPT-CAPACITY(DX)
                 MOVE "UNDER 25% FULL" TO WS-UDL-FLAG
                 ADD 1 TO WS-UNDER-COUNT
               END-IF
             END-IF
           END-IF
           MOVE WS-UTIL-DETAIL-LINE TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE SPACES TO UTILIZATION-RECORD
           MOVE WS-REPORT-LINE TO UTILIZATION-RECORD
           WRITE UTILIZATION-RECORD.
