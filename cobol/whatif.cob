       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESUPPLY-WHAT-IF.
       AUTHOR. DEVTANC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESUPPLY-EXTRACT ASSIGN TO DYNAMIC
           WS-EXTRACT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXTRACT-FILE-STATUS.
           SELECT GENERATION-CATALOG ASSIGN TO 'gencat.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GENCAT-FILE-STATUS.
           SELECT PARAMETER-FILE ASSIGN TO 'params.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARAM-FILE-STATUS.
           SELECT CANDIDATE-FILE ASSIGN TO 'whatif.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CANDIDATE-FILE-STATUS.
           SELECT CUMULATIVE-ADJUSTMENTS ASSIGN TO 'xferadj.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-XFERADJ-FILE-STATUS.
           SELECT ELF-HISTORY-MASTER ASSIGN TO 'elfhist.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT WHAT-IF-REPORT ASSIGN TO 'whatif.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD PARAMETER-FILE.
       01 PARAM-RECORD           PIC X(80).

       FD CANDIDATE-FILE.
       01 CANDIDATE-RECORD       PIC X(80).

       FD CUMULATIVE-ADJUSTMENTS.
       01 ADJUSTMENT-RECORD.
           05 ADJ-ELF-ID          PIC 9(5).
           05 ADJ-SIGN            PIC X(1).
           05 ADJ-AMOUNT          PIC 9(10).

       FD ELF-HISTORY-MASTER.
       01 ELF-HISTORY-RECORD.
           05 EHM-ELF-ID          PIC 9(5).
           05 EHM-CURR-DATE       PIC 9(8).
           05 EHM-CURR-TOTAL      PIC 9(10).
           05 EHM-PRIOR-DATE      PIC 9(8).
           05 EHM-PRIOR-TOTAL     PIC 9(10).

       FD WHAT-IF-REPORT.
       01 WHAT-IF-RECORD         PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-EXTRACT-FILE-STATUS PIC X(2).
       01 WS-GENCAT-FILE-STATUS  PIC X(2).
       01 WS-PARAM-FILE-STATUS   PIC X(2).
       01 WS-CANDIDATE-FILE-STATUS PIC X(2).
       01 WS-XFERADJ-FILE-STATUS PIC X(2).
       01 WS-HISTORY-FILE-STATUS PIC X(2).
       01 WS-REPORT-FILE-STATUS  PIC X(2).
       01 WS-EOF                 PIC A(1).
       01 WS-GENCAT-EOF          PIC A(1).
       01 WS-RUN-DATE            PIC 9(8) VALUE 0.
       01 WS-EXTRACT-FILENAME    PIC X(40) VALUE SPACES.
       01 WS-GEN-KEY             PIC 9(10) VALUE 0.
       01 WS-EXT-BEST-KEY        PIC 9(10) VALUE 0.
       78 WS-ELF-ID-MAX            VALUE 100000.
       01 WS-ELF-TABLE.
           05 WS-ELF-ENTRY OCCURS WS-ELF-ID-MAX TIMES
              INDEXED BY D, G.
              10 WS-ELF-USED     PIC X(1).
              10 WS-ELF-ID       PIC 9(5).
              10 WS-ELF-NAME     PIC X(20).
              10 WS-ELF-TOTAL    PIC 9(10).
              10 WS-ELF-DEPOT    PIC X(3).
              10 WS-ELF-RAW      PIC 9(10).
              10 WS-ELF-LOW-DAY  PIC 9(10).
              10 WS-ELF-PRIOR    PIC 9(10).
              10 WS-ELF-DROP     PIC 9(4)V99.
              10 WS-ELF-DECLINE  PIC X(1) OCCURS 2 TIMES.
       01 WS-ELF-COUNT           PIC 9(6) VALUE 0.
       01 WS-SIM-TABLE.
           05 WS-SIM-ENTRY OCCURS WS-ELF-ID-MAX TIMES
              INDEXED BY M, N.
              10 WS-SIM-TOTAL    PIC 9(10).
              10 WS-SIM-DEPOT    PIC X(3).
       78 WS-DEPOT-MAX             VALUE 20.
       01 WS-DEPOT-TABLE.
           05 WS-DEPOT-ENTRY OCCURS WS-DEPOT-MAX TIMES
              INDEXED BY DP.
              10 WS-DEP-CODE      PIC X(3).
              10 WS-DEP-ORDERS    PIC 9(5) OCCURS 2 TIMES.
              10 WS-DEP-CALORIES  PIC 9(10) OCCURS 2 TIMES.
              10 WS-DEP-UNFILLED  PIC 9(5) OCCURS 2 TIMES.
       01 WS-DEPOT-COUNT         PIC 9(2) VALUE 0.
       01 WS-DEPOT-FOUND         PIC A(1).
       01 WS-CURR-DEPOT          PIC X(3) VALUE SPACES.
       01 WS-DEPOT-INDEX         PIC 9(2) VALUE 0.
       01 WS-POST-INDEX          PIC 9(6) VALUE 0.
       01 WS-ADJ-POST-INDEX      PIC 9(6) VALUE 0.
       01 WS-ADJ-APPLIED-COUNT   PIC 9(6) VALUE 0.
       01 WS-HIST-INDEX          PIC 9(6) VALUE 0.
       01 WS-HIST-USED-COUNT     PIC 9(6) VALUE 0.
       01 WS-SCENARIO-TABLE.
           05 WS-SCENARIO-ENTRY OCCURS 2 TIMES INDEXED BY SC.
              10 WS-SCN-THRESHOLD PIC 9(7).
              10 WS-SCN-SURPLUS   PIC 9(7).
              10 WS-SCN-DECLINE   PIC 9(3).
              10 WS-SCN-LOW       PIC 9(6).
              10 WS-SCN-ORDERS    PIC 9(6).
              10 WS-SCN-CALORIES  PIC 9(10).
              10 WS-SCN-UNFILLED  PIC 9(6).
              10 WS-SCN-DECLINING PIC 9(6).
       01 WS-SCENARIO-NUM        PIC 9(1) VALUE 0.
       01 WS-PARAM-KEYWORD       PIC X(30).
       01 WS-PARAM-VALUE         PIC X(20).
       01 WS-PARAM-NUM-JUST      PIC X(7) JUSTIFIED RIGHT.
       01 WS-PARAM-NUM           PIC 9(7) VALUE 0.
       01 WS-PARAM-NUM-VALID     PIC A(1).
       01 WS-PARAM-SOURCE        PIC X(20).
       01 WS-PARAM-LINE          PIC X(80).
       01 WS-PARAM-ERRORS        PIC 9(3) VALUE 0.
       01 WS-GOT-THRESHOLD       PIC A(1) VALUE 'N'.
       01 WS-GOT-SURPLUS         PIC A(1) VALUE 'N'.
       01 WS-GOT-DECLINE         PIC A(1) VALUE 'N'.
       01 WS-CANDIDATE-COUNT     PIC 9(3) VALUE 0.
       01 WS-DONOR-AVAIL         PIC 9(10) VALUE 0.
       01 WS-RECEIVER-NEED       PIC 9(10) VALUE 0.
       01 WS-MOVE-AMOUNT         PIC 9(8) VALUE 0.
       01 WS-PLAN-DONE           PIC A(1) VALUE 'N'.
       01 WS-NEWLY-DECLINING     PIC 9(6) VALUE 0.
       01 WS-NO-LONGER-DECLINING PIC 9(6) VALUE 0.
       01 WS-CHANGE              PIC S9(10) VALUE 0.
       01 WS-CHANGE-EDIT         PIC -(10)9.
       01 WS-CURRENT-EDIT        PIC Z(9)9.
       01 WS-CANDIDATE-EDIT      PIC Z(9)9.
       01 WS-DROP-EDIT           PIC ZZZ9.99.
       01 WS-RESULT-LABEL        PIC X(30).
       01 WS-RESULT-CURRENT      PIC 9(10) VALUE 0.
       01 WS-RESULT-CANDIDATE    PIC 9(10) VALUE 0.
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
           INITIALIZE WS-ELF-TABLE
           INITIALIZE WS-DEPOT-TABLE
           INITIALIZE WS-SCENARIO-TABLE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-PARAMETER-FILE
           PERFORM LOAD-CANDIDATE-FILE
           PERFORM VARYING SC FROM 1 BY 1 UNTIL SC > 2
             IF WS-SCN-SURPLUS(SC) NOT > WS-SCN-THRESHOLD(SC)
               DISPLAY "ERROR: SURPLUS LEVEL " WS-SCN-SURPLUS(SC)
                  " MUST EXCEED MINIMUM CALORIES THRESHOLD "
                  WS-SCN-THRESHOLD(SC)
               ADD 1 TO WS-PARAM-ERRORS
             END-IF
           END-PERFORM
           IF WS-PARAM-ERRORS > 0
             DISPLAY "WHAT-IF: " WS-PARAM-ERRORS " PARAMETER "
                "ERROR(S) - NOTHING SIMULATED"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM LOCATE-EXTRACT-GENERATION
           PERFORM VERIFY-EXTRACT-CONTROLS
           PERFORM LOAD-EXTRACT
           PERFORM APPLY-NET-ADJUSTMENTS
           PERFORM COUNT-LOW-SUPPLY
           PERFORM EVALUATE-DECLINE-ALERTS
           SORT WS-ELF-ENTRY ON DESCENDING KEY WS-ELF-USED
              ON DESCENDING KEY WS-ELF-TOTAL
              ON DESCENDING KEY WS-ELF-ID
           PERFORM VARYING WS-SCENARIO-NUM FROM 1 BY 1
               UNTIL WS-SCENARIO-NUM > 2
             PERFORM SIMULATE-TRANSFER-PLAN
           END-PERFORM
           OPEN OUTPUT WHAT-IF-REPORT
           IF WS-REPORT-FILE-STATUS NOT = '00'
             DISPLAY "ERROR: COULD NOT OPEN WHAT-IF REPORT "
                "'whatif.rpt' (STATUS " WS-REPORT-FILE-STATUS ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM WRITE-REPORT-HEADING
           PERFORM WRITE-RESULT-SECTION
           PERFORM WRITE-DEPOT-SECTION
           PERFORM WRITE-DECLINE-SECTION
           CLOSE WHAT-IF-REPORT
           DISPLAY "WHAT-IF: LOW-SUPPLY " WS-SCN-LOW(1) " -> "
              WS-SCN-LOW(2) ", ORDERS " WS-SCN-ORDERS(1) " -> "
              WS-SCN-ORDERS(2) ", NEWLY DECLINING "
              WS-NEWLY-DECLINING " - SEE 'whatif.rpt'"
           DISPLAY "WHAT-IF: SIMULATION ONLY - NO PRODUCTION FILE "
              "WAS CHANGED"
           MOVE 0 TO RETURN-CODE
           GOBACK.

       LOAD-PARAMETER-FILE.
           OPEN INPUT PARAMETER-FILE
           IF WS-PARAM-FILE-STATUS NOT = '00'
             DISPLAY "ERROR: COULD NOT OPEN PARAMETER FILE "
                "'params.dat' (STATUS " WS-PARAM-FILE-STATUS ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           SET SC TO 1
           MOVE "'params.dat'" TO WS-PARAM-SOURCE
           MOVE SPACE TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
             READ PARAMETER-FILE
             AT END
               MOVE 'Y' TO WS-EOF
             NOT AT END
               IF PARAM-RECORD NOT = SPACES
                   AND PARAM-RECORD(1:1) NOT = '*'
                 MOVE PARAM-RECORD TO WS-PARAM-LINE
                 PERFORM APPLY-ONE-PARAMETER
               END-IF
             END-READ
           END-PERFORM
           CLOSE PARAMETER-FILE
           IF WS-GOT-THRESHOLD NOT = 'Y'
               OR WS-GOT-SURPLUS NOT = 'Y'
               OR WS-GOT-DECLINE NOT = 'Y'
             DISPLAY "ERROR: REQUIRED PARAMETERS "
                "MIN-CALORIES-THRESHOLD, SURPLUS-LEVEL AND "
                "DECLINE-ALERT-PERCENT MUST ALL BE PRESENT AND "
                "NUMERIC IN 'params.dat'"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF.

       LOAD-CANDIDATE-FILE.
           OPEN INPUT CANDIDATE-FILE
           IF WS-CANDIDATE-FILE-STATUS NOT = '00'
             DISPLAY "ERROR: COULD NOT OPEN CANDIDATE PARAMETER FILE "
                "'whatif.dat' (STATUS " WS-CANDIDATE-FILE-STATUS ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           SET SC TO 2
           MOVE WS-SCN-THRESHOLD(1) TO WS-SCN-THRESHOLD(SC)
           MOVE WS-SCN-SURPLUS(1) TO WS-SCN-SURPLUS(SC)
           MOVE WS-SCN-DECLINE(1) TO WS-SCN-DECLINE(SC)
           MOVE "'whatif.dat'" TO WS-PARAM-SOURCE
           MOVE 'N' TO WS-GOT-THRESHOLD
           MOVE 'N' TO WS-GOT-SURPLUS
           MOVE 'N' TO WS-GOT-DECLINE
           MOVE SPACE TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
             READ CANDIDATE-FILE
             AT END
               MOVE 'Y' TO WS-EOF
             NOT AT END
               IF CANDIDATE-RECORD NOT = SPACES
                   AND CANDIDATE-RECORD(1:1) NOT = '*'
                 MOVE CANDIDATE-RECORD TO WS-PARAM-LINE
                 PERFORM APPLY-ONE-PARAMETER
               END-IF
             END-READ
           END-PERFORM
           CLOSE CANDIDATE-FILE
           IF WS-GOT-THRESHOLD = 'Y'
             ADD 1 TO WS-CANDIDATE-COUNT
           END-IF
           IF WS-GOT-SURPLUS = 'Y'
             ADD 1 TO WS-CANDIDATE-COUNT
           END-IF
           IF WS-GOT-DECLINE = 'Y'
             ADD 1 TO WS-CANDIDATE-COUNT
           END-IF
           IF WS-CANDIDATE-COUNT = 0 AND WS-PARAM-ERRORS = 0
             DISPLAY "ERROR: 'whatif.dat' HOLDS NO CANDIDATE "
                "MIN-CALORIES-THRESHOLD, SURPLUS-LEVEL OR "
                "DECLINE-ALERT-PERCENT"
             ADD 1 TO WS-PARAM-ERRORS
           END-IF.

       APPLY-ONE-PARAMETER.
           MOVE SPACES TO WS-PARAM-KEYWORD
           MOVE SPACES TO WS-PARAM-VALUE
           UNSTRING WS-PARAM-LINE DELIMITED BY ALL SPACES
             INTO WS-PARAM-KEYWORD WS-PARAM-VALUE
           EVALUATE WS-PARAM-KEYWORD
             WHEN 'MIN-CALORIES-THRESHOLD'
               PERFORM PARSE-PARAM-NUMBER
               IF WS-PARAM-NUM-VALID = 'Y'
                 MOVE WS-PARAM-NUM TO WS-SCN-THRESHOLD(SC)
                 MOVE 'Y' TO WS-GOT-THRESHOLD
               ELSE
                 PERFORM REPORT-BAD-PARAMETER
               END-IF
             WHEN 'SURPLUS-LEVEL'
               PERFORM PARSE-PARAM-NUMBER
               IF WS-PARAM-NUM-VALID = 'Y'
                 MOVE WS-PARAM-NUM TO WS-SCN-SURPLUS(SC)
                 MOVE 'Y' TO WS-GOT-SURPLUS
               ELSE
                 PERFORM REPORT-BAD-PARAMETER
               END-IF
             WHEN 'DECLINE-ALERT-PERCENT'
               PERFORM PARSE-PARAM-NUMBER
               IF WS-PARAM-NUM-VALID = 'Y' AND WS-PARAM-NUM NOT > 999
                 MOVE WS-PARAM-NUM TO WS-SCN-DECLINE(SC)
                 MOVE 'Y' TO WS-GOT-DECLINE
               ELSE
                 PERFORM REPORT-BAD-PARAMETER
               END-IF
             WHEN OTHER
               IF SC = 2
                 DISPLAY "ERROR: UNKNOWN KEYWORD '"
                    FUNCTION TRIM(WS-PARAM-KEYWORD) "' IN "
                    FUNCTION TRIM(WS-PARAM-SOURCE)
                 ADD 1 TO WS-PARAM-ERRORS
               END-IF
           END-EVALUATE.

       REPORT-BAD-PARAMETER.
           DISPLAY "ERROR: INVALID VALUE '"
              FUNCTION TRIM(WS-PARAM-VALUE) "' FOR "
              FUNCTION TRIM(WS-PARAM-KEYWORD) " IN "
              FUNCTION TRIM(WS-PARAM-SOURCE)
           ADD 1 TO WS-PARAM-ERRORS.

       PARSE-PARAM-NUMBER.
           MOVE 'N' TO WS-PARAM-NUM-VALID
           IF WS-PARAM-VALUE NOT = SPACES
               AND FUNCTION LENGTH(FUNCTION
                  TRIM(WS-PARAM-VALUE)) NOT > 7
             MOVE SPACES TO WS-PARAM-NUM-JUST
             MOVE FUNCTION TRIM(WS-PARAM-VALUE)
                TO WS-PARAM-NUM-JUST
             INSPECT WS-PARAM-NUM-JUST REPLACING ALL SPACES
                BY ZEROES
             IF WS-PARAM-NUM-JUST IS NUMERIC
               MOVE WS-PARAM-NUM-JUST TO WS-PARAM-NUM
               MOVE 'Y' TO WS-PARAM-NUM-VALID
             END-IF
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
           MOVE SPACE TO WS-GENCAT-EOF
           PERFORM UNTIL WS-GENCAT-EOF = 'Y'
             READ GENERATION-CATALOG
             AT END
               MOVE 'Y' TO WS-GENCAT-EOF
             NOT AT END
               IF GEN-TYPE = 'EXTRACT'
                   AND GEN-DATE IS NUMERIC
                   AND GEN-RUN IS NUMERIC
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
             DISPLAY "ERROR: GENERATION CATALOG HOLDS NO RESUPPLY "
                "EXTRACT - RUN THE DAILY BATCH FIRST"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           DISPLAY "USING EXTRACT "
              FUNCTION TRIM(WS-EXTRACT-FILENAME).

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

       LOAD-EXTRACT.
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
                   PERFORM POST-EXTRACT-ELF
                 ELSE
                   DISPLAY "WARNING: IGNORING MALFORMED EXTRACT "
                      "RECORD: " RESUPPLY-RECORD
                 END-IF
               END-IF
             END-READ
           END-PERFORM
           CLOSE RESUPPLY-EXTRACT
           DISPLAY "WHAT-IF: " WS-ELF-COUNT
              " ELVES LOADED FROM EXTRACT".

       POST-EXTRACT-ELF.
           COMPUTE WS-POST-INDEX = EXT-ELF-ID + 1
           SET G TO WS-POST-INDEX
           IF WS-ELF-USED(G) = 'Y'
             ADD EXT-ELF-TOTAL TO WS-ELF-TOTAL(G)
             ADD EXT-ELF-TOTAL TO WS-ELF-RAW(G)
             IF EXT-ELF-TOTAL < WS-ELF-LOW-DAY(G)
               MOVE EXT-ELF-TOTAL TO WS-ELF-LOW-DAY(G)
             END-IF
           ELSE
             MOVE 'Y' TO WS-ELF-USED(G)
             ADD 1 TO WS-ELF-COUNT
             MOVE EXT-ELF-ID TO WS-ELF-ID(G)
             MOVE EXT-ELF-NAME TO WS-ELF-NAME(G)
             MOVE EXT-ELF-TOTAL TO WS-ELF-TOTAL(G)
             MOVE EXT-ELF-TOTAL TO WS-ELF-RAW(G)
             MOVE EXT-ELF-TOTAL TO WS-ELF-LOW-DAY(G)
             MOVE EXT-ELF-DEPOT TO WS-ELF-DEPOT(G)
             MOVE 'N' TO WS-ELF-DECLINE(G, 1)
             MOVE 'N' TO WS-ELF-DECLINE(G, 2)
             PERFORM NOTE-DEPOT-CODE
           END-IF.

       NOTE-DEPOT-CODE.
           MOVE 'N' TO WS-DEPOT-FOUND
           PERFORM VARYING DP FROM 1 BY 1
               UNTIL DP > WS-DEPOT-COUNT
               OR WS-DEPOT-FOUND = 'Y'
             IF WS-DEP-CODE(DP) = EXT-ELF-DEPOT
               MOVE 'Y' TO WS-DEPOT-FOUND
             END-IF
           END-PERFORM
           IF WS-DEPOT-FOUND NOT = 'Y'
             IF WS-DEPOT-COUNT >= WS-DEPOT-MAX
               DISPLAY "ERROR: MORE THAN " WS-DEPOT-MAX
                  " DEPOT CODES ON THE EXTRACT"
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-DEPOT-COUNT
             SET DP TO WS-DEPOT-COUNT
             MOVE EXT-ELF-DEPOT TO WS-DEP-CODE(DP)
           END-IF.

       APPLY-NET-ADJUSTMENTS.
           OPEN INPUT CUMULATIVE-ADJUSTMENTS
           IF WS-XFERADJ-FILE-STATUS NOT = '00'
             DISPLAY "WHAT-IF: NO CUMULATIVE TRANSFER "
                "ADJUSTMENTS ON 'xferadj.dat' (STATUS "
                WS-XFERADJ-FILE-STATUS ") - SIMULATING FROM "
                "MANIFESTED TOTALS"
           ELSE
             MOVE SPACE TO WS-EOF
             PERFORM UNTIL WS-EOF = 'Y'
               READ CUMULATIVE-ADJUSTMENTS
               AT END
                 MOVE 'Y' TO WS-EOF
               NOT AT END
                 IF ADJ-ELF-ID IS NUMERIC
                     AND ADJ-AMOUNT IS NUMERIC
                     AND (ADJ-SIGN = '+' OR ADJ-SIGN = '-')
                   PERFORM APPLY-ONE-NET-ADJUSTMENT
                 ELSE
                   DISPLAY "WARNING: IGNORING MALFORMED TRANSFER "
                      "ADJUSTMENT RECORD: " ADJUSTMENT-RECORD
                 END-IF
               END-READ
             END-PERFORM
             CLOSE CUMULATIVE-ADJUSTMENTS
             DISPLAY "WHAT-IF: " WS-ADJ-APPLIED-COUNT
                " EXECUTED-TRANSFER ADJUSTMENT(S) NETTED INTO "
                "SIMULATED TOTALS"
           END-IF.

       APPLY-ONE-NET-ADJUSTMENT.
           COMPUTE WS-ADJ-POST-INDEX = ADJ-ELF-ID + 1
           SET G TO WS-ADJ-POST-INDEX
           IF WS-ELF-USED(G) = 'Y'
             IF ADJ-SIGN = '+'
               ADD ADJ-AMOUNT TO WS-ELF-TOTAL(G)
               ADD ADJ-AMOUNT TO WS-ELF-LOW-DAY(G)
             ELSE
               IF ADJ-AMOUNT NOT > WS-ELF-TOTAL(G)
                 SUBTRACT ADJ-AMOUNT FROM WS-ELF-TOTAL(G)
               ELSE
                 MOVE 0 TO WS-ELF-TOTAL(G)
               END-IF
               IF ADJ-AMOUNT NOT > WS-ELF-LOW-DAY(G)
                 SUBTRACT ADJ-AMOUNT FROM WS-ELF-LOW-DAY(G)
               ELSE
                 MOVE 0 TO WS-ELF-LOW-DAY(G)
               END-IF
             END-IF
             ADD 1 TO WS-ADJ-APPLIED-COUNT
           END-IF.

       COUNT-LOW-SUPPLY.
           PERFORM VARYING G FROM 1 BY 1 UNTIL G > WS-ELF-ID-MAX
             IF WS-ELF-USED(G) = 'Y'
               PERFORM VARYING SC FROM 1 BY 1 UNTIL SC > 2
                 IF WS-ELF-LOW-DAY(G) < WS-SCN-THRESHOLD(SC)
                   ADD 1 TO WS-SCN-LOW(SC)
                 END-IF
               END-PERFORM
             END-IF
           END-PERFORM.

       EVALUATE-DECLINE-ALERTS.
           OPEN INPUT ELF-HISTORY-MASTER
           IF WS-HISTORY-FILE-STATUS NOT = '00'
             DISPLAY "NOTE: NO ELF HISTORY MASTER ON 'elfhist.dat' "
                "(STATUS " WS-HISTORY-FILE-STATUS ") - NO ELF CAN "
                "HIT THE DECLINE ALERT"
           ELSE
             MOVE SPACE TO WS-EOF
             PERFORM UNTIL WS-EOF = 'Y'
               READ ELF-HISTORY-MASTER
               AT END
                 MOVE 'Y' TO WS-EOF
               NOT AT END
                 IF EHM-ELF-ID IS NUMERIC
                     AND EHM-CURR-DATE IS NUMERIC
                     AND EHM-CURR-TOTAL IS NUMERIC
                     AND EHM-PRIOR-DATE IS NUMERIC
                     AND EHM-PRIOR-TOTAL IS NUMERIC
                   PERFORM EVALUATE-ONE-HISTORY
                 ELSE
                   DISPLAY "WARNING: IGNORING MALFORMED ELF "
                      "HISTORY MASTER RECORD: " ELF-HISTORY-RECORD
                 END-IF
               END-READ
             END-PERFORM
             CLOSE ELF-HISTORY-MASTER
             DISPLAY "WHAT-IF: " WS-HIST-USED-COUNT
                " ELF(S) COMPARED WITH THEIR PRIOR RUN TOTAL"
           END-IF.

       EVALUATE-ONE-HISTORY.
           COMPUTE WS-HIST-INDEX = EHM-ELF-ID + 1
           SET G TO WS-HIST-INDEX
           MOVE 0 TO WS-ELF-PRIOR(G)
           IF WS-ELF-USED(G) = 'Y'
             EVALUATE TRUE
               WHEN EHM-CURR-DATE < WS-CTL-HDR-DATE
                 MOVE EHM-CURR-TOTAL TO WS-ELF-PRIOR(G)
               WHEN EHM-CURR-DATE = WS-CTL-HDR-DATE
                   AND EHM-PRIOR-DATE > 0
                 MOVE EHM-PRIOR-TOTAL TO WS-ELF-PRIOR(G)
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF
           IF WS-ELF-PRIOR(G) > 0
             ADD 1 TO WS-HIST-USED-COUNT
             IF WS-ELF-RAW(G) < WS-ELF-PRIOR(G)
               COMPUTE WS-ELF-DROP(G) ROUNDED =
                  ((WS-ELF-PRIOR(G) - WS-ELF-RAW(G)) * 100)
                  / WS-ELF-PRIOR(G)
                 ON SIZE ERROR
                   MOVE 9999.99 TO WS-ELF-DROP(G)
               END-COMPUTE
               PERFORM VARYING SC FROM 1 BY 1 UNTIL SC > 2
                 IF WS-ELF-DROP(G) > WS-SCN-DECLINE(SC)
                   MOVE 'Y' TO WS-ELF-DECLINE(G, SC)
                   ADD 1 TO WS-SCN-DECLINING(SC)
                 END-IF
               END-PERFORM
               IF WS-ELF-DECLINE(G, 2) = 'Y'
                   AND WS-ELF-DECLINE(G, 1) NOT = 'Y'
                 ADD 1 TO WS-NEWLY-DECLINING
               END-IF
               IF WS-ELF-DECLINE(G, 1) = 'Y'
                   AND WS-ELF-DECLINE(G, 2) NOT = 'Y'
                 ADD 1 TO WS-NO-LONGER-DECLINING
               END-IF
             END-IF
           END-IF.

       SIMULATE-TRANSFER-PLAN.
           SET SC TO WS-SCENARIO-NUM
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-ELF-COUNT
             SET M TO D
             MOVE WS-ELF-TOTAL(D) TO WS-SIM-TOTAL(M)
             MOVE WS-ELF-DEPOT(D) TO WS-SIM-DEPOT(M)
           END-PERFORM
           PERFORM VARYING WS-DEPOT-INDEX FROM 1 BY 1
               UNTIL WS-DEPOT-INDEX > WS-DEPOT-COUNT
             PERFORM SIMULATE-ONE-DEPOT
           END-PERFORM.

       SIMULATE-ONE-DEPOT.
           SET DP TO WS-DEPOT-INDEX
           MOVE WS-DEP-CODE(DP) TO WS-CURR-DEPOT
           SET M TO 1
           SET N TO WS-ELF-COUNT
           MOVE 'N' TO WS-PLAN-DONE
           IF WS-ELF-COUNT = 0
             MOVE 'Y' TO WS-PLAN-DONE
           END-IF
           PERFORM UNTIL WS-PLAN-DONE = 'Y'
             PERFORM SIMULATE-ONE-PAIR
           END-PERFORM
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > WS-ELF-COUNT
             IF WS-SIM-DEPOT(N) = WS-CURR-DEPOT
                 AND WS-SIM-TOTAL(N) < WS-SCN-THRESHOLD(SC)
               ADD 1 TO WS-SCN-UNFILLED(SC)
               ADD 1 TO WS-DEP-UNFILLED(DP, SC)
             END-IF
           END-PERFORM.

       SIMULATE-ONE-PAIR.
           IF M NOT < N
             MOVE 'Y' TO WS-PLAN-DONE
           ELSE
             IF WS-SIM-DEPOT(M) NOT = WS-CURR-DEPOT
               SET M UP BY 1
             ELSE
             IF WS-SIM-DEPOT(N) NOT = WS-CURR-DEPOT
               SET N DOWN BY 1
             ELSE
             IF WS-SIM-TOTAL(M) NOT > WS-SCN-SURPLUS(SC)
               SET M UP BY 1
             ELSE
               IF WS-SIM-TOTAL(N) NOT < WS-SCN-THRESHOLD(SC)
                 SET N DOWN BY 1
               ELSE
                 COMPUTE WS-DONOR-AVAIL =
                    WS-SIM-TOTAL(M) - WS-SCN-SURPLUS(SC)
                 COMPUTE WS-RECEIVER-NEED =
                    WS-SCN-THRESHOLD(SC) - WS-SIM-TOTAL(N)
                 IF WS-DONOR-AVAIL < WS-RECEIVER-NEED
                   MOVE WS-DONOR-AVAIL TO WS-MOVE-AMOUNT
                 ELSE
                   MOVE WS-RECEIVER-NEED TO WS-MOVE-AMOUNT
                 END-IF
                 IF WS-MOVE-AMOUNT > 0
                   SUBTRACT WS-MOVE-AMOUNT FROM WS-SIM-TOTAL(M)
                   ADD WS-MOVE-AMOUNT TO WS-SIM-TOTAL(N)
                   ADD 1 TO WS-SCN-ORDERS(SC)
                   ADD WS-MOVE-AMOUNT TO WS-SCN-CALORIES(SC)
                   ADD 1 TO WS-DEP-ORDERS(DP, SC)
                   ADD WS-MOVE-AMOUNT TO WS-DEP-CALORIES(DP, SC)
                 END-IF
                 IF WS-SIM-TOTAL(M) NOT > WS-SCN-SURPLUS(SC)
                   SET M UP BY 1
                 END-IF
                 IF WS-SIM-TOTAL(N) NOT < WS-SCN-THRESHOLD(SC)
                   SET N DOWN BY 1
                 END-IF
               END-IF
             END-IF
             END-IF
             END-IF
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RESUPPLY WHAT-IF SIMULATION - DATE " WS-RUN-DATE
              " - EXTRACT " DELIMITED BY SIZE
              WS-EXTRACT-FILENAME DELIMITED BY SPACE
              " (RUN " WS-CTL-HDR-DATE ".R" WS-CTL-HDR-GEN ")"
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "SIMULATION ONLY - NO PRODUCTION FILE, GENERATION "
              "OR MASTER FILE WAS CHANGED"
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "PARAMETER                       CURRENT  CANDIDATE"
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "MIN-CALORIES-THRESHOLD" TO WS-RESULT-LABEL
           MOVE WS-SCN-THRESHOLD(1) TO WS-RESULT-CURRENT
           MOVE WS-SCN-THRESHOLD(2) TO WS-RESULT-CANDIDATE
           PERFORM WRITE-PARAMETER-LINE
           MOVE "SURPLUS-LEVEL" TO WS-RESULT-LABEL
           MOVE WS-SCN-SURPLUS(1) TO WS-RESULT-CURRENT
           MOVE WS-SCN-SURPLUS(2) TO WS-RESULT-CANDIDATE
           PERFORM WRITE-PARAMETER-LINE
           MOVE "DECLINE-ALERT-PERCENT" TO WS-RESULT-LABEL
           MOVE WS-SCN-DECLINE(1) TO WS-RESULT-CURRENT
           MOVE WS-SCN-DECLINE(2) TO WS-RESULT-CANDIDATE
           PERFORM WRITE-PARAMETER-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-PARAMETER-LINE.
           MOVE WS-RESULT-CURRENT TO WS-CURRENT-EDIT
           MOVE WS-RESULT-CANDIDATE TO WS-CANDIDATE-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-RESULT-LABEL WS-CURRENT-EDIT " "
              WS-CANDIDATE-EDIT
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           IF WS-RESULT-CURRENT NOT = WS-RESULT-CANDIDATE
             MOVE "CHANGED" TO WS-REPORT-LINE(54:7)
           END-IF
           PERFORM WRITE-REPORT-LINE.

       WRITE-RESULT-SECTION.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RESULT                          CURRENT  CANDIDATE"
              "      CHANGE"
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "ELVES FLAGGED LOW-SUPPLY" TO WS-RESULT-LABEL
           MOVE WS-SCN-LOW(1) TO WS-RESULT-CURRENT
           MOVE WS-SCN-LOW(2) TO WS-RESULT-CANDIDATE
           PERFORM WRITE-RESULT-LINE
           MOVE "TRANSFER ORDERS" TO WS-RESULT-LABEL
           MOVE WS-SCN-ORDERS(1) TO WS-RESULT-CURRENT
           MOVE WS-SCN-ORDERS(2) TO WS-RESULT-CANDIDATE
           PERFORM WRITE-RESULT-LINE
           MOVE "CALORIES TRANSFERRED" TO WS-RESULT-LABEL
           MOVE WS-SCN-CALORIES(1) TO WS-RESULT-CURRENT
           MOVE WS-SCN-CALORIES(2) TO WS-RESULT-CANDIDATE
           PERFORM WRITE-RESULT-LINE
           MOVE "ELVES LEFT UNFILLED" TO WS-RESULT-LABEL
           MOVE WS-SCN-UNFILLED(1) TO WS-RESULT-CURRENT
           MOVE WS-SCN-UNFILLED(2) TO WS-RESULT-CANDIDATE
           PERFORM WRITE-RESULT-LINE
           MOVE "ELVES ON DECLINE ALERT" TO WS-RESULT-LABEL
           MOVE WS-SCN-DECLINING(1) TO WS-RESULT-CURRENT
           MOVE WS-SCN-DECLINING(2) TO WS-RESULT-CANDIDATE
           PERFORM WRITE-RESULT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-RESULT-LINE.
           MOVE WS-RESULT-CURRENT TO WS-CURRENT-EDIT
           MOVE WS-RESULT-CANDIDATE TO WS-CANDIDATE-EDIT
           COMPUTE WS-CHANGE = WS-RESULT-CANDIDATE - WS-RESULT-CURRENT
           MOVE WS-CHANGE TO WS-CHANGE-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-RESULT-LABEL WS-CURRENT-EDIT " "
              WS-CANDIDATE-EDIT " " WS-CHANGE-EDIT
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-DEPOT-SECTION.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "DEPOT   ORDERS CUR/CAND   CALORIES CURRENT / "
              "CANDIDATE   UNFILLED CUR/CAND"
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING DP FROM 1 BY 1 UNTIL DP > WS-DEPOT-COUNT
             MOVE SPACES TO WS-REPORT-LINE
             STRING WS-DEP-CODE(DP) "     " WS-DEP-ORDERS(DP, 1)
                " / " WS-DEP-ORDERS(DP, 2) "   "
                WS-DEP-CALORIES(DP, 1) " / " WS-DEP-CALORIES(DP, 2)
                "   " WS-DEP-UNFILLED(DP, 1) " / "
                WS-DEP-UNFILLED(DP, 2)
                DELIMITED BY SIZE INTO WS-REPORT-LINE
             PERFORM WRITE-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-DECLINE-SECTION.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ELVES NEWLY ON DECLINE ALERT AT CANDIDATE SETTINGS: "
              WS-NEWLY-DECLINING
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING G FROM 1 BY 1 UNTIL G > WS-ELF-COUNT
             IF WS-ELF-DECLINE(G, 2) = 'Y'
                 AND WS-ELF-DECLINE(G, 1) NOT = 'Y'
               MOVE WS-ELF-DROP(G) TO WS-DROP-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  ELF " WS-ELF-ID(G) " " WS-ELF-NAME(G)
                  " DEPOT " WS-ELF-DEPOT(G) " PRIOR "
                  WS-ELF-PRIOR(G) " NOW " WS-ELF-RAW(G)
                  " DOWN " WS-DROP-EDIT "%"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
             END-IF
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ELVES NO LONGER ON DECLINE ALERT AT CANDIDATE "
              "SETTINGS: " WS-NO-LONGER-DECLINING
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE SPACES TO WHAT-IF-RECORD
           MOVE WS-REPORT-LINE TO WHAT-IF-RECORD
           WRITE WHAT-IF-RECORD.
