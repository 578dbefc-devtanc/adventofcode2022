       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAILY-OPS-DIGEST.
       AUTHOR. DEVTANC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEP-CONTROL ASSIGN TO 'stepctl.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STEPCTL-FILE-STATUS.
           SELECT CONTROL-REPORT ASSIGN TO 'control.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT EXCEPTION-REPORT ASSIGN TO 'excp.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXCP-FILE-STATUS.
           SELECT BALANCE-REPORT ASSIGN TO 'balance.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BALANCE-FILE-STATUS.
           SELECT ESCALATION-REPORT ASSIGN TO 'escalate.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ESCALATE-FILE-STATUS.
           SELECT ALERT-STATUS ASSIGN TO 'alertsts.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALERTSTS-FILE-STATUS.
           SELECT GENERATION-CATALOG ASSIGN TO 'gencat.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GENCAT-FILE-STATUS.
           SELECT LOW-SUPPLY-REPORT ASSIGN TO DYNAMIC
           WS-LOWSUP-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOWSUP-FILE-STATUS.
           SELECT PICKING-LIST ASSIGN TO 'picklist.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PICKLIST-FILE-STATUS.
           SELECT EXEC-REPORT ASSIGN TO 'xferexec.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXECRPT-FILE-STATUS.
           SELECT PENDING-ORDERS ASSIGN TO 'xferpend.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PENDING-FILE-STATUS.
           SELECT ACK-EXCEPTIONS ASSIGN TO 'ackexcp.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACKEXCP-FILE-STATUS.
           SELECT BACKORDER-FILE ASSIGN TO 'backordr.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BACKORDER-FILE-STATUS.
           SELECT DIGEST-REPORT ASSIGN TO 'digest.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DIGEST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STEP-CONTROL.
       01 STEP-CONTROL-RECORD.
           05 STP-NUM             PIC 9(2).
           05 FILLER              PIC X(1).
           05 STP-PROGRAM         PIC X(30).
           05 FILLER              PIC X(1).
           05 STP-STATUS          PIC X(1).
           05 FILLER              PIC X(1).
           05 STP-RC              PIC 9(3).
           05 FILLER              PIC X(1).
           05 STP-DATE            PIC 9(8).

       FD CONTROL-REPORT.
       01 CONTROL-RECORD         PIC X(132).

       FD EXCEPTION-REPORT.
       01 EXCEPTION-RECORD       PIC X(132).

       FD BALANCE-REPORT.
       01 BALANCE-RECORD         PIC X(132).

       FD ESCALATION-REPORT.
       01 ESCALATION-RECORD      PIC X(132).

       FD ALERT-STATUS.
       01 ALERT-STATUS-RECORD.
           05 ALS-ELF-ID          PIC 9(5).
           05 ALS-DAYS-BELOW      PIC 9(3).
           05 ALS-FIRST-DATE      PIC 9(8).
           05 ALS-LAST-DATE       PIC 9(8).
           05 ALS-ELF-NAME        PIC X(20).

       FD GENERATION-CATALOG.
       01 GENCAT-RECORD.
           05 GEN-DATE            PIC 9(8).
           05 GEN-RUN             PIC 9(2).
           05 GEN-TYPE            PIC X(8).
           05 GEN-FILENAME        PIC X(40).

       FD LOW-SUPPLY-REPORT.
       01 LOW-SUPPLY-RECORD      PIC X(132).

       FD PICKING-LIST.
       01 PICKLIST-RECORD        PIC X(132).

       FD EXEC-REPORT.
       01 EXEC-REPORT-RECORD     PIC X(132).

       FD PENDING-ORDERS.
       01 PENDING-RECORD.
           05 PND-FROM-ELF        PIC 9(5).
           05 PND-TO-ELF          PIC 9(5).
           05 PND-CALORIES        PIC 9(8).
           05 PND-ORDER-DATE      PIC 9(8).
           05 PND-FROM-NAME       PIC X(20).
           05 PND-TO-NAME         PIC X(20).
           05 PND-DEPOT           PIC X(3).

       FD ACK-EXCEPTIONS.
       01 ACK-EXCP-RECORD        PIC X(132).

       FD BACKORDER-FILE.
       01 BACKORDER-RECORD.
           05 BCK-ELF-ID          PIC 9(5).
           05 BCK-OWED            PIC 9(10).
           05 BCK-ACKED           PIC 9(10).
           05 BCK-ORIG-DATE       PIC 9(8).
           05 BCK-ELF-NAME        PIC X(20).

       FD DIGEST-REPORT.
       01 DIGEST-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-STEPCTL-FILE-STATUS PIC X(2).
       01 WS-CONTROL-FILE-STATUS PIC X(2).
       01 WS-EXCP-FILE-STATUS    PIC X(2).
       01 WS-BALANCE-FILE-STATUS PIC X(2).
       01 WS-ESCALATE-FILE-STATUS PIC X(2).
       01 WS-ALERTSTS-FILE-STATUS PIC X(2).
       01 WS-GENCAT-FILE-STATUS  PIC X(2).
       01 WS-LOWSUP-FILE-STATUS  PIC X(2).
       01 WS-PICKLIST-FILE-STATUS PIC X(2).
       01 WS-EXECRPT-FILE-STATUS PIC X(2).
       01 WS-PENDING-FILE-STATUS PIC X(2).
       01 WS-ACKEXCP-FILE-STATUS PIC X(2).
       01 WS-BACKORDER-FILE-STATUS PIC X(2).
       01 WS-DIGEST-FILE-STATUS  PIC X(2).
       01 WS-EOF                 PIC A(1).
       01 WS-RUN-DATE            PIC 9(8) VALUE 0.
       78 WS-DIGEST-PROGRAM        VALUE 'DAILY-OPS-DIGEST'.
       78 WS-STEP-MAX              VALUE 20.
       01 WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS WS-STEP-MAX TIMES
              INDEXED BY J.
              10 WS-STP-NUM       PIC 9(2).
              10 WS-STP-PROGRAM   PIC X(30).
              10 WS-STP-STATUS    PIC X(1).
              10 WS-STP-RC        PIC 9(3).
       01 WS-STEP-COUNT          PIC 9(2) VALUE 0.
       01 WS-STEPCTL-FOUND       PIC A(1) VALUE 'N'.
       01 WS-STEP-STATE          PIC X(12).
       01 WS-DIG-LINE            PIC X(132).
       01 WS-DIG-TOKEN-TABLE.
           05 WS-DIG-TOKEN OCCURS 12 TIMES PIC X(20).
       01 WS-DIG-NUM-TEXT        PIC X(20).
       01 WS-DIG-NUM-JUST        PIC X(12) JUSTIFIED RIGHT.
       01 WS-DIG-NUM             PIC 9(12) VALUE 0.
       01 WS-DIG-NUM-VALID       PIC A(1).
       01 WS-CR-FOUND            PIC A(1) VALUE 'N'.
       01 WS-CR-RUN-ID           PIC X(5) VALUE SPACES.
       01 WS-CR-RUN-DATE         PIC 9(8) VALUE 0.
       01 WS-CR-DAYS             PIC 9(3) VALUE 0.
       01 WS-CR-ELVES            PIC 9(7) VALUE 0.
       01 WS-CR-REJECTS          PIC 9(7) VALUE 0.
       01 WS-CR-MISSED-FLAG      PIC X(1) VALUE 'N'.
       01 WS-CR-FINAL-RC         PIC 9(3) VALUE 0.
       01 WS-EXCP-FOUND          PIC A(1) VALUE 'N'.
       01 WS-EXCP-COUNT          PIC 9(7) VALUE 0.
       01 WS-BAL-RESULT          PIC X(1) VALUE SPACE.
       01 WS-BAL-ERRORS          PIC 9(5) VALUE 0.
       01 WS-ESC-FOUND           PIC A(1) VALUE 'N'.
       01 WS-ESC-BELOW           PIC 9(5) VALUE 0.
       01 WS-ESC-ESCALATED       PIC 9(5) VALUE 0.
       01 WS-ESC-CLEARED         PIC 9(5) VALUE 0.
       01 WS-NEW-LOW-COUNT       PIC 9(5) VALUE 0.
       78 WS-LIST-MAX              VALUE 5.
       01 WS-NEW-LOW-TABLE.
           05 WS-NEW-LOW-LINE OCCURS WS-LIST-MAX TIMES
              PIC X(100).
       01 WS-ESC-LIST-TABLE.
           05 WS-ESC-LIST-LINE OCCURS WS-LIST-MAX TIMES
              PIC X(100).
       01 WS-ESC-LIST-COUNT      PIC 9(5) VALUE 0.
       01 WS-LIST-INDEX          PIC 9(5) VALUE 0.
       01 WS-LIST-MORE           PIC 9(5) VALUE 0.
       01 WS-LOWSUP-FILENAME     PIC X(40) VALUE SPACES.
       01 WS-GEN-KEY             PIC 9(10) VALUE 0.
       01 WS-LOW-BEST-KEY        PIC 9(10) VALUE 0.
       01 WS-LOW-FOUND           PIC A(1) VALUE 'N'.
       01 WS-LOW-COUNT           PIC 9(5) VALUE 0.
       01 WS-PICK-FOUND          PIC A(1) VALUE 'N'.
       01 WS-PICK-COUNT          PIC 9(5) VALUE 0.
       01 WS-PICK-CALORIES       PIC 9(10) VALUE 0.
       01 WS-UNFILLED-COUNT      PIC 9(5) VALUE 0.
       01 WS-XEX-FOUND           PIC A(1) VALUE 'N'.
       01 WS-XEX-EXECUTED        PIC 9(5) VALUE 0.
       01 WS-XEX-SHORT           PIC 9(5) VALUE 0.
       01 WS-XEX-OPEN            PIC 9(5) VALUE 0.
       01 WS-XEX-EXCEPTIONS      PIC 9(5) VALUE 0.
       01 WS-PEND-COUNT          PIC 9(5) VALUE 0.
       01 WS-PEND-CALORIES       PIC 9(10) VALUE 0.
       01 WS-ACK-FOUND           PIC A(1) VALUE 'N'.
       01 WS-ACK-EXCP-COUNT      PIC 9(5) VALUE 0.
       01 WS-BO-COUNT            PIC 9(5) VALUE 0.
       01 WS-BO-OPEN-CALORIES    PIC 9(10) VALUE 0.
       78 WS-REASON-MAX            VALUE 30.
       01 WS-REASON-TABLE.
           05 WS-REASON-ENTRY OCCURS WS-REASON-MAX TIMES
              INDEXED BY RS.
              10 WS-RSN-LEVEL     PIC X(5).
              10 WS-RSN-TEXT      PIC X(100).
       01 WS-REASON-COUNT        PIC 9(2) VALUE 0.
       01 WS-REASON-DROPPED      PIC 9(3) VALUE 0.
       01 WS-REASON-LEVEL        PIC X(5).
       01 WS-REASON-TEXT         PIC X(100).
       01 WS-RED-COUNT           PIC 9(3) VALUE 0.
       01 WS-AMBER-COUNT         PIC 9(3) VALUE 0.
       01 WS-OVERALL-STATUS      PIC X(5) VALUE 'GREEN'.
       01 WS-REPORT-LINE         PIC X(132).
       01 WS-RULE-LINE           PIC X(100) VALUE ALL '='.

       PROCEDURE DIVISION.
           INITIALIZE WS-STEP-TABLE
           INITIALIZE WS-REASON-TABLE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-STEP-CONTROL
           PERFORM SCAN-CONTROL-REPORT
           PERFORM SCAN-EXCEPTION-REPORT
           PERFORM SCAN-BALANCE-REPORT
           PERFORM SCAN-ESCALATION-REPORT
           PERFORM SCAN-ALERT-STATUS
           PERFORM LOCATE-LOW-SUPPLY-GENERATION
           PERFORM SCAN-LOW-SUPPLY-REPORT
           PERFORM SCAN-PICKING-LIST
           PERFORM SCAN-EXEC-REPORT
           PERFORM SCAN-PENDING-ORDERS
           PERFORM SCAN-ACK-EXCEPTIONS
           PERFORM SCAN-BACKORDERS
           PERFORM ASSESS-STEPS
           PERFORM ASSESS-RESULTS
           IF WS-RED-COUNT > 0
             MOVE 'RED' TO WS-OVERALL-STATUS
           ELSE
             IF WS-AMBER-COUNT > 0
               MOVE 'AMBER' TO WS-OVERALL-STATUS
             END-IF
           END-IF
           OPEN OUTPUT DIGEST-REPORT
           IF WS-DIGEST-FILE-STATUS NOT = '00'
             DISPLAY "ERROR: COULD NOT OPEN OPERATIONS DIGEST "
                "'digest.rpt' (STATUS " WS-DIGEST-FILE-STATUS ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM WRITE-DIGEST-HEADING
           PERFORM WRITE-STEP-SECTION
           PERFORM WRITE-BATCH-SECTION
           PERFORM WRITE-LOW-SUPPLY-SECTION
           PERFORM WRITE-TRANSFER-SECTION
           PERFORM WRITE-STATUS-SECTION
           CLOSE DIGEST-REPORT
           DISPLAY "OPS DIGEST: OVERALL STATUS "
              FUNCTION TRIM(WS-OVERALL-STATUS) " - "
              WS-RED-COUNT " RED, " WS-AMBER-COUNT
              " AMBER CONDITION(S) - SEE 'digest.rpt'"
           EVALUATE WS-OVERALL-STATUS
             WHEN 'RED'
               MOVE 8 TO RETURN-CODE
             WHEN 'AMBER'
               MOVE 4 TO RETURN-CODE
             WHEN OTHER
               MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       LOAD-STEP-CONTROL.
           OPEN INPUT STEP-CONTROL
           IF WS-STEPCTL-FILE-STATUS NOT = '00'
             DISPLAY "NOTE: NO STEP CONTROL FILE 'stepctl.dat' "
                "(STATUS " WS-STEPCTL-FILE-STATUS ") - DIGEST RUN "
                "OUTSIDE THE JOB STREAM"
           ELSE
             MOVE 'Y' TO WS-STEPCTL-FOUND
             MOVE SPACE TO WS-EOF
             PERFORM UNTIL WS-EOF = 'Y'
               READ STEP-CONTROL
               AT END
                 MOVE 'Y' TO WS-EOF
               NOT AT END
                 IF STP-NUM IS NUMERIC AND STP-RC IS NUMERIC
                     AND STP-PROGRAM NOT = SPACES
                     AND WS-STEP-COUNT < WS-STEP-MAX
                   ADD 1 TO WS-STEP-COUNT
                   SET J TO WS-STEP-COUNT
                   MOVE STP-NUM TO WS-STP-NUM(J)
                   MOVE STP-PROGRAM TO WS-STP-PROGRAM(J)
                   MOVE STP-STATUS TO WS-STP-STATUS(J)
                   MOVE STP-RC TO WS-STP-RC(J)
                 ELSE
                   DISPLAY "WARNING: IGNORING MALFORMED STEP "
                      "CONTROL RECORD: " STEP-CONTROL-RECORD
                 END-IF
               END-READ
             END-PERFORM
             CLOSE STEP-CONTROL
           END-IF.

       SPLIT-DIGEST-LINE.
           MOVE SPACES TO WS-DIG-TOKEN-TABLE
           UNSTRING WS-DIG-LINE DELIMITED BY ALL SPACES
             INTO WS-DIG-TOKEN(1) WS-DIG-TOKEN(2) WS-DIG-TOKEN(3)
                  WS-DIG-TOKEN(4) WS-DIG-TOKEN(5) WS-DIG-TOKEN(6)
                  WS-DIG-TOKEN(7) WS-DIG-TOKEN(8) WS-DIG-TOKEN(9)
                  WS-DIG-TOKEN(10) WS-DIG-TOKEN(11)
                  WS-DIG-TOKEN(12)
           END-UNSTRING.

       PARSE-DIGEST-NUMBER.
           MOVE 'N' TO WS-DIG-NUM-VALID
           MOVE 0 TO WS-DIG-NUM
           IF WS-DIG-NUM-TEXT NOT = SPACES
               AND FUNCTION LENGTH(FUNCTION
                  TRIM(WS-DIG-NUM-TEXT)) NOT > 12
             MOVE SPACES TO WS-DIG-NUM-JUST
             MOVE FUNCTION TRIM(WS-DIG-NUM-TEXT)
                TO WS-DIG-NUM-JUST
             INSPECT WS-DIG-NUM-JUST REPLACING ALL SPACES
                BY ZEROES
             IF WS-DIG-NUM-JUST IS NUMERIC
               MOVE WS-DIG-NUM-JUST TO WS-DIG-NUM
               MOVE 'Y' TO WS-DIG-NUM-VALID
             END-IF
           END-IF.

       SCAN-CONTROL-REPORT.
           OPEN INPUT CONTROL-REPORT
           IF WS-CONTROL-FILE-STATUS NOT = '00'
             DISPLAY "WARNING: NO CONTROL REPORT 'control.rpt' "
                "(STATUS " WS-CONTROL-FILE-STATUS ")"
           ELSE
             MOVE 'Y' TO WS-CR-FOUND
             MOVE SPACE TO WS-EOF
             PERFORM UNTIL WS-EOF = 'Y'
               READ CONTROL-REPORT
               AT END
                 MOVE 'Y' TO WS-EOF
               NOT AT END
                 MOVE CONTROL-RECORD TO WS-DIG-LINE
                 PERFORM SCAN-ONE-CONTROL-LINE
               END-READ
             END-PERFORM
             CLOSE CONTROL-REPORT
           END-IF.

       SCAN-ONE-CONTROL-LINE.
           PERFORM SPLIT-DIGEST-LINE
           EVALUATE TRUE
             WHEN WS-DIG-LINE(1:18) = 'RUN CONTROL REPORT'
               MOVE WS-DIG-TOKEN(7) TO WS-CR-RUN-ID
               MOVE WS-DIG-TOKEN(9) TO WS-DIG-NUM-TEXT
               PERFORM PARSE-DIGEST-NUMBER
               MOVE WS-DIG-NUM TO WS-CR-RUN-DATE
             WHEN WS-DIG-LINE(1:16) = 'MISSED-RUN FLAG:'
               MOVE WS-DIG-TOKEN(3) TO WS-CR-MISSED-FLAG
             WHEN WS-DIG-LINE(1:11) = 'RUN TOTALS:'
               MOVE WS-DIG-TOKEN(4) TO WS-DIG-NUM-TEXT
               PERFORM PARSE-DIGEST-NUMBER
               MOVE WS-DIG-NUM TO WS-CR-DAYS
               MOVE WS-DIG-TOKEN(6) TO WS-DIG-NUM-TEXT
               PERFORM PARSE-DIGEST-NUMBER
               MOVE WS-DIG-NUM TO WS-CR-ELVES
               MOVE WS-DIG-TOKEN(8) TO WS-DIG-NUM-TEXT
               PERFORM PARSE-DIGEST-NUMBER
               MOVE WS-DIG-NUM TO WS-CR-REJECTS
             WHEN WS-DIG-LINE(1:17) = 'FINAL RETURN CODE'
               MOVE WS-DIG-TOKEN(4) TO WS-DIG-NUM-TEXT
               PERFORM PARSE-DIGEST-NUMBER
               MOVE WS-DIG-NUM TO WS-CR-FINAL-RC
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       SCAN-EXCEPTION-REPORT.
           OPEN INPUT EXCEPTION-REPORT
           IF WS-EXCP-FILE-STATUS = '00'
             MOVE 'Y' TO WS-EXCP-FOUND
             MOVE SPACE TO WS-EOF
             PERFORM UNTIL WS-EOF = 'Y'
               READ EXCEPTION-REPORT
               AT END
                 MOVE 'Y' TO WS-EOF
               NOT AT END
                 IF EXCEPTION-RECORD(1:10) = 'EXCEPTION:'
                   ADD 1 TO WS-EXCP-COUNT
                 END-IF
               END-READ
             END-PERFORM
             CLOSE EXCEPTION-REPORT
           END-IF.

       SCAN-BALANCE-REPORT.
           OPEN INPUT BALANCE-REPORT
           IF WS-BALANCE-FILE-STATUS = '00'
             MOVE SPACE TO WS-EOF
             PERFORM UNTIL WS-EOF = 'Y'
               READ BALANCE-REPORT
               AT END
                 MOVE 'Y' TO WS-EOF
               NOT AT END
                 IF BALANCE-RECORD(1:7) = 'RESULT:'
                   MOVE BALANCE-RECORD TO WS-DIG-LINE
                   PERFORM SPLIT-DIGEST-LINE
                   IF WS-DIG-TOKEN(2) = 'ALL'
                     MOVE 'I' TO WS-BAL-RESULT
                   ELSE
                     MOVE 'O' TO WS-BAL-RESULT
                     MOVE WS-DIG-TOKEN(2) TO WS-DIG-NUM-TEXT
                     PERFORM PARSE-DIGEST-NUMBER
                     MOVE WS-DIG-NUM TO WS-BAL-ERRORS
                   END-IF
                 END-IF
               END-READ
             END-PERFORM
             CLOSE BALANCE-REPORT
           END-IF.

       SCAN-ESCALATION-REPORT.
           OPEN INPUT ESCALATION-REPORT
           IF WS-ESCALATE-FILE-STATUS = '00'
             MOVE 'Y' TO WS-ESC-FOUND
             MOVE SPACE TO WS-EOF
             PERFORM UNTIL WS-EOF = 'Y'
               READ ESCALATION-REPORT
               AT END
                 MOVE 'Y' TO WS-EOF
               NOT AT END
                 PERFORM SCAN-ONE-ESCALATION-LINE
               END-READ
             END-PERFORM
             CLOSE ESCALATION-REPORT
           END-IF.

       SCAN-ONE-ESCALATION-LINE.
           EVALUATE TRUE
             WHEN ESCALATION-RECORD(1:11) = 'ESCALATION:'
               ADD 1 TO WS-ESC-LIST-COUNT
               IF WS-ESC-LIST-COUNT NOT > WS-LIST-MAX
                 MOVE ESCALATION-RECORD
                    TO WS-ESC-LIST-LINE(WS-ESC-LIST-COUNT)
               END-IF
             WHEN ESCALATION-RECORD(1:7) = 'TOTALS:'
               MOVE ESCALATION-RECORD TO WS-DIG-LINE
               PERFORM SPLIT-DIGEST-LINE
               MOVE WS-DIG-TOKEN(2) TO WS-DIG-NUM-TEXT
               PERFORM PARSE-DIGEST-NUMBER
               MOVE WS-DIG-NUM TO WS-ESC-BELOW
               MOVE WS-DIG-TOKEN(6) TO WS-DIG-NUM-TEXT
               PERFORM PARSE-DIGEST-NUMBER
               MOVE WS-DIG-NUM TO WS-ESC-ESCALATED
               MOVE WS-DIG-TOKEN(11) TO WS-DIG-NUM-TEXT
               PERFORM PARSE-DIGEST-NUMBER
               MOVE WS-DIG-NUM TO WS-ESC-CLEARED
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       SCAN-ALERT-STATUS.
           IF WS-CR-RUN-DATE = 0
             MOVE WS-RUN-DATE TO WS-CR-RUN-DATE
           END-IF
           OPEN INPUT ALERT-STATUS
           IF WS-ALERTSTS-FILE-STATUS = '00'
             MOVE SPACE TO WS-EOF
             PERFORM UNTIL WS-EOF = 'Y'
               READ ALERT-STATUS
               AT END
                 MOVE 'Y' TO WS-EOF
               NOT AT END
                 IF ALS-ELF-ID IS NUMERIC
                     AND ALS-DAYS-BELOW IS NUMERIC
                     AND ALS-FIRST-DATE IS NUMERIC
                     AND ALS-FIRST-DATE = WS-CR-RUN-DATE
                   PERFORM NOTE-NEW-LOW-SUPPLY-ELF
                 END-IF
               END-READ
             END-PERFORM
             CLOSE ALERT-STATUS
           END-IF.

       NOTE-NEW-LOW-SUPPLY-ELF.
           ADD 1 TO WS-NEW-LOW-COUNT
           IF WS-NEW-LOW-COUNT NOT > WS-LIST-MAX
             MOVE SPACES TO WS-NEW-LOW-LINE(WS-NEW-LOW-COUNT)
             STRING "NEW BELOW THRESHOLD: ELF " ALS-ELF-ID " "
                FUNCTION TRIM(ALS-ELF-NAME)
                DELIMITED BY SIZE
                INTO WS-NEW-LOW-LINE(WS-NEW-LOW-COUNT)
           END-IF.

       LOCATE-LOW-SUPPLY-GENERATION.
           OPEN INPUT GENERATION-CATALOG
           IF WS-GENCAT-FILE-STATUS = '00'
             MOVE SPACE TO WS-EOF
             PERFORM UNTIL WS-EOF = 'Y'
               READ GENERATION-CATALOG
               AT END
                 MOVE 'Y' TO WS-EOF
               NOT AT END
                 IF GEN-TYPE = 'LOWSUP'
                     AND GEN-DATE IS NUMERIC
                     AND GEN-RUN IS NUMERIC
                   COMPUTE WS-GEN-KEY = GEN-DATE * 100 + GEN-RUN
                   IF WS-GEN-KEY > WS-LOW-BEST-KEY
                     MOVE WS-GEN-KEY TO WS-LOW-BEST-KEY
                     MOVE GEN-FILENAME TO WS-LOWSUP-FILENAME
                   END-IF
                 END-IF
               END-READ
             END-PERFORM
             CLOSE GENERATION-CATALOG
           END-IF.

       SCAN-LOW-SUPPLY-REPORT.
           IF WS-LOW-BEST-KEY > 0
             OPEN INPUT LOW-SUPPLY-REPORT
             IF WS-LOWSUP-FILE-STATUS = '00'
               MOVE 'Y' TO WS-LOW-FOUND
               MOVE SPACE TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                 READ LOW-SUPPLY-REPORT
                 AT END
                   MOVE 'Y' TO WS-EOF
                 NOT AT END
                   IF LOW-SUPPLY-RECORD(1:11) = 'LOW SUPPLY:'
                     ADD 1 TO WS-LOW-COUNT
                   END-IF
                 END-READ
               END-PERFORM
               CLOSE LOW-SUPPLY-REPORT
             END-IF
           END-IF.

       SCAN-PICKING-LIST.
           OPEN INPUT PICKING-LIST
           IF WS-PICKLIST-FILE-STATUS = '00'
             MOVE 'Y' TO WS-PICK-FOUND
             MOVE SPACE TO WS-EOF
             PERFORM UNTIL WS-EOF = 'Y'
               READ PICKING-LIST
               AT END
                 MOVE 'Y' TO WS-EOF
               NOT AT END
                 EVALUATE TRUE
                   WHEN PICKLIST-RECORD(1:5) = 'PICK '
                     ADD 1 TO WS-PICK-COUNT
                     MOVE PICKLIST-RECORD TO WS-DIG-LINE
                     PERFORM SPLIT-DIGEST-LINE
                     MOVE WS-DIG-TOKEN(2) TO WS-DIG-NUM-TEXT
                     PERFORM PARSE-DIGEST-NUMBER
                     ADD WS-DIG-NUM TO WS-PICK-CALORIES
                   WHEN PICKLIST-RECORD(1:9) = 'UNFILLED:'
                     ADD 1 TO WS-UNFILLED-COUNT
                   WHEN OTHER
                     CONTINUE
                 END-EVALUATE
               END-READ
             END-PERFORM
             CLOSE PICKING-LIST
           END-IF.

       SCAN-EXEC-REPORT.
           OPEN INPUT EXEC-REPORT
           IF WS-EXECRPT-FILE-STATUS = '00'
             MOVE SPACE TO WS-EOF
             PERFORM UNTIL WS-EOF = 'Y'
               READ EXEC-REPORT
               AT END
                 MOVE 'Y' TO WS-EOF
               NOT AT END
                 IF EXEC-REPORT-RECORD(1:7) = 'TOTALS:'
                   MOVE 'Y' TO WS-XEX-FOUND
                   MOVE EXEC-REPORT-RECORD TO WS-DIG-LINE
                   PERFORM SPLIT-DIGEST-LINE
                   MOVE WS-DIG-TOKEN(4) TO WS-DIG-NUM-TEXT
                   PERFORM PARSE-DIGEST-NUMBER
                   MOVE WS-DIG-NUM TO WS-XEX-EXECUTED
                   MOVE WS-DIG-TOKEN(7) TO WS-DIG-NUM-TEXT
                   PERFORM PARSE-DIGEST-NUMBER
                   MOVE WS-DIG-NUM TO WS-XEX-SHORT
                   MOVE WS-DIG-TOKEN(9) TO WS-DIG-NUM-TEXT
                   PERFORM PARSE-DIGEST-NUMBER
                   MOVE WS-DIG-NUM TO WS-XEX-OPEN
                   MOVE WS-DIG-TOKEN(12) TO WS-DIG-NUM-TEXT
                   PERFORM PARSE-DIGEST-NUMBER
                   MOVE WS-DIG-NUM TO WS-XEX-EXCEPTIONS
                 END-IF
               END-READ
             END-PERFORM
             CLOSE EXEC-REPORT
           END-IF.

       SCAN-PENDING-ORDERS.
           OPEN INPUT PENDING-ORDERS
           IF WS-PENDING-FILE-STATUS = '00'
             MOVE SPACE TO WS-EOF
             PERFORM UNTIL WS-EOF = 'Y'
               READ PENDING-ORDERS
               AT END
                 MOVE 'Y' TO WS-EOF
               NOT AT END
                 IF PND-FROM-ELF IS NUMERIC
                     AND PND-CALORIES IS NUMERIC
                   ADD 1 TO WS-PEND-COUNT
                   ADD PND-CALORIES TO WS-PEND-CALORIES
                 END-IF
               END-READ
             END-PERFORM
             CLOSE PENDING-ORDERS
           END-IF.

       SCAN-ACK-EXCEPTIONS.
           OPEN INPUT ACK-EXCEPTIONS
           IF WS-ACKEXCP-FILE-STATUS = '00'
             MOVE 'Y' TO WS-ACK-FOUND
             MOVE SPACE TO WS-EOF
             PERFORM UNTIL WS-EOF = 'Y'
               READ ACK-EXCEPTIONS
               AT END
                 MOVE 'Y' TO WS-EOF
               NOT AT END
                 IF ACK-EXCP-RECORD(1:14) = 'ACK EXCEPTION:'
                   ADD 1 TO WS-ACK-EXCP-COUNT
                 END-IF
               END-READ
             END-PERFORM
             CLOSE ACK-EXCEPTIONS
           END-IF.

       SCAN-BACKORDERS.
           OPEN INPUT BACKORDER-FILE
           IF WS-BACKORDER-FILE-STATUS = '00'
             MOVE SPACE TO WS-EOF
             PERFORM UNTIL WS-EOF = 'Y'
               READ BACKORDER-FILE
               AT END
                 MOVE 'Y' TO WS-EOF
               NOT AT END
                 IF BCK-ELF-ID IS NUMERIC
                     AND BCK-OWED IS NUMERIC
                     AND BCK-ACKED IS NUMERIC
                   ADD 1 TO WS-BO-COUNT
                   IF BCK-OWED > BCK-ACKED
                     COMPUTE WS-BO-OPEN-CALORIES =
                        WS-BO-OPEN-CALORIES + BCK-OWED - BCK-ACKED
                   END-IF
                 END-IF
               END-READ
             END-PERFORM
             CLOSE BACKORDER-FILE
           END-IF.

       ASSESS-STEPS.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-STEP-COUNT
             IF WS-STP-PROGRAM(J) NOT = WS-DIGEST-PROGRAM
               PERFORM ASSESS-ONE-STEP
             END-IF
           END-PERFORM.

       ASSESS-ONE-STEP.
           MOVE SPACES TO WS-REASON-TEXT
           EVALUATE TRUE
             WHEN WS-STP-STATUS(J) = 'F'
               MOVE 'RED' TO WS-REASON-LEVEL
               STRING "STEP " WS-STP-NUM(J) " "
                  FUNCTION TRIM(WS-STP-PROGRAM(J))
                  " FAILED WITH RETURN CODE " WS-STP-RC(J)
                  DELIMITED BY SIZE INTO WS-REASON-TEXT
             WHEN WS-STP-STATUS(J) NOT = 'C'
               MOVE 'RED' TO WS-REASON-LEVEL
               STRING "STEP " WS-STP-NUM(J) " "
                  FUNCTION TRIM(WS-STP-PROGRAM(J))
                  " HAS NOT COMPLETED - STREAM IS INCOMPLETE"
                  DELIMITED BY SIZE INTO WS-REASON-TEXT
             WHEN WS-STP-RC(J) > 0
               MOVE 'AMBER' TO WS-REASON-LEVEL
               STRING "STEP " WS-STP-NUM(J) " "
                  FUNCTION TRIM(WS-STP-PROGRAM(J))
                  " ENDED WITH RETURN CODE " WS-STP-RC(J)
                  DELIMITED BY SIZE INTO WS-REASON-TEXT
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           IF WS-REASON-TEXT NOT = SPACES
             PERFORM ADD-REASON
           END-IF.

       ASSESS-RESULTS.
           IF WS-CR-FOUND NOT = 'Y'
             MOVE 'RED' TO WS-REASON-LEVEL
             MOVE "NO DAILY BATCH CONTROL REPORT 'control.rpt'"
                TO WS-REASON-TEXT
             PERFORM ADD-REASON
           END-IF
           EVALUATE WS-BAL-RESULT
             WHEN 'O'
               MOVE 'RED' TO WS-REASON-LEVEL
               MOVE SPACES TO WS-REASON-TEXT
               STRING "RECONCILIATION OUT OF BALANCE - "
                  WS-BAL-ERRORS " CONDITION(S) ON 'balance.rpt'"
                  DELIMITED BY SIZE INTO WS-REASON-TEXT
               PERFORM ADD-REASON
             WHEN 'I'
               CONTINUE
             WHEN OTHER
               MOVE 'RED' TO WS-REASON-LEVEL
               MOVE "NO RECONCILIATION RESULT ON 'balance.rpt'"
                  TO WS-REASON-TEXT
               PERFORM ADD-REASON
           END-EVALUATE
           IF WS-CR-MISSED-FLAG = 'Y'
             MOVE 'AMBER' TO WS-REASON-LEVEL
             MOVE "MISSED-RUN FLAG SET ON 'control.rpt'"
                TO WS-REASON-TEXT
             PERFORM ADD-REASON
           END-IF
           IF WS-ESC-ESCALATED > 0
             MOVE 'AMBER' TO WS-REASON-LEVEL
             MOVE SPACES TO WS-REASON-TEXT
             STRING WS-ESC-ESCALATED " LOW-SUPPLY ELF(S) ESCALATED"
                DELIMITED BY SIZE INTO WS-REASON-TEXT
             PERFORM ADD-REASON
           END-IF
           IF WS-UNFILLED-COUNT > 0
             MOVE 'AMBER' TO WS-REASON-LEVEL
             MOVE SPACES TO WS-REASON-TEXT
             STRING WS-UNFILLED-COUNT " ELF(S) LEFT BELOW THRESHOLD "
                "AFTER TRANSFER PLANNING"
                DELIMITED BY SIZE INTO WS-REASON-TEXT
             PERFORM ADD-REASON
           END-IF
           IF WS-XEX-EXCEPTIONS > 0
             MOVE 'AMBER' TO WS-REASON-LEVEL
             MOVE SPACES TO WS-REASON-TEXT
             STRING WS-XEX-EXCEPTIONS " TRANSFER EXECUTION "
                "EXCEPTION(S) ON 'xferexec.rpt'"
                DELIMITED BY SIZE INTO WS-REASON-TEXT
             PERFORM ADD-REASON
           END-IF
           IF WS-ACK-EXCP-COUNT > 0
             MOVE 'AMBER' TO WS-REASON-LEVEL
             MOVE SPACES TO WS-REASON-TEXT
             STRING WS-ACK-EXCP-COUNT " ACKNOWLEDGMENT EXCEPTION(S) "
                "ON 'ackexcp.rpt'"
                DELIMITED BY SIZE INTO WS-REASON-TEXT
             PERFORM ADD-REASON
           END-IF.

       ADD-REASON.
           IF WS-REASON-LEVEL = 'RED'
             ADD 1 TO WS-RED-COUNT
           ELSE
             ADD 1 TO WS-AMBER-COUNT
           END-IF
           IF WS-REASON-COUNT < WS-REASON-MAX
             ADD 1 TO WS-REASON-COUNT
             SET RS TO WS-REASON-COUNT
             MOVE WS-REASON-LEVEL TO WS-RSN-LEVEL(RS)
             MOVE WS-REASON-TEXT TO WS-RSN-TEXT(RS)
           ELSE
             ADD 1 TO WS-REASON-DROPPED
           END-IF.

       WRITE-DIGEST-HEADING.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "DAILY OPERATIONS DIGEST - DATE " WS-RUN-DATE
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           IF WS-CR-FOUND = 'Y'
             STRING "DAILY OPERATIONS DIGEST - DATE " WS-RUN-DATE
                " - BATCH RUN ID " WS-CR-RUN-ID " OF "
                WS-CR-RUN-DATE
                DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE WS-RULE-LINE TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-STEP-SECTION.
           MOVE "JOB STREAM" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-STEPCTL-FOUND NOT = 'Y' OR WS-STEP-COUNT = 0
             MOVE SPACES TO WS-REPORT-LINE
             STRING "  NO STEP CONTROL FILE - DIGEST RUN OUTSIDE THE "
                "JOB STREAM"
                DELIMITED BY SIZE INTO WS-REPORT-LINE
             PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-STEP-COUNT
             EVALUATE TRUE
               WHEN WS-STP-PROGRAM(J) = WS-DIGEST-PROGRAM
                 MOVE "THIS DIGEST" TO WS-STEP-STATE
               WHEN WS-STP-STATUS(J) = 'C'
                 MOVE "COMPLETE" TO WS-STEP-STATE
               WHEN WS-STP-STATUS(J) = 'F'
                 MOVE "FAILED" TO WS-STEP-STATE
               WHEN WS-STP-STATUS(J) = 'S'
                 MOVE "STARTED" TO WS-STEP-STATE
               WHEN OTHER
                 MOVE "NOT RUN" TO WS-STEP-STATE
             END-EVALUATE
             MOVE SPACES TO WS-REPORT-LINE
             STRING "  STEP " WS-STP-NUM(J) " " WS-STP-PROGRAM(J)
                " " WS-STEP-STATE " RC " WS-STP-RC(J)
                DELIMITED BY SIZE INTO WS-REPORT-LINE
             PERFORM WRITE-REPORT-LINE
           END-PERFORM.

       WRITE-BATCH-SECTION.
           MOVE "DAILY BATCH AND RECONCILIATION" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-CR-FOUND = 'Y'
             STRING "  DAYS " WS-CR-DAYS "  ELVES RANKED "
                WS-CR-ELVES "  REJECTS " WS-CR-REJECTS
                "  EXCEPTION LINES " WS-EXCP-COUNT
                "  MISSED-RUN FLAG " WS-CR-MISSED-FLAG
                "  BATCH RC " WS-CR-FINAL-RC
                DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
             MOVE "  CONTROL REPORT NOT AVAILABLE" TO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           EVALUATE WS-BAL-RESULT
             WHEN 'I'
               MOVE "  RECONCILIATION: IN BALANCE" TO WS-REPORT-LINE
             WHEN 'O'
               STRING "  RECONCILIATION: OUT OF BALANCE - "
                  WS-BAL-ERRORS " CONDITION(S)"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
             WHEN OTHER
               MOVE "  RECONCILIATION: NO RESULT AVAILABLE"
                  TO WS-REPORT-LINE
           END-EVALUATE
           PERFORM WRITE-REPORT-LINE.

       WRITE-LOW-SUPPLY-SECTION.
           MOVE "LOW SUPPLY" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-LOW-FOUND = 'Y'
             STRING "  ON " FUNCTION TRIM(WS-LOWSUP-FILENAME) ": "
                WS-LOW-COUNT "  BELOW THRESHOLD (ALERT FILE): "
                WS-ESC-BELOW "  NEW TODAY: " WS-NEW-LOW-COUNT
                "  ESCALATED: " WS-ESC-ESCALATED
                "  CLEARED: " WS-ESC-CLEARED
                DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
             STRING "  LOW SUPPLY REPORT NOT AVAILABLE"
                "  NEW TODAY: " WS-NEW-LOW-COUNT
                "  ESCALATED: " WS-ESC-ESCALATED
                "  CLEARED: " WS-ESC-CLEARED
                DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-LIST-INDEX FROM 1 BY 1
               UNTIL WS-LIST-INDEX > WS-NEW-LOW-COUNT
               OR WS-LIST-INDEX > WS-LIST-MAX
             MOVE SPACES TO WS-REPORT-LINE
             STRING "    " WS-NEW-LOW-LINE(WS-LIST-INDEX)
                DELIMITED BY SIZE INTO WS-REPORT-LINE
             PERFORM WRITE-REPORT-LINE
           END-PERFORM
           IF WS-NEW-LOW-COUNT > WS-LIST-MAX
             COMPUTE WS-LIST-MORE = WS-NEW-LOW-COUNT - WS-LIST-MAX
             MOVE SPACES TO WS-REPORT-LINE
             STRING "    ... AND " WS-LIST-MORE " MORE NEW ELF(S)"
                DELIMITED BY SIZE INTO WS-REPORT-LINE
             PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM VARYING WS-LIST-INDEX FROM 1 BY 1
               UNTIL WS-LIST-INDEX > WS-ESC-LIST-COUNT
               OR WS-LIST-INDEX > WS-LIST-MAX
             MOVE SPACES TO WS-REPORT-LINE
             STRING "    " WS-ESC-LIST-LINE(WS-LIST-INDEX)
                DELIMITED BY SIZE INTO WS-REPORT-LINE
             PERFORM WRITE-REPORT-LINE
           END-PERFORM
           IF WS-ESC-LIST-COUNT > WS-LIST-MAX
             COMPUTE WS-LIST-MORE = WS-ESC-LIST-COUNT - WS-LIST-MAX
             MOVE SPACES TO WS-REPORT-LINE
             STRING "    ... AND " WS-LIST-MORE
                " MORE ESCALATED ELF(S)"
                DELIMITED BY SIZE INTO WS-REPORT-LINE
             PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-TRANSFER-SECTION.
           MOVE "TRANSFERS AND ACKNOWLEDGMENTS" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-PICK-FOUND = 'Y'
             STRING "  PLANNED: " WS-PICK-COUNT " ORDER(S) FOR "
                WS-PICK-CALORIES " CALORIES  UNFILLED ELVES: "
                WS-UNFILLED-COUNT
                DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
             MOVE "  PLANNED: PICKING LIST NOT AVAILABLE"
                TO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-XEX-FOUND = 'Y'
             STRING "  EXECUTED: " WS-XEX-EXECUTED
                "  SHORT-PICKED: " WS-XEX-SHORT
                "  STILL OPEN: " WS-XEX-OPEN
                "  EXCEPTIONS: " WS-XEX-EXCEPTIONS
                DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
             MOVE "  EXECUTED: NO TRANSFER EXECUTION REPORT"
                TO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  PENDING ON 'xferpend.dat': " WS-PEND-COUNT
              " ORDER(S) FOR " WS-PEND-CALORIES " CALORIES"
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-ACK-FOUND = 'Y'
             STRING "  ACK EXCEPTIONS: " WS-ACK-EXCP-COUNT
                "  OPEN BACKORDERS: " WS-BO-COUNT " FOR "
                WS-BO-OPEN-CALORIES " CALORIES"
                DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
             STRING "  ACK EXCEPTIONS: REPORT NOT AVAILABLE"
                "  OPEN BACKORDERS: " WS-BO-COUNT " FOR "
                WS-BO-OPEN-CALORIES " CALORIES"
                DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE.

       WRITE-STATUS-SECTION.
           MOVE WS-RULE-LINE TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING RS FROM 1 BY 1
               UNTIL RS > WS-REASON-COUNT
             MOVE SPACES TO WS-REPORT-LINE
             STRING "  " WS-RSN-LEVEL(RS) " "
                FUNCTION TRIM(WS-RSN-TEXT(RS))
                DELIMITED BY SIZE INTO WS-REPORT-LINE
             PERFORM WRITE-REPORT-LINE
           END-PERFORM
           IF WS-REASON-DROPPED > 0
             MOVE SPACES TO WS-REPORT-LINE
             STRING "  ... AND " WS-REASON-DROPPED
                " MORE CONDITION(S)"
                DELIMITED BY SIZE INTO WS-REPORT-LINE
             PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING "OVERALL STATUS: " WS-OVERALL-STATUS
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "SHIFT SUPERVISOR SIGN-OFF: ______________________"
              "    DATE: __________"
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE SPACES TO DIGEST-RECORD
           MOVE WS-REPORT-LINE TO DIGEST-RECORD
           WRITE DIGEST-RECORD.
