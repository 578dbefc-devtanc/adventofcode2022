       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEASON-CLOSE.
       AUTHOR. DEVTANC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO 'params.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARAM-FILE-STATUS.
           SELECT PENDING-ORDERS ASSIGN TO 'xferpend.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PENDING-FILE-STATUS.
           SELECT DUPLICATE-SUSPECTS ASSIGN TO 'dupsusp.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DUPSUSP-FILE-STATUS.
           SELECT STEP-CONTROL ASSIGN TO 'stepctl.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STEPCTL-FILE-STATUS.
           SELECT SEASON-LOG ASSIGN TO 'seasons.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SEASON-LOG-FILE-STATUS.
           SELECT ELF-MASTER ASSIGN TO 'elfmastr.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT HISTORY-ARCHIVE ASSIGN TO 'histarch.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTARCH-FILE-STATUS.
           SELECT RUN-HISTORY ASSIGN TO 'runhist.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNHIST-FILE-STATUS.
           SELECT BACKORDER-FILE ASSIGN TO 'backordr.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BACKORDER-FILE-STATUS.
           SELECT ARCHIVE-SOURCE ASSIGN TO DYNAMIC WS-SOURCE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SOURCE-FILE-STATUS.
           SELECT ARCHIVE-TARGET ASSIGN TO DYNAMIC WS-TARGET-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TARGET-FILE-STATUS.
           SELECT SEASON-SUMMARY ASSIGN TO DYNAMIC WS-SUMMARY-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUMMARY-FILE-STATUS.
           SELECT STANDINGS-SORT-WORK ASSIGN TO 'seasort.tmp'.

       DATA DIVISION.
       FILE SECTION.
       FD PARAMETER-FILE.
       01 PARAM-RECORD           PIC X(80).

       FD PENDING-ORDERS.
       01 PENDING-RECORD.
           05 PND-FROM-ELF        PIC 9(5).
           05 PND-TO-ELF          PIC 9(5).
           05 PND-CALORIES        PIC 9(8).
           05 PND-ORDER-DATE      PIC 9(8).
           05 PND-FROM-NAME       PIC X(20).
           05 PND-TO-NAME         PIC X(20).
           05 PND-DEPOT           PIC X(3).

       FD DUPLICATE-SUSPECTS.
       01 SUSPECT-GROUP-RECORD.
           05 DSP-REC-TYPE        PIC X(1).
           05 DSP-RUN-DATE        PIC 9(8).
           05 DSP-ELF-ID          PIC 9(5).
           05 FILLER              PIC X(113).

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

       FD SEASON-LOG.
       01 SEASON-LOG-RECORD.
           05 SSL-LABEL           PIC X(8).
           05 FILLER              PIC X(1).
           05 SSL-CLOSE-DATE      PIC 9(8).
           05 FILLER              PIC X(1).
           05 SSL-FIRST-DATE      PIC 9(8).
           05 FILLER              PIC X(1).
           05 SSL-LAST-DATE       PIC 9(8).
           05 FILLER              PIC X(1).
           05 SSL-LAST-RUN-ID     PIC 9(5).
           05 FILLER              PIC X(1).
           05 SSL-ELVES           PIC 9(6).
           05 FILLER              PIC X(1).
           05 SSL-SEASON-TOTAL    PIC 9(14).
           05 FILLER              PIC X(1).
           05 SSL-LOW-DAYS        PIC 9(7).

       FD ELF-MASTER.
       01 ELF-MASTER-RECORD.
           05 ELM-ELF-ID          PIC 9(5).
           05 FILLER              PIC X(1).
           05 ELM-ELF-NAME        PIC X(20).
           05 FILLER              PIC X(1).
           05 ELM-SQUAD           PIC X(10).
           05 FILLER              PIC X(1).
           05 ELM-ACTIVE-FLAG     PIC X(1).
           05 FILLER              PIC X(1).
           05 ELM-DEPOT           PIC X(3).

       FD HISTORY-ARCHIVE.
       01 HISTORY-ARCHIVE-RECORD.
           05 HAR-RUN-DATE        PIC 9(8).
           05 HAR-ELF-ID          PIC 9(5).
           05 HAR-ELF-DAY         PIC 9(3).
           05 HAR-TOTAL           PIC 9(8).
           05 HAR-BLOCK-ITEMS     PIC 9(5).
           05 HAR-BLOCK-HASH      PIC 9(15).

       FD RUN-HISTORY.
       01 RUN-HISTORY-RECORD.
           05 RHR-RUN-ID          PIC 9(5).
           05 RHR-RUN-DATE        PIC 9(8).
           05 RHR-FL-COUNT        PIC 9(3).
           05 RHR-FL-HASH         PIC 9(9).
           05 RHR-DAYS            PIC 9(3).
           05 RHR-ELVES           PIC 9(7).
           05 RHR-REJECTS         PIC 9(7).
           05 RHR-RC              PIC 9(3).
           05 RHR-STATUS          PIC X(1).

       FD BACKORDER-FILE.
       01 BACKORDER-RECORD.
           05 BCK-ELF-ID          PIC 9(5).
           05 BCK-OWED            PIC 9(10).
           05 BCK-ACKED           PIC 9(10).
           05 BCK-ORIG-DATE       PIC 9(8).
           05 BCK-ELF-NAME        PIC X(20).

       FD ARCHIVE-SOURCE.
       01 ARCHIVE-SOURCE-RECORD  PIC X(200).

       FD ARCHIVE-TARGET.
       01 ARCHIVE-TARGET-RECORD  PIC X(200).

       FD SEASON-SUMMARY.
       01 SEASON-SUMMARY-RECORD  PIC X(132).

       SD STANDINGS-SORT-WORK.
       01 STANDINGS-SORT-RECORD.
           05 SST-TOTAL           PIC 9(12).
           05 SST-ELF-ID          PIC 9(5).
           05 SST-LOW-DAYS        PIC 9(5).

       WORKING-STORAGE SECTION.
       01 WS-PARAM-FILE-STATUS   PIC X(2).
       01 WS-PENDING-FILE-STATUS PIC X(2).
       01 WS-STEPCTL-FILE-STATUS PIC X(2).
       01 WS-DUPSUSP-FILE-STATUS PIC X(2).
       01 WS-SEASON-LOG-FILE-STATUS PIC X(2).
       01 WS-MASTER-FILE-STATUS  PIC X(2).
       01 WS-HISTARCH-FILE-STATUS PIC X(2).
       01 WS-RUNHIST-FILE-STATUS PIC X(2).
       01 WS-BACKORDER-FILE-STATUS PIC X(2).
       01 WS-SOURCE-FILE-STATUS  PIC X(2).
       01 WS-TARGET-FILE-STATUS  PIC X(2).
       01 WS-SUMMARY-FILE-STATUS PIC X(2).
       01 WS-EOF                 PIC A(1).
       01 WS-PARAM-EOF           PIC A(1).
       01 WS-SORT-EOF            PIC A(1).
       01 WS-RUN-DATE            PIC 9(8) VALUE 0.
       01 WS-SEASON-LABEL        PIC X(8) VALUE SPACES.
       01 WS-LABEL-PARM          PIC X(20) VALUE SPACES.
       01 WS-LABEL-BAD-CHARS     PIC 9(3) VALUE 0.
       01 WS-SOURCE-NAME         PIC X(40) VALUE SPACES.
       01 WS-TARGET-NAME         PIC X(40) VALUE SPACES.
       01 WS-SUMMARY-NAME        PIC X(40) VALUE SPACES.
       01 WS-PARAM-KEYWORD       PIC X(30).
       01 WS-PARAM-VALUE         PIC X(20).
       01 WS-PARAM-NUM-JUST      PIC X(7) JUSTIFIED RIGHT.
       01 WS-PARAM-NUM           PIC 9(7) VALUE 0.
       01 WS-PARAM-NUM-VALID     PIC A(1).
       01 WS-MIN-CALORIES-THRESHOLD PIC 9(7) VALUE 5000.
       01 WS-PENDING-COUNT       PIC 9(7) VALUE 0.
       01 WS-PENDING-CALORIES    PIC 9(12) VALUE 0.
       01 WS-OPEN-STEP-COUNT     PIC 9(2) VALUE 0.
       01 WS-SUSPECT-COUNT       PIC 9(5) VALUE 0.
       01 WS-REFUSED             PIC A(1) VALUE 'N'.
       78 WS-ELF-ID-MAX            VALUE 100000.
       01 WS-MASTER-TABLE.
           05 WS-MASTER-ENTRY OCCURS WS-ELF-ID-MAX TIMES
              INDEXED BY M.
              10 WS-MST-USED      PIC X(1).
              10 WS-MST-NAME      PIC X(20).
              10 WS-MST-SQUAD     PIC X(10).
              10 WS-MST-DEPOT     PIC X(3).
       01 WS-SEASON-TABLE.
           05 WS-SEASON-ENTRY OCCURS WS-ELF-ID-MAX TIMES
              INDEXED BY E.
              10 WS-SEA-USED      PIC X(1).
              10 WS-SEA-TOTAL     PIC 9(12).
              10 WS-SEA-LOW-DAYS  PIC 9(5).
       01 WS-ELF-INDEX           PIC 9(6) VALUE 0.
       78 WS-GROUP-MAX             VALUE 500.
       01 WS-SQUAD-TABLE.
           05 WS-SQUAD-ENTRY OCCURS WS-GROUP-MAX TIMES
              INDEXED BY Q.
              10 WS-SQD-CODE      PIC X(10).
              10 WS-SQD-ELVES     PIC 9(6).
              10 WS-SQD-TOTAL     PIC 9(14).
              10 WS-SQD-LOW-DAYS  PIC 9(7).
       01 WS-SQUAD-COUNT         PIC 9(3) VALUE 0.
       01 WS-DEPOT-TABLE.
           05 WS-DEPOT-ENTRY OCCURS WS-GROUP-MAX TIMES
              INDEXED BY DX.
              10 WS-DPT-CODE      PIC X(3).
              10 WS-DPT-ELVES     PIC 9(6).
              10 WS-DPT-TOTAL     PIC 9(14).
              10 WS-DPT-LOW-DAYS  PIC 9(7).
       01 WS-DEPOT-COUNT         PIC 9(3) VALUE 0.
       01 WS-GROUP-FOUND         PIC A(1).
       01 WS-CURR-SQUAD          PIC X(10).
       01 WS-CURR-DEPOT          PIC X(3).
       01 WS-CURR-NAME           PIC X(20).
       78 WS-LOW-DATE-MAX          VALUE 1000.
       01 WS-LOW-DATE-TABLE.
           05 WS-LOW-DATE-ENTRY OCCURS WS-LOW-DATE-MAX TIMES
              INDEXED BY LD
                                  PIC 9(8).
       01 WS-LOW-DATE-COUNT      PIC 9(4) VALUE 0.
       01 WS-DATE-SEEN           PIC A(1).
       78 WS-RUN-DATE-MAX          VALUE 1000.
       01 WS-RUN-DATE-TABLE.
           05 WS-RUN-DATE-ENTRY OCCURS WS-RUN-DATE-MAX TIMES
              INDEXED BY RN.
              10 WS-RDT-DATE      PIC 9(8).
              10 WS-RDT-LOGGED    PIC X(1).
              10 WS-RDT-RUN-ID    PIC 9(5).
              10 WS-RDT-KEEP      PIC 9(7).
              10 WS-RDT-ROWS      PIC 9(7).
              10 WS-RDT-SEEN      PIC 9(7).
       01 WS-RUN-DATE-COUNT      PIC 9(4) VALUE 0.
       01 WS-ROW-DATE            PIC 9(8) VALUE 0.
       01 WS-DATE-FOUND          PIC A(1).
       01 WS-KEEP-ROW            PIC A(1).
       01 WS-DELTA-ROW           PIC A(1).
       01 WS-SUPERSEDED-ROWS     PIC 9(9) VALUE 0.
       01 WS-HIST-RECORDS        PIC 9(9) VALUE 0.
       01 WS-SEASON-ELVES        PIC 9(6) VALUE 0.
       01 WS-SEASON-TOTAL        PIC 9(14) VALUE 0.
       01 WS-SEASON-LOW-DAYS     PIC 9(7) VALUE 0.
       01 WS-FIRST-DATE          PIC 9(8) VALUE 0.
       01 WS-LAST-DATE           PIC 9(8) VALUE 0.
       01 WS-LAST-RUN-ID         PIC 9(5) VALUE 0.
       01 WS-RUN-COUNT           PIC 9(5) VALUE 0.
       01 WS-BACKORDER-COUNT     PIC 9(6) VALUE 0.
       01 WS-BACKORDER-OPEN      PIC 9(12) VALUE 0.
       01 WS-RANK                PIC 9(7) VALUE 0.
       78 WS-ARCHIVE-MAX           VALUE 7.
       01 WS-ARCHIVE-TABLE.
           05 WS-ARCHIVE-ENTRY OCCURS WS-ARCHIVE-MAX TIMES
              INDEXED BY A.
              10 WS-ARC-SOURCE    PIC X(20).
              10 WS-ARC-BASE      PIC X(20).
              10 WS-ARC-TARGET    PIC X(40).
              10 WS-ARC-PRESENT   PIC X(1).
              10 WS-ARC-COUNT     PIC 9(9).
       01 WS-ARCHIVE-FAILED      PIC A(1) VALUE 'N'.
       01 WS-SUMMARY-LINE        PIC X(132).

       PROCEDURE DIVISION.
           INITIALIZE WS-MASTER-TABLE
           INITIALIZE WS-SEASON-TABLE
           INITIALIZE WS-SQUAD-TABLE
           INITIALIZE WS-DEPOT-TABLE
           INITIALIZE WS-LOW-DATE-TABLE
           INITIALIZE WS-RUN-DATE-TABLE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM SET-SEASON-LABEL
           PERFORM LOAD-PARAMETER-FILE
           PERFORM CHECK-PENDING-TRANSFERS
           PERFORM CHECK-PENDING-SUSPECTS
           PERFORM CHECK-JOB-STREAM
           PERFORM CHECK-SEASON-LOG
           PERFORM CHECK-ARCHIVE-TARGETS
           IF WS-REFUSED = 'Y'
             DISPLAY "SEASON CLOSE: REFUSED - SEASON "
                FUNCTION TRIM(WS-SEASON-LABEL)
                " LEFT OPEN, NO FILES CHANGED"
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
           DISPLAY "SEASON CLOSE: CLOSING SEASON "
              FUNCTION TRIM(WS-SEASON-LABEL) " ON " WS-RUN-DATE
           PERFORM LOAD-ELF-MASTER
           PERFORM LOAD-RUN-HISTORY
           PERFORM COUNT-ARCHIVED-RUN-ROWS
           PERFORM ACCUMULATE-SEASON-HISTORY
           PERFORM LOAD-BACKORDERS
           PERFORM ROLL-UP-GROUPS
           PERFORM ARCHIVE-SEASON-FILES
           IF WS-ARCHIVE-FAILED = 'Y'
             DISPLAY "SEASON CLOSE: ARCHIVE INCOMPLETE - CARRY-FORWARD "
                "FILES NOT RESET"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM WRITE-SEASON-SUMMARY
           PERFORM APPEND-SEASON-LOG
           PERFORM RESET-CARRY-FORWARD-FILES
           DISPLAY "SEASON CLOSE: SEASON "
              FUNCTION TRIM(WS-SEASON-LABEL) " CLOSED - "
              WS-SEASON-ELVES " ELF(S), TOTAL " WS-SEASON-TOTAL
              ", " WS-SEASON-LOW-DAYS " LOW-SUPPLY DAY(S) - SEE '"
              FUNCTION TRIM(WS-SUMMARY-NAME) "'"
           GOBACK.

       SET-SEASON-LABEL.
           ACCEPT WS-LABEL-PARM FROM ENVIRONMENT "SEASON_LABEL"
           IF WS-LABEL-PARM = SPACES
             STRING "S" WS-RUN-DATE(1:4) DELIMITED BY SIZE
                INTO WS-SEASON-LABEL
           ELSE
             MOVE 0 TO WS-LABEL-BAD-CHARS
             INSPECT FUNCTION TRIM(WS-LABEL-PARM) TALLYING
                WS-LABEL-BAD-CHARS FOR ALL SPACE ALL '.' ALL '/'
             IF WS-LABEL-BAD-CHARS > 0
                 OR FUNCTION LENGTH(FUNCTION TRIM(WS-LABEL-PARM)) > 8
               DISPLAY "ERROR: SEASON_LABEL MUST BE 1 TO 8 "
                  "CHARACTERS WITH NO SPACES, '.' OR '/', NOT '"
                  FUNCTION TRIM(WS-LABEL-PARM) "'"
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             MOVE FUNCTION TRIM(WS-LABEL-PARM) TO WS-SEASON-LABEL
           END-IF
           MOVE SPACES TO WS-SUMMARY-NAME
           STRING "seasum." FUNCTION TRIM(WS-SEASON-LABEL)
              DELIMITED BY SIZE INTO WS-SUMMARY-NAME
           MOVE 'elfhist.dat' TO WS-ARC-SOURCE(1)
           MOVE 'elfhist' TO WS-ARC-BASE(1)
           MOVE 'histarch.dat' TO WS-ARC-SOURCE(2)
           MOVE 'histarch' TO WS-ARC-BASE(2)
           MOVE 'alertsts.dat' TO WS-ARC-SOURCE(3)
           MOVE 'alertsts' TO WS-ARC-BASE(3)
           MOVE 'xferadj.dat' TO WS-ARC-SOURCE(4)
           MOVE 'xferadj' TO WS-ARC-BASE(4)
           MOVE 'backordr.dat' TO WS-ARC-SOURCE(5)
           MOVE 'backordr' TO WS-ARC-BASE(5)
           MOVE 'runhist.dat' TO WS-ARC-SOURCE(6)
           MOVE 'runhist' TO WS-ARC-BASE(6)
           MOVE 'noshow.dat' TO WS-ARC-SOURCE(7)
           MOVE 'noshow' TO WS-ARC-BASE(7)
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-ARCHIVE-MAX
             MOVE SPACES TO WS-ARC-TARGET(A)
             STRING FUNCTION TRIM(WS-ARC-BASE(A)) "."
                FUNCTION TRIM(WS-SEASON-LABEL)
                DELIMITED BY SIZE INTO WS-ARC-TARGET(A)
             MOVE 'N' TO WS-ARC-PRESENT(A)
             MOVE 0 TO WS-ARC-COUNT(A)
           END-PERFORM.

       LOAD-PARAMETER-FILE.
           OPEN INPUT PARAMETER-FILE
           IF WS-PARAM-FILE-STATUS NOT = '00'
             DISPLAY "NOTE: NO PARAMETER FILE 'params.dat' (STATUS "
                WS-PARAM-FILE-STATUS ") - LOW-SUPPLY THRESHOLD "
                WS-MIN-CALORIES-THRESHOLD " ASSUMED"
           ELSE
             MOVE SPACE TO WS-PARAM-EOF
             PERFORM UNTIL WS-PARAM-EOF = 'Y'
               READ PARAMETER-FILE
               AT END
                 MOVE 'Y' TO WS-PARAM-EOF
               NOT AT END
                 IF PARAM-RECORD NOT = SPACES
                     AND PARAM-RECORD(1:1) NOT = '*'
                   PERFORM APPLY-ONE-PARAMETER
                 END-IF
               END-READ
             END-PERFORM
             CLOSE PARAMETER-FILE
           END-IF.

       APPLY-ONE-PARAMETER.
           MOVE SPACES TO WS-PARAM-KEYWORD
           MOVE SPACES TO WS-PARAM-VALUE
           UNSTRING PARAM-RECORD DELIMITED BY ALL SPACES
             INTO WS-PARAM-KEYWORD WS-PARAM-VALUE
           IF WS-PARAM-KEYWORD = 'MIN-CALORIES-THRESHOLD'
             PERFORM PARSE-PARAM-NUMBER
             IF WS-PARAM-NUM-VALID = 'Y'
               MOVE WS-PARAM-NUM TO WS-MIN-CALORIES-THRESHOLD
             END-IF
           END-IF.

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

       CHECK-PENDING-TRANSFERS.
           OPEN INPUT PENDING-ORDERS
           IF WS-PENDING-FILE-STATUS = '00'
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
                   ADD PND-CALORIES TO WS-PENDING-CALORIES
                 END-IF
               END-READ
             END-PERFORM
             CLOSE PENDING-ORDERS
           END-IF
           IF WS-PENDING-COUNT > 0
             DISPLAY "ERROR: " WS-PENDING-COUNT " TRANSFER ORDER(S) "
                "FOR " WS-PENDING-CALORIES " CALORIES STILL PENDING "
                "ON 'xferpend.dat' - CONFIRM OR CANCEL THEM BEFORE "
                "CLOSING THE SEASON"
             MOVE 'Y' TO WS-REFUSED
           END-IF.

       CHECK-PENDING-SUSPECTS.
           OPEN INPUT DUPLICATE-SUSPECTS
           IF WS-DUPSUSP-FILE-STATUS = '00'
             MOVE SPACE TO WS-EOF
             PERFORM UNTIL WS-EOF = 'Y'
               READ DUPLICATE-SUSPECTS
               AT END
                 MOVE 'Y' TO WS-EOF
               NOT AT END
                 IF DSP-REC-TYPE = 'G'
                     AND DSP-RUN-DATE IS NUMERIC
                     AND DSP-ELF-ID IS NUMERIC
                   ADD 1 TO WS-SUSPECT-COUNT
                 END-IF
               END-READ
             END-PERFORM
             CLOSE DUPLICATE-SUSPECTS
           END-IF
           IF WS-SUSPECT-COUNT > 0
             DISPLAY "ERROR: " WS-SUSPECT-COUNT " DUPLICATE "
                "SUBMISSION SUSPECT(S) STILL PENDING ON 'dupsusp.dat' "
                "- RELEASE, MERGE OR DROP THEM BEFORE CLOSING THE "
                "SEASON"
             MOVE 'Y' TO WS-REFUSED
           END-IF.

       CHECK-JOB-STREAM.
           OPEN INPUT STEP-CONTROL
           IF WS-STEPCTL-FILE-STATUS NOT = '00'
             DISPLAY "NOTE: NO STEP CONTROL FILE 'stepctl.dat' "
                "(STATUS " WS-STEPCTL-FILE-STATUS ") - NO JOB STREAM "
                "IN FLIGHT"
           ELSE
             MOVE SPACE TO WS-EOF
             PERFORM UNTIL WS-EOF = 'Y'
               READ STEP-CONTROL
               AT END
                 MOVE 'Y' TO WS-EOF
               NOT AT END
                 IF STP-NUM IS NUMERIC AND STP-PROGRAM NOT = SPACES
                     AND STP-STATUS NOT = 'C'
                   ADD 1 TO WS-OPEN-STEP-COUNT
                   DISPLAY "ERROR: JOB STREAM STEP " STP-NUM " ("
                      FUNCTION TRIM(STP-PROGRAM) ") IS NOT COMPLETE "
                      "(STATUS '" STP-STATUS "')"
                 END-IF
               END-READ
             END-PERFORM
             CLOSE STEP-CONTROL
           END-IF
           IF WS-OPEN-STEP-COUNT > 0
             DISPLAY "ERROR: JOB STREAM INCOMPLETE ON 'stepctl.dat' - "
                "RERUN THE DRIVER TO FINISH IT BEFORE CLOSING THE "
                "SEASON"
             MOVE 'Y' TO WS-REFUSED
           END-IF.

       CHECK-SEASON-LOG.
           OPEN INPUT SEASON-LOG
           IF WS-SEASON-LOG-FILE-STATUS = '00'
             MOVE SPACE TO WS-EOF
             PERFORM UNTIL WS-EOF = 'Y'
               READ SEASON-LOG
               AT END
                 MOVE 'Y' TO WS-EOF
               NOT AT END
                 IF SSL-LABEL = WS-SEASON-LABEL
                   DISPLAY "ERROR: SEASON "
                      FUNCTION TRIM(WS-SEASON-LABEL)
                      " WAS ALREADY CLOSED ON " SSL-CLOSE-DATE
                      " (SEE 'seasons.dat') - SET SEASON_LABEL TO A "
                      "NEW LABEL"
                   MOVE 'Y' TO WS-REFUSED
                 END-IF
               END-READ
             END-PERFORM
             CLOSE SEASON-LOG
           END-IF.

       CHECK-ARCHIVE-TARGETS.
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-ARCHIVE-MAX
             MOVE WS-ARC-TARGET(A) TO WS-TARGET-NAME
             OPEN INPUT ARCHIVE-TARGET
             IF WS-TARGET-FILE-STATUS = '00'
               CLOSE ARCHIVE-TARGET
               DISPLAY "ERROR: SEASON ARCHIVE "
                  FUNCTION TRIM(WS-TARGET-NAME)
                  " ALREADY EXISTS - SET SEASON_LABEL TO A NEW LABEL"
               MOVE 'Y' TO WS-REFUSED
             END-IF
           END-PERFORM
           OPEN INPUT SEASON-SUMMARY
           IF WS-SUMMARY-FILE-STATUS = '00'
             CLOSE SEASON-SUMMARY
             DISPLAY "ERROR: SEASON SUMMARY "
                FUNCTION TRIM(WS-SUMMARY-NAME)
                " ALREADY EXISTS - SET SEASON_LABEL TO A NEW LABEL"
             MOVE 'Y' TO WS-REFUSED
           END-IF.

       LOAD-ELF-MASTER.
           OPEN INPUT ELF-MASTER
           IF WS-MASTER-FILE-STATUS NOT = '00'
             DISPLAY "WARNING: NO ELF MASTER FILE 'elfmastr.dat' "
                "(STATUS " WS-MASTER-FILE-STATUS ") - SQUAD AND "
                "DEPOT TOTALS WILL BE UNASSIGNED"
           ELSE
             MOVE SPACE TO WS-EOF
             PERFORM UNTIL WS-EOF = 'Y'
               READ ELF-MASTER
               AT END
                 MOVE 'Y' TO WS-EOF
               NOT AT END
                 IF ELM-ELF-ID IS NUMERIC
                   COMPUTE WS-ELF-INDEX = ELM-ELF-ID + 1
                   SET M TO WS-ELF-INDEX
                   MOVE 'Y' TO WS-MST-USED(M)
                   MOVE ELM-ELF-NAME TO WS-MST-NAME(M)
                   MOVE ELM-SQUAD TO WS-MST-SQUAD(M)
                   MOVE ELM-DEPOT TO WS-MST-DEPOT(M)
                 END-IF
               END-READ
             END-PERFORM
             CLOSE ELF-MASTER
           END-IF.

       LOAD-RUN-HISTORY.
           OPEN INPUT RUN-HISTORY
           IF WS-RUNHIST-FILE-STATUS = '00'
             MOVE SPACE TO WS-EOF
             PERFORM UNTIL WS-EOF = 'Y'
               READ RUN-HISTORY
               AT END
                 MOVE 'Y' TO WS-EOF
               NOT AT END
                 IF RHR-RUN-ID IS NUMERIC
                   IF RHR-RUN-ID > WS-LAST-RUN-ID
                     MOVE RHR-RUN-ID TO WS-LAST-RUN-ID
                   END-IF
                   IF RHR-STATUS = 'C'
                     ADD 1 TO WS-RUN-COUNT
                   END-IF
                   IF RHR-STATUS = 'C' AND RHR-RUN-DATE IS NUMERIC
                       AND RHR-ELVES IS NUMERIC
                     MOVE RHR-RUN-DATE TO WS-ROW-DATE
                     PERFORM FIND-OR-ADD-RUN-DATE
                     IF WS-RDT-LOGGED(RN) NOT = 'Y'
                         OR RHR-RUN-ID > WS-RDT-RUN-ID(RN)
                       MOVE 'Y' TO WS-RDT-LOGGED(RN)
                       MOVE RHR-RUN-ID TO WS-RDT-RUN-ID(RN)
                       MOVE RHR-ELVES TO WS-RDT-KEEP(RN)
                     END-IF
                   END-IF
                 END-IF
               END-READ
             END-PERFORM
             CLOSE RUN-HISTORY
           END-IF.

       COUNT-ARCHIVED-RUN-ROWS.
           OPEN INPUT HISTORY-ARCHIVE
           IF WS-HISTARCH-FILE-STATUS = '00'
             MOVE SPACE TO WS-EOF
             PERFORM UNTIL WS-EOF = 'Y'
               READ HISTORY-ARCHIVE
               AT END
                 MOVE 'Y' TO WS-EOF
               NOT AT END
                 IF HAR-RUN-DATE IS NUMERIC AND HAR-ELF-ID IS NUMERIC
                     AND HAR-TOTAL IS NUMERIC
                     AND HAR-ELF-DAY IS NUMERIC
                     AND HAR-BLOCK-ITEMS IS NUMERIC
                   IF HAR-ELF-DAY NOT = 0 OR HAR-BLOCK-ITEMS NOT = 0
                     MOVE HAR-RUN-DATE TO WS-ROW-DATE
                     PERFORM FIND-OR-ADD-RUN-DATE
                     ADD 1 TO WS-RDT-ROWS(RN)
                   END-IF
                 END-IF
               END-READ
             END-PERFORM
             CLOSE HISTORY-ARCHIVE
           END-IF.

       FIND-OR-ADD-RUN-DATE.
           MOVE 'N' TO WS-DATE-FOUND
           PERFORM VARYING RN FROM 1 BY 1
               UNTIL RN > WS-RUN-DATE-COUNT OR WS-DATE-FOUND = 'Y'
             IF WS-RDT-DATE(RN) = WS-ROW-DATE
               MOVE 'Y' TO WS-DATE-FOUND
             END-IF
           END-PERFORM
           IF WS-DATE-FOUND = 'Y'
             SET RN DOWN BY 1
           ELSE
             IF WS-RUN-DATE-COUNT >= WS-RUN-DATE-MAX
               DISPLAY "ERROR: MORE THAN " WS-RUN-DATE-MAX
                  " RUN DATES - TABLE CAPACITY EXCEEDED"
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-RUN-DATE-COUNT
             SET RN TO WS-RUN-DATE-COUNT
             MOVE WS-ROW-DATE TO WS-RDT-DATE(RN)
           END-IF.

       ACCUMULATE-SEASON-HISTORY.
           OPEN INPUT HISTORY-ARCHIVE
           IF WS-HISTARCH-FILE-STATUS NOT = '00'
             DISPLAY "WARNING: NO HISTORY ARCHIVE 'histarch.dat' "
                "(STATUS " WS-HISTARCH-FILE-STATUS ") - SEASON "
                "STANDINGS WILL BE EMPTY"
           ELSE
             MOVE SPACE TO WS-EOF
             PERFORM UNTIL WS-EOF = 'Y'
               READ HISTORY-ARCHIVE
               AT END
                 MOVE 'Y' TO WS-EOF
               NOT AT END
                 IF HAR-RUN-DATE IS NUMERIC AND HAR-ELF-ID IS NUMERIC
                     AND HAR-TOTAL IS NUMERIC
                     AND HAR-ELF-DAY IS NUMERIC
                     AND HAR-BLOCK-ITEMS IS NUMERIC
                   PERFORM SELECT-LATEST-RUN-ROW
                   IF WS-KEEP-ROW = 'Y'
                     PERFORM POST-SEASON-HISTORY
                   ELSE
                     ADD 1 TO WS-SUPERSEDED-ROWS
                   END-IF
                 END-IF
               END-READ
             END-PERFORM
             CLOSE HISTORY-ARCHIVE
           END-IF.

       SELECT-LATEST-RUN-ROW.
           MOVE 'Y' TO WS-KEEP-ROW
           IF HAR-ELF-DAY = 0 AND HAR-BLOCK-ITEMS = 0
             MOVE 'Y' TO WS-DELTA-ROW
           ELSE
             MOVE 'N' TO WS-DELTA-ROW
             MOVE HAR-RUN-DATE TO WS-ROW-DATE
             PERFORM FIND-OR-ADD-RUN-DATE
             ADD 1 TO WS-RDT-SEEN(RN)
             IF WS-RDT-LOGGED(RN) = 'Y'
                 AND WS-RDT-SEEN(RN) + WS-RDT-KEEP(RN)
                    NOT > WS-RDT-ROWS(RN)
               MOVE 'N' TO WS-KEEP-ROW
             END-IF
           END-IF.

       POST-SEASON-HISTORY.
           ADD 1 TO WS-HIST-RECORDS
           IF WS-FIRST-DATE = 0 OR HAR-RUN-DATE < WS-FIRST-DATE
             MOVE HAR-RUN-DATE TO WS-FIRST-DATE
           END-IF
           IF HAR-RUN-DATE > WS-LAST-DATE
             MOVE HAR-RUN-DATE TO WS-LAST-DATE
           END-IF
           COMPUTE WS-ELF-INDEX = HAR-ELF-ID + 1
           SET E TO WS-ELF-INDEX
           IF WS-SEA-USED(E) NOT = 'Y'
             MOVE 'Y' TO WS-SEA-USED(E)
             ADD 1 TO WS-SEASON-ELVES
           END-IF
           ADD HAR-TOTAL TO WS-SEA-TOTAL(E)
           ADD HAR-TOTAL TO WS-SEASON-TOTAL
           IF HAR-TOTAL < WS-MIN-CALORIES-THRESHOLD
               AND WS-DELTA-ROW NOT = 'Y'
             ADD 1 TO WS-SEA-LOW-DAYS(E)
             ADD 1 TO WS-SEASON-LOW-DAYS
             MOVE 'N' TO WS-DATE-SEEN
             PERFORM VARYING LD FROM 1 BY 1
                 UNTIL LD > WS-LOW-DATE-COUNT OR WS-DATE-SEEN = 'Y'
               IF WS-LOW-DATE-ENTRY(LD) = HAR-RUN-DATE
                 MOVE 'Y' TO WS-DATE-SEEN
               END-IF
             END-PERFORM
             IF WS-DATE-SEEN NOT = 'Y'
                 AND WS-LOW-DATE-COUNT < WS-LOW-DATE-MAX
               ADD 1 TO WS-LOW-DATE-COUNT
               MOVE HAR-RUN-DATE TO WS-LOW-DATE-ENTRY(WS-LOW-DATE-COUNT)
             END-IF
           END-IF.

       LOAD-BACKORDERS.
           OPEN INPUT BACKORDER-FILE
           IF WS-BACKORDER-FILE-STATUS = '00'
             MOVE SPACE TO WS-EOF
             PERFORM UNTIL WS-EOF = 'Y'
               READ BACKORDER-FILE
               AT END
                 MOVE 'Y' TO WS-EOF
               NOT AT END
                 IF BCK-ELF-ID IS NUMERIC AND BCK-OWED IS NUMERIC
                     AND BCK-ACKED IS NUMERIC
                     AND BCK-OWED > BCK-ACKED
                   ADD 1 TO WS-BACKORDER-COUNT
                   COMPUTE WS-BACKORDER-OPEN = WS-BACKORDER-OPEN
                      + BCK-OWED - BCK-ACKED
                 END-IF
               END-READ
             END-PERFORM
             CLOSE BACKORDER-FILE
           END-IF.

       ROLL-UP-GROUPS.
           PERFORM VARYING E FROM 1 BY 1 UNTIL E > WS-ELF-ID-MAX
             IF WS-SEA-USED(E) = 'Y'
               SET M TO E
               PERFORM DESCRIBE-SEASON-ELF
               PERFORM FIND-OR-ADD-SQUAD
               ADD 1 TO WS-SQD-ELVES(Q)
               ADD WS-SEA-TOTAL(E) TO WS-SQD-TOTAL(Q)
               ADD WS-SEA-LOW-DAYS(E) TO WS-SQD-LOW-DAYS(Q)
               PERFORM FIND-OR-ADD-DEPOT
               ADD 1 TO WS-DPT-ELVES(DX)
               ADD WS-SEA-TOTAL(E) TO WS-DPT-TOTAL(DX)
               ADD WS-SEA-LOW-DAYS(E) TO WS-DPT-LOW-DAYS(DX)
             END-IF
           END-PERFORM.

       DESCRIBE-SEASON-ELF.
           IF WS-MST-USED(M) = 'Y'
             MOVE WS-MST-NAME(M) TO WS-CURR-NAME
             MOVE WS-MST-SQUAD(M) TO WS-CURR-SQUAD
             MOVE WS-MST-DEPOT(M) TO WS-CURR-DEPOT
           ELSE
             MOVE "(NOT ON MASTER)" TO WS-CURR-NAME
             MOVE SPACES TO WS-CURR-SQUAD
             MOVE SPACES TO WS-CURR-DEPOT
           END-IF
           IF WS-CURR-SQUAD = SPACES
             MOVE 'UNASSIGNED' TO WS-CURR-SQUAD
           END-IF
           IF WS-CURR-DEPOT = SPACES
             MOVE '???' TO WS-CURR-DEPOT
           END-IF.

       FIND-OR-ADD-SQUAD.
           MOVE 'N' TO WS-GROUP-FOUND
           PERFORM VARYING Q FROM 1 BY 1
               UNTIL Q > WS-SQUAD-COUNT OR WS-GROUP-FOUND = 'Y'
             IF WS-SQD-CODE(Q) = WS-CURR-SQUAD
               MOVE 'Y' TO WS-GROUP-FOUND
             END-IF
           END-PERFORM
           IF WS-GROUP-FOUND = 'Y'
             SET Q DOWN BY 1
           ELSE
             IF WS-SQUAD-COUNT >= WS-GROUP-MAX
               DISPLAY "ERROR: MORE THAN " WS-GROUP-MAX
                  " SQUADS - TABLE CAPACITY EXCEEDED"
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-SQUAD-COUNT
             SET Q TO WS-SQUAD-COUNT
             MOVE WS-CURR-SQUAD TO WS-SQD-CODE(Q)
           END-IF.

       FIND-OR-ADD-DEPOT.
           MOVE 'N' TO WS-GROUP-FOUND
           PERFORM VARYING DX FROM 1 BY 1
               UNTIL DX > WS-DEPOT-COUNT OR WS-GROUP-FOUND = 'Y'
             IF WS-DPT-CODE(DX) = WS-CURR-DEPOT
               MOVE 'Y' TO WS-GROUP-FOUND
             END-IF
           END-PERFORM
           IF WS-GROUP-FOUND = 'Y'
             SET DX DOWN BY 1
           ELSE
             IF WS-DEPOT-COUNT >= WS-GROUP-MAX
               DISPLAY "ERROR: MORE THAN " WS-GROUP-MAX
                  " DEPOTS - TABLE CAPACITY EXCEEDED"
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-DEPOT-COUNT
             SET DX TO WS-DEPOT-COUNT
             MOVE WS-CURR-DEPOT TO WS-DPT-CODE(DX)
           END-IF.

       ARCHIVE-SEASON-FILES.
           PERFORM VARYING A FROM 1 BY 1
               UNTIL A > WS-ARCHIVE-MAX OR WS-ARCHIVE-FAILED = 'Y'
             PERFORM ARCHIVE-ONE-FILE
           END-PERFORM.

       ARCHIVE-ONE-FILE.
           MOVE WS-ARC-SOURCE(A) TO WS-SOURCE-NAME
           MOVE WS-ARC-TARGET(A) TO WS-TARGET-NAME
           OPEN INPUT ARCHIVE-SOURCE
           IF WS-SOURCE-FILE-STATUS NOT = '00'
             DISPLAY "NOTE: NO " FUNCTION TRIM(WS-SOURCE-NAME)
                " TO ARCHIVE (STATUS " WS-SOURCE-FILE-STATUS ")"
           ELSE
             MOVE 'Y' TO WS-ARC-PRESENT(A)
             OPEN OUTPUT ARCHIVE-TARGET
             IF WS-TARGET-FILE-STATUS NOT = '00'
               DISPLAY "ERROR: COULD NOT OPEN SEASON ARCHIVE "
                  FUNCTION TRIM(WS-TARGET-NAME)
                  " (STATUS " WS-TARGET-FILE-STATUS ")"
               CLOSE ARCHIVE-SOURCE
               MOVE 'Y' TO WS-ARCHIVE-FAILED
             ELSE
               MOVE SPACE TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                 READ ARCHIVE-SOURCE
                 AT END
                   MOVE 'Y' TO WS-EOF
                 NOT AT END
                   MOVE ARCHIVE-SOURCE-RECORD TO ARCHIVE-TARGET-RECORD
                   WRITE ARCHIVE-TARGET-RECORD
                   ADD 1 TO WS-ARC-COUNT(A)
                 END-READ
               END-PERFORM
               CLOSE ARCHIVE-SOURCE
               CLOSE ARCHIVE-TARGET
               DISPLAY "SEASON CLOSE: " FUNCTION TRIM(WS-SOURCE-NAME)
                  " -> " FUNCTION TRIM(WS-TARGET-NAME) " ("
                  WS-ARC-COUNT(A) " RECORD(S))"
             END-IF
           END-IF.

       WRITE-SEASON-SUMMARY.
           OPEN OUTPUT SEASON-SUMMARY
           IF WS-SUMMARY-FILE-STATUS NOT = '00'
             DISPLAY "ERROR: COULD NOT OPEN SEASON SUMMARY "
                FUNCTION TRIM(WS-SUMMARY-NAME)
                " (STATUS " WS-SUMMARY-FILE-STATUS ") - CARRY-FORWARD "
                "FILES NOT RESET"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "SEASON SUMMARY - SEASON "
              FUNCTION TRIM(WS-SEASON-LABEL) " - CLOSED " WS-RUN-DATE
              " - RUN DATES " WS-FIRST-DATE " TO " WS-LAST-DATE
              " - " WS-RUN-COUNT " COMPLETED RUN(S), LAST RUN ID "
              WS-LAST-RUN-ID
              DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           PERFORM WRITE-SUMMARY-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           PERFORM WRITE-SUMMARY-LINE
           MOVE "FINAL STANDINGS:" TO WS-SUMMARY-LINE
           PERFORM WRITE-SUMMARY-LINE
           MOVE 0 TO WS-RANK
           SORT STANDINGS-SORT-WORK
              ON DESCENDING KEY SST-TOTAL
              ON ASCENDING KEY SST-ELF-ID
              INPUT PROCEDURE IS RELEASE-SEASON-ELVES
              OUTPUT PROCEDURE IS WRITE-STANDINGS
           MOVE SPACES TO WS-SUMMARY-LINE
           PERFORM WRITE-SUMMARY-LINE
           MOVE "SEASON TOTALS BY SQUAD:" TO WS-SUMMARY-LINE
           PERFORM WRITE-SUMMARY-LINE
           PERFORM VARYING Q FROM 1 BY 1 UNTIL Q > WS-SQUAD-COUNT
             MOVE SPACES TO WS-SUMMARY-LINE
             STRING "SQUAD " WS-SQD-CODE(Q) " ELVES "
                WS-SQD-ELVES(Q) " TOTAL " WS-SQD-TOTAL(Q)
                " LOW-SUPPLY DAYS " WS-SQD-LOW-DAYS(Q)
                DELIMITED BY SIZE INTO WS-SUMMARY-LINE
             PERFORM WRITE-SUMMARY-LINE
           END-PERFORM
           MOVE SPACES TO WS-SUMMARY-LINE
           PERFORM WRITE-SUMMARY-LINE
           MOVE "SEASON TOTALS BY DEPOT:" TO WS-SUMMARY-LINE
           PERFORM WRITE-SUMMARY-LINE
           PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > WS-DEPOT-COUNT
             MOVE SPACES TO WS-SUMMARY-LINE
             STRING "DEPOT " WS-DPT-CODE(DX) " ELVES "
                WS-DPT-ELVES(DX) " TOTAL " WS-DPT-TOTAL(DX)
                " LOW-SUPPLY DAYS " WS-DPT-LOW-DAYS(DX)
                DELIMITED BY SIZE INTO WS-SUMMARY-LINE
             PERFORM WRITE-SUMMARY-LINE
           END-PERFORM
           MOVE SPACES TO WS-SUMMARY-LINE
           PERFORM WRITE-SUMMARY-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "LOW SUPPLY: " WS-SEASON-LOW-DAYS
              " ELF-DAY(S) BELOW " WS-MIN-CALORIES-THRESHOLD
              " CALORIES, ON " WS-LOW-DATE-COUNT " RUN DATE(S)"
              DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           PERFORM WRITE-SUMMARY-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "OPEN BACKORDERS AT CLOSE: " WS-BACKORDER-COUNT
              " ELF(S), " WS-BACKORDER-OPEN " CALORIES UNACKNOWLEDGED"
              DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           PERFORM WRITE-SUMMARY-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           PERFORM WRITE-SUMMARY-LINE
           MOVE "ARCHIVED FILES:" TO WS-SUMMARY-LINE
           PERFORM WRITE-SUMMARY-LINE
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-ARCHIVE-MAX
             MOVE SPACES TO WS-SUMMARY-LINE
             IF WS-ARC-PRESENT(A) = 'Y'
               STRING WS-ARC-SOURCE(A) " -> " WS-ARC-TARGET(A)
                  " " WS-ARC-COUNT(A) " RECORD(S)"
                  DELIMITED BY SIZE INTO WS-SUMMARY-LINE
             ELSE
               STRING WS-ARC-SOURCE(A) " -> (NOT PRESENT)"
                  DELIMITED BY SIZE INTO WS-SUMMARY-LINE
             END-IF
             PERFORM WRITE-SUMMARY-LINE
           END-PERFORM
           MOVE SPACES TO WS-SUMMARY-LINE
           PERFORM WRITE-SUMMARY-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "TOTALS: " WS-SEASON-ELVES " ELF(S), "
              WS-SQUAD-COUNT " SQUAD(S), " WS-DEPOT-COUNT
              " DEPOT(S), SEASON TOTAL " WS-SEASON-TOTAL
              " CALORIES FROM " WS-HIST-RECORDS " HISTORY RECORD(S)"
              DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           PERFORM WRITE-SUMMARY-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "SUPERSEDED: " WS-SUPERSEDED-ROWS
              " HISTORY RECORD(S) FROM EARLIER RUNS ON A RERUN DATE "
              "EXCLUDED"
              DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           PERFORM WRITE-SUMMARY-LINE
           CLOSE SEASON-SUMMARY.

       RELEASE-SEASON-ELVES.
           PERFORM VARYING E FROM 1 BY 1 UNTIL E > WS-ELF-ID-MAX
             IF WS-SEA-USED(E) = 'Y'
               SET WS-ELF-INDEX TO E
               COMPUTE SST-ELF-ID = WS-ELF-INDEX - 1
               MOVE WS-SEA-TOTAL(E) TO SST-TOTAL
               MOVE WS-SEA-LOW-DAYS(E) TO SST-LOW-DAYS
               RELEASE STANDINGS-SORT-RECORD
             END-IF
           END-PERFORM.

       WRITE-STANDINGS.
           MOVE SPACE TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF = 'Y'
             RETURN STANDINGS-SORT-WORK
             AT END
               MOVE 'Y' TO WS-SORT-EOF
             NOT AT END
               ADD 1 TO WS-RANK
               COMPUTE WS-ELF-INDEX = SST-ELF-ID + 1
               SET M TO WS-ELF-INDEX
               PERFORM DESCRIBE-SEASON-ELF
               MOVE SPACES TO WS-SUMMARY-LINE
               STRING "RANK " WS-RANK ": ELF " SST-ELF-ID " "
                  WS-CURR-NAME " SQUAD " WS-CURR-SQUAD " DEPOT "
                  WS-CURR-DEPOT " TOTAL " SST-TOTAL
                  " LOW-SUPPLY DAYS " SST-LOW-DAYS
                  DELIMITED BY SIZE INTO WS-SUMMARY-LINE
               PERFORM WRITE-SUMMARY-LINE
             END-RETURN
           END-PERFORM.

       WRITE-SUMMARY-LINE.
           MOVE WS-SUMMARY-LINE TO SEASON-SUMMARY-RECORD
           WRITE SEASON-SUMMARY-RECORD.

       RESET-CARRY-FORWARD-FILES.
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-ARCHIVE-MAX
             MOVE WS-ARC-SOURCE(A) TO WS-SOURCE-NAME
             OPEN OUTPUT ARCHIVE-SOURCE
             IF WS-SOURCE-FILE-STATUS NOT = '00'
               DISPLAY "ERROR: COULD NOT RESET "
                  FUNCTION TRIM(WS-SOURCE-NAME)
                  " (STATUS " WS-SOURCE-FILE-STATUS ") - SEASON "
                  FUNCTION TRIM(WS-SEASON-LABEL) " IS CLOSED AND "
                  "ARCHIVED, EMPTY THE REMAINING CARRY-FORWARD "
                  "FILES BY HAND"
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             CLOSE ARCHIVE-SOURCE
           END-PERFORM
           OPEN OUTPUT RUN-HISTORY
           IF WS-RUNHIST-FILE-STATUS NOT = '00'
             DISPLAY "ERROR: COULD NOT WRITE SEASON MARKER TO "
                "'runhist.dat' (STATUS " WS-RUNHIST-FILE-STATUS ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE WS-LAST-RUN-ID TO RHR-RUN-ID
           MOVE WS-RUN-DATE TO RHR-RUN-DATE
           MOVE 0 TO RHR-FL-COUNT
           MOVE 0 TO RHR-FL-HASH
           MOVE 0 TO RHR-DAYS
           MOVE WS-SEASON-ELVES TO RHR-ELVES
           MOVE 0 TO RHR-REJECTS
           MOVE 0 TO RHR-RC
           MOVE 'S' TO RHR-STATUS
           WRITE RUN-HISTORY-RECORD
           CLOSE RUN-HISTORY.

       APPEND-SEASON-LOG.
           OPEN EXTEND SEASON-LOG
           IF WS-SEASON-LOG-FILE-STATUS NOT = '00'
             OPEN OUTPUT SEASON-LOG
             IF WS-SEASON-LOG-FILE-STATUS NOT = '00'
               DISPLAY "ERROR: COULD NOT OPEN SEASON LOG "
                  "'seasons.dat' (STATUS " WS-SEASON-LOG-FILE-STATUS
                  ") - CARRY-FORWARD FILES NOT RESET"
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
           END-IF
           MOVE SPACES TO SEASON-LOG-RECORD
           MOVE WS-SEASON-LABEL TO SSL-LABEL
           MOVE WS-RUN-DATE TO SSL-CLOSE-DATE
           MOVE WS-FIRST-DATE TO SSL-FIRST-DATE
           MOVE WS-LAST-DATE TO SSL-LAST-DATE
           MOVE WS-LAST-RUN-ID TO SSL-LAST-RUN-ID
           MOVE WS-SEASON-ELVES TO SSL-ELVES
           MOVE WS-SEASON-TOTAL TO SSL-SEASON-TOTAL
           MOVE WS-SEASON-LOW-DAYS TO SSL-LOW-DAYS
           WRITE SEASON-LOG-RECORD
           CLOSE SEASON-LOG.
