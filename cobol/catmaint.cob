       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATALOG-MAINT.
       AUTHOR. DEVTANC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-CATALOG ASSIGN TO 'itemcat.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CATALOG-FILE-STATUS.
           SELECT CATALOG-TRANSACTIONS ASSIGN TO 'cattran.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT CATALOG-AUDIT ASSIGN TO 'cataudit.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CATAUD-FILE-STATUS.
           SELECT REVALUATION-REPORT ASSIGN TO 'catreval.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REVAL-FILE-STATUS.
           SELECT GENERATION-CATALOG ASSIGN TO 'gencat.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GENCAT-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT REVAL-SORT-WORK ASSIGN TO 'revalsrt.tmp'.

       DATA DIVISION.
       FILE SECTION.
       FD ITEM-CATALOG.
       01 ITEM-CATALOG-RECORD.
           05 CAT-ITEM-CODE       PIC X(6).
           05 FILLER              PIC X(1).
           05 CAT-ITEM-DESC       PIC X(20).
           05 FILLER              PIC X(1).
           05 CAT-CAL-PER-UNIT    PIC 9(5).
           05 FILLER              PIC X(1).
           05 CAT-EFF-DATE        PIC 9(8).
           05 FILLER              PIC X(1).
           05 CAT-STATUS          PIC X(1).
           05 FILLER              PIC X(1).
           05 CAT-SHELF-DAYS      PIC 9(4).
           05 FILLER              PIC X(1).
           05 CAT-UNIT-COST       PIC 9(5)V99.

       FD CATALOG-TRANSACTIONS.
       01 CATALOG-TRAN-RECORD.
           05 TCT-ACTION          PIC X(10).
           05 FILLER              PIC X(1).
           05 TCT-ITEM-CODE       PIC X(6).
           05 FILLER              PIC X(1).
           05 TCT-ITEM-DESC       PIC X(20).
           05 FILLER              PIC X(1).
           05 TCT-CAL-PER-UNIT    PIC X(5).
           05 FILLER              PIC X(1).
           05 TCT-EFF-DATE        PIC X(8).
           05 FILLER              PIC X(1).
           05 TCT-SHELF-DAYS      PIC X(4).
           05 FILLER              PIC X(1).
           05 TCT-UNIT-COST       PIC X(8).

       FD CATALOG-AUDIT.
       01 CATALOG-AUDIT-RECORD   PIC X(132).

       FD REVALUATION-REPORT.
       01 REVALUATION-RECORD     PIC X(132).

       FD GENERATION-CATALOG.
       01 GENCAT-RECORD.
           05 GEN-DATE            PIC 9(8).
           05 GEN-RUN             PIC 9(2).
           05 GEN-TYPE            PIC X(8).
           05 GEN-FILENAME        PIC X(40).

       FD AUDIT-FILE.
       01 AUDIT-ITEM-REC.
           05 FILLER              PIC X(4).
           05 AUD-ITM-ELF-ID      PIC 9(5).
           05 FILLER              PIC X(1).
           05 AUD-ITM-NAME        PIC X(20).
           05 AUD-ITM-TAG         PIC X(6).
           05 AUD-ITM-CODE        PIC X(6).
           05 FILLER              PIC X(5).
           05 AUD-ITM-CAL         PIC 9(8).
           05 FILLER              PIC X(9).
           05 AUD-ITM-RUN         PIC 9(8).
           05 FILLER              PIC X(5).
           05 AUD-ITM-DAY         PIC 9(3).
           05 FILLER              PIC X(10).

       SD REVAL-SORT-WORK.
       01 REVAL-SORT-RECORD.
           05 RSR-ITEM-CODE       PIC X(6).
           05 RSR-ELF-ID          PIC 9(5).
           05 RSR-ELF-NAME        PIC X(20).
           05 RSR-QTY             PIC 9(9).
           05 RSR-PRIOR-CAL       PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-CATALOG-FILE-STATUS PIC X(2).
       01 WS-TRAN-FILE-STATUS    PIC X(2).
       01 WS-CATAUD-FILE-STATUS  PIC X(2).
       01 WS-REVAL-FILE-STATUS   PIC X(2).
       01 WS-GENCAT-FILE-STATUS  PIC X(2).
       01 WS-AUDIT-FILE-STATUS   PIC X(2).
       01 WS-EOF                 PIC A(1).
       01 WS-SORT-EOF            PIC A(1).
       78 WS-CATALOG-MAX           VALUE 5000.
       01 WS-ITEM-CATALOG-TABLE.
           05 WS-CATALOG-ENTRY OCCURS WS-CATALOG-MAX TIMES
              INDEXED BY C.
              10 WS-CAT-USED      PIC X(1).
              10 WS-CAT-ITEM-CODE PIC X(6).
              10 WS-CAT-EFF-DATE  PIC 9(8).
              10 WS-CAT-ITEM-DESC PIC X(20).
              10 WS-CAT-CAL-UNIT  PIC 9(5).
              10 WS-CAT-STATUS    PIC X(1).
              10 WS-CAT-SHELF-DAYS PIC 9(4).
              10 WS-CAT-UNIT-COST PIC 9(5)V99.
       01 WS-CATALOG-COUNT       PIC 9(5) VALUE 0.
       78 WS-CHANGED-MAX           VALUE 1000.
       01 WS-CHANGED-TABLE.
           05 WS-CHANGED-ENTRY OCCURS WS-CHANGED-MAX TIMES
              INDEXED BY K.
              10 WS-CHG-ITEM-CODE PIC X(6).
              10 WS-CHG-ACTION    PIC X(10).
              10 WS-CHG-OLD-UNIT  PIC 9(5).
              10 WS-CHG-NEW-UNIT  PIC 9(5).
              10 WS-CHG-ELVES     PIC 9(7).
              10 WS-CHG-QTY       PIC 9(9).
              10 WS-CHG-MOVE      PIC S9(12).
       01 WS-CHANGED-COUNT       PIC 9(5) VALUE 0.
       01 WS-CHANGED-FOUND       PIC A(1).
       01 WS-RUN-DATE            PIC 9(8) VALUE 0.
       01 WS-TRAN-COUNT          PIC 9(7) VALUE 0.
       01 WS-APPLIED-COUNT       PIC 9(7) VALUE 0.
       01 WS-REJECT-COUNT        PIC 9(7) VALUE 0.
       01 WS-REJECT-REASON       PIC X(40) VALUE SPACES.
       01 WS-AUDIT-LINE          PIC X(132).
       01 WS-REVAL-LINE          PIC X(132).
       01 WS-TRAN-EFF-DATE       PIC 9(8) VALUE 0.
       01 WS-TRAN-CAL-UNIT       PIC 9(5) VALUE 0.
       01 WS-TRAN-CAL-JUST       PIC X(5) JUSTIFIED RIGHT.
       01 WS-TRAN-SHELF-DAYS     PIC 9(4) VALUE 0.
       01 WS-TRAN-SHELF-JUST     PIC X(4) JUSTIFIED RIGHT.
       01 WS-TRAN-UNIT-COST      PIC 9(5)V99 VALUE 0.
       01 WS-TRAN-COST-TEXT      PIC X(8).
       01 WS-TRAN-COST-WHOLE     PIC X(5) JUSTIFIED RIGHT.
       01 WS-TRAN-COST-CENTS     PIC X(2).
       01 WS-TRAN-COST-EXTRA     PIC X(8).
       01 WS-TRAN-WHOLE-LEN      PIC 9(2) VALUE 0.
       01 WS-TRAN-CENTS-LEN      PIC 9(2) VALUE 0.
       01 WS-TRAN-COST-WHOLE-NUM PIC 9(5) VALUE 0.
       01 WS-TRAN-COST-CENTS-NUM PIC 9(2) VALUE 0.
       01 WS-COST-EDIT           PIC Z(4)9.99.
       01 WS-LATEST-FOUND        PIC A(1).
       01 WS-LATEST-INDEX        PIC 9(5) VALUE 0.
       01 WS-LATEST-DATE         PIC 9(8) VALUE 0.
       01 WS-NEW-DESC            PIC X(20) VALUE SPACES.
       01 WS-NEW-CAL-UNIT        PIC 9(5) VALUE 0.
       01 WS-NEW-STATUS          PIC X(1) VALUE SPACE.
       01 WS-NEW-SHELF-DAYS      PIC 9(4) VALUE 0.
       01 WS-NEW-UNIT-COST       PIC 9(5)V99 VALUE 0.
       01 WS-AS-OF-DATE          PIC 9(8) VALUE 0.
       01 WS-AS-OF-FOUND         PIC A(1).
       01 WS-AS-OF-UNIT          PIC 9(5) VALUE 0.
       01 WS-AS-OF-BEST          PIC 9(8) VALUE 0.
       01 WS-AUDIT-FILENAME      PIC X(40) VALUE SPACES.
       01 WS-GEN-KEY             PIC 9(10) VALUE 0.
       01 WS-AUD-BEST-KEY        PIC 9(10) VALUE 0.
       01 WS-AUDIT-GEN-DATE      PIC 9(8) VALUE 0.
       01 WS-ITEM-QTY            PIC 9(9) VALUE 0.
       01 WS-PREV-ITEM-CODE      PIC X(6) VALUE SPACES.
       01 WS-PREV-ELF-ID         PIC 9(5) VALUE 0.
       01 WS-PREV-ELF-NAME       PIC X(20) VALUE SPACES.
       01 WS-FIRST-PAIR          PIC A(1).
       01 WS-ELF-QTY             PIC 9(9) VALUE 0.
       01 WS-ELF-PRIOR-CAL       PIC 9(10) VALUE 0.
       01 WS-ELF-REVALUED        PIC 9(12) VALUE 0.
       01 WS-ELF-MOVE            PIC S9(12) VALUE 0.
       01 WS-NET-MOVE            PIC S9(12) VALUE 0.
       01 WS-ELVES-AFFECTED      PIC 9(7) VALUE 0.
       01 WS-MOVE-EDIT           PIC +9(11).
       01 WS-REVAL-ELF-LINE.
           05 FILLER              PIC X(6) VALUE "  ELF ".
           05 WS-RVL-ELF-ID       PIC 9(5).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-RVL-ELF-NAME     PIC X(20).
           05 FILLER              PIC X(5) VALUE " QTY ".
           05 WS-RVL-QTY          PIC 9(9).
           05 FILLER              PIC X(11) VALUE " PRIOR CAL ".
           05 WS-RVL-PRIOR        PIC 9(10).
           05 FILLER              PIC X(10) VALUE " REVALUED ".
           05 WS-RVL-REVALUED     PIC 9(12).
           05 FILLER              PIC X(6) VALUE " MOVE ".
           05 WS-RVL-MOVE         PIC +9(11).

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           INITIALIZE WS-ITEM-CATALOG-TABLE
           INITIALIZE WS-CHANGED-TABLE
           OPEN OUTPUT CATALOG-AUDIT
           IF WS-CATAUD-FILE-STATUS NOT = '00'
             DISPLAY "ERROR: COULD NOT OPEN CATALOG AUDIT "
                "'cataudit.rpt' (STATUS " WS-CATAUD-FILE-STATUS ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE SPACES TO WS-AUDIT-LINE
           STRING "ITEM CATALOG MAINTENANCE - DATE " WS-RUN-DATE
              DELIMITED BY SIZE INTO WS-AUDIT-LINE
           PERFORM WRITE-AUDIT-LINE
           PERFORM LOAD-ITEM-CATALOG
           PERFORM LOCATE-PRIOR-AUDIT
           PERFORM APPLY-TRANSACTIONS
           IF WS-APPLIED-COUNT > 0
             PERFORM REWRITE-ITEM-CATALOG
           END-IF
           MOVE SPACES TO WS-AUDIT-LINE
           STRING "TOTALS: " WS-TRAN-COUNT " TRANSACTION(S) READ, "
              WS-APPLIED-COUNT " APPLIED, "
              WS-REJECT-COUNT " REJECTED"
              DELIMITED BY SIZE INTO WS-AUDIT-LINE
           PERFORM WRITE-AUDIT-LINE
           CLOSE CATALOG-AUDIT
           PERFORM WRITE-REVALUATION-REPORT
           DISPLAY "CATALOG MAINT: " WS-TRAN-COUNT
              " TRANSACTION(S) READ, " WS-APPLIED-COUNT
              " APPLIED, " WS-REJECT-COUNT
              " REJECTED - SEE 'cataudit.rpt', 'catreval.rpt'"
           IF WS-REJECT-COUNT > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-ITEM-CATALOG.
           OPEN INPUT ITEM-CATALOG
           IF WS-CATALOG-FILE-STATUS NOT = '00'
             DISPLAY "ERROR: COULD NOT OPEN ITEM CATALOG FILE "
                "'itemcat.dat' (STATUS " WS-CATALOG-FILE-STATUS ")"
             CLOSE CATALOG-AUDIT
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE SPACE TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
             READ ITEM-CATALOG
             AT END
               MOVE 'Y' TO WS-EOF
             NOT AT END
               IF CAT-CAL-PER-UNIT IS NUMERIC
                   AND CAT-ITEM-CODE NOT = SPACES
                 IF WS-CATALOG-COUNT >= WS-CATALOG-MAX
                   DISPLAY "ERROR: ITEM CATALOG 'itemcat.dat' HOLDS "
                      "MORE RECORDS THAN TABLE CAPACITY OF "
                      WS-CATALOG-MAX
                   CLOSE ITEM-CATALOG
                   CLOSE CATALOG-AUDIT
                   MOVE 16 TO RETURN-CODE
                   GOBACK
                 END-IF
                 ADD 1 TO WS-CATALOG-COUNT
                 SET C TO WS-CATALOG-COUNT
                 MOVE 'Y' TO WS-CAT-USED(C)
                 MOVE CAT-ITEM-CODE TO WS-CAT-ITEM-CODE(C)
                 MOVE CAT-ITEM-DESC TO WS-CAT-ITEM-DESC(C)
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
                 IF CAT-SHELF-DAYS IS NUMERIC
                   MOVE CAT-SHELF-DAYS TO WS-CAT-SHELF-DAYS(C)
                 ELSE
                   MOVE 0 TO WS-CAT-SHELF-DAYS(C)
                 END-IF
                 IF CAT-UNIT-COST IS NUMERIC
                   MOVE CAT-UNIT-COST TO WS-CAT-UNIT-COST(C)
                 ELSE
                   MOVE 0 TO WS-CAT-UNIT-COST(C)
                 END-IF
               ELSE
                 MOVE SPACES TO WS-AUDIT-LINE
                 STRING "WARNING: DROPPING MALFORMED CATALOG "
                    "RECORD: " ITEM-CATALOG-RECORD
                    DELIMITED BY SIZE INTO WS-AUDIT-LINE
                 PERFORM WRITE-AUDIT-LINE
               END-IF
             END-READ
           END-PERFORM
           CLOSE ITEM-CATALOG
           MOVE SPACES TO WS-AUDIT-LINE
           STRING "CATALOG LOADED: " WS-CATALOG-COUNT " ROW(S)"
              DELIMITED BY SIZE INTO WS-AUDIT-LINE
           PERFORM WRITE-AUDIT-LINE.

       LOCATE-PRIOR-AUDIT.
           OPEN INPUT GENERATION-CATALOG
           IF WS-GENCAT-FILE-STATUS NOT = '00'
             DISPLAY "NOTE: NO GENERATION CATALOG 'gencat.dat' "
                "(STATUS " WS-GENCAT-FILE-STATUS ") - NO "
                "REVALUATION IMPACT CAN BE MEASURED"
           ELSE
             MOVE SPACE TO WS-EOF
             PERFORM UNTIL WS-EOF = 'Y'
               READ GENERATION-CATALOG
               AT END
                 MOVE 'Y' TO WS-EOF
               NOT AT END
                 IF GEN-DATE IS NUMERIC AND GEN-RUN IS NUMERIC
                     AND GEN-TYPE = 'AUDIT'
                   COMPUTE WS-GEN-KEY = GEN-DATE * 100 + GEN-RUN
                   IF WS-GEN-KEY > WS-AUD-BEST-KEY
                     MOVE WS-GEN-KEY TO WS-AUD-BEST-KEY
                     MOVE GEN-DATE TO WS-AUDIT-GEN-DATE
                     MOVE GEN-FILENAME TO WS-AUDIT-FILENAME
                   END-IF
                 END-IF
               END-READ
             END-PERFORM
             CLOSE GENERATION-CATALOG
           END-IF.

       APPLY-TRANSACTIONS.
           OPEN INPUT CATALOG-TRANSACTIONS
           IF WS-TRAN-FILE-STATUS NOT = '00'
             DISPLAY "ERROR: COULD NOT OPEN TRANSACTION FILE "
                "'cattran.dat' (STATUS " WS-TRAN-FILE-STATUS ")"
             CLOSE CATALOG-AUDIT
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE SPACE TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
             READ CATALOG-TRANSACTIONS
             AT END
               MOVE 'Y' TO WS-EOF
             NOT AT END
               IF CATALOG-TRAN-RECORD NOT = SPACES
                 ADD 1 TO WS-TRAN-COUNT
                 PERFORM APPLY-ONE-TRANSACTION
               END-IF
             END-READ
           END-PERFORM
           CLOSE CATALOG-TRANSACTIONS.

       APPLY-ONE-TRANSACTION.
           MOVE SPACES TO WS-REJECT-REASON
           IF TCT-ITEM-CODE = SPACES
             MOVE "ITEM CODE MISSING" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
             IF TCT-EFF-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-TRAN-EFF-DATE
             ELSE
               IF TCT-EFF-DATE IS NUMERIC
                   AND TCT-EFF-DATE(5:2) >= '01'
                   AND TCT-EFF-DATE(5:2) <= '12'
                   AND TCT-EFF-DATE(7:2) >= '01'
                   AND TCT-EFF-DATE(7:2) <= '31'
                 MOVE TCT-EFF-DATE TO WS-TRAN-EFF-DATE
               ELSE
                 MOVE "EFFECTIVE DATE NOT A VALID YYYYMMDD"
                    TO WS-REJECT-REASON
               END-IF
             END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
             MOVE 0 TO WS-TRAN-CAL-UNIT
             IF TCT-CAL-PER-UNIT NOT = SPACES
               MOVE SPACES TO WS-TRAN-CAL-JUST
               MOVE FUNCTION TRIM(TCT-CAL-PER-UNIT)
                  TO WS-TRAN-CAL-JUST
               INSPECT WS-TRAN-CAL-JUST REPLACING ALL SPACES
                  BY ZEROES
               IF WS-TRAN-CAL-JUST IS NUMERIC
                 MOVE WS-TRAN-CAL-JUST TO WS-TRAN-CAL-UNIT
                 IF WS-TRAN-CAL-UNIT = 0
                   MOVE "CALORIES PER UNIT MUST BE > 0"
                      TO WS-REJECT-REASON
                 END-IF
               ELSE
                 MOVE "CALORIES PER UNIT NOT NUMERIC"
                    TO WS-REJECT-REASON
               END-IF
             END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
             MOVE 0 TO WS-TRAN-SHELF-DAYS
             IF TCT-SHELF-DAYS NOT = SPACES
               MOVE SPACES TO WS-TRAN-SHELF-JUST
               MOVE FUNCTION TRIM(TCT-SHELF-DAYS)
                  TO WS-TRAN-SHELF-JUST
               INSPECT WS-TRAN-SHELF-JUST REPLACING ALL SPACES
                  BY ZEROES
               IF WS-TRAN-SHELF-JUST IS NUMERIC
                 MOVE WS-TRAN-SHELF-JUST TO WS-TRAN-SHELF-DAYS
               ELSE
                 MOVE "SHELF-LIFE DAYS NOT NUMERIC"
                    TO WS-REJECT-REASON
               END-IF
             END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
             MOVE 0 TO WS-TRAN-UNIT-COST
             IF TCT-UNIT-COST NOT = SPACES
               PERFORM PARSE-TRAN-UNIT-COST
             END-IF
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
             PERFORM REJECT-TRANSACTION
           ELSE
             PERFORM FIND-LATEST-ROW
             EVALUATE TCT-ACTION
               WHEN 'ADD'
                 PERFORM APPLY-ADD
               WHEN 'CHANGE'
                 PERFORM APPLY-CHANGE
               WHEN 'RETIRE'
                 PERFORM APPLY-RETIRE
               WHEN OTHER
                 MOVE "UNKNOWN ACTION" TO WS-REJECT-REASON
                 PERFORM REJECT-TRANSACTION
             END-EVALUATE
           END-IF.

       PARSE-TRAN-UNIT-COST.
           MOVE SPACES TO WS-TRAN-COST-TEXT
           MOVE FUNCTION TRIM(TCT-UNIT-COST) TO WS-TRAN-COST-TEXT
           MOVE SPACES TO WS-TRAN-COST-WHOLE
           MOVE SPACES TO WS-TRAN-COST-CENTS
           MOVE SPACES TO WS-TRAN-COST-EXTRA
           MOVE 0 TO WS-TRAN-WHOLE-LEN
           MOVE 0 TO WS-TRAN-CENTS-LEN
           UNSTRING WS-TRAN-COST-TEXT DELIMITED BY '.' OR ALL SPACES
             INTO WS-TRAN-COST-WHOLE COUNT IN WS-TRAN-WHOLE-LEN
                WS-TRAN-COST-CENTS COUNT IN WS-TRAN-CENTS-LEN
                WS-TRAN-COST-EXTRA
           INSPECT WS-TRAN-COST-WHOLE REPLACING ALL SPACES
              BY ZEROES
           INSPECT WS-TRAN-COST-CENTS REPLACING ALL SPACES
              BY ZEROES
           IF WS-TRAN-COST-WHOLE IS NUMERIC
               AND WS-TRAN-COST-CENTS IS NUMERIC
               AND WS-TRAN-COST-EXTRA = SPACES
               AND WS-TRAN-WHOLE-LEN NOT > 5
               AND WS-TRAN-CENTS-LEN NOT > 2
             MOVE WS-TRAN-COST-WHOLE TO WS-TRAN-COST-WHOLE-NUM
             MOVE WS-TRAN-COST-CENTS TO WS-TRAN-COST-CENTS-NUM
             COMPUTE WS-TRAN-UNIT-COST = WS-TRAN-COST-WHOLE-NUM
                + WS-TRAN-COST-CENTS-NUM / 100
           ELSE
             MOVE "UNIT COST NOT A VALID AMOUNT"
                TO WS-REJECT-REASON
           END-IF.

       FIND-LATEST-ROW.
           MOVE 'N' TO WS-LATEST-FOUND
           MOVE 0 TO WS-LATEST-INDEX
           MOVE 0 TO WS-LATEST-DATE
           PERFORM VARYING C FROM 1 BY 1
               UNTIL C > WS-CATALOG-COUNT
             IF WS-CAT-ITEM-CODE(C) = TCT-ITEM-CODE
                 AND (WS-LATEST-FOUND NOT = 'Y'
                   OR WS-CAT-EFF-DATE(C) NOT < WS-LATEST-DATE)
               MOVE 'Y' TO WS-LATEST-FOUND
               SET WS-LATEST-INDEX TO C
               MOVE WS-CAT-EFF-DATE(C) TO WS-LATEST-DATE
             END-IF
           END-PERFORM.

       APPLY-ADD.
           IF WS-LATEST-FOUND = 'Y'
             SET C TO WS-LATEST-INDEX
           END-IF
           IF WS-LATEST-FOUND = 'Y' AND WS-CAT-STATUS(C) NOT = 'R'
             MOVE "ITEM ALREADY IN CATALOG" TO WS-REJECT-REASON
             PERFORM REJECT-TRANSACTION
           ELSE
             IF TCT-ITEM-DESC = SPACES
                 OR TCT-CAL-PER-UNIT = SPACES
               MOVE "ADD WITHOUT DESCRIPTION OR CALORIES"
                  TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
             ELSE
               IF WS-LATEST-FOUND = 'Y'
                   AND WS-TRAN-EFF-DATE NOT > WS-LATEST-DATE
                 MOVE "EFFECTIVE DATE NOT AFTER RETIREMENT"
                    TO WS-REJECT-REASON
                 PERFORM REJECT-TRANSACTION
               ELSE
                 MOVE TCT-ITEM-DESC TO WS-NEW-DESC
                 MOVE WS-TRAN-CAL-UNIT TO WS-NEW-CAL-UNIT
                 MOVE WS-TRAN-SHELF-DAYS TO WS-NEW-SHELF-DAYS
                 MOVE WS-TRAN-UNIT-COST TO WS-NEW-UNIT-COST
                 MOVE 'A' TO WS-NEW-STATUS
                 PERFORM CHECK-ROW-PLACEMENT
                 IF WS-REJECT-REASON NOT = SPACES
                   PERFORM REJECT-TRANSACTION
                 ELSE
                   IF WS-LATEST-FOUND = 'Y'
                     PERFORM BUILD-ROW-IMAGE
                   ELSE
                     MOVE "(NOT IN CATALOG)" TO WS-AUDIT-LINE
                   END-IF
                   PERFORM WRITE-BEFORE-LINE
                   IF WS-LATEST-FOUND = 'Y'
                     PERFORM NOTE-CHANGED-ITEM
                   END-IF
                   PERFORM POST-NEW-ROW
                 END-IF
               END-IF
             END-IF
           END-IF.

       APPLY-CHANGE.
           IF WS-LATEST-FOUND = 'Y'
             SET C TO WS-LATEST-INDEX
           END-IF
           IF WS-LATEST-FOUND NOT = 'Y' OR WS-CAT-STATUS(C) = 'R'
             MOVE "ITEM NOT IN CATALOG OR RETIRED"
                TO WS-REJECT-REASON
             PERFORM REJECT-TRANSACTION
           ELSE
             IF WS-TRAN-EFF-DATE < WS-LATEST-DATE
               MOVE "EFFECTIVE DATE BEFORE CURRENT ROW"
                  TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
             ELSE
               IF TCT-ITEM-DESC = SPACES
                   AND TCT-CAL-PER-UNIT = SPACES
                   AND TCT-SHELF-DAYS = SPACES
                   AND TCT-UNIT-COST = SPACES
                 MOVE "CHANGE WITHOUT NEW VALUES"
                    TO WS-REJECT-REASON
                 PERFORM REJECT-TRANSACTION
               ELSE
                 MOVE WS-CAT-ITEM-DESC(C) TO WS-NEW-DESC
                 MOVE WS-CAT-CAL-UNIT(C) TO WS-NEW-CAL-UNIT
                 MOVE WS-CAT-SHELF-DAYS(C) TO WS-NEW-SHELF-DAYS
                 MOVE WS-CAT-UNIT-COST(C) TO WS-NEW-UNIT-COST
                 MOVE 'A' TO WS-NEW-STATUS
                 IF TCT-ITEM-DESC NOT = SPACES
                   MOVE TCT-ITEM-DESC TO WS-NEW-DESC
                 END-IF
                 IF TCT-CAL-PER-UNIT NOT = SPACES
                   MOVE WS-TRAN-CAL-UNIT TO WS-NEW-CAL-UNIT
                 END-IF
                 IF TCT-SHELF-DAYS NOT = SPACES
                   MOVE WS-TRAN-SHELF-DAYS TO WS-NEW-SHELF-DAYS
                 END-IF
                 IF TCT-UNIT-COST NOT = SPACES
                   MOVE WS-TRAN-UNIT-COST TO WS-NEW-UNIT-COST
                 END-IF
                 PERFORM CHECK-ROW-PLACEMENT
                 IF WS-REJECT-REASON NOT = SPACES
                   PERFORM REJECT-TRANSACTION
                 ELSE
                   PERFORM BUILD-ROW-IMAGE
                   PERFORM WRITE-BEFORE-LINE
                   IF WS-NEW-CAL-UNIT NOT = WS-CAT-CAL-UNIT(C)
                     PERFORM NOTE-CHANGED-ITEM
                   END-IF
                   PERFORM POST-NEW-ROW
                 END-IF
               END-IF
             END-IF
           END-IF.

       APPLY-RETIRE.
           IF WS-LATEST-FOUND = 'Y'
             SET C TO WS-LATEST-INDEX
           END-IF
           IF WS-LATEST-FOUND NOT = 'Y' OR WS-CAT-STATUS(C) = 'R'
             MOVE "ITEM NOT IN CATALOG OR ALREADY RETIRED"
                TO WS-REJECT-REASON
             PERFORM REJECT-TRANSACTION
           ELSE
             IF WS-TRAN-EFF-DATE < WS-LATEST-DATE
               MOVE "EFFECTIVE DATE BEFORE CURRENT ROW"
                  TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
             ELSE
               MOVE WS-CAT-ITEM-DESC(C) TO WS-NEW-DESC
               MOVE WS-CAT-CAL-UNIT(C) TO WS-NEW-CAL-UNIT
               MOVE WS-CAT-SHELF-DAYS(C) TO WS-NEW-SHELF-DAYS
               MOVE WS-CAT-UNIT-COST(C) TO WS-NEW-UNIT-COST
               MOVE 'R' TO WS-NEW-STATUS
               PERFORM CHECK-ROW-PLACEMENT
               IF WS-REJECT-REASON NOT = SPACES
                 PERFORM REJECT-TRANSACTION
               ELSE
                 PERFORM BUILD-ROW-IMAGE
                 PERFORM WRITE-BEFORE-LINE
                 PERFORM NOTE-CHANGED-ITEM
                 PERFORM POST-NEW-ROW
               END-IF
             END-IF
           END-IF.

       CHECK-ROW-PLACEMENT.
           IF WS-LATEST-FOUND = 'Y'
               AND WS-TRAN-EFF-DATE = WS-LATEST-DATE
             IF WS-LATEST-DATE < WS-RUN-DATE
               MOVE "ROW ALREADY IN FORCE - USE A LATER DATE"
                  TO WS-REJECT-REASON
             END-IF
           ELSE
             IF WS-CATALOG-COUNT >= WS-CATALOG-MAX
               MOVE "CATALOG TABLE FULL" TO WS-REJECT-REASON
             END-IF
           END-IF.

       POST-NEW-ROW.
           IF WS-LATEST-FOUND = 'Y'
               AND WS-TRAN-EFF-DATE = WS-LATEST-DATE
             SET C TO WS-LATEST-INDEX
           ELSE
             ADD 1 TO WS-CATALOG-COUNT
             SET C TO WS-CATALOG-COUNT
             MOVE 'Y' TO WS-CAT-USED(C)
             MOVE TCT-ITEM-CODE TO WS-CAT-ITEM-CODE(C)
           END-IF
           MOVE WS-TRAN-EFF-DATE TO WS-CAT-EFF-DATE(C)
           MOVE WS-NEW-DESC TO WS-CAT-ITEM-DESC(C)
           MOVE WS-NEW-CAL-UNIT TO WS-CAT-CAL-UNIT(C)
           MOVE WS-NEW-STATUS TO WS-CAT-STATUS(C)
           MOVE WS-NEW-SHELF-DAYS TO WS-CAT-SHELF-DAYS(C)
           MOVE WS-NEW-UNIT-COST TO WS-CAT-UNIT-COST(C)
           ADD 1 TO WS-APPLIED-COUNT
           PERFORM BUILD-ROW-IMAGE
           PERFORM WRITE-AFTER-LINE.

       NOTE-CHANGED-ITEM.
           MOVE WS-AUDIT-GEN-DATE TO WS-AS-OF-DATE
           PERFORM LOOKUP-RATE-AS-OF
           MOVE 'N' TO WS-CHANGED-FOUND
           PERFORM VARYING K FROM 1 BY 1
               UNTIL K > WS-CHANGED-COUNT
               OR WS-CHANGED-FOUND = 'Y'
             IF WS-CHG-ITEM-CODE(K) = TCT-ITEM-CODE
               MOVE 'Y' TO WS-CHANGED-FOUND
             END-IF
           END-PERFORM
           IF WS-CHANGED-FOUND = 'Y'
             SET K DOWN BY 1
           ELSE
             IF WS-CHANGED-COUNT >= WS-CHANGED-MAX
               DISPLAY "WARNING: MORE THAN " WS-CHANGED-MAX
                  " CHANGED ITEMS - ITEM " TCT-ITEM-CODE
                  " LEFT OFF THE REVALUATION REPORT"
             ELSE
               ADD 1 TO WS-CHANGED-COUNT
               SET K TO WS-CHANGED-COUNT
               MOVE TCT-ITEM-CODE TO WS-CHG-ITEM-CODE(K)
               MOVE WS-AS-OF-UNIT TO WS-CHG-OLD-UNIT(K)
               MOVE 'Y' TO WS-CHANGED-FOUND
             END-IF
           END-IF
           IF WS-CHANGED-FOUND = 'Y'
             MOVE TCT-ACTION TO WS-CHG-ACTION(K)
             IF WS-NEW-STATUS = 'R'
               MOVE 0 TO WS-CHG-NEW-UNIT(K)
             ELSE
               MOVE WS-NEW-CAL-UNIT TO WS-CHG-NEW-UNIT(K)
             END-IF
           END-IF.

       LOOKUP-RATE-AS-OF.
           MOVE 'N' TO WS-AS-OF-FOUND
           MOVE 0 TO WS-AS-OF-UNIT
           MOVE 0 TO WS-AS-OF-BEST
           PERFORM VARYING C FROM 1 BY 1
               UNTIL C > WS-CATALOG-COUNT
             IF WS-CAT-ITEM-CODE(C) = TCT-ITEM-CODE
                 AND WS-CAT-EFF-DATE(C) NOT > WS-AS-OF-DATE
                 AND (WS-AS-OF-FOUND NOT = 'Y'
                   OR WS-CAT-EFF-DATE(C) NOT < WS-AS-OF-BEST)
               MOVE 'Y' TO WS-AS-OF-FOUND
               MOVE WS-CAT-EFF-DATE(C) TO WS-AS-OF-BEST
               IF WS-CAT-STATUS(C) = 'R'
                 MOVE 0 TO WS-AS-OF-UNIT
               ELSE
                 MOVE WS-CAT-CAL-UNIT(C) TO WS-AS-OF-UNIT
               END-IF
             END-IF
           END-PERFORM
           SET C TO WS-LATEST-INDEX.

       BUILD-ROW-IMAGE.
           MOVE WS-CAT-UNIT-COST(C) TO WS-COST-EDIT
           MOVE SPACES TO WS-AUDIT-LINE
           STRING "DESC " WS-CAT-ITEM-DESC(C)
              " CAL/UNIT " WS-CAT-CAL-UNIT(C)
              " EFFECTIVE " WS-CAT-EFF-DATE(C)
              " STATUS " WS-CAT-STATUS(C)
              " SHELF DAYS " WS-CAT-SHELF-DAYS(C)
              " UNIT COST " FUNCTION TRIM(WS-COST-EDIT)
              DELIMITED BY SIZE INTO WS-AUDIT-LINE.

       WRITE-BEFORE-LINE.
           MOVE SPACES TO CATALOG-AUDIT-RECORD
           STRING FUNCTION TRIM(TCT-ACTION) " ITEM " TCT-ITEM-CODE
              " BEFORE: " FUNCTION TRIM(WS-AUDIT-LINE)
              DELIMITED BY SIZE INTO CATALOG-AUDIT-RECORD
           WRITE CATALOG-AUDIT-RECORD.

       WRITE-AFTER-LINE.
           MOVE SPACES TO CATALOG-AUDIT-RECORD
           STRING FUNCTION TRIM(TCT-ACTION) " ITEM " TCT-ITEM-CODE
              " AFTER:  " FUNCTION TRIM(WS-AUDIT-LINE)
              DELIMITED BY SIZE INTO CATALOG-AUDIT-RECORD
           WRITE CATALOG-AUDIT-RECORD.

       REJECT-TRANSACTION.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO WS-AUDIT-LINE
           STRING "REJECTED: " FUNCTION TRIM(WS-REJECT-REASON)
              " - " CATALOG-TRAN-RECORD
              DELIMITED BY SIZE INTO WS-AUDIT-LINE
           PERFORM WRITE-AUDIT-LINE.

       WRITE-AUDIT-LINE.
           MOVE SPACES TO CATALOG-AUDIT-RECORD
           MOVE WS-AUDIT-LINE TO CATALOG-AUDIT-RECORD
           WRITE CATALOG-AUDIT-RECORD.

       REWRITE-ITEM-CATALOG.
           SORT WS-CATALOG-ENTRY ON DESCENDING KEY WS-CAT-USED
              ON ASCENDING KEY WS-CAT-ITEM-CODE
              ON ASCENDING KEY WS-CAT-EFF-DATE
           OPEN OUTPUT ITEM-CATALOG
           IF WS-CATALOG-FILE-STATUS NOT = '00'
             DISPLAY "ERROR: COULD NOT REWRITE ITEM CATALOG FILE "
                "'itemcat.dat' (STATUS " WS-CATALOG-FILE-STATUS ")"
             CLOSE CATALOG-AUDIT
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM VARYING C FROM 1 BY 1
               UNTIL C > WS-CATALOG-COUNT
             MOVE SPACES TO ITEM-CATALOG-RECORD
             MOVE WS-CAT-ITEM-CODE(C) TO CAT-ITEM-CODE
             MOVE WS-CAT-ITEM-DESC(C) TO CAT-ITEM-DESC
             MOVE WS-CAT-CAL-UNIT(C) TO CAT-CAL-PER-UNIT
             MOVE WS-CAT-EFF-DATE(C) TO CAT-EFF-DATE
             MOVE WS-CAT-STATUS(C) TO CAT-STATUS
             MOVE WS-CAT-SHELF-DAYS(C) TO CAT-SHELF-DAYS
             MOVE WS-CAT-UNIT-COST(C) TO CAT-UNIT-COST
             WRITE ITEM-CATALOG-RECORD
           END-PERFORM
           CLOSE ITEM-CATALOG
           MOVE SPACES TO WS-AUDIT-LINE
           STRING "CATALOG REWRITTEN: " WS-CATALOG-COUNT " ROW(S)"
              DELIMITED BY SIZE INTO WS-AUDIT-LINE
           PERFORM WRITE-AUDIT-LINE.

       WRITE-REVALUATION-REPORT.
           OPEN OUTPUT REVALUATION-REPORT
           IF WS-REVAL-FILE-STATUS NOT = '00'
             DISPLAY "ERROR: COULD NOT OPEN REVALUATION REPORT "
                "'catreval.rpt' (STATUS " WS-REVAL-FILE-STATUS ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE SPACES TO WS-REVAL-LINE
           STRING "REVALUATION IMPACT - DATE " WS-RUN-DATE
              " - PRIOR DAY AUDIT " FUNCTION TRIM(WS-AUDIT-FILENAME)
              DELIMITED BY SIZE INTO WS-REVAL-LINE
           PERFORM WRITE-REVAL-LINE
           IF WS-CHANGED-COUNT = 0
             MOVE "NO ITEM RATES CHANGED OR RETIRED THIS RUN"
                TO WS-REVAL-LINE
             PERFORM WRITE-REVAL-LINE
           ELSE
             IF WS-AUD-BEST-KEY = 0
               MOVE SPACES TO WS-REVAL-LINE
               STRING "NO PRIOR AUDIT GENERATION ON 'gencat.dat' - "
                  "IMPACT NOT MEASURED"
                  DELIMITED BY SIZE INTO WS-REVAL-LINE
               PERFORM WRITE-REVAL-LINE
             ELSE
               SORT REVAL-SORT-WORK ON ASCENDING KEY RSR-ITEM-CODE
                  ON ASCENDING KEY RSR-ELF-ID
                  INPUT PROCEDURE IS SELECT-CHANGED-LINES
                  OUTPUT PROCEDURE IS WRITE-REVALUATION-DETAIL
             END-IF
             PERFORM WRITE-ITEM-SUMMARY
           END-IF
           MOVE WS-NET-MOVE TO WS-MOVE-EDIT
           MOVE SPACES TO WS-REVAL-LINE
           STRING "TOTALS: " WS-CHANGED-COUNT " ITEM(S) CHANGED, "
              WS-ELVES-AFFECTED " ELF/ITEM TOTAL(S) AFFECTED, "
              "NET MOVE " WS-MOVE-EDIT " CALORIES"
              DELIMITED BY SIZE INTO WS-REVAL-LINE
           PERFORM WRITE-REVAL-LINE
           CLOSE REVALUATION-REPORT.

       SELECT-CHANGED-LINES.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = '00'
             DISPLAY "WARNING: COULD NOT OPEN PRIOR AUDIT FILE "
                FUNCTION TRIM(WS-AUDIT-FILENAME)
                " (STATUS " WS-AUDIT-FILE-STATUS ") - "
                "REVALUATION IMPACT NOT MEASURED"
           ELSE
             MOVE SPACE TO WS-EOF
             PERFORM UNTIL WS-EOF = 'Y'
               READ AUDIT-FILE
               AT END
                 MOVE 'Y' TO WS-EOF
               NOT AT END
                 IF AUD-ITM-TAG = ' ITEM '
                     AND AUD-ITM-ELF-ID IS NUMERIC
                     AND AUD-ITM-CAL IS NUMERIC
                   PERFORM SELECT-ONE-AUDIT-LINE
                 END-IF
               END-READ
             END-PERFORM
             CLOSE AUDIT-FILE
           END-IF.

       SELECT-ONE-AUDIT-LINE.
           MOVE 'N' TO WS-CHANGED-FOUND
           PERFORM VARYING K FROM 1 BY 1
               UNTIL K > WS-CHANGED-COUNT
               OR WS-CHANGED-FOUND = 'Y'
             IF WS-CHG-ITEM-CODE(K) = AUD-ITM-CODE
               MOVE 'Y' TO WS-CHANGED-FOUND
             END-IF
           END-PERFORM
           IF WS-CHANGED-FOUND = 'Y'
             SET K DOWN BY 1
             MOVE 0 TO WS-ITEM-QTY
             IF WS-CHG-OLD-UNIT(K) > 0
               COMPUTE WS-ITEM-QTY =
                  AUD-ITM-CAL / WS-CHG-OLD-UNIT(K)
             END-IF
             MOVE AUD-ITM-CODE TO RSR-ITEM-CODE
             MOVE AUD-ITM-ELF-ID TO RSR-ELF-ID
             MOVE AUD-ITM-NAME TO RSR-ELF-NAME
             MOVE WS-ITEM-QTY TO RSR-QTY
             MOVE AUD-ITM-CAL TO RSR-PRIOR-CAL
             RELEASE REVAL-SORT-RECORD
           END-IF.

       WRITE-REVALUATION-DETAIL.
           MOVE 'Y' TO WS-FIRST-PAIR
           MOVE SPACE TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF = 'Y'
             RETURN REVAL-SORT-WORK
             AT END
               MOVE 'Y' TO WS-SORT-EOF
             NOT AT END
               IF WS-FIRST-PAIR = 'Y'
                   OR RSR-ITEM-CODE NOT = WS-PREV-ITEM-CODE
                   OR RSR-ELF-ID NOT = WS-PREV-ELF-ID
                 IF WS-FIRST-PAIR NOT = 'Y'
                   PERFORM WRITE-ONE-ELF-MOVE
                 END-IF
                 IF WS-FIRST-PAIR = 'Y'
                     OR RSR-ITEM-CODE NOT = WS-PREV-ITEM-CODE
                   PERFORM WRITE-ITEM-HEADING
                 END-IF
                 MOVE 'N' TO WS-FIRST-PAIR
                 MOVE RSR-ITEM-CODE TO WS-PREV-ITEM-CODE
                 MOVE RSR-ELF-ID TO WS-PREV-ELF-ID
                 MOVE RSR-ELF-NAME TO WS-PREV-ELF-NAME
                 MOVE 0 TO WS-ELF-QTY
                 MOVE 0 TO WS-ELF-PRIOR-CAL
               END-IF
               ADD RSR-QTY TO WS-ELF-QTY
               ADD RSR-PRIOR-CAL TO WS-ELF-PRIOR-CAL
             END-RETURN
           END-PERFORM
           IF WS-FIRST-PAIR NOT = 'Y'
             PERFORM WRITE-ONE-ELF-MOVE
           END-IF.

       WRITE-ITEM-HEADING.
           PERFORM VARYING K FROM 1 BY 1
               UNTIL K > WS-CHANGED-COUNT
             IF WS-CHG-ITEM-CODE(K) = RSR-ITEM-CODE
               MOVE SPACES TO WS-REVAL-LINE
               STRING "ITEM " RSR-ITEM-CODE " "
                  FUNCTION TRIM(WS-CHG-ACTION(K))
                  " - RATE ON PRIOR DAY " WS-CHG-OLD-UNIT(K)
                  " NEW RATE " WS-CHG-NEW-UNIT(K)
                  DELIMITED BY SIZE INTO WS-REVAL-LINE
               PERFORM WRITE-REVAL-LINE
             END-IF
           END-PERFORM.

       WRITE-ONE-ELF-MOVE.
           PERFORM VARYING K FROM 1 BY 1
               UNTIL K > WS-CHANGED-COUNT
             IF WS-CHG-ITEM-CODE(K) = WS-PREV-ITEM-CODE
               COMPUTE WS-ELF-REVALUED =
                  WS-ELF-QTY * WS-CHG-NEW-UNIT(K)
               COMPUTE WS-ELF-MOVE =
                  WS-ELF-REVALUED - WS-ELF-PRIOR-CAL
               ADD 1 TO WS-CHG-ELVES(K)
               ADD WS-ELF-QTY TO WS-CHG-QTY(K)
               ADD WS-ELF-MOVE TO WS-CHG-MOVE(K)
             END-IF
           END-PERFORM
           ADD 1 TO WS-ELVES-AFFECTED
           ADD WS-ELF-MOVE TO WS-NET-MOVE
           MOVE WS-PREV-ELF-ID TO WS-RVL-ELF-ID
           MOVE WS-PREV-ELF-NAME TO WS-RVL-ELF-NAME
           MOVE WS-ELF-QTY TO WS-RVL-QTY
           MOVE WS-ELF-PRIOR-CAL TO WS-RVL-PRIOR
           MOVE WS-ELF-REVALUED TO WS-RVL-REVALUED
           MOVE WS-ELF-MOVE TO WS-RVL-MOVE
           MOVE WS-REVAL-ELF-LINE TO WS-REVAL-LINE
           PERFORM WRITE-REVAL-LINE.

       WRITE-ITEM-SUMMARY.
           PERFORM VARYING K FROM 1 BY 1
               UNTIL K > WS-CHANGED-COUNT
             MOVE WS-CHG-MOVE(K) TO WS-MOVE-EDIT
             MOVE SPACES TO WS-REVAL-LINE
             IF WS-CHG-ELVES(K) = 0
               STRING "ITEM " WS-CHG-ITEM-CODE(K) " "
                  FUNCTION TRIM(WS-CHG-ACTION(K))
                  " - RATE " WS-CHG-OLD-UNIT(K) " TO "
                  WS-CHG-NEW-UNIT(K)
                  " - NO MANIFEST LINES ON THE PRIOR DAY"
                  DELIMITED BY SIZE INTO WS-REVAL-LINE
             ELSE
               STRING "ITEM " WS-CHG-ITEM-CODE(K) " "
                  FUNCTION TRIM(WS-CHG-ACTION(K))
                  " - " WS-CHG-ELVES(K) " ELF(S), QTY "
                  WS-CHG-QTY(K) ", WOULD MOVE PRIOR DAY TOTALS BY "
                  WS-MOVE-EDIT " CALORIES"
                  DELIMITED BY SIZE INTO WS-REVAL-LINE
             END-IF
             PERFORM WRITE-REVAL-LINE
           END-PERFORM.

       WRITE-REVAL-LINE.
           MOVE SPACES TO REVALUATION-RECORD
           MOVE WS-REVAL-LINE TO REVALUATION-RECORD
           WRITE REVALUATION-RECORD.
