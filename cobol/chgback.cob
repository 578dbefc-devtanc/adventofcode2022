       IDENTIFICATION DIVISION.
       PROGRAM-ID. COST-CHARGEBACK.
       AUTHOR. DEVTANC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO 'params.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARAM-FILE-STATUS.
           SELECT ITEM-CATALOG ASSIGN TO 'itemcat.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CATALOG-FILE-STATUS.
           SELECT ELF-MASTER ASSIGN TO 'elfmastr.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT GENERATION-CATALOG ASSIGN TO 'gencat.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GENCAT-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT CHARGEBACK-STATEMENT ASSIGN TO 'chgback.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STMT-FILE-STATUS.
           SELECT GL-JOURNAL ASSIGN TO 'gljrnl.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT CHARGE-SORT-WORK ASSIGN TO 'chgsort.tmp'.

       DATA DIVISION.
       FILE SECTION.
       FD PARAMETER-FILE.
       01 PARAM-RECORD           PIC X(80).

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

       FD CHARGEBACK-STATEMENT.
       01 STATEMENT-RECORD       PIC X(132).

       FD GL-JOURNAL.
       01 JOURNAL-RECORD.
           05 GLJ-JOURNAL-DATE    PIC 9(8).
           05 FILLER              PIC X(1).
           05 GLJ-ACCOUNT         PIC X(10).
           05 FILLER              PIC X(1).
           05 GLJ-COST-CENTER     PIC X(14).
           05 FILLER              PIC X(1).
           05 GLJ-DR-CR           PIC X(2).
           05 FILLER              PIC X(1).
           05 GLJ-AMOUNT          PIC 9(11)V99.
           05 FILLER              PIC X(1).
           05 GLJ-DESCRIPTION     PIC X(30).
       01 JOURNAL-CONTROL-RECORD.
           05 GLC-REC-TYPE        PIC X(3).
           05 GLC-FILE-TYPE       PIC X(8).
           05 GLC-RUN-DATE        PIC 9(8).
           05 GLC-GEN-NUM         PIC 9(2).
           05 GLC-REC-COUNT       PIC 9(7).
           05 GLC-DEBIT-HASH      PIC 9(13)V99.
           05 GLC-CREDIT-HASH     PIC 9(13)V99.

       SD CHARGE-SORT-WORK.
       01 CHARGE-SORT-RECORD.
           05 CSR-DEPOT           PIC X(3).
           05 CSR-SQUAD           PIC X(10).
           05 CSR-ELF-ID          PIC 9(5).
           05 CSR-ITEM-CODE       PIC X(6).
           05 CSR-ELF-NAME        PIC X(20).
           05 CSR-QTY             PIC 9(9).
           05 CSR-CAL             PIC 9(8).
           05 CSR-RATE            PIC 9(5)V9(5).
           05 CSR-AMOUNT          PIC 9(9)V99.
           05 CSR-UNCOSTED        PIC X(1).

       WORKING-STORAGE SECTION.
       01 WS-PARAM-FILE-STATUS   PIC X(2).
       01 WS-CATALOG-FILE-STATUS PIC X(2).
       01 WS-MASTER-FILE-STATUS  PIC X(2).
       01 WS-GENCAT-FILE-STATUS  PIC X(2).
       01 WS-AUDIT-FILE-STATUS   PIC X(2).
       01 WS-STMT-FILE-STATUS    PIC X(2).
       01 WS-JOURNAL-FILE-STATUS PIC X(2).
       01 WS-EOF                 PIC A(1).
       01 WS-SORT-EOF            PIC A(1).
       01 WS-PARAM-KEYWORD       PIC X(30).
       01 WS-PARAM-VALUE         PIC X(20).
       01 WS-PARAM-NUM-VALID     PIC A(1).
       01 WS-PARAM-DEC-WHOLE     PIC X(3) JUSTIFIED RIGHT.
       01 WS-PARAM-DEC-FRAC      PIC X(5).
       01 WS-PARAM-DEC-EXTRA     PIC X(20).
       01 WS-PARAM-WHOLE-LEN     PIC 9(2) VALUE 0.
       01 WS-PARAM-FRAC-LEN      PIC 9(2) VALUE 0.
       01 WS-PARAM-WHOLE-NUM     PIC 9(3) VALUE 0.
       01 WS-PARAM-FRAC-NUM      PIC 9(5) VALUE 0.
       01 WS-PARAM-DEC           PIC 9(3)V9(5) VALUE 0.
       01 WS-DIRECT-COST-PER-CAL PIC 9(3)V9(5) VALUE 0.
       01 WS-RUN-DATE            PIC 9(8) VALUE 0.
       78 WS-GL-EXPENSE-ACCOUNT    VALUE 'RATION-EXP'.
       78 WS-GL-INVENTORY-ACCOUNT  VALUE 'WHSE-INVTY'.
       78 WS-ELF-ID-MAX            VALUE 100000.
       01 WS-ELF-MASTER-TABLE.
           05 WS-MASTER-ENTRY OCCURS WS-ELF-ID-MAX TIMES
              INDEXED BY M.
              10 WS-MST-KNOWN     PIC X(1).
              10 WS-MST-SQUAD     PIC X(10).
              10 WS-MST-DEPOT     PIC X(3).
       01 WS-MASTER-COUNT        PIC 9(6) VALUE 0.
       78 WS-CATALOG-MAX           VALUE 5000.
       01 WS-ITEM-CATALOG-TABLE.
           05 WS-CATALOG-ENTRY OCCURS WS-CATALOG-MAX TIMES
              INDEXED BY C.
              10 WS-CAT-ITEM-CODE PIC X(6).
              10 WS-CAT-CAL-UNIT  PIC 9(5).
              10 WS-CAT-EFF-DATE  PIC 9(8).
              10 WS-CAT-UNIT-COST PIC 9(5)V99.
       01 WS-CATALOG-COUNT       PIC 9(5) VALUE 0.
       01 WS-CATALOG-FOUND       PIC A(1).
       01 WS-CATALOG-BEST-DATE   PIC 9(8) VALUE 0.
       01 WS-CURR-ITEM-CODE      PIC X(6) VALUE SPACES.
       01 WS-CURR-CAL-UNIT       PIC 9(5) VALUE 0.
       01 WS-CURR-UNIT-COST      PIC 9(5)V99 VALUE 0.
       01 WS-AS-OF-DATE          PIC 9(8) VALUE 0.
       01 WS-AUDIT-FILENAME      PIC X(40) VALUE SPACES.
       01 WS-GEN-KEY             PIC 9(10) VALUE 0.
       01 WS-LATEST-KEY          PIC 9(10) VALUE 0.
       01 WS-LATEST-DATE         PIC 9(8) VALUE 0.
       01 WS-LATEST-RUN          PIC 9(2) VALUE 0.
       01 WS-ITEM-LINES          PIC 9(9) VALUE 0.
       01 WS-UNCOSTED-LINES      PIC 9(9) VALUE 0.
       01 WS-FIRST-LINE          PIC A(1).
       01 WS-PREV-DEPOT          PIC X(3) VALUE SPACES.
       01 WS-PREV-SQUAD          PIC X(10) VALUE SPACES.
       01 WS-PREV-ELF-ID         PIC 9(5) VALUE 0.
       01 WS-PREV-ELF-NAME       PIC X(20) VALUE SPACES.
       01 WS-PREV-ITEM-CODE      PIC X(6) VALUE SPACES.
       01 WS-COST-CENTER         PIC X(14) VALUE SPACES.
       01 WS-LINE-QTY            PIC 9(9) VALUE 0.
       01 WS-LINE-CAL            PIC 9(10) VALUE 0.
       01 WS-LINE-RATE           PIC 9(5)V9(5) VALUE 0.
       01 WS-LINE-AMOUNT         PIC 9(11)V99 VALUE 0.
       01 WS-LINE-UNCOSTED       PIC X(1) VALUE SPACE.
       01 WS-ELF-AMOUNT          PIC 9(11)V99 VALUE 0.
       01 WS-SQUAD-ELVES         PIC 9(5) VALUE 0.
       01 WS-SQUAD-AMOUNT        PIC 9(11)V99 VALUE 0.
       01 WS-DEPOT-AMOUNT        PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-AMOUNT        PIC 9(11)V99 VALUE 0.
       01 WS-COST-CENTERS        PIC 9(5) VALUE 0.
       01 WS-JOURNAL-LINES       PIC 9(7) VALUE 0.
       01 WS-TOTAL-DEBITS        PIC 9(13)V99 VALUE 0.
       01 WS-TOTAL-CREDITS       PIC 9(13)V99 VALUE 0.
       01 WS-AMOUNT-EDIT         PIC Z(10)9.99.
       01 WS-DEBIT-EDIT          PIC Z(12)9.99.
       01 WS-CREDIT-EDIT         PIC Z(12)9.99.
       01 WS-RATE-EDIT           PIC ZZ9.99999.
       01 WS-REPORT-LINE         PIC X(132).
       01 WS-CHARGE-DETAIL-LINE.
           05 FILLER              PIC X(8) VALUE "    ELF ".
           05 WS-CHL-ELF-ID       PIC 9(5).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-CHL-ELF-NAME     PIC X(20).
           05 FILLER              PIC X(6) VALUE " ITEM ".
           05 WS-CHL-ITEM-CODE    PIC X(6).
           05 FILLER              PIC X(5) VALUE " QTY ".
           05 WS-CHL-QTY          PIC 9(9).
           05 FILLER              PIC X(5) VALUE " CAL ".
           05 WS-CHL-CAL          PIC 9(10).
           05 FILLER              PIC X(6) VALUE " RATE ".
           05 WS-CHL-RATE         PIC Z(4)9.99999.
           05 FILLER              PIC X(8) VALUE " AMOUNT ".
           05 WS-CHL-AMOUNT       PIC Z(10)9.99.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-CHL-FLAG         PIC X(10).

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           INITIALIZE WS-ELF-MASTER-TABLE
           INITIALIZE WS-ITEM-CATALOG-TABLE
           PERFORM LOAD-PARAMETER-FILE
           PERFORM LOAD-ELF-MASTER
           PERFORM LOAD-ITEM-CATALOG
           PERFORM LOCATE-AUDIT-GENERATION
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = '00'
             DISPLAY "ERROR: COULD NOT OPEN AUDIT GENERATION "
                FUNCTION TRIM(WS-AUDIT-FILENAME)
                " (STATUS " WS-AUDIT-FILE-STATUS ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           OPEN OUTPUT CHARGEBACK-STATEMENT
           IF WS-STMT-FILE-STATUS NOT = '00'
             DISPLAY "ERROR: COULD NOT OPEN CHARGEBACK STATEMENT "
                "'chgback.rpt' (STATUS " WS-STMT-FILE-STATUS ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           OPEN OUTPUT GL-JOURNAL
           IF WS-JOURNAL-FILE-STATUS NOT = '00'
             DISPLAY "ERROR: COULD NOT OPEN GL JOURNAL EXTRACT "
                "'gljrnl.dat' (STATUS " WS-JOURNAL-FILE-STATUS ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM WRITE-JOURNAL-HEADER
           MOVE WS-DIRECT-COST-PER-CAL TO WS-RATE-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "COST CHARGEBACK - DATE " WS-RUN-DATE
              " - AUDIT GENERATION "
              FUNCTION TRIM(WS-AUDIT-FILENAME)
              " (" WS-LATEST-DATE " RUN " WS-LATEST-RUN ")"
              " - DIRECT RATE " FUNCTION TRIM(WS-RATE-EDIT)
              " PER CALORIE"
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           SORT CHARGE-SORT-WORK ON ASCENDING KEY CSR-DEPOT
              ON ASCENDING KEY CSR-SQUAD
              ON ASCENDING KEY CSR-ELF-ID
              ON ASCENDING KEY CSR-ITEM-CODE
              INPUT PROCEDURE IS PRICE-AUDIT-ITEMS
              OUTPUT PROCEDURE IS WRITE-CHARGEBACK-STATEMENTS
           PERFORM WRITE-JOURNAL-TRAILER
           CLOSE GL-JOURNAL
           MOVE WS-TOTAL-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "GRAND TOTAL CHARGED: " FUNCTION TRIM(WS-AMOUNT-EDIT)
              " TO " WS-COST-CENTERS " COST CENTER(S) FROM "
              WS-ITEM-LINES " AUDIT ITEM LINE(S), "
              WS-UNCOSTED-LINES " UNCOSTED"
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOTAL-DEBITS TO WS-DEBIT-EDIT
           MOVE WS-TOTAL-CREDITS TO WS-CREDIT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "GL JOURNAL 'gljrnl.dat': " WS-JOURNAL-LINES
              " LINE(S), DEBITS " FUNCTION TRIM(WS-DEBIT-EDIT)
              ", CREDITS " FUNCTION TRIM(WS-CREDIT-EDIT)
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
             MOVE "JOURNAL IS IN BALANCE" TO WS-REPORT-LINE
           ELSE
             MOVE "*** JOURNAL IS OUT OF BALANCE - DO NOT POST ***"
                TO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE
           CLOSE CHARGEBACK-STATEMENT
           DISPLAY "COST CHARGEBACK: " FUNCTION TRIM(WS-AMOUNT-EDIT)
              " CHARGED TO " WS-COST-CENTERS " COST CENTER(S), "
              WS-JOURNAL-LINES " JOURNAL LINE(S), "
              WS-UNCOSTED-LINES " UNCOSTED LINE(S)"
              " - SEE 'chgback.rpt'"
           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
             DISPLAY "ERROR: GL JOURNAL OUT OF BALANCE - DEBITS "
                FUNCTION TRIM(WS-DEBIT-EDIT) " CREDITS "
                FUNCTION TRIM(WS-CREDIT-EDIT)
             MOVE 8 TO RETURN-CODE
           ELSE
             IF WS-UNCOSTED-LINES > 0
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF
           GOBACK.

       LOAD-PARAMETER-FILE.
           OPEN INPUT PARAMETER-FILE
           IF WS-PARAM-FILE-STATUS NOT = '00'
             DISPLAY "ERROR: COULD NOT OPEN PARAMETER FILE "
                "'params.dat' (STATUS " WS-PARAM-FILE-STATUS ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE SPACE TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
             READ PARAMETER-FILE
             AT END
               MOVE 'Y' TO WS-EOF
             NOT AT END
               IF PARAM-RECORD NOT = SPACES
                   AND PARAM-RECORD(1:1) NOT = '*'
                 PERFORM APPLY-ONE-PARAMETER
               END-IF
             END-READ
           END-PERFORM
           CLOSE PARAMETER-FILE.

       APPLY-ONE-PARAMETER.
           MOVE SPACES TO WS-PARAM-KEYWORD
           MOVE SPACES TO WS-PARAM-VALUE
           UNSTRING PARAM-RECORD DELIMITED BY ALL SPACES
             INTO WS-PARAM-KEYWORD WS-PARAM-VALUE
           EVALUATE WS-PARAM-KEYWORD
             WHEN 'DIRECT-COST-PER-CAL'
               PERFORM PARSE-PARAM-DECIMAL
               IF WS-PARAM-NUM-VALID = 'Y'
                 MOVE WS-PARAM-DEC TO WS-DIRECT-COST-PER-CAL
               ELSE
                 DISPLAY "ERROR: PARAMETER DIRECT-COST-PER-CAL HAS "
                    "INVALID VALUE '" FUNCTION TRIM(WS-PARAM-VALUE)
                    "'"
                 MOVE 16 TO RETURN-CODE
                 GOBACK
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       PARSE-PARAM-DECIMAL.
           MOVE 'N' TO WS-PARAM-NUM-VALID
           MOVE SPACES TO WS-PARAM-DEC-WHOLE
           MOVE SPACES TO WS-PARAM-DEC-FRAC
           MOVE SPACES TO WS-PARAM-DEC-EXTRA
           MOVE 0 TO WS-PARAM-WHOLE-LEN
           MOVE 0 TO WS-PARAM-FRAC-LEN
           IF WS-PARAM-VALUE NOT = SPACES
             UNSTRING WS-PARAM-VALUE DELIMITED BY '.' OR ALL SPACES
               INTO WS-PARAM-DEC-WHOLE COUNT IN WS-PARAM-WHOLE-LEN
                  WS-PARAM-DEC-FRAC COUNT IN WS-PARAM-FRAC-LEN
                  WS-PARAM-DEC-EXTRA
             INSPECT WS-PARAM-DEC-WHOLE REPLACING ALL SPACES
                BY ZEROES
             INSPECT WS-PARAM-DEC-FRAC REPLACING ALL SPACES
                BY ZEROES
             IF WS-PARAM-DEC-WHOLE IS NUMERIC
                 AND WS-PARAM-DEC-FRAC IS NUMERIC
                 AND WS-PARAM-DEC-EXTRA = SPACES
                 AND WS-PARAM-WHOLE-LEN NOT > 3
                 AND WS-PARAM-FRAC-LEN NOT > 5
               MOVE WS-PARAM-DEC-WHOLE TO WS-PARAM-WHOLE-NUM
               MOVE WS-PARAM-DEC-FRAC TO WS-PARAM-FRAC-NUM
               COMPUTE WS-PARAM-DEC = WS-PARAM-WHOLE-NUM
                  + WS-PARAM-FRAC-NUM / 100000
               MOVE 'Y' TO WS-PARAM-NUM-VALID
             END-IF
           END-IF.

       LOAD-ELF-MASTER.
           OPEN INPUT ELF-MASTER
           IF WS-MASTER-FILE-STATUS NOT = '00'
             DISPLAY "ERROR: COULD NOT OPEN ELF MASTER FILE "
                "'elfmastr.dat' (STATUS " WS-MASTER-FILE-STATUS ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE SPACE TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
             READ ELF-MASTER
             AT END
               MOVE 'Y' TO WS-EOF
             NOT AT END
               IF ELM-ELF-ID IS NUMERIC
                 SET M TO ELM-ELF-ID
                 SET M UP BY 1
                 MOVE 'Y' TO WS-MST-KNOWN(M)
                 MOVE ELM-SQUAD TO WS-MST-SQUAD(M)
                 MOVE ELM-DEPOT TO WS-MST-DEPOT(M)
                 ADD 1 TO WS-MASTER-COUNT
               ELSE
                 DISPLAY "WARNING: IGNORING MALFORMED MASTER "
                    "RECORD: " ELF-MASTER-RECORD
               END-IF
             END-READ
           END-PERFORM
           CLOSE ELF-MASTER.

       LOAD-ITEM-CATALOG.
           OPEN INPUT ITEM-CATALOG
           IF WS-CATALOG-FILE-STATUS NOT = '00'
             DISPLAY "ERROR: COULD NOT OPEN ITEM CATALOG FILE "
                "'itemcat.dat' (STATUS " WS-CATALOG-FILE-STATUS ")"
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
                   MOVE 16 TO RETURN-CODE
                   GOBACK
                 END-IF
                 ADD 1 TO WS-CATALOG-COUNT
                 SET C TO WS-CATALOG-COUNT
                 MOVE CAT-ITEM-CODE TO WS-CAT-ITEM-CODE(C)
                 MOVE CAT-CAL-PER-UNIT TO WS-CAT-CAL-UNIT(C)
                 IF CAT-EFF-DATE IS NUMERIC
                   MOVE CAT-EFF-DATE TO WS-CAT-EFF-DATE(C)
                 ELSE
                   MOVE 0 TO WS-CAT-EFF-DATE(C)
                 END-IF
                 IF CAT-UNIT-COST IS NUMERIC
                   MOVE CAT-UNIT-COST TO WS-CAT-UNIT-COST(C)
                 ELSE
                   MOVE 0 TO WS-CAT-UNIT-COST(C)
                 END-IF
               ELSE
                 DISPLAY "WARNING: IGNORING MALFORMED ITEM CATALOG "
                    "RECORD: " ITEM-CATALOG-RECORD
               END-IF
             END-READ
           END-PERFORM
           CLOSE ITEM-CATALOG.

       LOOKUP-CATALOG-ITEM.
           MOVE 'N' TO WS-CATALOG-FOUND
           MOVE 0 TO WS-CURR-CAL-UNIT
           MOVE 0 TO WS-CURR-UNIT-COST
           MOVE 0 TO WS-CATALOG-BEST-DATE
           PERFORM VARYING C FROM 1 BY 1
               UNTIL C > WS-CATALOG-COUNT
             IF WS-CAT-ITEM-CODE(C) = WS-CURR-ITEM-CODE
                 AND WS-CAT-EFF-DATE(C) NOT > WS-AS-OF-DATE
                 AND (WS-CATALOG-FOUND NOT = 'Y'
                   OR WS-CAT-EFF-DATE(C) NOT < WS-CATALOG-BEST-DATE)
               MOVE 'Y' TO WS-CATALOG-FOUND
               MOVE WS-CAT-EFF-DATE(C) TO WS-CATALOG-BEST-DATE
               MOVE WS-CAT-CAL-UNIT(C) TO WS-CURR-CAL-UNIT
               MOVE WS-CAT-UNIT-COST(C) TO WS-CURR-UNIT-COST
             END-IF
           END-PERFORM.

       LOCATE-AUDIT-GENERATION.
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
                   AND GEN-TYPE = 'AUDIT'
                 COMPUTE WS-GEN-KEY = GEN-DATE * 100 + GEN-RUN
                 IF WS-GEN-KEY > WS-LATEST-KEY
                   MOVE WS-GEN-KEY TO WS-LATEST-KEY
                   MOVE GEN-DATE TO WS-LATEST-DATE
                   MOVE GEN-RUN TO WS-LATEST-RUN
                   MOVE GEN-FILENAME TO WS-AUDIT-FILENAME
                 END-IF
               END-IF
             END-READ
           END-PERFORM
           CLOSE GENERATION-CATALOG
           IF WS-LATEST-KEY = 0
             DISPLAY "ERROR: GENERATION CATALOG HOLDS NO AUDIT "
                "GENERATION - RUN THE DAILY BATCH FIRST"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF.

       PRICE-AUDIT-ITEMS.
           MOVE WS-LATEST-DATE TO WS-AS-OF-DATE
           MOVE SPACE TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
             READ AUDIT-FILE
             AT END
               MOVE 'Y' TO WS-EOF
             NOT AT END
               IF AUD-ITM-TAG = ' ITEM '
                   AND AUD-ITM-ELF-ID IS NUMERIC
                   AND AUD-ITM-CAL IS NUMERIC
                 PERFORM PRICE-ONE-AUDIT-ITEM
               END-IF
             END-READ
           END-PERFORM
           CLOSE AUDIT-FILE.

       PRICE-ONE-AUDIT-ITEM.
           ADD 1 TO WS-ITEM-LINES
           SET M TO AUD-ITM-ELF-ID
           SET M UP BY 1
           IF WS-MST-KNOWN(M) = 'Y'
             MOVE WS-MST-DEPOT(M) TO CSR-DEPOT
             MOVE WS-MST-SQUAD(M) TO CSR-SQUAD
           ELSE
             MOVE '???' TO CSR-DEPOT
             MOVE 'UNASSIGNED' TO CSR-SQUAD
           END-IF
           MOVE AUD-ITM-ELF-ID TO CSR-ELF-ID
           MOVE AUD-ITM-NAME TO CSR-ELF-NAME
           MOVE AUD-ITM-CODE TO CSR-ITEM-CODE
           MOVE AUD-ITM-CAL TO CSR-CAL
           MOVE 0 TO CSR-QTY
           MOVE 0 TO CSR-RATE
           MOVE 0 TO CSR-AMOUNT
           MOVE 'N' TO CSR-UNCOSTED
           IF AUD-ITM-CODE = 'DIRECT'
             MOVE WS-DIRECT-COST-PER-CAL TO CSR-RATE
             COMPUTE CSR-AMOUNT ROUNDED =
                AUD-ITM-CAL * WS-DIRECT-COST-PER-CAL
           ELSE
             MOVE AUD-ITM-CODE TO WS-CURR-ITEM-CODE
             PERFORM LOOKUP-CATALOG-ITEM
             IF WS-CATALOG-FOUND = 'Y' AND WS-CURR-CAL-UNIT > 0
               COMPUTE CSR-QTY = AUD-ITM-CAL / WS-CURR-CAL-UNIT
               MOVE WS-CURR-UNIT-COST TO CSR-RATE
               COMPUTE CSR-AMOUNT = CSR-QTY * WS-CURR-UNIT-COST
             END-IF
           END-IF
           IF CSR-RATE = 0
             MOVE 'Y' TO CSR-UNCOSTED
             ADD 1 TO WS-UNCOSTED-LINES
           END-IF
           RELEASE CHARGE-SORT-RECORD.

       WRITE-CHARGEBACK-STATEMENTS.
           MOVE 'Y' TO WS-FIRST-LINE
           MOVE SPACE TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF = 'Y'
             RETURN CHARGE-SORT-WORK
             AT END
               MOVE 'Y' TO WS-SORT-EOF
             NOT AT END
               PERFORM ACCUMULATE-CHARGE-LINE
             END-RETURN
           END-PERFORM
           IF WS-FIRST-LINE NOT = 'Y'
             PERFORM WRITE-ITEM-CHARGE
             PERFORM WRITE-ELF-TOTAL
             PERFORM WRITE-SQUAD-TOTAL
             PERFORM WRITE-DEPOT-TOTAL
           ELSE
             MOVE "NO AUDITED ITEMS TO CHARGE" TO WS-REPORT-LINE
             PERFORM WRITE-REPORT-LINE
           END-IF.

       ACCUMULATE-CHARGE-LINE.
           IF WS-FIRST-LINE NOT = 'Y'
             IF CSR-DEPOT NOT = WS-PREV-DEPOT
                 OR CSR-SQUAD NOT = WS-PREV-SQUAD
                 OR CSR-ELF-ID NOT = WS-PREV-ELF-ID
                 OR CSR-ITEM-CODE NOT = WS-PREV-ITEM-CODE
               PERFORM WRITE-ITEM-CHARGE
             END-IF
             IF CSR-DEPOT NOT = WS-PREV-DEPOT
                 OR CSR-SQUAD NOT = WS-PREV-SQUAD
                 OR CSR-ELF-ID NOT = WS-PREV-ELF-ID
               PERFORM WRITE-ELF-TOTAL
             END-IF
             IF CSR-DEPOT NOT = WS-PREV-DEPOT
                 OR CSR-SQUAD NOT = WS-PREV-SQUAD
               PERFORM WRITE-SQUAD-TOTAL
             END-IF
             IF CSR-DEPOT NOT = WS-PREV-DEPOT
               PERFORM WRITE-DEPOT-TOTAL
             END-IF
           END-IF
           IF WS-FIRST-LINE = 'Y' OR CSR-DEPOT NOT = WS-PREV-DEPOT
               OR CSR-SQUAD NOT = WS-PREV-SQUAD
             MOVE SPACES TO WS-COST-CENTER
             STRING CSR-DEPOT "-" CSR-SQUAD
                DELIMITED BY SIZE INTO WS-COST-CENTER
             ADD 1 TO WS-COST-CENTERS
             MOVE SPACES TO WS-REPORT-LINE
             PERFORM WRITE-REPORT-LINE
             MOVE SPACES TO WS-REPORT-LINE
             STRING "CHARGEBACK STATEMENT - COST CENTER "
                WS-COST-CENTER " - DEPOT " CSR-DEPOT
                " SQUAD " CSR-SQUAD
                DELIMITED BY SIZE INTO WS-REPORT-LINE
             PERFORM WRITE-REPORT-LINE
           END-IF
           IF WS-FIRST-LINE = 'Y' OR CSR-DEPOT NOT = WS-PREV-DEPOT
               OR CSR-SQUAD NOT = WS-PREV-SQUAD
               OR CSR-ELF-ID NOT = WS-PREV-ELF-ID
               OR CSR-ITEM-CODE NOT = WS-PREV-ITEM-CODE
             MOVE 0 TO WS-LINE-QTY
             MOVE 0 TO WS-LINE-CAL
             MOVE 0 TO WS-LINE-AMOUNT
             MOVE CSR-RATE TO WS-LINE-RATE
             MOVE 'N' TO WS-LINE-UNCOSTED
           END-IF
           MOVE 'N' TO WS-FIRST-LINE
           MOVE CSR-DEPOT TO WS-PREV-DEPOT
           MOVE CSR-SQUAD TO WS-PREV-SQUAD
           MOVE CSR-ELF-ID TO WS-PREV-ELF-ID
           MOVE CSR-ELF-NAME TO WS-PREV-ELF-NAME
           MOVE CSR-ITEM-CODE TO WS-PREV-ITEM-CODE
           ADD CSR-QTY TO WS-LINE-QTY
           ADD CSR-CAL TO WS-LINE-CAL
           ADD CSR-AMOUNT TO WS-LINE-AMOUNT
           IF CSR-UNCOSTED = 'Y'
             MOVE 'Y' TO WS-LINE-UNCOSTED
           END-IF.

       WRITE-ITEM-CHARGE.
           MOVE WS-PREV-ELF-ID TO WS-CHL-ELF-ID
           MOVE WS-PREV-ELF-NAME TO WS-CHL-ELF-NAME
           MOVE WS-PREV-ITEM-CODE TO WS-CHL-ITEM-CODE
           MOVE WS-LINE-QTY TO WS-CHL-QTY
           MOVE WS-LINE-CAL TO WS-CHL-CAL
           MOVE WS-LINE-RATE TO WS-CHL-RATE
           MOVE WS-LINE-AMOUNT TO WS-CHL-AMOUNT
           IF WS-LINE-UNCOSTED = 'Y'
             MOVE "*UNCOSTED*" TO WS-CHL-FLAG
           ELSE
             MOVE SPACES TO WS-CHL-FLAG
           END-IF
           MOVE WS-CHARGE-DETAIL-LINE TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           ADD WS-LINE-AMOUNT TO WS-ELF-AMOUNT.

       WRITE-ELF-TOTAL.
           MOVE WS-ELF-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "    ELF " WS-PREV-ELF-ID " TOTAL: "
              FUNCTION TRIM(WS-AMOUNT-EDIT)
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           ADD 1 TO WS-SQUAD-ELVES
           ADD WS-ELF-AMOUNT TO WS-SQUAD-AMOUNT
           MOVE 0 TO WS-ELF-AMOUNT.

       WRITE-SQUAD-TOTAL.
           MOVE WS-SQUAD-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "COST CENTER " WS-COST-CENTER " TOTAL: "
              FUNCTION TRIM(WS-AMOUNT-EDIT) " FOR "
              WS-SQUAD-ELVES " ELF(S) - CHARGED TO "
              WS-GL-EXPENSE-ACCOUNT
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-SQUAD-AMOUNT > 0
             MOVE SPACES TO JOURNAL-RECORD
             MOVE WS-LATEST-DATE TO GLJ-JOURNAL-DATE
             MOVE WS-GL-EXPENSE-ACCOUNT TO GLJ-ACCOUNT
             MOVE WS-COST-CENTER TO GLJ-COST-CENTER
             MOVE 'DR' TO GLJ-DR-CR
             MOVE WS-SQUAD-AMOUNT TO GLJ-AMOUNT
             MOVE "RATION CHARGEBACK" TO GLJ-DESCRIPTION
             ADD WS-SQUAD-AMOUNT TO WS-TOTAL-DEBITS
             PERFORM WRITE-JOURNAL-LINE
           END-IF
           ADD WS-SQUAD-AMOUNT TO WS-DEPOT-AMOUNT
           MOVE 0 TO WS-SQUAD-ELVES
           MOVE 0 TO WS-SQUAD-AMOUNT.

       WRITE-DEPOT-TOTAL.
           MOVE WS-DEPOT-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "DEPOT " WS-PREV-DEPOT " TOTAL: "
              FUNCTION TRIM(WS-AMOUNT-EDIT) " - CREDITED TO "
              WS-GL-INVENTORY-ACCOUNT
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-DEPOT-AMOUNT > 0
             MOVE SPACES TO JOURNAL-RECORD
             MOVE WS-LATEST-DATE TO GLJ-JOURNAL-DATE
             MOVE WS-GL-INVENTORY-ACCOUNT TO GLJ-ACCOUNT
             MOVE WS-PREV-DEPOT TO GLJ-COST-CENTER
             MOVE 'CR' TO GLJ-DR-CR
             MOVE WS-DEPOT-AMOUNT TO GLJ-AMOUNT
             MOVE "RATIONS ISSUED FROM INVENTORY" TO GLJ-DESCRIPTION
             ADD WS-DEPOT-AMOUNT TO WS-TOTAL-CREDITS
             PERFORM WRITE-JOURNAL-LINE
           END-IF
           ADD WS-DEPOT-AMOUNT TO WS-TOTAL-AMOUNT
           MOVE 0 TO WS-DEPOT-AMOUNT.

       WRITE-JOURNAL-LINE.
           ADD 1 TO WS-JOURNAL-LINES
           WRITE JOURNAL-RECORD.

       WRITE-JOURNAL-HEADER.
           MOVE 'HDR' TO GLC-REC-TYPE
           MOVE 'GLJRNL' TO GLC-FILE-TYPE
           MOVE WS-LATEST-DATE TO GLC-RUN-DATE
           MOVE WS-LATEST-RUN TO GLC-GEN-NUM
           MOVE 0 TO GLC-REC-COUNT
           MOVE 0 TO GLC-DEBIT-HASH
           MOVE 0 TO GLC-CREDIT-HASH
           WRITE JOURNAL-CONTROL-RECORD.

       WRITE-JOURNAL-TRAILER.
           MOVE 'TRL' TO GLC-REC-TYPE
           MOVE 'GLJRNL' TO GLC-FILE-TYPE
           MOVE WS-LATEST-DATE TO GLC-RUN-DATE
           MOVE WS-LATEST-RUN TO GLC-GEN-NUM
           MOVE WS-JOURNAL-LINES TO GLC-REC-COUNT
           MOVE WS-TOTAL-DEBITS TO GLC-DEBIT-HASH
           MOVE WS-TOTAL-CREDITS TO GLC-CREDIT-HASH
           WRITE JOURNAL-CONTROL-RECORD.

       WRITE-REPORT-LINE.
           MOVE SPACES TO STATEMENT-RECORD
           MOVE WS-REPORT-LINE TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD.
