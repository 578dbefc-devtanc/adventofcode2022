       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPLENISHMENT-FORECAST.
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
           SELECT DEPOT-MASTER ASSIGN TO 'depotmst.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEPOT-FILE-STATUS.
           SELECT DEPOT-STOCK ASSIGN TO 'depotstk.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STOCK-FILE-STATUS.
           SELECT GENERATION-CATALOG ASSIGN TO 'gencat.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GENCAT-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT PURCHASE-REQUISITIONS ASSIGN TO 'purchreq.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REQ-FILE-STATUS.
           SELECT REQUISITION-REGISTER ASSIGN TO 'reqreg.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGRPT-FILE-STATUS.
           SELECT FORECAST-SORT-WORK ASSIGN TO 'fcstsort.tmp'.

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
           05 FILLER              PIC X(8).

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

       FD DEPOT-STOCK.
       01 DEPOT-STOCK-RECORD.
           05 STK-DEPOT           PIC X(3).
           05 FILLER              PIC X(1).
           05 STK-ITEM-CODE       PIC X(6).
           05 FILLER              PIC X(1).
           05 STK-ON-HAND         PIC 9(9).

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

       FD PURCHASE-REQUISITIONS.
       01 REQUISITION-RECORD.
           05 REQ-ITEM-CODE       PIC X(6).
           05 FILLER              PIC X(1).
           05 REQ-DEPOT           PIC X(3).
           05 FILLER              PIC X(1).
           05 REQ-QTY             PIC 9(9).
           05 FILLER              PIC X(1).
           05 REQ-NEEDED-BY       PIC 9(8).
       01 REQUISITION-CONTROL-RECORD.
           05 RQC-REC-TYPE        PIC X(3).
           05 RQC-FILE-TYPE       PIC X(8).
           05 RQC-RUN-DATE        PIC 9(8).
           05 RQC-GEN-NUM         PIC 9(2).
           05 RQC-REC-COUNT       PIC 9(7).
           05 RQC-QTY-HASH        PIC 9(15).
           05 RQC-DATE-HASH       PIC 9(15).

       FD REQUISITION-REGISTER.
       01 REGISTER-REPORT-RECORD PIC X(132).

       SD FORECAST-SORT-WORK.
       01 FORECAST-SORT-RECORD.
           05 FSR-DEPOT           PIC X(3).
           05 FSR-ITEM-CODE       PIC X(6).
           05 FSR-CONSUMED        PIC 9(11).
           05 FSR-ON-HAND         PIC 9(9).

       WORKING-STORAGE SECTION.
       01 WS-PARAM-FILE-STATUS   PIC X(2).
       01 WS-CATALOG-FILE-STATUS PIC X(2).
       01 WS-MASTER-FILE-STATUS  PIC X(2).
       01 WS-DEPOT-FILE-STATUS   PIC X(2).
       01 WS-STOCK-FILE-STATUS   PIC X(2).
       01 WS-GENCAT-FILE-STATUS  PIC X(2).
       01 WS-AUDIT-FILE-STATUS   PIC X(2).
       01 WS-REQ-FILE-STATUS     PIC X(2).
       01 WS-REGRPT-FILE-STATUS  PIC X(2).
       01 WS-EOF                 PIC A(1).
       01 WS-SORT-EOF            PIC A(1).
       01 WS-PARAM-KEYWORD       PIC X(30).
       01 WS-PARAM-VALUE         PIC X(20).
       01 WS-PARAM-NUM-JUST      PIC X(7) JUSTIFIED RIGHT.
       01 WS-PARAM-NUM           PIC 9(7) VALUE 0.
       01 WS-PARAM-NUM-VALID     PIC A(1).
       01 WS-FORECAST-GENS       PIC 9(3) VALUE 7.
       01 WS-FORECAST-DAYS       PIC 9(3) VALUE 14.
       01 WS-RUN-DATE            PIC 9(8) VALUE 0.
       01 WS-RUN-DATE-INT        PIC 9(7) VALUE 0.
       78 WS-ELF-ID-MAX            VALUE 100000.
       01 WS-ELF-MASTER-TABLE.
           05 WS-MASTER-ENTRY OCCURS WS-ELF-ID-MAX TIMES
              INDEXED BY M.
              10 WS-MST-KNOWN     PIC X(1).
              10 WS-MST-DEPOT     PIC X(3).
       01 WS-MASTER-COUNT        PIC 9(6) VALUE 0.
       78 WS-CATALOG-MAX           VALUE 5000.
       01 WS-ITEM-CATALOG-TABLE.
           05 WS-CATALOG-ENTRY OCCURS WS-CATALOG-MAX TIMES
              INDEXED BY C.
              10 WS-CAT-ITEM-CODE PIC X(6).
              10 WS-CAT-DESC      PIC X(20).
              10 WS-CAT-CAL-UNIT  PIC 9(5).
              10 WS-CAT-EFF-DATE  PIC 9(8).
              10 WS-CAT-STATUS    PIC X(1).
       01 WS-CATALOG-COUNT       PIC 9(5) VALUE 0.
       01 WS-CATALOG-FOUND       PIC A(1).
       01 WS-CATALOG-BEST-DATE   PIC 9(8) VALUE 0.
       01 WS-CURR-ITEM-CODE      PIC X(6) VALUE SPACES.
       01 WS-CURR-DESC           PIC X(20) VALUE SPACES.
       01 WS-CURR-CAL-UNIT       PIC 9(5) VALUE 0.
       01 WS-CURR-STATUS         PIC X(1) VALUE SPACE.
       01 WS-AS-OF-DATE          PIC 9(8) VALUE 0.
       78 WS-DEPOT-MAX             VALUE 500.
       01 WS-DEPOT-TABLE.
           05 WS-DEPOT-ENTRY OCCURS WS-DEPOT-MAX TIMES
              INDEXED BY DX.
              10 WS-DPT-CODE      PIC X(3).
              10 WS-DPT-NAME      PIC X(20).
              10 WS-DPT-STATUS    PIC X(1).
       01 WS-DEPOT-COUNT         PIC 9(3) VALUE 0.
       01 WS-DEPOT-FOUND         PIC A(1).
       01 WS-CURR-DEPOT          PIC X(3) VALUE SPACES.
       78 WS-STOCK-MAX             VALUE 5000.
       01 WS-STOCK-TABLE.
           05 WS-STOCK-ENTRY OCCURS WS-STOCK-MAX TIMES
              INDEXED BY K.
              10 WS-STK-DEPOT     PIC X(3).
              10 WS-STK-ITEM-CODE PIC X(6).
              10 WS-STK-ON-HAND   PIC 9(9).
       01 WS-STOCK-COUNT         PIC 9(5) VALUE 0.
       01 WS-CURR-ON-HAND        PIC 9(9) VALUE 0.
       78 WS-DEMAND-MAX            VALUE 5000.
       01 WS-DEMAND-TABLE.
           05 WS-DEMAND-ENTRY OCCURS WS-DEMAND-MAX TIMES
              INDEXED BY DM.
              10 WS-DMD-DEPOT     PIC X(3).
              10 WS-DMD-ITEM-CODE PIC X(6).
              10 WS-DMD-CONSUMED  PIC 9(11).
       01 WS-DEMAND-COUNT        PIC 9(5) VALUE 0.
       01 WS-DEMAND-FOUND        PIC A(1).
       78 WS-GEN-MAX               VALUE 999.
       01 WS-AUDIT-GEN-TABLE.
           05 WS-AUDIT-GEN-ENTRY OCCURS WS-GEN-MAX TIMES
              INDEXED BY G, H.
              10 WS-AGN-KEY       PIC 9(10).
              10 WS-AGN-DATE      PIC 9(8).
              10 WS-AGN-FILENAME  PIC X(40).
       01 WS-AUDIT-GEN-COUNT     PIC 9(3) VALUE 0.
       01 WS-NEWER-COUNT         PIC 9(3) VALUE 0.
       01 WS-AUDIT-FILENAME      PIC X(40) VALUE SPACES.
       01 WS-GEN-KEY             PIC 9(10) VALUE 0.
       01 WS-LATEST-KEY          PIC 9(10) VALUE 0.
       01 WS-LATEST-DATE         PIC 9(8) VALUE 0.
       01 WS-LATEST-RUN          PIC 9(2) VALUE 0.
       01 WS-OLDEST-KEY          PIC 9(10) VALUE 0.
       01 WS-GENS-READ           PIC 9(3) VALUE 0.
       01 WS-GENS-MISSING        PIC 9(3) VALUE 0.
       01 WS-DAY-SEEN-TABLE.
           05 WS-DAY-SEEN OCCURS 999 TIMES PIC X(1).
       01 WS-DAYS-OBSERVED       PIC 9(5) VALUE 0.
       01 WS-ITEM-QTY            PIC 9(9) VALUE 0.
       01 WS-ITEM-LINES          PIC 9(9) VALUE 0.
       01 WS-DIRECT-LINES        PIC 9(9) VALUE 0.
       01 WS-NOT-IN-CATALOG      PIC 9(9) VALUE 0.
       01 WS-AVG-DAILY           PIC 9(9)V99 VALUE 0.
       01 WS-PROJECTED           PIC 9(11) VALUE 0.
       01 WS-ORDER-QTY           PIC 9(11) VALUE 0.
       01 WS-COVER-DAYS          PIC 9(5) VALUE 0.
       01 WS-NEEDED-BY           PIC 9(8) VALUE 0.
       01 WS-SKIP-REASON         PIC X(20) VALUE SPACES.
       01 WS-PREV-DEPOT          PIC X(3) VALUE SPACES.
       01 WS-FIRST-LINE          PIC A(1).
       01 WS-DEPOT-REQS          PIC 9(5) VALUE 0.
       01 WS-DEPOT-QTY           PIC 9(11) VALUE 0.
       01 WS-TOTAL-REQS          PIC 9(7) VALUE 0.
       01 WS-TOTAL-QTY           PIC 9(11) VALUE 0.
       01 WS-TOTAL-HELD          PIC 9(7) VALUE 0.
       01 WS-REQ-CTL-QTY-HASH    PIC 9(15) VALUE 0.
       01 WS-REQ-CTL-DATE-HASH   PIC 9(15) VALUE 0.
       01 WS-REPORT-LINE         PIC X(132).
       01 WS-REGISTER-DETAIL-LINE.
           05 FILLER              PIC X(9) VALUE "    ITEM ".
           05 WS-RGL-ITEM-CODE    PIC X(6).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-RGL-DESC         PIC X(20).
           05 FILLER              PIC X(9) VALUE " AVG/DAY ".
           05 WS-RGL-AVG-DAILY    PIC Z(8)9.99.
           05 FILLER              PIC X(8) VALUE " DEMAND ".
           05 WS-RGL-PROJECTED    PIC 9(9).
           05 FILLER              PIC X(9) VALUE " ON HAND ".
           05 WS-RGL-ON-HAND      PIC 9(9).
           05 FILLER              PIC X(7) VALUE " ORDER ".
           05 WS-RGL-ORDER-QTY    PIC 9(9).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-RGL-NEEDED-TEXT  PIC X(22).

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RUN-DATE-INT =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           INITIALIZE WS-ELF-MASTER-TABLE
           INITIALIZE WS-ITEM-CATALOG-TABLE
           INITIALIZE WS-DEPOT-TABLE
           INITIALIZE WS-STOCK-TABLE
           INITIALIZE WS-DEMAND-TABLE
           INITIALIZE WS-AUDIT-GEN-TABLE
           PERFORM LOAD-PARAMETER-FILE
           PERFORM LOAD-ELF-MASTER
           PERFORM LOAD-DEPOT-MASTER
           PERFORM LOAD-ITEM-CATALOG
           PERFORM LOAD-DEPOT-STOCK
           PERFORM LOCATE-AUDIT-GENERATIONS
           PERFORM ACCUMULATE-CONSUMPTION
           IF WS-DAYS-OBSERVED = 0
             DISPLAY "ERROR: NO AUDITED DAYS FOUND IN THE LAST "
                WS-FORECAST-GENS " AUDIT GENERATION(S) - "
                "NOTHING TO FORECAST FROM"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           OPEN OUTPUT PURCHASE-REQUISITIONS
           IF WS-REQ-FILE-STATUS NOT = '00'
             DISPLAY "ERROR: COULD NOT OPEN PURCHASE REQUISITION "
                "FILE 'purchreq.dat' (STATUS " WS-REQ-FILE-STATUS ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           OPEN OUTPUT REQUISITION-REGISTER
           IF WS-REGRPT-FILE-STATUS NOT = '00'
             DISPLAY "ERROR: COULD NOT OPEN REQUISITION REGISTER "
                "'reqreg.rpt' (STATUS " WS-REGRPT-FILE-STATUS ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM WRITE-REQUISITION-HEADER
           PERFORM WRITE-REGISTER-HEADING
           SORT FORECAST-SORT-WORK ON ASCENDING KEY FSR-DEPOT
              ON ASCENDING KEY FSR-ITEM-CODE
              INPUT PROCEDURE IS RELEASE-DEMAND-ENTRIES
              OUTPUT PROCEDURE IS WRITE-REQUISITIONS
           PERFORM WRITE-REQUISITION-TRAILER
           PERFORM WRITE-REGISTER-FOOTING
           CLOSE PURCHASE-REQUISITIONS
           CLOSE REQUISITION-REGISTER
           DISPLAY "REPLENISHMENT FORECAST: " WS-TOTAL-REQS
              " REQUISITION(S), QTY " WS-TOTAL-QTY ", "
              WS-TOTAL-HELD " SHORTFALL(S) NOT REQUISITIONED"
              " - SEE 'reqreg.rpt'"
           IF WS-TOTAL-HELD > 0 OR WS-GENS-MISSING > 0
             MOVE 4 TO RETURN-CODE
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
             WHEN 'FORECAST-GENERATIONS'
               PERFORM PARSE-PARAM-NUMBER
               IF WS-PARAM-NUM-VALID = 'Y' AND WS-PARAM-NUM > 0
                   AND WS-PARAM-NUM < 1000
                 MOVE WS-PARAM-NUM TO WS-FORECAST-GENS
               END-IF
             WHEN 'FORECAST-DAYS'
               PERFORM PARSE-PARAM-NUMBER
               IF WS-PARAM-NUM-VALID = 'Y' AND WS-PARAM-NUM > 0
                   AND WS-PARAM-NUM < 1000
                 MOVE WS-PARAM-NUM TO WS-FORECAST-DAYS
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

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
                 MOVE ELM-DEPOT TO WS-MST-DEPOT(M)
                 ADD 1 TO WS-MASTER-COUNT
               ELSE
                 DISPLAY "WARNING: IGNORING MALFORMED MASTER "
                    "RECORD: " ELF-MASTER-RECORD
               END-IF
             END-READ
           END-PERFORM
           CLOSE ELF-MASTER.

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
                 IF WS-DEPOT-COUNT >= WS-DEPOT-MAX
                   DISPLAY "ERROR: MORE THAN " WS-DEPOT-MAX
                      " DEPOTS - TABLE CAPACITY EXCEEDED"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
                 END-IF
                 ADD 1 TO WS-DEPOT-COUNT
                 SET DX TO WS-DEPOT-COUNT
                 MOVE DPM-DEPOT-CODE TO WS-DPT-CODE(DX)
                 MOVE DPM-DEPOT-NAME TO WS-DPT-NAME(DX)
                 MOVE DPM-STATUS TO WS-DPT-STATUS(DX)
               ELSE
                 DISPLAY "WARNING: IGNORING MALFORMED DEPOT MASTER "
                    "RECORD: " DEPOT-MASTER-RECORD
               END-IF
             END-READ
           END-PERFORM
           CLOSE DEPOT-MASTER.

       FIND-DEPOT.
           MOVE 'N' TO WS-DEPOT-FOUND
           PERFORM VARYING DX FROM 1 BY 1
               UNTIL DX > WS-DEPOT-COUNT OR WS-DEPOT-FOUND = 'Y'
             IF WS-DPT-CODE(DX) = WS-CURR-DEPOT
               MOVE 'Y' TO WS-DEPOT-FOUND
             END-IF
           END-PERFORM
           IF WS-DEPOT-FOUND = 'Y'
             SET DX DOWN BY 1
           END-IF.

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
                 MOVE CAT-ITEM-DESC TO WS-CAT-DESC(C)
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
           MOVE SPACES TO WS-CURR-DESC
           MOVE SPACE TO WS-CURR-STATUS
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
               MOVE WS-CAT-DESC(C) TO WS-CURR-DESC
               MOVE WS-CAT-STATUS(C) TO WS-CURR-STATUS
             END-IF
           END-PERFORM.

       LOAD-DEPOT-STOCK.
           OPEN INPUT DEPOT-STOCK
           IF WS-STOCK-FILE-STATUS NOT = '00'
             DISPLAY "ERROR: COULD NOT OPEN DEPOT STOCK FILE "
                "'depotstk.dat' (STATUS " WS-STOCK-FILE-STATUS ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE SPACE TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
             READ DEPOT-STOCK
             AT END
               MOVE 'Y' TO WS-EOF
             NOT AT END
               IF STK-DEPOT NOT = SPACES
                   AND STK-ITEM-CODE NOT = SPACES
                   AND STK-ON-HAND IS NUMERIC
                 IF WS-STOCK-COUNT >= WS-STOCK-MAX
                   DISPLAY "ERROR: MORE THAN " WS-STOCK-MAX
                      " DEPOT STOCK RECORDS - TABLE CAPACITY "
                      "EXCEEDED"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
                 END-IF
                 ADD 1 TO WS-STOCK-COUNT
                 SET K TO WS-STOCK-COUNT
                 MOVE STK-DEPOT TO WS-STK-DEPOT(K)
                 MOVE STK-ITEM-CODE TO WS-STK-ITEM-CODE(K)
                 MOVE STK-ON-HAND TO WS-STK-ON-HAND(K)
               ELSE
                 DISPLAY "WARNING: IGNORING MALFORMED DEPOT STOCK "
                    "RECORD: " DEPOT-STOCK-RECORD
               END-IF
             END-READ
           END-PERFORM
           CLOSE DEPOT-STOCK.

       LOOKUP-DEPOT-STOCK.
           MOVE 0 TO WS-CURR-ON-HAND
           PERFORM VARYING K FROM 1 BY 1
               UNTIL K > WS-STOCK-COUNT
             IF WS-STK-DEPOT(K) = WS-CURR-DEPOT
                 AND WS-STK-ITEM-CODE(K) = WS-CURR-ITEM-CODE
               ADD WS-STK-ON-HAND(K) TO WS-CURR-ON-HAND
             END-IF
           END-PERFORM.

       LOCATE-AUDIT-GENERATIONS.
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
                 IF WS-AUDIT-GEN-COUNT >= WS-GEN-MAX
                   DISPLAY "ERROR: GENERATION CATALOG 'gencat.dat' "
                      "HOLDS MORE AUDIT GENERATIONS THAN TABLE "
                      "CAPACITY OF " WS-GEN-MAX
                   CLOSE GENERATION-CATALOG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
                 END-IF
                 ADD 1 TO WS-AUDIT-GEN-COUNT
                 SET G TO WS-AUDIT-GEN-COUNT
                 MOVE WS-GEN-KEY TO WS-AGN-KEY(G)
                 MOVE GEN-DATE TO WS-AGN-DATE(G)
                 MOVE GEN-FILENAME TO WS-AGN-FILENAME(G)
                 IF WS-GEN-KEY > WS-LATEST-KEY
                   MOVE WS-GEN-KEY TO WS-LATEST-KEY
                   MOVE GEN-DATE TO WS-LATEST-DATE
                   MOVE GEN-RUN TO WS-LATEST-RUN
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

       ACCUMULATE-CONSUMPTION.
           PERFORM VARYING G FROM 1 BY 1
               UNTIL G > WS-AUDIT-GEN-COUNT
             MOVE 0 TO WS-NEWER-COUNT
             PERFORM VARYING H FROM 1 BY 1
                 UNTIL H > WS-AUDIT-GEN-COUNT
               IF WS-AGN-KEY(H) > WS-AGN-KEY(G)
                 ADD 1 TO WS-NEWER-COUNT
               END-IF
             END-PERFORM
             IF WS-NEWER-COUNT < WS-FORECAST-GENS
               IF WS-OLDEST-KEY = 0 OR WS-AGN-KEY(G) < WS-OLDEST-KEY
                 MOVE WS-AGN-KEY(G) TO WS-OLDEST-KEY
               END-IF
               PERFORM READ-ONE-AUDIT-GENERATION
             END-IF
           END-PERFORM.

       READ-ONE-AUDIT-GENERATION.
           MOVE WS-AGN-FILENAME(G) TO WS-AUDIT-FILENAME
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = '00'
             DISPLAY "WARNING: AUDIT GENERATION "
                FUNCTION TRIM(WS-AUDIT-FILENAME)
                " NOT ON DISK (STATUS " WS-AUDIT-FILE-STATUS
                ") - ITS DAYS ARE LEFT OUT OF THE AVERAGE"
             ADD 1 TO WS-GENS-MISSING
           ELSE
             ADD 1 TO WS-GENS-READ
             INITIALIZE WS-DAY-SEEN-TABLE
             MOVE WS-AGN-DATE(G) TO WS-AS-OF-DATE
             MOVE SPACE TO WS-EOF
             PERFORM UNTIL WS-EOF = 'Y'
               READ AUDIT-FILE
               AT END
                 MOVE 'Y' TO WS-EOF
               NOT AT END
                 IF AUD-ITM-TAG = ' ITEM '
                     AND AUD-ITM-ELF-ID IS NUMERIC
                     AND AUD-ITM-CAL IS NUMERIC
                   PERFORM TALLY-ONE-AUDIT-ITEM
                 END-IF
               END-READ
             END-PERFORM
             CLOSE AUDIT-FILE
           END-IF.

       TALLY-ONE-AUDIT-ITEM.
           ADD 1 TO WS-ITEM-LINES
           IF AUD-ITM-DAY IS NUMERIC AND AUD-ITM-DAY > 0
             IF WS-DAY-SEEN(AUD-ITM-DAY) NOT = 'Y'
               MOVE 'Y' TO WS-DAY-SEEN(AUD-ITM-DAY)
               ADD 1 TO WS-DAYS-OBSERVED
             END-IF
           END-IF
           IF AUD-ITM-CODE = 'DIRECT'
             ADD 1 TO WS-DIRECT-LINES
           ELSE
             MOVE AUD-ITM-CODE TO WS-CURR-ITEM-CODE
             PERFORM LOOKUP-CATALOG-ITEM
             IF WS-CATALOG-FOUND NOT = 'Y' OR WS-CURR-CAL-UNIT = 0
               ADD 1 TO WS-NOT-IN-CATALOG
             ELSE
               COMPUTE WS-ITEM-QTY = AUD-ITM-CAL / WS-CURR-CAL-UNIT
               SET M TO AUD-ITM-ELF-ID
               SET M UP BY 1
               IF WS-MST-KNOWN(M) = 'Y'
                 MOVE WS-MST-DEPOT(M) TO WS-CURR-DEPOT
               ELSE
                 MOVE '???' TO WS-CURR-DEPOT
               END-IF
               PERFORM FIND-OR-ADD-DEMAND
               ADD WS-ITEM-QTY TO WS-DMD-CONSUMED(DM)
             END-IF
           END-IF.

       FIND-OR-ADD-DEMAND.
           MOVE 'N' TO WS-DEMAND-FOUND
           PERFORM VARYING DM FROM 1 BY 1
               UNTIL DM > WS-DEMAND-COUNT OR WS-DEMAND-FOUND = 'Y'
             IF WS-DMD-DEPOT(DM) = WS-CURR-DEPOT
                 AND WS-DMD-ITEM-CODE(DM) = WS-CURR-ITEM-CODE
               MOVE 'Y' TO WS-DEMAND-FOUND
             END-IF
           END-PERFORM
           IF WS-DEMAND-FOUND = 'Y'
             SET DM DOWN BY 1
           ELSE
             IF WS-DEMAND-COUNT >= WS-DEMAND-MAX
               DISPLAY "ERROR: MORE THAN " WS-DEMAND-MAX
                  " DEPOT/ITEM COMBINATIONS - TABLE CAPACITY "
                  "EXCEEDED"
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-DEMAND-COUNT
             SET DM TO WS-DEMAND-COUNT
             MOVE WS-CURR-DEPOT TO WS-DMD-DEPOT(DM)
             MOVE WS-CURR-ITEM-CODE TO WS-DMD-ITEM-CODE(DM)
             MOVE 0 TO WS-DMD-CONSUMED(DM)
           END-IF.

       RELEASE-DEMAND-ENTRIES.
           PERFORM VARYING DM FROM 1 BY 1
               UNTIL DM > WS-DEMAND-COUNT
             IF WS-DMD-CONSUMED(DM) > 0
               MOVE WS-DMD-DEPOT(DM) TO WS-CURR-DEPOT
               MOVE WS-DMD-ITEM-CODE(DM) TO WS-CURR-ITEM-CODE
               PERFORM LOOKUP-DEPOT-STOCK
               MOVE WS-CURR-DEPOT TO FSR-DEPOT
               MOVE WS-CURR-ITEM-CODE TO FSR-ITEM-CODE
               MOVE WS-DMD-CONSUMED(DM) TO FSR-CONSUMED
               MOVE WS-CURR-ON-HAND TO FSR-ON-HAND
               RELEASE FORECAST-SORT-RECORD
             END-IF
           END-PERFORM.

       WRITE-REQUISITIONS.
           MOVE 'Y' TO WS-FIRST-LINE
           MOVE SPACE TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF = 'Y'
             RETURN FORECAST-SORT-WORK
             AT END
               MOVE 'Y' TO WS-SORT-EOF
             NOT AT END
               PERFORM FORECAST-ONE-ITEM
             END-RETURN
           END-PERFORM
           IF WS-FIRST-LINE NOT = 'Y'
             PERFORM WRITE-DEPOT-TOTAL
           ELSE
             MOVE "NO DEPOT IS FORECAST TO RUN SHORT OF ANY ITEM"
                TO WS-REPORT-LINE
             PERFORM WRITE-REPORT-LINE
           END-IF.

       FORECAST-ONE-ITEM.
           COMPUTE WS-PROJECTED =
              (FSR-CONSUMED * WS-FORECAST-DAYS + WS-DAYS-OBSERVED - 1)
              / WS-DAYS-OBSERVED
           IF WS-PROJECTED > FSR-ON-HAND
             COMPUTE WS-AVG-DAILY ROUNDED =
                FSR-CONSUMED / WS-DAYS-OBSERVED
             COMPUTE WS-ORDER-QTY = WS-PROJECTED - FSR-ON-HAND
             COMPUTE WS-COVER-DAYS =
                FSR-ON-HAND * WS-DAYS-OBSERVED / FSR-CONSUMED
             COMPUTE WS-NEEDED-BY = FUNCTION DATE-OF-INTEGER(
                WS-RUN-DATE-INT + WS-COVER-DAYS)
             MOVE FSR-ITEM-CODE TO WS-CURR-ITEM-CODE
             MOVE WS-RUN-DATE TO WS-AS-OF-DATE
             PERFORM LOOKUP-CATALOG-ITEM
             MOVE FSR-DEPOT TO WS-CURR-DEPOT
             PERFORM FIND-DEPOT
             MOVE SPACES TO WS-SKIP-REASON
             EVALUATE TRUE
               WHEN WS-DEPOT-FOUND NOT = 'Y'
                 MOVE "UNKNOWN DEPOT" TO WS-SKIP-REASON
               WHEN WS-DPT-STATUS(DX) NOT = 'O'
                 MOVE "DEPOT CLOSED" TO WS-SKIP-REASON
               WHEN WS-CATALOG-FOUND NOT = 'Y'
                 MOVE "NOT IN CATALOG" TO WS-SKIP-REASON
               WHEN WS-CURR-STATUS = 'R'
                 MOVE "ITEM RETIRED" TO WS-SKIP-REASON
             END-EVALUATE
             PERFORM WRITE-ONE-REGISTER-LINE
           END-IF.

       WRITE-ONE-REGISTER-LINE.
           IF WS-FIRST-LINE NOT = 'Y' AND FSR-DEPOT NOT = WS-PREV-DEPOT
             PERFORM WRITE-DEPOT-TOTAL
           END-IF
           IF WS-FIRST-LINE = 'Y' OR FSR-DEPOT NOT = WS-PREV-DEPOT
             MOVE SPACES TO WS-REPORT-LINE
             IF WS-DEPOT-FOUND = 'Y'
               STRING "DEPOT " FSR-DEPOT " " WS-DPT-NAME(DX)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
             ELSE
               STRING "DEPOT " FSR-DEPOT " (NOT ON DEPOT MASTER)"
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
             END-IF
             PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE 'N' TO WS-FIRST-LINE
           MOVE FSR-DEPOT TO WS-PREV-DEPOT
           MOVE FSR-ITEM-CODE TO WS-RGL-ITEM-CODE
           MOVE WS-CURR-DESC TO WS-RGL-DESC
           MOVE WS-AVG-DAILY TO WS-RGL-AVG-DAILY
           MOVE WS-PROJECTED TO WS-RGL-PROJECTED
           MOVE FSR-ON-HAND TO WS-RGL-ON-HAND
           MOVE WS-ORDER-QTY TO WS-RGL-ORDER-QTY
           MOVE SPACES TO WS-RGL-NEEDED-TEXT
           IF WS-SKIP-REASON = SPACES
             STRING "NEEDED BY " WS-NEEDED-BY
                DELIMITED BY SIZE INTO WS-RGL-NEEDED-TEXT
             MOVE SPACES TO REQUISITION-RECORD
             MOVE FSR-ITEM-CODE TO REQ-ITEM-CODE
             MOVE FSR-DEPOT TO REQ-DEPOT
             MOVE WS-ORDER-QTY TO REQ-QTY
             MOVE WS-NEEDED-BY TO REQ-NEEDED-BY
             PERFORM WRITE-REQUISITION-RECORD
             ADD 1 TO WS-DEPOT-REQS
             ADD WS-ORDER-QTY TO WS-DEPOT-QTY
             ADD 1 TO WS-TOTAL-REQS
             ADD WS-ORDER-QTY TO WS-TOTAL-QTY
           ELSE
             STRING "HELD - " WS-SKIP-REASON
                DELIMITED BY SIZE INTO WS-RGL-NEEDED-TEXT
             ADD 1 TO WS-TOTAL-HELD
           END-IF
           MOVE WS-REGISTER-DETAIL-LINE TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-DEPOT-TOTAL.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "DEPOT " WS-PREV-DEPOT " TOTAL: "
              WS-DEPOT-REQS " REQUISITION(S), QTY " WS-DEPOT-QTY
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 0 TO WS-DEPOT-REQS
           MOVE 0 TO WS-DEPOT-QTY.

       WRITE-REGISTER-HEADING.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "PURCHASE REQUISITION REGISTER - DATE " WS-RUN-DATE
              " - DEMAND PROJECTED " WS-FORECAST-DAYS " DAY(S) AHEAD"
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "AVERAGE DAILY CONSUMPTION FROM " WS-GENS-READ
              " AUDIT GENERATION(S), " WS-DAYS-OBSERVED
              " DAY(S) OBSERVED, " WS-OLDEST-KEY " TO " WS-LATEST-KEY
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-REGISTER-FOOTING.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TOTALS: " WS-TOTAL-REQS " REQUISITION(S), QTY "
              WS-TOTAL-QTY ", " WS-TOTAL-HELD
              " SHORTFALL(S) HELD - NOT REQUISITIONED"
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "AUDIT ITEM LINES READ " WS-ITEM-LINES "; "
              WS-DIRECT-LINES " DIRECT, " WS-NOT-IN-CATALOG
              " NOT IN CATALOG (NOT FORECAST); " WS-GENS-MISSING
              " GENERATION(S) MISSING FROM DISK"
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "APPROVED FOR PROCUREMENT BY: ____________________"
              TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "DATE APPROVED:               ____________________"
              TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-REQUISITION-RECORD.
           ADD REQ-QTY TO WS-REQ-CTL-QTY-HASH
           ADD REQ-NEEDED-BY TO WS-REQ-CTL-DATE-HASH
           WRITE REQUISITION-RECORD.

       WRITE-REQUISITION-HEADER.
           MOVE 0 TO WS-REQ-CTL-QTY-HASH
           MOVE 0 TO WS-REQ-CTL-DATE-HASH
           MOVE 'HDR' TO RQC-REC-TYPE
           MOVE 'PURCHREQ' TO RQC-FILE-TYPE
           MOVE WS-LATEST-DATE TO RQC-RUN-DATE
           MOVE WS-LATEST-RUN TO RQC-GEN-NUM
           MOVE 0 TO RQC-REC-COUNT
           MOVE 0 TO RQC-QTY-HASH
           MOVE 0 TO RQC-DATE-HASH
           WRITE REQUISITION-CONTROL-RECORD.

       WRITE-REQUISITION-TRAILER.
           MOVE 'TRL' TO RQC-REC-TYPE
           MOVE 'PURCHREQ' TO RQC-FILE-TYPE
           MOVE WS-LATEST-DATE TO RQC-RUN-DATE
           MOVE WS-LATEST-RUN TO RQC-GEN-NUM
           MOVE WS-TOTAL-REQS TO RQC-REC-COUNT
           MOVE WS-REQ-CTL-QTY-HASH TO RQC-QTY-HASH
           MOVE WS-REQ-CTL-DATE-HASH TO RQC-DATE-HASH
           WRITE REQUISITION-CONTROL-RECORD.

       WRITE-REPORT-LINE.
           MOVE SPACES TO REGISTER-REPORT-RECORD
           MOVE WS-REPORT-LINE TO REGISTER-REPORT-RECORD
           WRITE REGISTER-REPORT-RECORD.
