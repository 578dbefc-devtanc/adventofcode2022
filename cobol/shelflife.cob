       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATION-EXPIRY-REPORT.
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
           SELECT EXPIRY-WORK-FILE ASSIGN TO 'expwork.tmp'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORK-FILE-STATUS.
           SELECT EXPIRY-REPORT ASSIGN TO 'expiring.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXPRPT-FILE-STATUS.
           SELECT AGE-SORT-WORK ASSIGN TO 'agesort.tmp'.
           SELECT EXPIRY-SORT-WORK ASSIGN TO 'expsort.tmp'.

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

       FD EXPIRY-WORK-FILE.
       01 EXPIRY-WORK-RECORD.
           05 EWR-DEPOT           PIC X(3).
           05 EWR-SQUAD           PIC X(10).
           05 EWR-ELF-ID          PIC 9(5).
           05 EWR-ELF-NAME        PIC X(20).
           05 EWR-ITEM-CODE       PIC X(6).
           05 EWR-QTY             PIC 9(9).
           05 EWR-ISSUED          PIC 9(8).
           05 EWR-EXPIRES         PIC 9(8).
           05 EWR-DAYS-LEFT       PIC S9(5) SIGN LEADING SEPARATE.

       FD EXPIRY-REPORT.
       01 EXPIRY-REPORT-RECORD   PIC X(120).

       SD AGE-SORT-WORK.
       01 AGE-SORT-RECORD.
           05 ASR-ELF-ID          PIC 9(5).
           05 ASR-ITEM-CODE       PIC X(6).
           05 ASR-GEN-KEY         PIC 9(10).
           05 ASR-DAY             PIC 9(3).
           05 ASR-GEN-DATE        PIC 9(8).
           05 ASR-CAL             PIC 9(8).
           05 ASR-ELF-NAME        PIC X(20).
           05 ASR-GEN-INDEX       PIC 9(3).

       SD EXPIRY-SORT-WORK.
       01 EXPIRY-SORT-RECORD.
           05 ESR-DEPOT           PIC X(3).
           05 ESR-SQUAD           PIC X(10).
           05 ESR-ELF-ID          PIC 9(5).
           05 ESR-ELF-NAME        PIC X(20).
           05 ESR-ITEM-CODE       PIC X(6).
           05 ESR-QTY             PIC 9(9).
           05 ESR-ISSUED          PIC 9(8).
           05 ESR-EXPIRES         PIC 9(8).
           05 ESR-DAYS-LEFT       PIC S9(5) SIGN LEADING SEPARATE.

       WORKING-STORAGE SECTION.
       01 WS-PARAM-FILE-STATUS   PIC X(2).
       01 WS-CATALOG-FILE-STATUS PIC X(2).
       01 WS-MASTER-FILE-STATUS  PIC X(2).
       01 WS-GENCAT-FILE-STATUS  PIC X(2).
       01 WS-AUDIT-FILE-STATUS   PIC X(2).
       01 WS-WORK-FILE-STATUS    PIC X(2).
       01 WS-EXPRPT-FILE-STATUS  PIC X(2).
       01 WS-EOF                 PIC A(1).
       01 WS-SORT-EOF            PIC A(1).
       01 WS-PARAM-KEYWORD       PIC X(30).
       01 WS-PARAM-VALUE         PIC X(20).
       01 WS-PARAM-NUM-JUST      PIC X(7) JUSTIFIED RIGHT.
       01 WS-PARAM-NUM           PIC 9(7) VALUE 0.
       01 WS-PARAM-NUM-VALID     PIC A(1).
       01 WS-EXPIRY-WINDOW-DAYS  PIC 9(3) VALUE 7.
       01 WS-RUN-DATE            PIC 9(8) VALUE 0.
       01 WS-RUN-DATE-INT        PIC 9(7) VALUE 0.
       78 WS-ELF-ID-MAX            VALUE 100000.
       01 WS-ELF-MASTER-TABLE.
           05 WS-MASTER-ENTRY OCCURS WS-ELF-ID-MAX TIMES
              INDEXED BY M.
              10 WS-MST-KNOWN     PIC X(1).
              10 WS-MST-NAME      PIC X(20).
              10 WS-MST-SQUAD     PIC X(10).
              10 WS-MST-DEPOT     PIC X(3).
              10 WS-MST-LAST-DAY  PIC 9(3).
       01 WS-MASTER-COUNT        PIC 9(6) VALUE 0.
       78 WS-CATALOG-MAX           VALUE 5000.
       01 WS-ITEM-CATALOG-TABLE.
           05 WS-CATALOG-ENTRY OCCURS WS-CATALOG-MAX TIMES
              INDEXED BY C.
              10 WS-CAT-ITEM-CODE PIC X(6).
              10 WS-CAT-CAL-UNIT  PIC 9(5).
              10 WS-CAT-EFF-DATE  PIC 9(8).
              10 WS-CAT-STATUS    PIC X(1).
              10 WS-CAT-SHELF-DAYS PIC 9(4).
       01 WS-CATALOG-COUNT       PIC 9(5) VALUE 0.
       01 WS-CATALOG-FOUND       PIC A(1).
       01 WS-CATALOG-BEST-DATE   PIC 9(8) VALUE 0.
       01 WS-CURR-ITEM-CODE      PIC X(6) VALUE SPACES.
       01 WS-CURR-CAL-UNIT       PIC 9(5) VALUE 0.
       01 WS-CURR-SHELF-DAYS     PIC 9(4) VALUE 0.
       01 WS-AS-OF-DATE          PIC 9(8) VALUE 0.
       78 WS-GEN-MAX               VALUE 999.
       01 WS-AUDIT-GEN-TABLE.
           05 WS-AUDIT-GEN-ENTRY OCCURS WS-GEN-MAX TIMES
              INDEXED BY G GX.
              10 WS-AGN-KEY       PIC 9(10).
              10 WS-AGN-DATE      PIC 9(8).
              10 WS-AGN-FILENAME  PIC X(40).
              10 WS-AGN-ON-DISK   PIC X(1).
              10 WS-AGN-SEQ       PIC 9(3).
       01 WS-AUDIT-GEN-COUNT     PIC 9(3) VALUE 0.
       01 WS-AUDIT-FILENAME      PIC X(40) VALUE SPACES.
       01 WS-LATEST-FILENAME     PIC X(40) VALUE SPACES.
       01 WS-GEN-KEY             PIC 9(10) VALUE 0.
       01 WS-LATEST-KEY          PIC 9(10) VALUE 0.
       01 WS-LATEST-DATE         PIC 9(8) VALUE 0.
       01 WS-GENS-READ           PIC 9(3) VALUE 0.
       01 WS-GENS-MISSING        PIC 9(3) VALUE 0.
       01 WS-FIRST-PAIR          PIC A(1).
       01 WS-PREV-ELF-ID         PIC 9(5) VALUE 0.
       01 WS-PREV-ITEM-CODE      PIC X(6) VALUE SPACES.
       01 WS-PREV-ELF-NAME       PIC X(20) VALUE SPACES.
       01 WS-FIRST-DATE          PIC 9(8) VALUE 0.
       01 WS-RUN-LAST-KEY        PIC 9(10) VALUE 0.
       01 WS-RUN-LAST-SEQ        PIC 9(3) VALUE 0.
       01 WS-HELD-CAL            PIC 9(10) VALUE 0.
       01 WS-HELD-DAY            PIC 9(3) VALUE 0.
       01 WS-HELD-QTY            PIC 9(9) VALUE 0.
       01 WS-EXPIRY-INT          PIC 9(7) VALUE 0.
       01 WS-DAYS-LEFT           PIC S9(5) VALUE 0.
       01 WS-HOLDINGS-AGED       PIC 9(7) VALUE 0.
       01 WS-NO-SHELF-LIFE       PIC 9(7) VALUE 0.
       01 WS-NOT-IN-CATALOG      PIC 9(7) VALUE 0.
       01 WS-PREV-DEPOT          PIC X(3) VALUE SPACES.
       01 WS-PREV-SQUAD          PIC X(10) VALUE SPACES.
       01 WS-PREV-RPT-ELF        PIC 9(5) VALUE 0.
       01 WS-FIRST-LINE          PIC A(1).
       01 WS-ELF-LINES           PIC 9(5) VALUE 0.
       01 WS-ELF-QTY             PIC 9(9) VALUE 0.
       01 WS-SQUAD-LINES         PIC 9(7) VALUE 0.
       01 WS-SQUAD-QTY           PIC 9(9) VALUE 0.
       01 WS-SQUAD-EXPIRED       PIC 9(7) VALUE 0.
       01 WS-DEPOT-LINES         PIC 9(7) VALUE 0.
       01 WS-DEPOT-QTY           PIC 9(9) VALUE 0.
       01 WS-DEPOT-EXPIRED       PIC 9(7) VALUE 0.
       01 WS-TOTAL-LINES         PIC 9(7) VALUE 0.
       01 WS-TOTAL-QTY           PIC 9(9) VALUE 0.
       01 WS-TOTAL-EXPIRED       PIC 9(7) VALUE 0.
       01 WS-REPORT-LINE         PIC X(120).
       01 WS-EXPIRY-DETAIL-LINE.
           05 FILLER              PIC X(8) VALUE "    ELF ".
           05 WS-EXL-ELF-ID       PIC 9(5).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-EXL-ELF-NAME     PIC X(20).
           05 FILLER              PIC X(6) VALUE " ITEM ".
           05 WS-EXL-ITEM-CODE    PIC X(6).
           05 FILLER              PIC X(5) VALUE " QTY ".
           05 WS-EXL-QTY          PIC 9(9).
           05 FILLER              PIC X(8) VALUE " ISSUED ".
           05 WS-EXL-ISSUED       PIC 9(8).
           05 FILLER              PIC X(9) VALUE " EXPIRES ".
           05 WS-EXL-EXPIRES      PIC 9(8).
           05 FILLER              PIC X(11) VALUE " DAYS LEFT ".
           05 WS-EXL-DAYS-LEFT    PIC +9(4).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-EXL-FLAG         PIC X(9).

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RUN-DATE-INT =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           INITIALIZE WS-ELF-MASTER-TABLE
           INITIALIZE WS-ITEM-CATALOG-TABLE
           INITIALIZE WS-AUDIT-GEN-TABLE
           PERFORM LOAD-PARAMETER-FILE
           PERFORM LOAD-ELF-MASTER
           PERFORM LOAD-ITEM-CATALOG
           PERFORM LOCATE-AUDIT-GENERATIONS
           OPEN OUTPUT EXPIRY-WORK-FILE
           IF WS-WORK-FILE-STATUS NOT = '00'
             DISPLAY "ERROR: COULD NOT OPEN EXPIRY WORK FILE "
                "'expwork.tmp' (STATUS " WS-WORK-FILE-STATUS ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           SORT AGE-SORT-WORK ON ASCENDING KEY ASR-ELF-ID
              ON ASCENDING KEY ASR-ITEM-CODE
              ON ASCENDING KEY ASR-GEN-KEY
              ON ASCENDING KEY ASR-DAY
              INPUT PROCEDURE IS RELEASE-AUDIT-ITEMS
              OUTPUT PROCEDURE IS AGE-HELD-ITEMS
           CLOSE EXPIRY-WORK-FILE
           OPEN OUTPUT EXPIRY-REPORT
           IF WS-EXPRPT-FILE-STATUS NOT = '00'
             DISPLAY "ERROR: COULD NOT OPEN EXPIRING RATIONS REPORT "
                "'expiring.rpt' (STATUS " WS-EXPRPT-FILE-STATUS ")"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING "EXPIRING RATIONS REPORT - DATE " WS-RUN-DATE
              " - WINDOW " WS-EXPIRY-WINDOW-DAYS " DAY(S)"
              " - HOLDINGS AS OF "
              FUNCTION TRIM(WS-LATEST-FILENAME)
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           SORT EXPIRY-SORT-WORK ON ASCENDING KEY ESR-DEPOT
              ON ASCENDING KEY ESR-SQUAD
              ON ASCENDING KEY ESR-ELF-ID
              ON ASCENDING KEY ESR-ITEM-CODE
              USING EXPIRY-WORK-FILE
              OUTPUT PROCEDURE IS WRITE-EXPIRY-LINES
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TOTALS: " WS-TOTAL-LINES " HOLDING(S) EXPIRING, "
              "QTY " WS-TOTAL-QTY ", " WS-TOTAL-EXPIRED
              " ALREADY EXPIRED"
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "AGED " WS-HOLDINGS-AGED " HOLDING(S) FROM "
              WS-GENS-READ " AUDIT GENERATION(S); "
              WS-NO-SHELF-LIFE " WITHOUT SHELF LIFE, "
              WS-NOT-IN-CATALOG " NOT IN CATALOG"
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           CLOSE EXPIRY-REPORT
           DISPLAY "EXPIRY REPORT: " WS-TOTAL-LINES
              " HOLDING(S) EXPIRING WITHIN " WS-EXPIRY-WINDOW-DAYS
              " DAY(S), " WS-TOTAL-EXPIRED
              " ALREADY EXPIRED - SEE 'expiring.rpt'"
           IF WS-TOTAL-EXPIRED > 0 OR WS-GENS-MISSING > 0
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
             WHEN 'EXPIRY-WINDOW-DAYS'
               PERFORM PARSE-PARAM-NUMBER
               IF WS-PARAM-NUM-VALID = 'Y'
                   AND WS-PARAM-NUM < 1000
                 MOVE WS-PARAM-NUM TO WS-EXPIRY-WINDOW-DAYS
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
                 MOVE ELM-ELF-NAME TO WS-MST-NAME(M)
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
           MOVE 0 TO WS-CURR-SHELF-DAYS
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
               MOVE WS-CAT-SHELF-DAYS(C) TO WS-CURR-SHELF-DAYS
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
                   MOVE GEN-FILENAME TO WS-LATEST-FILENAME
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

       RELEASE-AUDIT-ITEMS.
           PERFORM VARYING G FROM 1 BY 1
               UNTIL G > WS-AUDIT-GEN-COUNT
             MOVE WS-AGN-FILENAME(G) TO WS-AUDIT-FILENAME
             OPEN INPUT AUDIT-FILE
             IF WS-AUDIT-FILE-STATUS NOT = '00'
               DISPLAY "WARNING: AUDIT GENERATION "
                  FUNCTION TRIM(WS-AUDIT-FILENAME)
                  " NOT ON DISK (STATUS " WS-AUDIT-FILE-STATUS
                  ") - ITEMS ISSUED THAT DAY ARE AGED FROM A "
                  "LATER GENERATION"
               ADD 1 TO WS-GENS-MISSING
             ELSE
               ADD 1 TO WS-GENS-READ
               MOVE 'Y' TO WS-AGN-ON-DISK(G)
               MOVE SPACE TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                 READ AUDIT-FILE
                 AT END
                   MOVE 'Y' TO WS-EOF
                 NOT AT END
                   IF AUD-ITM-TAG = ' ITEM '
                       AND AUD-ITM-ELF-ID IS NUMERIC
                       AND AUD-ITM-CAL IS NUMERIC
                       AND AUD-ITM-CODE NOT = 'DIRECT'
                     MOVE AUD-ITM-ELF-ID TO ASR-ELF-ID
                     MOVE AUD-ITM-CODE TO ASR-ITEM-CODE
                     MOVE WS-AGN-KEY(G) TO ASR-GEN-KEY
                     IF AUD-ITM-DAY IS NUMERIC
                       MOVE AUD-ITM-DAY TO ASR-DAY
                     ELSE
                       MOVE 0 TO ASR-DAY
                     END-IF
                     MOVE WS-AGN-DATE(G) TO ASR-GEN-DATE
                     MOVE AUD-ITM-CAL TO ASR-CAL
                     MOVE AUD-ITM-NAME TO ASR-ELF-NAME
                     SET ASR-GEN-INDEX TO G
                     IF WS-AGN-KEY(G) = WS-LATEST-KEY
                       SET M TO ASR-ELF-ID
                       SET M UP BY 1
                       IF ASR-DAY > WS-MST-LAST-DAY(M)
                         MOVE ASR-DAY TO WS-MST-LAST-DAY(M)
                       END-IF
                     END-IF
                     RELEASE AGE-SORT-RECORD
                   END-IF
                 END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
             END-IF
           END-PERFORM.

       AGE-HELD-ITEMS.
           PERFORM NUMBER-AUDIT-GENERATIONS
           MOVE 'Y' TO WS-FIRST-PAIR
           MOVE SPACE TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF = 'Y'
             RETURN AGE-SORT-WORK
             AT END
               MOVE 'Y' TO WS-SORT-EOF
             NOT AT END
               IF WS-FIRST-PAIR = 'Y'
                   OR ASR-ELF-ID NOT = WS-PREV-ELF-ID
                   OR ASR-ITEM-CODE NOT = WS-PREV-ITEM-CODE
                 IF WS-FIRST-PAIR NOT = 'Y'
                   PERFORM AGE-ONE-HOLDING
                 END-IF
                 MOVE 'N' TO WS-FIRST-PAIR
                 MOVE ASR-ELF-ID TO WS-PREV-ELF-ID
                 MOVE ASR-ITEM-CODE TO WS-PREV-ITEM-CODE
                 MOVE ASR-ELF-NAME TO WS-PREV-ELF-NAME
                 MOVE ASR-GEN-DATE TO WS-FIRST-DATE
                 MOVE ASR-GEN-KEY TO WS-RUN-LAST-KEY
                 SET G TO ASR-GEN-INDEX
                 MOVE WS-AGN-SEQ(G) TO WS-RUN-LAST-SEQ
                 MOVE 0 TO WS-HELD-CAL
                 MOVE 0 TO WS-HELD-DAY
               END-IF
               IF ASR-GEN-KEY NOT = WS-RUN-LAST-KEY
                 SET G TO ASR-GEN-INDEX
                 IF WS-AGN-SEQ(G) NOT = WS-RUN-LAST-SEQ + 1
                   MOVE ASR-GEN-DATE TO WS-FIRST-DATE
                 END-IF
                 MOVE ASR-GEN-KEY TO WS-RUN-LAST-KEY
                 MOVE WS-AGN-SEQ(G) TO WS-RUN-LAST-SEQ
               END-IF
               IF ASR-GEN-KEY = WS-LATEST-KEY
                 SET M TO ASR-ELF-ID
                 SET M UP BY 1
                 IF ASR-DAY = WS-MST-LAST-DAY(M)
                   MOVE ASR-DAY TO WS-HELD-DAY
                   ADD ASR-CAL TO WS-HELD-CAL
                 END-IF
               END-IF
             END-RETURN
           END-PERFORM
           IF WS-FIRST-PAIR NOT = 'Y'
             PERFORM AGE-ONE-HOLDING
           END-IF.

       NUMBER-AUDIT-GENERATIONS.
           PERFORM VARYING G FROM 1 BY 1
               UNTIL G > WS-AUDIT-GEN-COUNT
             MOVE 0 TO WS-AGN-SEQ(G)
             IF WS-AGN-ON-DISK(G) = 'Y'
               PERFORM VARYING GX FROM 1 BY 1
                   UNTIL GX > WS-AUDIT-GEN-COUNT
                 IF WS-AGN-ON-DISK(GX) = 'Y'
                     AND WS-AGN-KEY(GX) NOT > WS-AGN-KEY(G)
                   ADD 1 TO WS-AGN-SEQ(G)
                 END-IF
               END-PERFORM
             END-IF
           END-PERFORM.

       AGE-ONE-HOLDING.
           IF WS-HELD-CAL > 0
             ADD 1 TO WS-HOLDINGS-AGED
             MOVE WS-PREV-ITEM-CODE TO WS-CURR-ITEM-CODE
             MOVE WS-LATEST-DATE TO WS-AS-OF-DATE
             PERFORM LOOKUP-CATALOG-ITEM
             IF WS-CATALOG-FOUND NOT = 'Y'
               ADD 1 TO WS-NOT-IN-CATALOG
             ELSE
               IF WS-CURR-SHELF-DAYS = 0
                 ADD 1 TO WS-NO-SHELF-LIFE
               ELSE
                 COMPUTE WS-EXPIRY-INT =
                    FUNCTION INTEGER-OF-DATE(WS-FIRST-DATE)
                    + WS-CURR-SHELF-DAYS
                 COMPUTE WS-DAYS-LEFT =
                    WS-EXPIRY-INT - WS-RUN-DATE-INT
                 IF WS-DAYS-LEFT NOT > WS-EXPIRY-WINDOW-DAYS
                   PERFORM WRITE-EXPIRY-WORK
                 END-IF
               END-IF
             END-IF
           END-IF.

       WRITE-EXPIRY-WORK.
           MOVE 0 TO WS-HELD-QTY
           IF WS-CURR-CAL-UNIT > 0
             COMPUTE WS-HELD-QTY = WS-HELD-CAL / WS-CURR-CAL-UNIT
           END-IF
           SET M TO WS-PREV-ELF-ID
           SET M UP BY 1
           IF WS-MST-KNOWN(M) = 'Y'
             MOVE WS-MST-DEPOT(M) TO EWR-DEPOT
             MOVE WS-MST-SQUAD(M) TO EWR-SQUAD
           ELSE
             MOVE '???' TO EWR-DEPOT
             MOVE 'UNASSIGNED' TO EWR-SQUAD
           END-IF
           MOVE WS-PREV-ELF-ID TO EWR-ELF-ID
           MOVE WS-PREV-ELF-NAME TO EWR-ELF-NAME
           MOVE WS-PREV-ITEM-CODE TO EWR-ITEM-CODE
           MOVE WS-HELD-QTY TO EWR-QTY
           MOVE WS-FIRST-DATE TO EWR-ISSUED
           MOVE FUNCTION DATE-OF-INTEGER(WS-EXPIRY-INT)
              TO EWR-EXPIRES
           MOVE WS-DAYS-LEFT TO EWR-DAYS-LEFT
           WRITE EXPIRY-WORK-RECORD.

       WRITE-EXPIRY-LINES.
           MOVE 'Y' TO WS-FIRST-LINE
           MOVE SPACE TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF = 'Y'
             RETURN EXPIRY-SORT-WORK
             AT END
               MOVE 'Y' TO WS-SORT-EOF
             NOT AT END
               PERFORM WRITE-ONE-EXPIRY-LINE
             END-RETURN
           END-PERFORM
           IF WS-FIRST-LINE NOT = 'Y'
             PERFORM WRITE-ELF-TOTAL
             PERFORM WRITE-SQUAD-TOTAL
             PERFORM WRITE-DEPOT-TOTAL
           ELSE
             MOVE "NO RATIONS EXPIRING WITHIN THE WINDOW"
                TO WS-REPORT-LINE
             PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-ONE-EXPIRY-LINE.
           IF WS-FIRST-LINE NOT = 'Y'
             IF ESR-DEPOT NOT = WS-PREV-DEPOT
                 OR ESR-SQUAD NOT = WS-PREV-SQUAD
                 OR ESR-ELF-ID NOT = WS-PREV-RPT-ELF
               PERFORM WRITE-ELF-TOTAL
             END-IF
             IF ESR-DEPOT NOT = WS-PREV-DEPOT
                 OR ESR-SQUAD NOT = WS-PREV-SQUAD
               PERFORM WRITE-SQUAD-TOTAL
             END-IF
             IF ESR-DEPOT NOT = WS-PREV-DEPOT
               PERFORM WRITE-DEPOT-TOTAL
             END-IF
           END-IF
           IF WS-FIRST-LINE = 'Y' OR ESR-DEPOT NOT = WS-PREV-DEPOT
             MOVE SPACES TO WS-REPORT-LINE
             STRING "DEPOT " ESR-DEPOT
                DELIMITED BY SIZE INTO WS-REPORT-LINE
             PERFORM WRITE-REPORT-LINE
           END-IF
           IF WS-FIRST-LINE = 'Y' OR ESR-DEPOT NOT = WS-PREV-DEPOT
               OR ESR-SQUAD NOT = WS-PREV-SQUAD
             MOVE SPACES TO WS-REPORT-LINE
             STRING "  SQUAD " ESR-SQUAD
                DELIMITED BY SIZE INTO WS-REPORT-LINE
             PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE 'N' TO WS-FIRST-LINE
           MOVE ESR-DEPOT TO WS-PREV-DEPOT
           MOVE ESR-SQUAD TO WS-PREV-SQUAD
           MOVE ESR-ELF-ID TO WS-PREV-RPT-ELF
           MOVE ESR-ELF-ID TO WS-EXL-ELF-ID
           MOVE ESR-ELF-NAME TO WS-EXL-ELF-NAME
           MOVE ESR-ITEM-CODE TO WS-EXL-ITEM-CODE
           MOVE ESR-QTY TO WS-EXL-QTY
           MOVE ESR-ISSUED TO WS-EXL-ISSUED
           MOVE ESR-EXPIRES TO WS-EXL-EXPIRES
           MOVE ESR-DAYS-LEFT TO WS-EXL-DAYS-LEFT
           IF ESR-DAYS-LEFT < 0
             MOVE "*EXPIRED*" TO WS-EXL-FLAG
             ADD 1 TO WS-SQUAD-EXPIRED
             ADD 1 TO WS-DEPOT-EXPIRED
             ADD 1 TO WS-TOTAL-EXPIRED
           ELSE
             MOVE SPACES TO WS-EXL-FLAG
           END-IF
           MOVE WS-EXPIRY-DETAIL-LINE TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           ADD 1 TO WS-ELF-LINES
           ADD ESR-QTY TO WS-ELF-QTY
           ADD 1 TO WS-SQUAD-LINES
           ADD ESR-QTY TO WS-SQUAD-QTY
           ADD 1 TO WS-DEPOT-LINES
           ADD ESR-QTY TO WS-DEPOT-QTY
           ADD 1 TO WS-TOTAL-LINES
           ADD ESR-QTY TO WS-TOTAL-QTY.

       WRITE-ELF-TOTAL.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "    ELF " WS-PREV-RPT-ELF " TOTAL: "
              WS-ELF-LINES " ITEM(S), QTY " WS-ELF-QTY
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 0 TO WS-ELF-LINES
           MOVE 0 TO WS-ELF-QTY.

       WRITE-SQUAD-TOTAL.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  SQUAD " WS-PREV-SQUAD " TOTAL: "
              WS-SQUAD-LINES " HOLDING(S), QTY " WS-SQUAD-QTY
              ", " WS-SQUAD-EXPIRED " EXPIRED"
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 0 TO WS-SQUAD-LINES
           MOVE 0 TO WS-SQUAD-QTY
           MOVE 0 TO WS-SQUAD-EXPIRED.

       WRITE-DEPOT-TOTAL.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "DEPOT " WS-PREV-DEPOT " TOTAL: "
              WS-DEPOT-LINES " HOLDING(S), QTY " WS-DEPOT-QTY
              ", " WS-DEPOT-EXPIRED " EXPIRED"
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 0 TO WS-DEPOT-LINES
           MOVE 0 TO WS-DEPOT-QTY
           MOVE 0 TO WS-DEPOT-EXPIRED.

       WRITE-REPORT-LINE.
           MOVE SPACES TO EXPIRY-REPORT-RECORD
           MOVE WS-REPORT-LINE TO EXPIRY-REPORT-RECORD
           WRITE EXPIRY-REPORT-RECORD.
