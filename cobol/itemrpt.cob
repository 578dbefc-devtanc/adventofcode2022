           05 CAT-ITEM-DESC       PIC X(20).
           05 FILLER              PIC X(1).
           05 CAT-CAL-PER-UNIT    PIC 9(5).
           05 FILLER              PIC X(1).
           05 CAT-EFF-DATE        PIC 9(8).
           05 FILLER              PIC X(1).
           05 CAT-STATUS          PIC X(1).
           05 FILLER              PIC X(13).

       FD GENERATION-CATALOG.
       01 GENCAT-RECORD.
              10 WS-CAT-ITEM-CODE PIC X(6).
              10 WS-CAT-ITEM-DESC PIC X(20).
              10 WS-CAT-CAL-UNIT  PIC 9(5).
              10 WS-CAT-EFF-DATE  PIC 9(8).
              10 WS-CAT-STATUS    PIC X(1).
              10 WS-CAT-QTY       PIC 9(9).
              10 WS-CAT-CAL       PIC 9(12).
              10 WS-CAT-ELVES     PIC 9(7).
       01 WS-CATALOG-COUNT       PIC 9(5) VALUE 0.
       01 WS-CATALOG-FOUND       PIC A(1).
       01 WS-ROW-EFF-DATE        PIC 9(8) VALUE 0.
       01 WS-AUDIT-GEN-DATE      PIC 9(8) VALUE 0.
       78 WS-UNKNOWN-MAX           VALUE 500.
       01 WS-UNKNOWN-TABLE.
           05 WS-UNKNOWN-ENTRY OCCURS WS-UNKNOWN-MAX TIMES
       PROCEDURE DIVISION.
           INITIALIZE WS-ITEM-CATALOG-TABLE
           INITIALIZE WS-UNKNOWN-TABLE
           PERFORM LOCATE-GENERATIONS
           PERFORM LOAD-ITEM-CATALOG
           OPEN OUTPUT ITEM-REPORT
           IF WS-ITEMRPT-FILE-STATUS NOT = '00'
             DISPLAY "ERROR: COULD NOT OPEN ITEM CONSUMPTION REPORT "
             NOT AT END
               IF CAT-CAL-PER-UNIT IS NUMERIC
                   AND CAT-ITEM-CODE NOT = SPACES
                 IF CAT-EFF-DATE IS NUMERIC
                   MOVE CAT-EFF-DATE TO WS-ROW-EFF-DATE
                 ELSE
                   MOVE 0 TO WS-ROW-EFF-DATE
                 END-IF
                 IF WS-ROW-EFF-DATE NOT > WS-AUDIT-GEN-DATE
                   PERFORM POST-CATALOG-ROW
                 END-IF
               ELSE
                 DISPLAY "WARNING: IGNORING MALFORMED ITEM CATALOG "
                    "RECORD: " ITEM-CATALOG-RECORD
           DISPLAY "ITEM REPORT: " WS-CATALOG-COUNT
              " CATALOG ITEM(S) LOADED".

       POST-CATALOG-ROW.
           MOVE 'N' TO WS-CATALOG-FOUND
           PERFORM VARYING C FROM 1 BY 1
               UNTIL C > WS-CATALOG-COUNT
               OR WS-CATALOG-FOUND = 'Y'
             IF WS-CAT-ITEM-CODE(C) = CAT-ITEM-CODE
               MOVE 'Y' TO WS-CATALOG-FOUND
             END-IF
           END-PERFORM
           IF WS-CATALOG-FOUND = 'Y'
             SET C DOWN BY 1
           ELSE
             IF WS-CATALOG-COUNT >= WS-CATALOG-MAX
               DISPLAY "ERROR: ITEM CATALOG 'itemcat.dat' HOLDS "
                  "MORE ITEMS THAN TABLE CAPACITY OF "
                  WS-CATALOG-MAX
               CLOSE ITEM-CATALOG
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-CATALOG-COUNT
             SET C TO WS-CATALOG-COUNT
             MOVE CAT-ITEM-CODE TO WS-CAT-ITEM-CODE(C)
             MOVE 0 TO WS-CAT-EFF-DATE(C)
           END-IF
           IF WS-ROW-EFF-DATE NOT < WS-CAT-EFF-DATE(C)
             MOVE CAT-ITEM-DESC TO WS-CAT-ITEM-DESC(C)
             MOVE CAT-CAL-PER-UNIT TO WS-CAT-CAL-UNIT(C)
             MOVE WS-ROW-EFF-DATE TO WS-CAT-EFF-DATE(C)
             IF CAT-STATUS = 'R'
               MOVE 'R' TO WS-CAT-STATUS(C)
             ELSE
               MOVE 'A' TO WS-CAT-STATUS(C)
             END-IF
           END-IF.

       LOCATE-GENERATIONS.
           OPEN INPUT GENERATION-CATALOG
           IF WS-GENCAT-FILE-STATUS NOT = '00'
                   WHEN 'AUDIT'
                     IF WS-GEN-KEY > WS-AUD-BEST-KEY
                       MOVE WS-GEN-KEY TO WS-AUD-BEST-KEY
                       MOVE GEN-DATE TO WS-AUDIT-GEN-DATE
                       MOVE GEN-FILENAME TO WS-AUDIT-FILENAME
                     END-IF
                   WHEN 'REJECT'
           PERFORM VARYING C FROM 1 BY 1
               UNTIL C > WS-CATALOG-COUNT
             IF WS-CAT-CAL(C) = 0 AND WS-CAT-QTY(C) = 0
                 AND WS-CAT-STATUS(C) NOT = 'R'
               ADD 1 TO WS-DEAD-ITEM-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "DEAD CATALOG ENTRY: "
