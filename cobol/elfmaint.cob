           SELECT MAINT-AUDIT ASSIGN TO 'mntaudit.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MNTAUD-FILE-STATUS.
           SELECT DEPOT-MASTER ASSIGN TO 'depotmst.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEPOT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MAINT-AUDIT.
       01 MAINT-AUDIT-RECORD     PIC X(132).

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

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILE-STATUS  PIC X(2).
       01 WS-TRAN-FILE-STATUS    PIC X(2).
       01 WS-MNTAUD-FILE-STATUS  PIC X(2).
       01 WS-DEPOT-FILE-STATUS   PIC X(2).
       01 WS-EOF                 PIC A(1).
       78 WS-ELF-ID-MAX            VALUE 100000.
       01 WS-ELF-MASTER-TABLE.
              10 WS-MST-ACTIVE    PIC X(1).
              10 WS-MST-DEPOT     PIC X(3).
       01 WS-MASTER-COUNT        PIC 9(6) VALUE 0.
       78 WS-DEPOT-MAX             VALUE 500.
       01 WS-DEPOT-TABLE.
           05 WS-DEPOT-ENTRY OCCURS WS-DEPOT-MAX TIMES
              INDEXED BY DX.
              10 WS-DPT-CODE      PIC X(3).
              10 WS-DPT-STATUS    PIC X(1).
       01 WS-DEPOT-COUNT         PIC 9(3) VALUE 0.
       01 WS-DEPOT-FOUND         PIC A(1).
       01 WS-CHECK-DEPOT         PIC X(3) VALUE SPACES.
       01 WS-MASTER-INDEX        PIC 9(6) VALUE 0.
       01 WS-DUP-MASTER-COUNT    PIC 9(5) VALUE 0.
       01 WS-RUN-DATE            PIC 9(8) VALUE 0.
              DELIMITED BY SIZE INTO WS-AUDIT-LINE
           PERFORM WRITE-AUDIT-LINE
           PERFORM LOAD-ELF-MASTER
           PERFORM LOAD-DEPOT-MASTER
           PERFORM APPLY-TRANSACTIONS
           IF WS-APPLIED-COUNT > 0
             PERFORM REWRITE-ELF-MASTER
              DELIMITED BY SIZE INTO WS-AUDIT-LINE
           PERFORM WRITE-AUDIT-LINE.

       LOAD-DEPOT-MASTER.
           OPEN INPUT DEPOT-MASTER
           IF WS-DEPOT-FILE-STATUS NOT = '00'
             DISPLAY "ERROR: COULD NOT OPEN DEPOT MASTER FILE "
                "'depotmst.dat' (STATUS " WS-DEPOT-FILE-STATUS ")"
             CLOSE MAINT-AUDIT
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           INITIALIZE WS-DEPOT-TABLE
           MOVE SPACE TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
             READ DEPOT-MASTER
             AT END
               MOVE 'Y' TO WS-EOF
             NOT AT END
               IF DPM-DEPOT-CODE NOT = SPACES
                 IF WS-DEPOT-COUNT >= WS-DEPOT-MAX
                   DISPLAY "ERROR: DEPOT MASTER 'depotmst.dat' HOLDS "
                      "MORE RECORDS THAN TABLE CAPACITY OF "
                      WS-DEPOT-MAX
                   CLOSE DEPOT-MASTER
                   CLOSE MAINT-AUDIT
                   MOVE 16 TO RETURN-CODE
                   GOBACK
                 END-IF
                 ADD 1 TO WS-DEPOT-COUNT
                 SET DX TO WS-DEPOT-COUNT
                 MOVE DPM-DEPOT-CODE TO WS-DPT-CODE(DX)
                 MOVE DPM-STATUS TO WS-DPT-STATUS(DX)
               END-IF
             END-READ
           END-PERFORM
           CLOSE DEPOT-MASTER
           MOVE SPACES TO WS-AUDIT-LINE
           STRING "DEPOT MASTER LOADED: " WS-DEPOT-COUNT " DEPOT(S)"
              DELIMITED BY SIZE INTO WS-AUDIT-LINE
           PERFORM WRITE-AUDIT-LINE.

       CHECK-DEPOT-ASSIGNMENT.
           MOVE 'N' TO WS-DEPOT-FOUND
           PERFORM VARYING DX FROM 1 BY 1
               UNTIL DX > WS-DEPOT-COUNT OR WS-DEPOT-FOUND = 'Y'
             IF WS-DPT-CODE(DX) = WS-CHECK-DEPOT
               MOVE 'Y' TO WS-DEPOT-FOUND
               IF WS-DPT-STATUS(DX) NOT = 'O'
                 MOVE "DEPOT IS CLOSED" TO WS-REJECT-REASON
               END-IF
             END-IF
           END-PERFORM
           IF WS-DEPOT-FOUND NOT = 'Y'
             MOVE "DEPOT NOT ON DEPOT MASTER" TO WS-REJECT-REASON
           END-IF.

       APPLY-TRANSACTIONS.
           OPEN INPUT MAINT-TRANSACTIONS
           IF WS-TRAN-FILE-STATUS NOT = '00'
             MOVE "ELF ID NOT NUMERIC" TO WS-REJECT-REASON
             PERFORM REJECT-TRANSACTION
           ELSE
             MOVE SPACES TO WS-REJECT-REASON
             MOVE TRN-ELF-ID TO WS-TRAN-ELF-ID
             COMPUTE WS-MASTER-INDEX = WS-TRAN-ELF-ID + 1
             SET M TO WS-MASTER-INDEX
           ELSE
             IF TRN-ELF-NAME = SPACES
               MOVE "ADD WITHOUT ELF NAME" TO WS-REJECT-REASON
             ELSE
               MOVE TRN-DEPOT TO WS-CHECK-DEPOT
               PERFORM CHECK-DEPOT-ASSIGNMENT
             END-IF
             IF WS-REJECT-REASON NOT = SPACES
               PERFORM REJECT-TRANSACTION
             ELSE
               MOVE 'Y' TO WS-MST-USED(M)
       APPLY-CHANGE.
           IF WS-MST-USED(M) NOT = 'Y'
             MOVE "ELF NOT ON MASTER" TO WS-REJECT-REASON
           ELSE
             IF TRN-DEPOT NOT = SPACES
               MOVE TRN-DEPOT TO WS-CHECK-DEPOT
               PERFORM CHECK-DEPOT-ASSIGNMENT
             END-IF
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
             PERFORM REJECT-TRANSACTION
           ELSE
             PERFORM BUILD-BEFORE-IMAGE
           ELSE
             IF WS-MST-ACTIVE(M) = 'A'
               MOVE "ELF ALREADY ACTIVE" TO WS-REJECT-REASON
             ELSE
               MOVE WS-MST-DEPOT(M) TO WS-CHECK-DEPOT
               PERFORM CHECK-DEPOT-ASSIGNMENT
             END-IF
             IF WS-REJECT-REASON NOT = SPACES
               PERFORM REJECT-TRANSACTION
             ELSE
               PERFORM BUILD-BEFORE-IMAGE
