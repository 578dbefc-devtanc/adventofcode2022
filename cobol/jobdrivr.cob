       01 WS-WORST-RC            PIC 9(3) VALUE 0.
       01 WS-STREAM-STOPPED      PIC A(1) VALUE 'N'.
       01 WS-ALL-COMPLETE        PIC A(1).
       78 WS-DIGEST-PROGRAM        VALUE 'DAILY-OPS-DIGEST'.
       01 WS-DIGEST-FOUND        PIC A(1).
       01 WS-FAILED-PROGRAM      PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
           INITIALIZE WS-STEP-TABLE
           PERFORM LOAD-STEP-CONTROL
           IF WS-STEP-COUNT = 0
             PERFORM SEED-DEFAULT-STREAM
           ELSE
             PERFORM ENSURE-DIGEST-STEP
           END-IF
           PERFORM FIND-START-STEP
           IF WS-START-STEP = 0
           IF WS-STREAM-STOPPED = 'Y'
             DISPLAY "JOB STREAM: STOPPED ON FATAL STEP - RERUN "
                "THE DRIVER TO RESUME AT THE FAILED STEP"
             IF WS-FAILED-PROGRAM NOT = WS-DIGEST-PROGRAM
               PERFORM RUN-STOPPED-DIGEST
             END-IF
             MOVE 16 TO RETURN-CODE
           ELSE
             DISPLAY "JOB STREAM: ALL " WS-STEP-COUNT
           END-IF.

       SEED-DEFAULT-STREAM.
           MOVE 6 TO WS-STEP-COUNT
           MOVE 'ADVENT-OF-CODE-2022-DAY-1' TO WS-STP-PROGRAM(1)
           MOVE 'RESUPPLY-RECONCILE' TO WS-STP-PROGRAM(2)
           MOVE 'RATION-TRANSFER-PLAN' TO WS-STP-PROGRAM(3)
           MOVE 'RESUPPLY-ACK-MATCH' TO WS-STP-PROGRAM(4)
           MOVE 'GENERATION-HOUSEKEEP' TO WS-STP-PROGRAM(5)
           MOVE WS-DIGEST-PROGRAM TO WS-STP-PROGRAM(6)
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-STEP-COUNT
             MOVE SPACE TO WS-STP-STATUS(J)
             MOVE 0 TO WS-STP-RC(J)
           END-PERFORM
           PERFORM REWRITE-STEP-CONTROL.

       ENSURE-DIGEST-STEP.
           MOVE 'N' TO WS-DIGEST-FOUND
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-STEP-COUNT
             IF WS-STP-PROGRAM(J) = WS-DIGEST-PROGRAM
               MOVE 'Y' TO WS-DIGEST-FOUND
             END-IF
           END-PERFORM
           IF WS-DIGEST-FOUND = 'N'
             IF WS-STEP-COUNT >= WS-STEP-MAX
               DISPLAY "ERROR: STEP CONTROL FILE HOLDS MORE "
                  "THAN " WS-STEP-MAX " STEPS"
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             SET J TO WS-STEP-COUNT
             ADD 1 TO WS-STEP-COUNT
             IF WS-STP-STATUS(J) = 'C'
               SET J UP BY 1
               MOVE 'C' TO WS-STP-STATUS(J)
             ELSE
               SET J UP BY 1
               MOVE SPACE TO WS-STP-STATUS(J)
             END-IF
             MOVE WS-DIGEST-PROGRAM TO WS-STP-PROGRAM(J)
             MOVE 0 TO WS-STP-RC(J)
             MOVE 0 TO WS-STP-DATE(J)
             DISPLAY "JOB STREAM: ADDED STEP " WS-STEP-COUNT " ("
                WS-DIGEST-PROGRAM ") TO THE END OF THE STREAM"
             PERFORM REWRITE-STEP-CONTROL
           END-IF.

       FIND-START-STEP.
           MOVE 0 TO WS-START-STEP
           MOVE 'Y' TO WS-ALL-COMPLETE
           MOVE 0 TO WS-STP-RC(J)
           MOVE WS-RUN-DATE TO WS-STP-DATE(J)
           PERFORM REWRITE-STEP-CONTROL
           SET J TO WS-STEP-NUM
           DISPLAY "JOB STREAM: STEP " WS-STEP-NUM " CALLING "
              FUNCTION TRIM(WS-STP-PROGRAM(J))
           MOVE WS-STP-PROGRAM(J) TO WS-CALL-NAME
           IF WS-STEP-RC > 8
             MOVE 'F' TO WS-STP-STATUS(J)
             MOVE 'Y' TO WS-STREAM-STOPPED
             MOVE WS-STP-PROGRAM(J) TO WS-FAILED-PROGRAM
             DISPLAY "JOB STREAM: STEP " WS-STEP-NUM " ("
                FUNCTION TRIM(WS-STP-PROGRAM(J))
                ") FAILED WITH RETURN CODE " WS-STEP-RC
           END-IF
           PERFORM REWRITE-STEP-CONTROL.

       RUN-STOPPED-DIGEST.
           DISPLAY "JOB STREAM: PRODUCING THE OPERATIONS DIGEST FOR "
              "THE STOPPED STREAM"
           MOVE WS-DIGEST-PROGRAM TO WS-CALL-NAME
           MOVE 0 TO RETURN-CODE
           CALL WS-CALL-NAME
             ON EXCEPTION
               DISPLAY "ERROR: PROGRAM " WS-DIGEST-PROGRAM
                  " COULD NOT BE CALLED"
           END-CALL
           MOVE 0 TO RETURN-CODE.

       REWRITE-STEP-CONTROL.
           OPEN OUTPUT STEP-CONTROL
           IF WS-STEPCTL-FILE-STATUS NOT = '00'
