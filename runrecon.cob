      *      AMOUNT, AND THE GL DETAIL LINES SUM TO THE CONTROL,
      *    - THE PROCESSED-RUNS REGISTRY SHOWS NO EXTRACT POSTED
      *      MORE THAN ONCE,
      *    - ACCEPTED PLUS REJECTED PLUS HELD-IN-SUSPENSE EQUALS
      *      RECORDS PROCESSED, AND THE RUN-STATUS FLAGS SHOW NO
      *      HELD RUN.
      *  ANY FAILED CHECK IS NAMED ON THE REPORT AND GRADES THE
      *  RETURN CODE 8 SO THE SCHEDULER HOLDS THE GL PICKUP.
      *****************************************************************
           05  RS-TOTAL                PIC S9(13)V99.
           05  RS-START-TIMESTAMP      PIC X(26).
           05  RS-END-TIMESTAMP        PIC X(26).
           05  RS-HELD-COUNT           PIC 9(7).
           05  FILLER                  PIC X(14).

       FD  RUN-HISTORY-FILE
           RECORDING MODE IS F.
           05  WS-RS-COUNTER           PIC 9(7) VALUE 0.
           05  WS-RS-ACCEPTED          PIC 9(7) VALUE 0.
           05  WS-RS-REJECTED          PIC 9(7) VALUE 0.
           05  WS-RS-HELD              PIC 9(7) VALUE 0.
           05  WS-RS-TOTAL             PIC S9(13)V99 VALUE 0.
           05  WS-RS-ERROR-FLAG        PIC 9 VALUE 0.
           05  WS-RS-RETURN-CODE       PIC 9(2) VALUE 0.

       01  WS-POSTED-TABLE.
      *    ONE ENTRY PER IDENTITY IN THE REGISTRY WITH A COUNT OF
      *    ITS POSTED ("P" OR "K") RECORDS - ANY COUNT OVER ONE MEANS
      *    AN EXTRACT IS POSTED TWICE AND THE LEDGER IS CARRYING IT
      *    DOUBLE.
           05  WS-POSTED-COUNT         PIC 9(3) VALUE 0.
           05  WS-POSTED-SUB           PIC 9(3) VALUE 0.
           05  WS-POSTED-MATCH-SUB     PIC 9(3) VALUE 0.
                       MOVE RS-COUNTER TO WS-RS-COUNTER
                       MOVE RS-ACCEPTED-COUNT TO WS-RS-ACCEPTED
                       MOVE RS-REJECTED-COUNT TO WS-RS-REJECTED
      *    A STATUS RECORD FROM BEFORE THE HIGH-VALUE HOLD CARRIES
      *    BLANKS - NOTHING WAS HELD.
                       IF RS-HELD-COUNT IS NUMERIC
                           MOVE RS-HELD-COUNT TO WS-RS-HELD
                       ELSE
                           MOVE 0 TO WS-RS-HELD
                       END-IF
                       MOVE RS-TOTAL TO WS-RS-TOTAL
                       MOVE RS-ERROR-FLAG TO WS-RS-ERROR-FLAG
                       MOVE RS-RETURN-CODE TO WS-RS-RETURN-CODE
                       AT END
                           SET WS-PREG-EOF-FLAG TO 1
                       NOT AT END
      *    "K" IS AN EXTRACT THE LEDGER HAS SINCE CONFIRMED - STILL
      *    POSTED, AND STILL A DUPLICATE IF IT APPEARS TWICE.
                           IF PRG-RUN-STATUS = "P"
                               OR PRG-RUN-STATUS = "K"
                               PERFORM 5100-TALLY-POSTED-IDENTITY
                           END-IF
                   END-READ
               MOVE 1 TO WS-CHK-HISTORY
           ELSE
               COMPUTE WS-COUNT-SUM-WORK =
                   WS-RS-ACCEPTED + WS-RS-REJECTED + WS-RS-HELD
               IF WS-COUNT-SUM-WORK NOT = WS-RS-COUNTER
                   MOVE 1 TO WS-CHK-COUNTS
               END-IF
               MOVE "RECORDS REJECTED   :" TO WS-CNT-LABEL
               MOVE WS-RS-REJECTED TO WS-CNT-VALUE
               WRITE CONTROL-REPORT-LINE FROM WS-COUNT-LINE
               MOVE "HELD IN SUSPENSE   :" TO WS-CNT-LABEL
               MOVE WS-RS-HELD TO WS-CNT-VALUE
               WRITE CONTROL-REPORT-LINE FROM WS-COUNT-LINE
               MOVE "RUN STATUS TOTAL   :" TO WS-VAL-LABEL
               MOVE WS-RS-TOTAL TO WS-VAL-AMOUNT
               WRITE CONTROL-REPORT-LINE FROM WS-VALUE-LINE
               WRITE CONTROL-REPORT-LINE FROM WS-VALUE-LINE
           END-IF
           WRITE CONTROL-REPORT-LINE FROM WS-HDR-LINE-2
           MOVE "ACCEPTED + REJECTED + HELD = PROCESSED"
               TO WS-CHK-NAME
           MOVE WS-CHK-COUNTS TO WS-CHK-WORK
           PERFORM 8100-WRITE-CHECK-LINE
