       IDENTIFICATION DIVISION.
       PROGRAM-ID. SORDMNT.
       AUTHOR. DATA-PROCESSING.
      *****************************************************************
      *  SORDMNT - STANDING-ORDER MASTER FILE MAINTENANCE
      *  APPLIES ADD, AMEND-AMOUNT, SUSPEND, RESUME AND END CARDS TO
      *  THE STANDING-ORDER MASTER STORDGEN GENERATES FROM, THE SAME
      *  WAY CATMAINT AND BUDMAINT MAINTAIN THEIR MASTERS, SO NOBODY
      *  HAND-EDITS SORDFILE. EACH ORDER CARRIES A START DATE, AN END
      *  DATE AND A MAXIMUM NUMBER OF OCCURRENCES; STORDGEN HONOURS
      *  ALL THREE, SO A LEASE STARTING ON THE 15TH OR ENDING IN
      *  MARCH IS KEYED ONCE AND NEEDS NO CALENDAR REMINDER.
      *  THE MASTER IS SEQUENTIAL: IT IS TABLED, THE CARDS ARE
      *  APPLIED TO THE TABLE, AND THE WHOLE FILE IS REWRITTEN. EVERY
      *  CARD'S DISPOSITION GOES TO A PRINTED MAINTENANCE REPORT.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-CARD-FILE ASSIGN TO "SORDCRDS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

           SELECT STANDING-ORDER-FILE ASSIGN TO "SORDFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SORD-STATUS.

           SELECT ORDER-REPORT-FILE ASSIGN TO "SMNTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SMNT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-CARD-FILE
           RECORDING MODE IS F.
      *    CRD-ACTION "A" ADDS ORDER CRD-ORDER-ID WITH EVERY FIELD ON
      *    THE CARD; "M" AMENDS ITS AMOUNT ONLY; "S" SUSPENDS IT; "R"
      *    RESUMES A SUSPENDED ORDER; "E" ENDS IT. AN "E" CARD WITH A
      *    FUTURE END DATE SCHEDULES THE END - THE ORDER KEEPS
      *    GENERATING UNTIL THEN. START AND END DATES BLANK OR ZERO
      *    LEAVE THAT END OPEN; A MAXIMUM OF BLANK OR ZERO MEANS NO
      *    LIMIT ON THE NUMBER OF OCCURRENCES.
       01  ORDER-CARD-RECORD.
           05  CRD-ACTION               PIC X(1).
           05  CRD-ORDER-ID             PIC X(6).
           05  CRD-CATEGORY-CODE        PIC X(4).
           05  CRD-VALUE                PIC 9(7)V99.
           05  CRD-TRANS-TYPE           PIC X(1).
           05  CRD-RULE-TYPE            PIC X(1).
           05  CRD-RULE-DAY             PIC 9(2).
           05  CRD-START-DATE           PIC 9(8).
           05  CRD-END-DATE             PIC 9(8).
           05  CRD-MAX-OCCURS           PIC 9(4).
           05  CRD-DESCRIPTION          PIC X(30).
           05  FILLER                   PIC X(6).

       FD  STANDING-ORDER-FILE
           RECORDING MODE IS F.
      *    SAME LAYOUT AS STORDGEN'S. SO-ACTIVE-FLAG IS "A" ACTIVE,
      *    "S" SUSPENDED OR "E" ENDED. SO-OCCURS-DONE AND
      *    SO-LAST-GEN-DATE ARE KEPT BY STORDGEN AND NEVER SET HERE
      *    EXCEPT TO ZERO ON AN ADD.
       01  STANDING-ORDER-RECORD.
           05  SO-CATEGORY-CODE         PIC X(4).
           05  SO-VALUE                 PIC 9(7)V99.
           05  SO-TRANS-TYPE            PIC X(1).
           05  SO-RULE-TYPE             PIC X(1).
           05  SO-RULE-DAY              PIC 9(2).
           05  SO-ACTIVE-FLAG           PIC X(1).
           05  SO-DESCRIPTION           PIC X(30).
           05  SO-ORDER-ID              PIC X(6).
           05  SO-START-DATE            PIC 9(8).
           05  SO-END-DATE              PIC 9(8).
           05  SO-MAX-OCCURS            PIC 9(4).
           05  SO-OCCURS-DONE           PIC 9(4).
           05  FILLER                   PIC X(2).
           05  SO-LAST-GEN-DATE         PIC 9(8).
           05  FILLER                   PIC X(12).

       FD  ORDER-REPORT-FILE.
       01  ORDER-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-DATA-AREA.
           05  WS-CARDS-READ           PIC 9(5) VALUE 0.
           05  WS-CARDS-APPLIED        PIC 9(5) VALUE 0.
           05  WS-CARDS-SCHEDULED      PIC 9(5) VALUE 0.
           05  WS-CARDS-REJECTED       PIC 9(5) VALUE 0.
           05  WS-ORDERS-WRITTEN       PIC 9(5) VALUE 0.
           05  WS-ERROR-FLAG           PIC 9 VALUE 0.
           05  WS-FILE-ERROR-FLAG      PIC 9 VALUE 0.
           05  WS-START-WORK           PIC 9(8) VALUE 0.
           05  WS-END-WORK             PIC 9(8) VALUE 0.
           05  WS-MAX-WORK             PIC 9(4) VALUE 0.
           05  WS-RULE-OK              PIC 9 VALUE 0.

       01  WS-RUN-DATE-AREA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YYYY     PIC 9(4).
               10  WS-CURRENT-MM       PIC 9(2).
               10  WS-CURRENT-DD       PIC 9(2).
           05  WS-TODAY-N REDEFINES WS-CURRENT-DATE
                                       PIC 9(8).

       01  WS-FILE-STATUS-AREA.
           05  WS-CARD-STATUS          PIC XX VALUE "00".
           05  WS-SORD-STATUS          PIC XX VALUE "00".
           05  WS-SMNT-STATUS          PIC XX VALUE "00".
           05  WS-CARD-EOF-FLAG        PIC 9 VALUE 0.
           05  WS-SORD-EOF-FLAG        PIC 9 VALUE 0.
           05  WS-REPORT-OPEN          PIC 9 VALUE 0.
           05  WS-CARD-FILE-OPEN       PIC 9 VALUE 0.

       01  WS-ORDER-TABLE.
      *    THE WHOLE MASTER, IN FILE ORDER, WITH NEW ORDERS APPENDED.
      *    EACH ENTRY MIRRORS STANDING-ORDER-RECORD FIELD FOR FIELD SO
      *    A RECORD MOVES IN AND OUT AS A GROUP.
           05  WS-ORD-COUNT            PIC 9(5) VALUE 0.
           05  WS-ORD-FOUND            PIC 9 VALUE 0.
           05  WS-ORD-ENTRY
                   OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-ORD-COUNT
                   INDEXED BY WS-ORD-IDX.
               10  WS-ORD-CATEGORY     PIC X(4).
               10  WS-ORD-VALUE        PIC 9(7)V99.
               10  WS-ORD-TRANS-TYPE   PIC X(1).
               10  WS-ORD-RULE-TYPE    PIC X(1).
               10  WS-ORD-RULE-DAY     PIC 9(2).
               10  WS-ORD-ACTIVE-FLAG  PIC X(1).
               10  WS-ORD-DESCRIPTION  PIC X(30).
               10  WS-ORD-ORDER-ID     PIC X(6).
               10  WS-ORD-START-DATE   PIC 9(8).
               10  WS-ORD-END-DATE     PIC 9(8).
               10  WS-ORD-MAX-OCCURS   PIC 9(4).
               10  WS-ORD-OCCURS-DONE  PIC 9(4).
               10  FILLER              PIC X(2).
               10  WS-ORD-LAST-GEN     PIC 9(8).
               10  FILLER              PIC X(12).

       01  WS-REPORT-LINES.
           05  WS-HDR-LINE-1.
               10  FILLER              PIC X(36)
                   VALUE "STANDING-ORDER MAINTENANCE REPORT - ".
               10  WS-HDR-RUN-DATE     PIC 9999/99/99.
           05  WS-HDR-LINE-2           PIC X(40)
               VALUE "-----------------------------------".
           05  WS-COLUMN-HDR-LINE      PIC X(72) VALUE
               "CARD  A ORDER  CAT         VALUE DISPOSITION REASON".
           05  WS-DETAIL-LINE.
               10  WS-DTL-CARD-NO      PIC ZZZZ9.
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-DTL-ACTION       PIC X(1).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-DTL-ORDER-ID     PIC X(6).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-DTL-CATEGORY     PIC X(4).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-DTL-VALUE        PIC Z,ZZZ,ZZ9.99.
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-DTL-DISPOSITION  PIC X(11).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-DTL-REASON       PIC X(30).
           05  WS-AMEND-REASON.
               10  FILLER              PIC X(4) VALUE "WAS ".
               10  WS-AMR-VALUE        PIC Z,ZZZ,ZZ9.99.
           05  WS-DATE-REASON.
               10  WS-DTR-TEXT         PIC X(7).
               10  WS-DTR-DATE         PIC 9999/99/99.
           05  WS-TOTAL-LINE-READ.
               10  FILLER              PIC X(18)
                   VALUE "CARDS READ      :".
               10  WS-TOT-READ         PIC ZZ,ZZ9.
           05  WS-TOTAL-LINE-APPLIED.
               10  FILLER              PIC X(18)
                   VALUE "CARDS APPLIED   :".
               10  WS-TOT-APPLIED      PIC ZZ,ZZ9.
           05  WS-TOTAL-LINE-SCHEDULED.
               10  FILLER              PIC X(18)
                   VALUE "CARDS SCHEDULED :".
               10  WS-TOT-SCHEDULED    PIC ZZ,ZZ9.
           05  WS-TOTAL-LINE-REJECTED.
               10  FILLER              PIC X(18)
                   VALUE "CARDS REJECTED  :".
               10  WS-TOT-REJECTED     PIC ZZ,ZZ9.
           05  WS-TOTAL-LINE-ORDERS.
               10  FILLER              PIC X(18)
                   VALUE "ORDERS ON FILE  :".
               10  WS-TOT-ORDERS       PIC ZZ,ZZ9.
           05  WS-FOOTER-LINE          PIC X(40)
               VALUE "*** END OF REPORT ***".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-ERROR-FLAG = 0
               PERFORM 2000-PROCESS-CARDS
                   UNTIL WS-CARD-EOF-FLAG = 1 OR WS-ERROR-FLAG = 1
           END-IF
      *    THE MASTER IS ONLY REPLACED WHEN IT WAS READ IN FULL - A
      *    PARTIAL TABLE WRITTEN BACK WOULD LOSE ORDERS.
           IF WS-ERROR-FLAG = 0
               PERFORM 7800-REWRITE-ORDER-FILE
           END-IF
           PERFORM 8000-WRITE-REPORT-TOTALS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           PERFORM 1100-LOAD-ORDERS
           OPEN OUTPUT ORDER-REPORT-FILE
           IF WS-SMNT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ORDER-REPORT-FILE: "
                   WS-SMNT-STATUS
               SET WS-FILE-ERROR-FLAG TO 1
               SET WS-ERROR-FLAG TO 1
           ELSE
               MOVE 1 TO WS-REPORT-OPEN
               MOVE WS-CURRENT-DATE TO WS-HDR-RUN-DATE
               WRITE ORDER-REPORT-LINE FROM WS-HDR-LINE-1
               WRITE ORDER-REPORT-LINE FROM WS-HDR-LINE-2
               WRITE ORDER-REPORT-LINE FROM WS-COLUMN-HDR-LINE
           END-IF
           OPEN INPUT ORDER-CARD-FILE
           IF WS-CARD-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ORDER-CARD-FILE: "
                   WS-CARD-STATUS
               SET WS-FILE-ERROR-FLAG TO 1
               SET WS-ERROR-FLAG TO 1
           ELSE
               MOVE 1 TO WS-CARD-FILE-OPEN
               PERFORM 2100-READ-CARD
           END-IF.

       1100-LOAD-ORDERS.
      *    A MISSING MASTER IS STARTED EMPTY SO THE FIRST RUN AT AN
      *    INSTALLATION NEEDS NO SEPARATE FILE-BUILD STEP.
           OPEN INPUT STANDING-ORDER-FILE
           IF WS-SORD-STATUS = "00"
               PERFORM UNTIL WS-SORD-EOF-FLAG = 1
                   READ STANDING-ORDER-FILE
                       AT END
                           SET WS-SORD-EOF-FLAG TO 1
                       NOT AT END
                           PERFORM 1110-ADD-ORDER-ENTRY
                   END-READ
               END-PERFORM
               CLOSE STANDING-ORDER-FILE
           ELSE
               IF WS-SORD-STATUS NOT = "35"
                   DISPLAY "ERROR OPENING STANDING-ORDER-FILE: "
                       WS-SORD-STATUS
                   SET WS-FILE-ERROR-FLAG TO 1
                   SET WS-ERROR-FLAG TO 1
               END-IF
           END-IF.

       1110-ADD-ORDER-ENTRY.
           IF WS-ORD-COUNT < 2000
               ADD 1 TO WS-ORD-COUNT
               MOVE STANDING-ORDER-RECORD TO WS-ORD-ENTRY (WS-ORD-COUNT)
           ELSE
      *    AN ORDER THAT CANNOT BE TABLED WOULD BE DROPPED WHEN THE
      *    FILE IS REWRITTEN - STOP RATHER THAN LOSE IT.
               DISPLAY "ERROR: STANDING-ORDER TABLE FULL - ORDER "
                   SO-ORDER-ID " NOT LOADED"
               SET WS-ERROR-FLAG TO 1
           END-IF.

       2000-PROCESS-CARDS.
           ADD 1 TO WS-CARDS-READ
      *    DATE AND MAXIMUM COLUMNS PUNCHED BLANK LEAVE THAT LIMIT
      *    OPEN, THE SAME CONVENTION AS THE CATEGORY CARDS.
           IF CRD-START-DATE IS NUMERIC
               MOVE CRD-START-DATE TO WS-START-WORK
           ELSE
               MOVE 0 TO WS-START-WORK
           END-IF
           IF CRD-END-DATE IS NUMERIC
               MOVE CRD-END-DATE TO WS-END-WORK
           ELSE
               MOVE 0 TO WS-END-WORK
           END-IF
           IF CRD-MAX-OCCURS IS NUMERIC
               MOVE CRD-MAX-OCCURS TO WS-MAX-WORK
           ELSE
               MOVE 0 TO WS-MAX-WORK
           END-IF
           IF CRD-ORDER-ID = SPACES
               MOVE 0 TO WS-ORD-FOUND
               MOVE "BLANK ORDER ID" TO WS-DTL-REASON
               PERFORM 7300-REPORT-REJECTED
           ELSE
               PERFORM 2200-FIND-ORDER
               EVALUATE CRD-ACTION
                   WHEN "A"
                       PERFORM 3000-ADD-ORDER
                   WHEN "M"
                       PERFORM 4000-AMEND-AMOUNT
                   WHEN "S"
                       PERFORM 5000-SUSPEND-ORDER
                   WHEN "R"
                       PERFORM 5100-RESUME-ORDER
                   WHEN "E"
                       PERFORM 6000-END-ORDER
                   WHEN OTHER
                       MOVE SPACES TO WS-DTL-REASON
                       STRING "UNKNOWN ACTION " CRD-ACTION
                           DELIMITED BY SIZE INTO WS-DTL-REASON
                       PERFORM 7300-REPORT-REJECTED
               END-EVALUATE
           END-IF
           PERFORM 2100-READ-CARD.

       2100-READ-CARD.
           READ ORDER-CARD-FILE
               AT END
                   SET WS-CARD-EOF-FLAG TO 1
           END-READ.

       2200-FIND-ORDER.
           MOVE 0 TO WS-ORD-FOUND
           IF WS-ORD-COUNT > 0
               SET WS-ORD-IDX TO 1
               SEARCH WS-ORD-ENTRY
                   WHEN WS-ORD-ORDER-ID (WS-ORD-IDX) = CRD-ORDER-ID
                       MOVE 1 TO WS-ORD-FOUND
               END-SEARCH
           END-IF.

       3000-ADD-ORDER.
      *    THE SAME RULE CHECKS STORDGEN APPLIES ARE MADE HERE, SO A
      *    BAD RULE IS TURNED AWAY AT THE DESK RATHER THAN SITTING ON
      *    THE FILE AS A REJECTED LINE ON EVERY PROOF LISTING.
           PERFORM 3100-CHECK-RULE
           EVALUATE TRUE
               WHEN WS-ORD-FOUND = 1
                   MOVE "ORDER ID ALREADY ON FILE" TO WS-DTL-REASON
                   PERFORM 7300-REPORT-REJECTED
               WHEN CRD-CATEGORY-CODE = SPACES
                   MOVE "BLANK CATEGORY CODE" TO WS-DTL-REASON
                   PERFORM 7300-REPORT-REJECTED
               WHEN CRD-VALUE IS NOT NUMERIC
                   MOVE "VALUE NOT NUMERIC" TO WS-DTL-REASON
                   PERFORM 7300-REPORT-REJECTED
               WHEN CRD-VALUE = 0
                   MOVE "ZERO VALUE" TO WS-DTL-REASON
                   PERFORM 7300-REPORT-REJECTED
               WHEN CRD-TRANS-TYPE NOT = "D"
                AND CRD-TRANS-TYPE NOT = "C"
                AND CRD-TRANS-TYPE NOT = SPACE
                   MOVE "TRANS TYPE NOT D OR C" TO WS-DTL-REASON
                   PERFORM 7300-REPORT-REJECTED
               WHEN WS-RULE-OK = 0
                   MOVE SPACES TO WS-DTL-REASON
                   STRING "BAD RULE " CRD-RULE-TYPE "/" CRD-RULE-DAY
                       DELIMITED BY SIZE INTO WS-DTL-REASON
                   PERFORM 7300-REPORT-REJECTED
               WHEN WS-END-WORK > 0 AND WS-END-WORK < WS-START-WORK
                   MOVE "END DATE BEFORE START DATE" TO WS-DTL-REASON
                   PERFORM 7300-REPORT-REJECTED
               WHEN WS-ORD-COUNT NOT < 2000
                   MOVE "STANDING-ORDER FILE FULL" TO WS-DTL-REASON
                   PERFORM 7300-REPORT-REJECTED
               WHEN OTHER
                   PERFORM 3200-WRITE-NEW-ORDER
           END-EVALUATE.

       3100-CHECK-RULE.
           MOVE 0 TO WS-RULE-OK
           IF CRD-RULE-DAY IS NUMERIC
               EVALUATE CRD-RULE-TYPE
                   WHEN "D"
                       IF CRD-RULE-DAY >= 1 AND CRD-RULE-DAY <= 31
                           MOVE 1 TO WS-RULE-OK
                       END-IF
                   WHEN "W"
                       IF CRD-RULE-DAY >= 1 AND CRD-RULE-DAY <= 7
                           MOVE 1 TO WS-RULE-OK
                       END-IF
               END-EVALUATE
           END-IF.

       3200-WRITE-NEW-ORDER.
           MOVE SPACES TO STANDING-ORDER-RECORD
           MOVE CRD-CATEGORY-CODE TO SO-CATEGORY-CODE
           MOVE CRD-VALUE TO SO-VALUE
           MOVE CRD-TRANS-TYPE TO SO-TRANS-TYPE
           MOVE CRD-RULE-TYPE TO SO-RULE-TYPE
           MOVE CRD-RULE-DAY TO SO-RULE-DAY
           MOVE "A" TO SO-ACTIVE-FLAG
           MOVE CRD-DESCRIPTION TO SO-DESCRIPTION
           MOVE CRD-ORDER-ID TO SO-ORDER-ID
           MOVE WS-START-WORK TO SO-START-DATE
           MOVE WS-END-WORK TO SO-END-DATE
           MOVE WS-MAX-WORK TO SO-MAX-OCCURS
           MOVE 0 TO SO-OCCURS-DONE
           MOVE 0 TO SO-LAST-GEN-DATE
           ADD 1 TO WS-ORD-COUNT
           MOVE STANDING-ORDER-RECORD TO WS-ORD-ENTRY (WS-ORD-COUNT)
           SET WS-ORD-IDX TO WS-ORD-COUNT
      *    AN ORDER ADDED AHEAD OF ITS START DATE IS ON THE FILE BUT
      *    WILL NOT GENERATE YET - IT IS REPORTED SCHEDULED SO THE
      *    DEPARTMENT KNOWS WHEN THE FIRST OCCURRENCE FALLS DUE.
           IF WS-START-WORK > WS-TODAY-N
               MOVE "STARTS " TO WS-DTR-TEXT
               MOVE WS-START-WORK TO WS-DTR-DATE
               MOVE WS-DATE-REASON TO WS-DTL-REASON
               PERFORM 7200-REPORT-SCHEDULED
           ELSE
               MOVE CRD-DESCRIPTION TO WS-DTL-REASON
               PERFORM 7100-REPORT-APPLIED
           END-IF.

       4000-AMEND-AMOUNT.
      *    ONLY THE AMOUNT CHANGES - THE RULE, WINDOW AND OCCURRENCE
      *    COUNT STAND. THE OLD AMOUNT IS PRINTED AS THE REASON SO
      *    THE REPORT SHOWS BOTH SIDES OF THE CHANGE.
           EVALUATE TRUE
               WHEN WS-ORD-FOUND = 0
                   MOVE "ORDER NOT ON FILE" TO WS-DTL-REASON
                   PERFORM 7300-REPORT-REJECTED
               WHEN WS-ORD-ACTIVE-FLAG (WS-ORD-IDX) = "E"
                   MOVE "ORDER HAS ENDED" TO WS-DTL-REASON
                   PERFORM 7300-REPORT-REJECTED
               WHEN CRD-VALUE IS NOT NUMERIC
                   MOVE "VALUE NOT NUMERIC" TO WS-DTL-REASON
                   PERFORM 7300-REPORT-REJECTED
               WHEN CRD-VALUE = 0
                   MOVE "ZERO VALUE" TO WS-DTL-REASON
                   PERFORM 7300-REPORT-REJECTED
               WHEN OTHER
                   IF WS-ORD-VALUE (WS-ORD-IDX) IS NUMERIC
                       MOVE WS-ORD-VALUE (WS-ORD-IDX) TO WS-AMR-VALUE
                   ELSE
                       MOVE 0 TO WS-AMR-VALUE
                   END-IF
                   MOVE WS-AMEND-REASON TO WS-DTL-REASON
                   MOVE CRD-VALUE TO WS-ORD-VALUE (WS-ORD-IDX)
                   PERFORM 7100-REPORT-APPLIED
           END-EVALUATE.

       5000-SUSPEND-ORDER.
      *    A SUSPENDED ORDER KEEPS ITS WINDOW AND COUNT; STORDGEN
      *    SKIPS IT UNTIL IT IS RESUMED, AND NOTHING IS CAUGHT UP FOR
      *    THE DAYS IT WAS SUSPENDED.
           EVALUATE TRUE
               WHEN WS-ORD-FOUND = 0
                   MOVE "ORDER NOT ON FILE" TO WS-DTL-REASON
                   PERFORM 7300-REPORT-REJECTED
               WHEN WS-ORD-ACTIVE-FLAG (WS-ORD-IDX) = "S"
                   MOVE "ALREADY SUSPENDED" TO WS-DTL-REASON
                   PERFORM 7300-REPORT-REJECTED
               WHEN WS-ORD-ACTIVE-FLAG (WS-ORD-IDX) NOT = "A"
                   MOVE "ORDER NOT ACTIVE" TO WS-DTL-REASON
                   PERFORM 7300-REPORT-REJECTED
               WHEN OTHER
                   MOVE "S" TO WS-ORD-ACTIVE-FLAG (WS-ORD-IDX)
                   MOVE "SUSPENDED" TO WS-DTL-REASON
                   PERFORM 7100-REPORT-APPLIED
           END-EVALUATE.

       5100-RESUME-ORDER.
           IF WS-ORD-FOUND = 0
               MOVE "ORDER NOT ON FILE" TO WS-DTL-REASON
               PERFORM 7300-REPORT-REJECTED
           ELSE
               IF WS-ORD-ACTIVE-FLAG (WS-ORD-IDX) NOT = "S"
                   MOVE "ORDER NOT SUSPENDED" TO WS-DTL-REASON
                   PERFORM 7300-REPORT-REJECTED
               ELSE
                   MOVE "A" TO WS-ORD-ACTIVE-FLAG (WS-ORD-IDX)
                   MOVE "RESUMED" TO WS-DTL-REASON
                   PERFORM 7100-REPORT-APPLIED
               END-IF
           END-IF.

       6000-END-ORDER.
      *    AN "E" CARD WITH A FUTURE END DATE SETS THE DATE AND LEAVES
      *    THE ORDER RUNNING UNTIL THEN, THE SAME WAY A DATED "D" CARD
      *    SCHEDULES A CATEGORY DEACTIVATION. NO DATE (OR A PAST ONE)
      *    ENDS IT ON THE SPOT. AN ENDED ORDER STAYS ON THE FILE FOR
      *    ITS HISTORY BUT CANNOT BE RESUMED.
           EVALUATE TRUE
               WHEN WS-ORD-FOUND = 0
                   MOVE "ORDER NOT ON FILE" TO WS-DTL-REASON
                   PERFORM 7300-REPORT-REJECTED
               WHEN WS-ORD-ACTIVE-FLAG (WS-ORD-IDX) = "E"
                   MOVE "ORDER ALREADY ENDED" TO WS-DTL-REASON
                   PERFORM 7300-REPORT-REJECTED
               WHEN WS-END-WORK > WS-TODAY-N
                   MOVE WS-END-WORK TO WS-ORD-END-DATE (WS-ORD-IDX)
                   MOVE "ENDS " TO WS-DTR-TEXT
                   MOVE WS-END-WORK TO WS-DTR-DATE
                   MOVE WS-DATE-REASON TO WS-DTL-REASON
                   PERFORM 7200-REPORT-SCHEDULED
               WHEN OTHER
                   MOVE "E" TO WS-ORD-ACTIVE-FLAG (WS-ORD-IDX)
                   IF WS-END-WORK > 0
                       MOVE WS-END-WORK TO WS-ORD-END-DATE (WS-ORD-IDX)
                   ELSE
                       MOVE WS-TODAY-N TO WS-ORD-END-DATE (WS-ORD-IDX)
                   END-IF
                   MOVE "ENDED" TO WS-DTL-REASON
                   PERFORM 7100-REPORT-APPLIED
           END-EVALUATE.

       7100-REPORT-APPLIED.
           ADD 1 TO WS-CARDS-APPLIED
           MOVE "APPLIED" TO WS-DTL-DISPOSITION
           PERFORM 7400-WRITE-DETAIL-LINE.

       7200-REPORT-SCHEDULED.
           ADD 1 TO WS-CARDS-SCHEDULED
           MOVE "SCHEDULED" TO WS-DTL-DISPOSITION
           PERFORM 7400-WRITE-DETAIL-LINE.

       7300-REPORT-REJECTED.
           ADD 1 TO WS-CARDS-REJECTED
           MOVE "REJECTED" TO WS-DTL-DISPOSITION
           PERFORM 7400-WRITE-DETAIL-LINE.

       7400-WRITE-DETAIL-LINE.
      *    THE VALUE COLUMN IS THE ORDER'S AMOUNT AFTER THE CARD - THE
      *    NEW AMOUNT ON AN AMENDMENT - OR THE CARD'S OWN VALUE WHEN
      *    THE CARD NEVER REACHED AN ORDER.
           MOVE WS-CARDS-READ TO WS-DTL-CARD-NO
           MOVE CRD-ACTION TO WS-DTL-ACTION
           MOVE CRD-ORDER-ID TO WS-DTL-ORDER-ID
           IF WS-ORD-FOUND = 1 OR WS-DTL-DISPOSITION NOT = "REJECTED"
               MOVE WS-ORD-CATEGORY (WS-ORD-IDX) TO WS-DTL-CATEGORY
               IF WS-ORD-VALUE (WS-ORD-IDX) IS NUMERIC
                   MOVE WS-ORD-VALUE (WS-ORD-IDX) TO WS-DTL-VALUE
               ELSE
                   MOVE 0 TO WS-DTL-VALUE
               END-IF
           ELSE
               MOVE CRD-CATEGORY-CODE TO WS-DTL-CATEGORY
               IF CRD-VALUE IS NUMERIC
                   MOVE CRD-VALUE TO WS-DTL-VALUE
               ELSE
                   MOVE 0 TO WS-DTL-VALUE
               END-IF
           END-IF
           IF WS-REPORT-OPEN = 1
               WRITE ORDER-REPORT-LINE FROM WS-DETAIL-LINE
           END-IF.

       7800-REWRITE-ORDER-FILE.
           OPEN OUTPUT STANDING-ORDER-FILE
           IF WS-SORD-STATUS NOT = "00"
               DISPLAY "ERROR OPENING STANDING-ORDER-FILE: "
                   WS-SORD-STATUS
               SET WS-FILE-ERROR-FLAG TO 1
               SET WS-ERROR-FLAG TO 1
           ELSE
               PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
                       UNTIL WS-ORD-IDX > WS-ORD-COUNT
                   MOVE WS-ORD-ENTRY (WS-ORD-IDX)
                       TO STANDING-ORDER-RECORD
                   WRITE STANDING-ORDER-RECORD
                   ADD 1 TO WS-ORDERS-WRITTEN
               END-PERFORM
               CLOSE STANDING-ORDER-FILE
           END-IF.

       8000-WRITE-REPORT-TOTALS.
           IF WS-REPORT-OPEN = 1
               WRITE ORDER-REPORT-LINE FROM WS-HDR-LINE-2
               MOVE WS-CARDS-READ TO WS-TOT-READ
               WRITE ORDER-REPORT-LINE FROM WS-TOTAL-LINE-READ
               MOVE WS-CARDS-APPLIED TO WS-TOT-APPLIED
               WRITE ORDER-REPORT-LINE FROM WS-TOTAL-LINE-APPLIED
               MOVE WS-CARDS-SCHEDULED TO WS-TOT-SCHEDULED
               WRITE ORDER-REPORT-LINE FROM WS-TOTAL-LINE-SCHEDULED
               MOVE WS-CARDS-REJECTED TO WS-TOT-REJECTED
               WRITE ORDER-REPORT-LINE FROM WS-TOTAL-LINE-REJECTED
               MOVE WS-ORDERS-WRITTEN TO WS-TOT-ORDERS
               WRITE ORDER-REPORT-LINE FROM WS-TOTAL-LINE-ORDERS
               WRITE ORDER-REPORT-LINE FROM WS-FOOTER-LINE
               CLOSE ORDER-REPORT-FILE
           END-IF.

       9000-TERMINATE.
           DISPLAY "Cards read     : " WS-CARDS-READ
           DISPLAY "Cards applied  : " WS-CARDS-APPLIED
           DISPLAY "Cards scheduled: " WS-CARDS-SCHEDULED
           DISPLAY "Cards rejected : " WS-CARDS-REJECTED
           DISPLAY "Orders on file : " WS-ORDERS-WRITTEN
           IF WS-CARD-FILE-OPEN = 1
               CLOSE ORDER-CARD-FILE
           END-IF
           IF WS-FILE-ERROR-FLAG = 1 OR WS-ERROR-FLAG = 1
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CARDS-REJECTED > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
