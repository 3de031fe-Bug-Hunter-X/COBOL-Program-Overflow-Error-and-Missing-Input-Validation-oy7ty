      *  NEVER HAND-EDIT AN INDEXED FILE. AN "A" CARD FOR A KEY THAT
      *  ALREADY EXISTS REPLACES ITS AMOUNT. EVERY CARD'S
      *  DISPOSITION GOES TO A PRINTED MAINTENANCE REPORT.
      *  AS IN CATMAINT, NO CARD CHANGES THE MASTER ON ITS OWN: EACH
      *  IS FILED ON THE PENDING-CHANGE FILE UNDER ITS SUBMITTER AND
      *  APPLIED ONLY WHEN A LATER RUN CARRIES AN APPROVAL CARD FROM
      *  A DIFFERENT OPERATOR. THE REPORT SHOWS THE AMOUNT BEFORE AND
      *  AFTER EVERY CHANGE, AND A CHANGE NOBODY APPROVES WITHIN THE
      *  EXPIRY WINDOW LAPSES.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BMNT-STATUS.

           SELECT PENDING-CHANGE-FILE ASSIGN TO "BUDPEND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.

           SELECT APPROVAL-CARD-FILE ASSIGN TO "BUDAPPR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-CARD-FILE
      *    CRD-AMOUNT IS THIRTEEN DIGITS WITH CENTS ASSUMED IN THE
      *    LOW TWO, MATCHING THE S9(13)V99 MONEY FIELDS EVERYWHERE
      *    ELSE. BUDGETS ARE KEYED AS POSITIVE AMOUNTS.
      *    CRD-OPERATOR-ID NAMES THE SUBMITTER AND IS REQUIRED.
       01  BUDGET-CARD-RECORD.
           05  CRD-ACTION               PIC X(1).
           05  CRD-CATEGORY-CODE        PIC X(4).
           05  CRD-GL-PERIOD            PIC X(6).
           05  CRD-AMOUNT               PIC 9(11)V99.
           05  CRD-OPERATOR-ID          PIC X(8).
           05  FILLER                   PIC X(48).

       FD  BUDGET-MASTER-FILE.
       01  BUDGET-MASTER-RECORD.
       FD  BUDGET-REPORT-FILE.
       01  BUDGET-REPORT-LINE           PIC X(80).

       FD  PENDING-CHANGE-FILE
           RECORDING MODE IS F.
      *    SAME SHAPE AS CATMAINT'S: ONE "H" HEADER RECORD CARRYING
      *    THE LAST CHANGE NUMBER ISSUED, THEN ONE "C" RECORD PER
      *    CHANGE STILL AWAITING APPROVAL.
       01  PENDING-CHANGE-RECORD.
           05  PND-RECORD-TYPE          PIC X(1).
           05  PND-CHANGE-ID            PIC 9(6).
           05  PND-SUBMIT-DATE          PIC 9(8).
           05  PND-SUBMITTED-BY         PIC X(8).
           05  PND-ACTION               PIC X(1).
           05  PND-CATEGORY-CODE        PIC X(4).
           05  PND-GL-PERIOD            PIC X(6).
           05  PND-AMOUNT               PIC 9(11)V99.
           05  FILLER                   PIC X(33).

       FD  APPROVAL-CARD-FILE
           RECORDING MODE IS F.
      *    SAME CARD AS CATMAINT'S: "A" APPROVES AND APPLIES CHANGE
      *    APR-CHANGE-ID, "R" DECLINES IT, "E" SETS THE EXPIRY WINDOW
      *    IN DAYS. THE APPROVER MUST NOT BE THE SUBMITTER.
       01  APPROVAL-CARD-RECORD.
           05  APR-ACTION               PIC X(1).
           05  APR-CHANGE-ID            PIC 9(6).
           05  APR-OPERATOR-ID          PIC X(8).
           05  APR-EXPIRY-DAYS          PIC 9(3).
           05  FILLER                   PIC X(62).

       WORKING-STORAGE SECTION.
       01  WS-DATA-AREA.
           05  WS-CARDS-READ           PIC 9(5) VALUE 0.
           05  WS-CARDS-REJECTED       PIC 9(5) VALUE 0.
           05  WS-CHANGES-SUBMITTED    PIC 9(5) VALUE 0.
           05  WS-APPROVALS-READ       PIC 9(5) VALUE 0.
           05  WS-APPROVALS-REFUSED    PIC 9(5) VALUE 0.
           05  WS-CHANGES-APPLIED      PIC 9(5) VALUE 0.
           05  WS-CHANGES-DECLINED     PIC 9(5) VALUE 0.
           05  WS-CHANGES-FAILED       PIC 9(5) VALUE 0.
           05  WS-CHANGES-EXPIRED      PIC 9(5) VALUE 0.
           05  WS-CHANGES-WAITING      PIC 9(5) VALUE 0.
           05  WS-ERROR-FLAG           PIC 9 VALUE 0.
           05  WS-FILE-ERROR-FLAG      PIC 9 VALUE 0.
      *    HOW MANY DAYS A SUBMITTED CHANGE MAY WAIT FOR ITS SECOND
      *    OPERATOR. AN "E" APPROVAL CARD OVERRIDES IT FOR THE RUN.
           05  WS-EXPIRY-DAYS          PIC 9(3) VALUE 7.
           05  WS-CHANGE-AGE           PIC S9(7) VALUE 0.
           05  WS-TODAY-INT            PIC 9(7) VALUE 0.
           05  WS-SUBMIT-INT           PIC 9(7) VALUE 0.

       01  WS-RUN-DATE-AREA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YYYY     PIC 9(4).
               10  WS-CURRENT-MM       PIC 9(2).
               10  WS-CURRENT-DD       PIC 9(2).
           05  WS-TODAY-N REDEFINES WS-CURRENT-DATE
                                       PIC 9(8).

       01  WS-FILE-STATUS-AREA.
           05  WS-CARD-STATUS          PIC XX VALUE "00".
           05  WS-BUDG-STATUS          PIC XX VALUE "00".
           05  WS-BMNT-STATUS          PIC XX VALUE "00".
           05  WS-PEND-STATUS          PIC XX VALUE "00".
           05  WS-APPR-STATUS          PIC XX VALUE "00".
           05  WS-CARD-EOF-FLAG        PIC 9 VALUE 0.
           05  WS-PEND-EOF-FLAG        PIC 9 VALUE 0.
           05  WS-APPR-EOF-FLAG        PIC 9 VALUE 0.
      *    SET ONLY WHEN THE MASTER ACTUALLY OPENED I-O - THE FILE
      *    STATUS FIELD STILL HOLDS THE LAST KEYED-I/O RESULT AT
      *    TERMINATION, SO IT CANNOT GATE THE CLOSE.
           05  WS-MASTER-OPEN          PIC 9 VALUE 0.
           05  WS-REPORT-OPEN          PIC 9 VALUE 0.
           05  WS-CARD-FILE-OPEN       PIC 9 VALUE 0.

       01  WS-PENDING-TABLE.
      *    THE PENDING-CHANGE FILE PLUS EVERY CHANGE SUBMITTED THIS
      *    RUN. STATUS "P" IS STILL AWAITING APPROVAL; "X" WAS
      *    APPLIED, DECLINED, FAILED OR EXPIRED BY THIS RUN. ONLY "P"
      *    IS WRITTEN BACK TO THE FILE.
           05  WS-LAST-CHANGE-ID       PIC 9(6) VALUE 0.
           05  WS-PND-COUNT            PIC 9(4) VALUE 0.
           05  WS-PND-FOUND            PIC 9 VALUE 0.
           05  WS-PND-ENTRY
                   OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-PND-COUNT
                   INDEXED BY WS-PND-IDX.
               10  WS-PND-CHANGE-ID    PIC 9(6).
               10  WS-PND-ENT-STATUS   PIC X(1).
               10  WS-PND-SUBMIT-DATE  PIC 9(8).
               10  WS-PND-SUBMITTED-BY PIC X(8).
               10  WS-PND-ACTION       PIC X(1).
               10  WS-PND-CODE         PIC X(4).
               10  WS-PND-PERIOD       PIC X(6).
               10  WS-PND-AMOUNT       PIC 9(11)V99.

       01  WS-APPROVAL-TABLE.
      *    APPROVAL CARDS ARE TABLED BEFORE ANY IS ACTIONED SO AN
      *    "E" CARD ANYWHERE IN THE DECK SETS THE WINDOW FOR THE RUN.
           05  WS-APV-COUNT            PIC 9(4) VALUE 0.
           05  WS-APV-ENTRY
                   OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-APV-COUNT
                   INDEXED BY WS-APV-IDX.
               10  WS-APV-ACTION       PIC X(1).
               10  WS-APV-CHANGE-ID    PIC X(6).
               10  WS-APV-OPERATOR-ID  PIC X(8).

       01  WS-CHANGE-AREA.
      *    THE CHANGE BEING SUBMITTED OR ACTIONED, AND THE BUDGET
      *    RECORD AS IT STANDS (BEFORE) AND AS THE CHANGE WOULD LEAVE
      *    IT (AFTER). A ZERO FOUND FLAG MEANS NO RECORD ON THAT SIDE.
           05  WS-CHG-ID               PIC 9(6) VALUE 0.
           05  WS-CHG-SUBMITTED-BY     PIC X(8) VALUE SPACES.
           05  WS-CHG-APPROVER         PIC X(8) VALUE SPACES.
           05  WS-CHG-ACTION           PIC X(1) VALUE SPACE.
           05  WS-CHG-CODE             PIC X(4) VALUE SPACES.
           05  WS-CHG-PERIOD           PIC X(6) VALUE SPACES.
           05  WS-CHG-AMOUNT           PIC 9(11)V99 VALUE 0.
           05  WS-CHG-VALID            PIC 9 VALUE 0.
           05  WS-BEF-FOUND            PIC 9 VALUE 0.
           05  WS-BEF-AMOUNT           PIC S9(13)V99 VALUE 0.
           05  WS-AFT-FOUND            PIC 9 VALUE 0.
           05  WS-AFT-AMOUNT           PIC S9(13)V99 VALUE 0.

       01  WS-REPORT-LINES.
           05  WS-HDR-LINE-1.
               10  WS-HDR-RUN-DATE     PIC 9999/99/99.
           05  WS-HDR-LINE-2           PIC X(40)
               VALUE "-----------------------------------".
           05  WS-WINDOW-LINE.
               10  FILLER              PIC X(29)
                   VALUE "PENDING CHANGES EXPIRE AFTER ".
               10  WS-WIN-DAYS         PIC ZZ9.
               10  FILLER              PIC X(5) VALUE " DAYS".
           05  WS-COLUMN-HDR-LINE      PIC X(72) VALUE
               "CHANGE A CODE PERIOD SUBMITTD APPROVER DISPOSITION".
           05  WS-DETAIL-LINE.
               10  WS-DTL-CHANGE-ID    PIC ZZZZZZ.
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-DTL-ACTION       PIC X(1).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-DTL-PERIOD       PIC X(6).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-DTL-SUBMITTED-BY PIC X(8).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-DTL-APPROVER     PIC X(8).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-DTL-DISPOSITION  PIC X(11).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-DTL-REASON       PIC X(25).
      *    THE AMOUNT BEFORE AND AFTER, UNDER THE DETAIL LINE. ON A
      *    SUBMITTED LINE THE AFTER VALUE IS WHAT APPROVAL WOULD
      *    APPLY; ON AN APPLIED LINE IT IS WHAT WAS WRITTEN.
           05  WS-FIELD-LINE.
               10  FILLER              PIC X(6) VALUE SPACES.
               10  WS-FLD-NAME         PIC X(12).
               10  WS-FLD-BEFORE       PIC X(20).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-FLD-AFTER        PIC X(20).
           05  WS-FLD-AMOUNT-EDIT      PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  WS-FLD-DAYS-EDIT        PIC ZZ9.
           05  WS-TOTAL-LINE-READ.
               10  FILLER              PIC X(21)
                   VALUE "CARDS READ          :".
               10  WS-TOT-READ         PIC ZZ,ZZ9.
           05  WS-TOTAL-LINE-SUBMITTED.
               10  FILLER              PIC X(21)
                   VALUE "CHANGES SUBMITTED   :".
               10  WS-TOT-SUBMITTED    PIC ZZ,ZZ9.
           05  WS-TOTAL-LINE-REJECTED.
               10  FILLER              PIC X(21)
                   VALUE "CARDS REJECTED      :".
               10  WS-TOT-REJECTED     PIC ZZ,ZZ9.
           05  WS-TOTAL-LINE-APPROVALS.
               10  FILLER              PIC X(21)
                   VALUE "APPROVAL CARDS READ :".
               10  WS-TOT-APPROVALS    PIC ZZ,ZZ9.
           05  WS-TOTAL-LINE-REFUSED.
               10  FILLER              PIC X(21)
                   VALUE "APPROVALS REFUSED   :".
               10  WS-TOT-REFUSED      PIC ZZ,ZZ9.
           05  WS-TOTAL-LINE-APPLIED.
               10  FILLER              PIC X(21)
                   VALUE "CHANGES APPLIED     :".
               10  WS-TOT-APPLIED      PIC ZZ,ZZ9.
           05  WS-TOTAL-LINE-DECLINED.
               10  FILLER              PIC X(21)
                   VALUE "CHANGES DECLINED    :".
               10  WS-TOT-DECLINED     PIC ZZ,ZZ9.
           05  WS-TOTAL-LINE-FAILED.
               10  FILLER              PIC X(21)
                   VALUE "CHANGES FAILED      :".
               10  WS-TOT-FAILED       PIC ZZ,ZZ9.
           05  WS-TOTAL-LINE-EXPIRED.
               10  FILLER              PIC X(21)
                   VALUE "CHANGES EXPIRED     :".
               10  WS-TOT-EXPIRED      PIC ZZ,ZZ9.
           05  WS-TOTAL-LINE-WAITING.
               10  FILLER              PIC X(21)
                   VALUE "STILL AWAITING      :".
               10  WS-TOT-WAITING      PIC ZZ,ZZ9.
           05  WS-FOOTER-LINE          PIC X(40)
               VALUE "*** END OF REPORT ***".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
      *    APPROVALS ARE ACTIONED BEFORE TODAY'S CARDS ARE FILED, SO A
      *    CHANGE CAN NEVER BE SUBMITTED AND APPROVED IN ONE RUN.
           IF WS-ERROR-FLAG = 0
               PERFORM 6000-PROCESS-APPROVALS
               PERFORM 6500-EXPIRE-STALE-CHANGES
               PERFORM 2000-PROCESS-CARDS
                   UNTIL WS-CARD-EOF-FLAG = 1 OR WS-ERROR-FLAG = 1
               PERFORM 7800-REWRITE-PENDING-FILE
           END-IF
           PERFORM 8000-WRITE-REPORT-TOTALS
           PERFORM 9000-TERMINATE

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY-N)
      *    A MISSING MASTER IS CREATED EMPTY AND REOPENED I-O SO THE
      *    VERY FIRST MAINTENANCE RUN AT AN INSTALLATION DOES NOT
      *    NEED A SEPARATE FILE-BUILD STEP.
           ELSE
               MOVE 1 TO WS-MASTER-OPEN
           END-IF
           PERFORM 1100-LOAD-PENDING-CHANGES
           PERFORM 1200-LOAD-APPROVAL-CARDS
           OPEN OUTPUT BUDGET-REPORT-FILE
           IF WS-BMNT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING BUDGET-REPORT-FILE: "
               MOVE WS-CURRENT-DATE TO WS-HDR-RUN-DATE
               WRITE BUDGET-REPORT-LINE FROM WS-HDR-LINE-1
               WRITE BUDGET-REPORT-LINE FROM WS-HDR-LINE-2
               MOVE WS-EXPIRY-DAYS TO WS-WIN-DAYS
               WRITE BUDGET-REPORT-LINE FROM WS-WINDOW-LINE
               WRITE BUDGET-REPORT-LINE FROM WS-COLUMN-HDR-LINE
           END-IF
      *    A RUN WITH ONLY APPROVAL CARDS HAS NO BUDGET CARDS TO
      *    SUBMIT - A MISSING CARD FILE IS AN EMPTY DECK.
           OPEN INPUT BUDGET-CARD-FILE
           IF WS-CARD-STATUS = "00"
               MOVE 1 TO WS-CARD-FILE-OPEN
               PERFORM 2100-READ-CARD
           ELSE
               SET WS-CARD-EOF-FLAG TO 1
               IF WS-CARD-STATUS NOT = "35"
                   DISPLAY "ERROR OPENING BUDGET-CARD-FILE: "
                       WS-CARD-STATUS
                   SET WS-FILE-ERROR-FLAG TO 1
                   SET WS-ERROR-FLAG TO 1
               END-IF
           END-IF.

       1100-LOAD-PENDING-CHANGES.
      *    A MISSING FILE MEANS NOTHING HAS EVER BEEN SUBMITTED; THE
      *    FIRST RUN THAT FILES A CHANGE CREATES IT.
           OPEN INPUT PENDING-CHANGE-FILE
           IF WS-PEND-STATUS = "00"
               PERFORM UNTIL WS-PEND-EOF-FLAG = 1
                   READ PENDING-CHANGE-FILE
                       AT END
                           SET WS-PEND-EOF-FLAG TO 1
                       NOT AT END
                           PERFORM 1110-ADD-PENDING-ENTRY
                   END-READ
               END-PERFORM
               CLOSE PENDING-CHANGE-FILE
           ELSE
               IF WS-PEND-STATUS NOT = "35"
                   DISPLAY "ERROR OPENING PENDING-CHANGE-FILE: "
                       WS-PEND-STATUS
                   SET WS-FILE-ERROR-FLAG TO 1
                   SET WS-ERROR-FLAG TO 1
               END-IF
           END-IF.

       1110-ADD-PENDING-ENTRY.
           IF PND-RECORD-TYPE = "H"
               MOVE PND-CHANGE-ID TO WS-LAST-CHANGE-ID
           ELSE
               IF WS-PND-COUNT < 1000
                   ADD 1 TO WS-PND-COUNT
                   MOVE PND-CHANGE-ID TO WS-PND-CHANGE-ID (WS-PND-COUNT)
                   MOVE "P" TO WS-PND-ENT-STATUS (WS-PND-COUNT)
                   MOVE PND-SUBMIT-DATE
                       TO WS-PND-SUBMIT-DATE (WS-PND-COUNT)
                   MOVE PND-SUBMITTED-BY
                       TO WS-PND-SUBMITTED-BY (WS-PND-COUNT)
                   MOVE PND-ACTION TO WS-PND-ACTION (WS-PND-COUNT)
                   MOVE PND-CATEGORY-CODE TO WS-PND-CODE (WS-PND-COUNT)
                   MOVE PND-GL-PERIOD TO WS-PND-PERIOD (WS-PND-COUNT)
                   MOVE PND-AMOUNT TO WS-PND-AMOUNT (WS-PND-COUNT)
      *    A HEADER LOST TO A HAND EDIT MUST NOT LET A CHANGE NUMBER
      *    BE ISSUED TWICE.
                   IF PND-CHANGE-ID > WS-LAST-CHANGE-ID
                       MOVE PND-CHANGE-ID TO WS-LAST-CHANGE-ID
                   END-IF
               ELSE
      *    A CHANGE THAT CANNOT BE TABLED WOULD BE DROPPED WHEN THE
      *    FILE IS REWRITTEN - STOP RATHER THAN LOSE IT.
                   DISPLAY "ERROR: PENDING-CHANGE TABLE FULL - CHANGE "
                       PND-CHANGE-ID " NOT LOADED"
                   SET WS-ERROR-FLAG TO 1
               END-IF
           END-IF.

       1200-LOAD-APPROVAL-CARDS.
      *    NO APPROVAL DECK IS NORMAL ON A SUBMIT-ONLY RUN.
           OPEN INPUT APPROVAL-CARD-FILE
           IF WS-APPR-STATUS = "00"
               PERFORM UNTIL WS-APPR-EOF-FLAG = 1
                   READ APPROVAL-CARD-FILE
                       AT END
                           SET WS-APPR-EOF-FLAG TO 1
                       NOT AT END
                           PERFORM 1210-ADD-APPROVAL-ENTRY
                   END-READ
               END-PERFORM
               CLOSE APPROVAL-CARD-FILE
           ELSE
               IF WS-APPR-STATUS NOT = "35"
                   DISPLAY "ERROR OPENING APPROVAL-CARD-FILE: "
                       WS-APPR-STATUS
                   SET WS-FILE-ERROR-FLAG TO 1
                   SET WS-ERROR-FLAG TO 1
               END-IF
           END-IF.

       1210-ADD-APPROVAL-ENTRY.
           IF APR-ACTION = "E"
               IF APR-EXPIRY-DAYS IS NUMERIC AND APR-EXPIRY-DAYS > 0
                   MOVE APR-EXPIRY-DAYS TO WS-EXPIRY-DAYS
               ELSE
                   DISPLAY "WARNING: EXPIRY CARD IGNORED - DAYS "
                       APR-EXPIRY-DAYS " NOT VALID"
               END-IF
           ELSE
               IF WS-APV-COUNT < 1000
                   ADD 1 TO WS-APV-COUNT
                   MOVE APR-ACTION TO WS-APV-ACTION (WS-APV-COUNT)
                   MOVE APR-CHANGE-ID TO WS-APV-CHANGE-ID (WS-APV-COUNT)
                   MOVE APR-OPERATOR-ID
                       TO WS-APV-OPERATOR-ID (WS-APV-COUNT)
               ELSE
                   DISPLAY "WARNING: APPROVAL TABLE FULL - CARD FOR "
                       "CHANGE " APR-CHANGE-ID " NOT ACTIONED"
               END-IF
           END-IF.

       2000-PROCESS-CARDS.
           ADD 1 TO WS-CARDS-READ
           MOVE 0 TO WS-CHG-ID
           MOVE CRD-OPERATOR-ID TO WS-CHG-SUBMITTED-BY
           MOVE SPACES TO WS-CHG-APPROVER
           MOVE CRD-ACTION TO WS-CHG-ACTION
           MOVE CRD-CATEGORY-CODE TO WS-CHG-CODE
           MOVE CRD-GL-PERIOD TO WS-CHG-PERIOD
           IF CRD-AMOUNT IS NUMERIC
               MOVE CRD-AMOUNT TO WS-CHG-AMOUNT
           ELSE
               MOVE 0 TO WS-CHG-AMOUNT
           END-IF
           IF CRD-CATEGORY-CODE = SPACES
               MOVE "BLANK CATEGORY CODE" TO WS-DTL-REASON
               PERFORM 7300-REPORT-REJECTED
                   MOVE "BLANK GL PERIOD" TO WS-DTL-REASON
                   PERFORM 7300-REPORT-REJECTED
               ELSE
                   IF CRD-OPERATOR-ID = SPACES
                       MOVE "NO SUBMITTING OPERATOR ID"
                           TO WS-DTL-REASON
                       PERFORM 7300-REPORT-REJECTED
                   ELSE
                       IF CRD-ACTION = "A"
                           AND CRD-AMOUNT IS NOT NUMERIC
                           MOVE "AMOUNT NOT NUMERIC" TO WS-DTL-REASON
                           PERFORM 7300-REPORT-REJECTED
                       ELSE
                           PERFORM 2500-BUILD-CHANGE
                           IF WS-CHG-VALID = 1
                               PERFORM 2200-FILE-CHANGE
                           ELSE
                               PERFORM 7300-REPORT-REJECTED
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM 2100-READ-CARD.
                   SET WS-CARD-EOF-FLAG TO 1
           END-READ.

       2200-FILE-CHANGE.
      *    THE CARD PASSED EVERY CHECK AGAINST TODAY'S MASTER. IT IS
      *    NUMBERED AND FILED FOR A SECOND OPERATOR; THE REPORT LINE
      *    CARRIES THE NUMBER THE APPROVAL CARD MUST QUOTE.
           IF WS-PND-COUNT < 1000
               ADD 1 TO WS-LAST-CHANGE-ID
               MOVE WS-LAST-CHANGE-ID TO WS-CHG-ID
               ADD 1 TO WS-PND-COUNT
               MOVE WS-CHG-ID TO WS-PND-CHANGE-ID (WS-PND-COUNT)
               MOVE "P" TO WS-PND-ENT-STATUS (WS-PND-COUNT)
               MOVE WS-TODAY-N TO WS-PND-SUBMIT-DATE (WS-PND-COUNT)
               MOVE WS-CHG-SUBMITTED-BY
                   TO WS-PND-SUBMITTED-BY (WS-PND-COUNT)
               MOVE WS-CHG-ACTION TO WS-PND-ACTION (WS-PND-COUNT)
               MOVE WS-CHG-CODE TO WS-PND-CODE (WS-PND-COUNT)
               MOVE WS-CHG-PERIOD TO WS-PND-PERIOD (WS-PND-COUNT)
               MOVE WS-CHG-AMOUNT TO WS-PND-AMOUNT (WS-PND-COUNT)
               ADD 1 TO WS-CHANGES-SUBMITTED
               MOVE "SUBMITTED" TO WS-DTL-DISPOSITION
               MOVE "AWAITING SECOND OPERATOR" TO WS-DTL-REASON
               PERFORM 7400-WRITE-DETAIL-LINE
               PERFORM 7500-WRITE-FIELD-CHANGES
           ELSE
               MOVE "PENDING-CHANGE FILE FULL" TO WS-DTL-REASON
               PERFORM 7300-REPORT-REJECTED
           END-IF.

       2500-BUILD-CHANGE.
      *    READS THE BUDGET RECORD THE CHANGE IS AIMED AT INTO THE
      *    BEFORE IMAGE AND SETS THE AFTER IMAGE. NOTHING IS WRITTEN
      *    HERE. WS-CHG-VALID IS LEFT 0 WITH THE REASON IN
      *    WS-DTL-REASON WHEN THE CHANGE CANNOT BE MADE.
           MOVE 1 TO WS-CHG-VALID
           MOVE 0 TO WS-BEF-AMOUNT WS-AFT-AMOUNT
           MOVE WS-CHG-CODE TO BM-CATEGORY-CODE
           MOVE WS-CHG-PERIOD TO BM-GL-PERIOD
           READ BUDGET-MASTER-FILE
               INVALID KEY
                   MOVE 0 TO WS-BEF-FOUND
               NOT INVALID KEY
                   MOVE 1 TO WS-BEF-FOUND
                   MOVE BM-AMOUNT TO WS-BEF-AMOUNT
           END-READ
           EVALUATE WS-CHG-ACTION
               WHEN "A"
                   PERFORM 3000-ADD-OR-REPLACE-BUDGET
               WHEN "D"
                   PERFORM 4000-DELETE-BUDGET
               WHEN OTHER
                   MOVE 0 TO WS-CHG-VALID
                   MOVE SPACES TO WS-DTL-REASON
                   STRING "UNKNOWN ACTION " WS-CHG-ACTION
                       DELIMITED BY SIZE INTO WS-DTL-REASON
           END-EVALUATE.

       3000-ADD-OR-REPLACE-BUDGET.
           MOVE 1 TO WS-AFT-FOUND
           MOVE WS-CHG-AMOUNT TO WS-AFT-AMOUNT.

       4000-DELETE-BUDGET.
           IF WS-BEF-FOUND = 0
               MOVE 0 TO WS-CHG-VALID
               MOVE "NOT ON MASTER" TO WS-DTL-REASON
           ELSE
               MOVE 0 TO WS-AFT-FOUND
           END-IF.

       6000-PROCESS-APPROVALS.
           PERFORM VARYING WS-APV-IDX FROM 1 BY 1
                   UNTIL WS-APV-IDX > WS-APV-COUNT
                      OR WS-ERROR-FLAG = 1
               ADD 1 TO WS-APPROVALS-READ
               PERFORM 6100-ACTION-APPROVAL
           END-PERFORM.

       6100-ACTION-APPROVAL.
      *    THE APPROVER MUST BE NAMED AND MUST NOT BE THE OPERATOR WHO
      *    SUBMITTED THE CHANGE. A CHANGE PAST ITS WINDOW LAPSES EVEN
      *    IF AN APPROVAL CARD TURNS UP FOR IT.
           MOVE 0 TO WS-CHG-ID
           MOVE SPACES TO WS-CHG-SUBMITTED-BY WS-CHG-ACTION WS-CHG-CODE
               WS-CHG-PERIOD
           MOVE 0 TO WS-CHG-AMOUNT
           MOVE WS-APV-OPERATOR-ID (WS-APV-IDX) TO WS-CHG-APPROVER
           MOVE 0 TO WS-PND-FOUND
           IF WS-APV-CHANGE-ID (WS-APV-IDX) IS NUMERIC
               MOVE WS-APV-CHANGE-ID (WS-APV-IDX) TO WS-CHG-ID
               IF WS-PND-COUNT > 0
                   SET WS-PND-IDX TO 1
                   SEARCH WS-PND-ENTRY
                       WHEN WS-PND-CHANGE-ID (WS-PND-IDX) = WS-CHG-ID
                           AND WS-PND-ENT-STATUS (WS-PND-IDX) = "P"
                           MOVE 1 TO WS-PND-FOUND
                   END-SEARCH
               END-IF
           END-IF
           IF WS-PND-FOUND = 1
               PERFORM 6110-LOAD-CHANGE-FROM-TABLE
           END-IF
           EVALUATE TRUE
               WHEN WS-APV-ACTION (WS-APV-IDX) NOT = "A"
                AND WS-APV-ACTION (WS-APV-IDX) NOT = "R"
                   MOVE SPACES TO WS-DTL-REASON
                   STRING "UNKNOWN APPROVAL ACTION "
                       WS-APV-ACTION (WS-APV-IDX)
                       DELIMITED BY SIZE INTO WS-DTL-REASON
                   PERFORM 7350-REPORT-REFUSED
               WHEN WS-PND-FOUND = 0
                   MOVE "CHANGE NOT PENDING" TO WS-DTL-REASON
                   PERFORM 7350-REPORT-REFUSED
               WHEN WS-CHG-APPROVER = SPACES
                   MOVE "NO APPROVING OPERATOR ID" TO WS-DTL-REASON
                   PERFORM 7350-REPORT-REFUSED
               WHEN WS-CHG-APPROVER = WS-CHG-SUBMITTED-BY
                   MOVE "APPROVER IS THE SUBMITTER" TO WS-DTL-REASON
                   PERFORM 7350-REPORT-REFUSED
               WHEN OTHER
                   PERFORM 6120-COMPUTE-CHANGE-AGE
                   IF WS-CHANGE-AGE > WS-EXPIRY-DAYS
                       PERFORM 6510-EXPIRE-CHANGE
                   ELSE
                       MOVE "X" TO WS-PND-ENT-STATUS (WS-PND-IDX)
                       IF WS-APV-ACTION (WS-APV-IDX) = "R"
                           ADD 1 TO WS-CHANGES-DECLINED
                           MOVE "DECLINED" TO WS-DTL-DISPOSITION
                           MOVE "DECLINED BY APPROVER"
                               TO WS-DTL-REASON
                           PERFORM 7400-WRITE-DETAIL-LINE
                       ELSE
                           PERFORM 6200-APPLY-CHANGE
                       END-IF
                   END-IF
           END-EVALUATE.

       6110-LOAD-CHANGE-FROM-TABLE.
           MOVE WS-PND-SUBMITTED-BY (WS-PND-IDX) TO WS-CHG-SUBMITTED-BY
           MOVE WS-PND-ACTION (WS-PND-IDX) TO WS-CHG-ACTION
           MOVE WS-PND-CODE (WS-PND-IDX) TO WS-CHG-CODE
           MOVE WS-PND-PERIOD (WS-PND-IDX) TO WS-CHG-PERIOD
           MOVE WS-PND-AMOUNT (WS-PND-IDX) TO WS-CHG-AMOUNT.

       6120-COMPUTE-CHANGE-AGE.
           IF WS-PND-SUBMIT-DATE (WS-PND-IDX) IS NUMERIC
               AND WS-PND-SUBMIT-DATE (WS-PND-IDX) > 0
               COMPUTE WS-SUBMIT-INT = FUNCTION INTEGER-OF-DATE
                   (WS-PND-SUBMIT-DATE (WS-PND-IDX))
               COMPUTE WS-CHANGE-AGE = WS-TODAY-INT - WS-SUBMIT-INT
           ELSE
               MOVE 99999 TO WS-CHANGE-AGE
           END-IF.

       6200-APPLY-CHANGE.
      *    THE CHANGE IS REBUILT AGAINST THE MASTER AS IT STANDS NOW,
      *    SO THE BEFORE AMOUNT REPORTED IS THE ONE ACTUALLY REPLACED.
           PERFORM 2500-BUILD-CHANGE
           IF WS-CHG-VALID = 0
               PERFORM 7250-REPORT-FAILED
           ELSE
               PERFORM 6300-STORE-CHANGE
           END-IF.

       6300-STORE-CHANGE.
           MOVE SPACES TO BUDGET-MASTER-RECORD
           MOVE WS-CHG-CODE TO BM-CATEGORY-CODE
           MOVE WS-CHG-PERIOD TO BM-GL-PERIOD
           MOVE WS-AFT-AMOUNT TO BM-AMOUNT
           EVALUATE TRUE
               WHEN WS-AFT-FOUND = 0
                   DELETE BUDGET-MASTER-FILE
                       INVALID KEY
                           MOVE SPACES TO WS-DTL-REASON
                           STRING "DELETE FAILED STATUS "
                               WS-BUDG-STATUS
                               DELIMITED BY SIZE INTO WS-DTL-REASON
                           PERFORM 7250-REPORT-FAILED
                       NOT INVALID KEY
                           MOVE "DELETED" TO WS-DTL-REASON
                           PERFORM 7100-REPORT-APPLIED
                   END-DELETE
               WHEN WS-BEF-FOUND = 1
                   REWRITE BUDGET-MASTER-RECORD
                       INVALID KEY
                           MOVE SPACES TO WS-DTL-REASON
                           STRING "REWRITE FAILED STATUS "
                               WS-BUDG-STATUS
                               DELIMITED BY SIZE INTO WS-DTL-REASON
                           PERFORM 7250-REPORT-FAILED
                       NOT INVALID KEY
                           MOVE "REPLACED" TO WS-DTL-REASON
                           PERFORM 7100-REPORT-APPLIED
                   END-REWRITE
               WHEN OTHER
                   WRITE BUDGET-MASTER-RECORD
                       INVALID KEY
                           MOVE SPACES TO WS-DTL-REASON
                           STRING "WRITE FAILED STATUS "
                               WS-BUDG-STATUS
                               DELIMITED BY SIZE INTO WS-DTL-REASON
                           PERFORM 7250-REPORT-FAILED
                       NOT INVALID KEY
                           MOVE "ADDED" TO WS-DTL-REASON
                           PERFORM 7100-REPORT-APPLIED
                   END-WRITE
           END-EVALUATE.

       6500-EXPIRE-STALE-CHANGES.
      *    EVERY CHANGE STILL WAITING AFTER THE APPROVALS ARE DONE IS
      *    AGED; ONE OLDER THAN THE WINDOW LAPSES AND MUST BE
      *    SUBMITTED AGAIN IF IT IS STILL WANTED.
           PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                   UNTIL WS-PND-IDX > WS-PND-COUNT
               IF WS-PND-ENT-STATUS (WS-PND-IDX) = "P"
                   PERFORM 6120-COMPUTE-CHANGE-AGE
                   IF WS-CHANGE-AGE > WS-EXPIRY-DAYS
                       MOVE WS-PND-CHANGE-ID (WS-PND-IDX) TO WS-CHG-ID
                       MOVE SPACES TO WS-CHG-APPROVER
                       PERFORM 6110-LOAD-CHANGE-FROM-TABLE
                       PERFORM 6510-EXPIRE-CHANGE
                   END-IF
               END-IF
           END-PERFORM.

       6510-EXPIRE-CHANGE.
           MOVE "X" TO WS-PND-ENT-STATUS (WS-PND-IDX)
           ADD 1 TO WS-CHANGES-EXPIRED
           MOVE "EXPIRED" TO WS-DTL-DISPOSITION
           MOVE SPACES TO WS-DTL-REASON
           MOVE WS-EXPIRY-DAYS TO WS-FLD-DAYS-EDIT
           STRING "NOT APPROVED IN "
               FUNCTION TRIM (WS-FLD-DAYS-EDIT LEADING) " DAYS"
               DELIMITED BY SIZE INTO WS-DTL-REASON
           PERFORM 7400-WRITE-DETAIL-LINE.

       7100-REPORT-APPLIED.
           ADD 1 TO WS-CHANGES-APPLIED
           MOVE "APPLIED" TO WS-DTL-DISPOSITION
           PERFORM 7400-WRITE-DETAIL-LINE
           PERFORM 7500-WRITE-FIELD-CHANGES.

       7250-REPORT-FAILED.
           ADD 1 TO WS-CHANGES-FAILED
           MOVE "FAILED" TO WS-DTL-DISPOSITION
           PERFORM 7400-WRITE-DETAIL-LINE.

       7300-REPORT-REJECTED.
           MOVE "REJECTED" TO WS-DTL-DISPOSITION
           PERFORM 7400-WRITE-DETAIL-LINE.

       7350-REPORT-REFUSED.
           ADD 1 TO WS-APPROVALS-REFUSED
           MOVE "REFUSED" TO WS-DTL-DISPOSITION
           PERFORM 7400-WRITE-DETAIL-LINE.

       7400-WRITE-DETAIL-LINE.
           MOVE WS-CHG-ID TO WS-DTL-CHANGE-ID
           MOVE WS-CHG-ACTION TO WS-DTL-ACTION
           MOVE WS-CHG-CODE TO WS-DTL-CODE
           MOVE WS-CHG-PERIOD TO WS-DTL-PERIOD
           MOVE WS-CHG-SUBMITTED-BY TO WS-DTL-SUBMITTED-BY
           MOVE WS-CHG-APPROVER TO WS-DTL-APPROVER
           IF WS-REPORT-OPEN = 1
               WRITE BUDGET-REPORT-LINE FROM WS-DETAIL-LINE
           END-IF.

       7500-WRITE-FIELD-CHANGES.
      *    THE AMOUNT IS THE ONLY FIELD A BUDGET CARD CARRIES. A
      *    RE-KEY OF THE SAME AMOUNT CHANGES NOTHING AND PRINTS NO
      *    LINE.
           IF WS-BEF-FOUND NOT = WS-AFT-FOUND
               OR WS-BEF-AMOUNT NOT = WS-AFT-AMOUNT
               MOVE "AMOUNT" TO WS-FLD-NAME
               IF WS-BEF-FOUND = 1
                   MOVE WS-BEF-AMOUNT TO WS-FLD-AMOUNT-EDIT
                   MOVE WS-FLD-AMOUNT-EDIT TO WS-FLD-BEFORE
               ELSE
                   MOVE "(NOT ON MASTER)" TO WS-FLD-BEFORE
               END-IF
               IF WS-AFT-FOUND = 1
                   MOVE WS-AFT-AMOUNT TO WS-FLD-AMOUNT-EDIT
                   MOVE WS-FLD-AMOUNT-EDIT TO WS-FLD-AFTER
               ELSE
                   MOVE "(DELETED)" TO WS-FLD-AFTER
               END-IF
               IF WS-REPORT-OPEN = 1
                   WRITE BUDGET-REPORT-LINE FROM WS-FIELD-LINE
               END-IF
           END-IF.

       7800-REWRITE-PENDING-FILE.
      *    THE HEADER CARRIES THE LAST CHANGE NUMBER ISSUED EVEN WHEN
      *    NOTHING IS LEFT WAITING, SO NUMBERS ARE NEVER REUSED.
           OPEN OUTPUT PENDING-CHANGE-FILE
           IF WS-PEND-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PENDING-CHANGE-FILE: "
                   WS-PEND-STATUS
               SET WS-FILE-ERROR-FLAG TO 1
               SET WS-ERROR-FLAG TO 1
           ELSE
               MOVE SPACES TO PENDING-CHANGE-RECORD
               MOVE "H" TO PND-RECORD-TYPE
               MOVE WS-LAST-CHANGE-ID TO PND-CHANGE-ID
               MOVE WS-TODAY-N TO PND-SUBMIT-DATE
               WRITE PENDING-CHANGE-RECORD
               PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                       UNTIL WS-PND-IDX > WS-PND-COUNT
                   IF WS-PND-ENT-STATUS (WS-PND-IDX) = "P"
                       PERFORM 7810-WRITE-PENDING-RECORD
                   END-IF
               END-PERFORM
               CLOSE PENDING-CHANGE-FILE
           END-IF.

       7810-WRITE-PENDING-RECORD.
           MOVE SPACES TO PENDING-CHANGE-RECORD
           MOVE "C" TO PND-RECORD-TYPE
           MOVE WS-PND-CHANGE-ID (WS-PND-IDX) TO PND-CHANGE-ID
           MOVE WS-PND-SUBMIT-DATE (WS-PND-IDX) TO PND-SUBMIT-DATE
           MOVE WS-PND-SUBMITTED-BY (WS-PND-IDX) TO PND-SUBMITTED-BY
           MOVE WS-PND-ACTION (WS-PND-IDX) TO PND-ACTION
           MOVE WS-PND-CODE (WS-PND-IDX) TO PND-CATEGORY-CODE
           MOVE WS-PND-PERIOD (WS-PND-IDX) TO PND-GL-PERIOD
           MOVE WS-PND-AMOUNT (WS-PND-IDX) TO PND-AMOUNT
           WRITE PENDING-CHANGE-RECORD
           ADD 1 TO WS-CHANGES-WAITING.

       8000-WRITE-REPORT-TOTALS.
           IF WS-REPORT-OPEN = 1
               WRITE BUDGET-REPORT-LINE FROM WS-HDR-LINE-2
               MOVE WS-CARDS-READ TO WS-TOT-READ
               WRITE BUDGET-REPORT-LINE FROM WS-TOTAL-LINE-READ
               MOVE WS-CHANGES-SUBMITTED TO WS-TOT-SUBMITTED
               WRITE BUDGET-REPORT-LINE FROM WS-TOTAL-LINE-SUBMITTED
               MOVE WS-CARDS-REJECTED TO WS-TOT-REJECTED
               WRITE BUDGET-REPORT-LINE FROM WS-TOTAL-LINE-REJECTED
               MOVE WS-APPROVALS-READ TO WS-TOT-APPROVALS
               WRITE BUDGET-REPORT-LINE FROM WS-TOTAL-LINE-APPROVALS
               MOVE WS-APPROVALS-REFUSED TO WS-TOT-REFUSED
               WRITE BUDGET-REPORT-LINE FROM WS-TOTAL-LINE-REFUSED
               MOVE WS-CHANGES-APPLIED TO WS-TOT-APPLIED
               WRITE BUDGET-REPORT-LINE FROM WS-TOTAL-LINE-APPLIED
               MOVE WS-CHANGES-DECLINED TO WS-TOT-DECLINED
               WRITE BUDGET-REPORT-LINE FROM WS-TOTAL-LINE-DECLINED
               MOVE WS-CHANGES-FAILED TO WS-TOT-FAILED
               WRITE BUDGET-REPORT-LINE FROM WS-TOTAL-LINE-FAILED
               MOVE WS-CHANGES-EXPIRED TO WS-TOT-EXPIRED
               WRITE BUDGET-REPORT-LINE FROM WS-TOTAL-LINE-EXPIRED
               MOVE WS-CHANGES-WAITING TO WS-TOT-WAITING
               WRITE BUDGET-REPORT-LINE FROM WS-TOTAL-LINE-WAITING
               WRITE BUDGET-REPORT-LINE FROM WS-FOOTER-LINE
               CLOSE BUDGET-REPORT-FILE
           END-IF.

       9000-TERMINATE.
           DISPLAY "Cards read        : " WS-CARDS-READ
           DISPLAY "Changes submitted : " WS-CHANGES-SUBMITTED
           DISPLAY "Cards rejected    : " WS-CARDS-REJECTED
           DISPLAY "Approvals read    : " WS-APPROVALS-READ
           DISPLAY "Approvals refused : " WS-APPROVALS-REFUSED
           DISPLAY "Changes applied   : " WS-CHANGES-APPLIED
           DISPLAY "Changes declined  : " WS-CHANGES-DECLINED
           DISPLAY "Changes failed    : " WS-CHANGES-FAILED
           DISPLAY "Changes expired   : " WS-CHANGES-EXPIRED
           DISPLAY "Still awaiting    : " WS-CHANGES-WAITING
           IF WS-CARD-FILE-OPEN = 1
               CLOSE BUDGET-CARD-FILE
           END-IF
           IF WS-MASTER-OPEN = 1
               CLOSE BUDGET-MASTER-FILE
           END-IF
      *    A DECLINED CHANGE IS A NORMAL OUTCOME OF REVIEW; ANYTHING
      *    THAT DID NOT GO THROUGH AS SUBMITTED OR APPROVED IS FLAGGED.
           IF WS-FILE-ERROR-FLAG = 1 OR WS-ERROR-FLAG = 1
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CARDS-REJECTED > 0 OR WS-APPROVALS-REFUSED > 0
                   OR WS-CHANGES-FAILED > 0 OR WS-CHANGES-EXPIRED > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
