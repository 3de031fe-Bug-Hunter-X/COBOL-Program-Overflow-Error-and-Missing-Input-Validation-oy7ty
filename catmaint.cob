      *  WINDOW AT VALIDATION TIME. EVERY CARD'S DISPOSITION GOES TO
      *  A PRINTED MAINTENANCE REPORT (APPLIED / PENDING / REJECTED)
      *  INSTEAD OF CONSOLE DISPLAYS THAT VANISH WITH THE NIGHT LOG.
      *  AN "L" CARD RESETS THE HIGH-VALUE APPROVAL LIMIT OF A
      *  CATEGORY ALREADY ON THE MASTER; ACCTTOT HOLDS ANY DETAIL
      *  ABOVE THE LIMIT IN SUSPENSE UNTIL A SUPERVISOR RELEASES IT.
      *  NO CARD CHANGES THE MASTER ON ITS OWN: EACH ONE IS FILED
      *  ON THE PENDING-CHANGE FILE UNDER THE OPERATOR WHO SUBMITTED
      *  IT, AND IS ONLY APPLIED WHEN A LATER RUN CARRIES AN APPROVAL
      *  CARD FOR IT FROM A DIFFERENT OPERATOR. THE REPORT SHOWS THE
      *  BEFORE AND AFTER VALUE OF EVERY FIELD A CHANGE TOUCHES. A
      *  CHANGE NOBODY APPROVES WITHIN THE EXPIRY WINDOW LAPSES.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNTR-STATUS.

           SELECT PENDING-CHANGE-FILE ASSIGN TO "CATPEND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.

           SELECT APPROVAL-CARD-FILE ASSIGN TO "CATAPPR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-CARD-FILE
      *    ACCTTOT ACCEPTS THE CATEGORY IN; BLANK OR ZERO LEAVES
      *    THAT END OPEN. ON A "D" CARD THE EXPIRY DATE SCHEDULES
      *    THE DEACTIVATION.
      *    CRD-APPROVAL-LIMIT IS THE LARGEST SINGLE DETAIL ACCTTOT
      *    POSTS TO THE CATEGORY WITHOUT A SUPERVISOR'S RELEASE.
      *    BLANK OR ZERO MEANS NO LIMIT.
      *    CRD-OPERATOR-ID NAMES THE SUBMITTER AND IS REQUIRED - IT
      *    IS WHAT STOPS THE SAME PERSON APPROVING THE CHANGE.
       01  MAINT-CARD-RECORD.
           05  CRD-ACTION               PIC X(1).
           05  CRD-CATEGORY-CODE        PIC X(4).
           05  CRD-GL-ACCOUNT           PIC X(4).
           05  CRD-EFFECTIVE-DATE       PIC 9(8).
           05  CRD-EXPIRY-DATE          PIC 9(8).
           05  CRD-APPROVAL-LIMIT       PIC 9(7)V99.
           05  CRD-OPERATOR-ID          PIC X(8).
           05  FILLER                   PIC X(8).

       FD  CATEGORY-MASTER-FILE.
       01  CATEGORY-MASTER-RECORD.
           05  CM-GL-ACCOUNT            PIC X(4).
           05  CM-EFFECTIVE-DATE        PIC 9(8).
           05  CM-EXPIRY-DATE           PIC 9(8).
           05  CM-APPROVAL-LIMIT        PIC 9(7)V99.
           05  FILLER                   PIC X(16).

       FD  MAINT-REPORT-FILE.
       01  MAINT-REPORT-LINE            PIC X(80).

       FD  PENDING-CHANGE-FILE
           RECORDING MODE IS F.
      *    ONE "H" HEADER RECORD, WHOSE PND-CHANGE-ID IS THE LAST
      *    CHANGE NUMBER ISSUED, THEN ONE "C" RECORD PER CHANGE STILL
      *    AWAITING APPROVAL, CARRYING THE CARD AS SUBMITTED. AN
      *    APPLIED, DECLINED OR EXPIRED CHANGE DROPS OFF THE FILE AT
      *    THE END OF THE RUN THAT DISPOSED OF IT - THE REPORT OF
      *    THAT RUN IS ITS RECORD.
       01  PENDING-CHANGE-RECORD.
           05  PND-RECORD-TYPE          PIC X(1).
           05  PND-CHANGE-ID            PIC 9(6).
           05  PND-SUBMIT-DATE          PIC 9(8).
           05  PND-SUBMITTED-BY         PIC X(8).
           05  PND-ACTION               PIC X(1).
           05  PND-CATEGORY-CODE        PIC X(4).
           05  PND-DESCRIPTION          PIC X(30).
           05  PND-GL-ACCOUNT           PIC X(4).
           05  PND-EFFECTIVE-DATE       PIC 9(8).
           05  PND-EXPIRY-DATE          PIC 9(8).
           05  PND-APPROVAL-LIMIT       PIC 9(7)V99.
           05  FILLER                   PIC X(33).

       FD  APPROVAL-CARD-FILE
           RECORDING MODE IS F.
      *    APR-ACTION "A" APPROVES THE PENDING CHANGE APR-CHANGE-ID
      *    AND APPLIES IT, "R" DECLINES IT. APR-OPERATOR-ID IS
      *    REQUIRED AND MUST NOT BE THE SUBMITTER. AN "E" CARD SETS
      *    HOW MANY DAYS A CHANGE MAY WAIT FOR APPROVAL BEFORE IT
      *    LAPSES (APR-EXPIRY-DAYS); WITHOUT ONE THE STANDARD WINDOW
      *    APPLIES.
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
           05  WS-CHANGES-SCHEDULED    PIC 9(5) VALUE 0.
           05  WS-CHANGES-DECLINED     PIC 9(5) VALUE 0.
           05  WS-CHANGES-FAILED       PIC 9(5) VALUE 0.
           05  WS-CHANGES-EXPIRED      PIC 9(5) VALUE 0.
           05  WS-CHANGES-WAITING      PIC 9(5) VALUE 0.
           05  WS-ERROR-FLAG           PIC 9 VALUE 0.
           05  WS-FILE-ERROR-FLAG      PIC 9 VALUE 0.
           05  WS-EFFECTIVE-WORK       PIC 9(8) VALUE 0.
           05  WS-EXPIRY-WORK          PIC 9(8) VALUE 0.
           05  WS-LIMIT-WORK           PIC 9(7)V99 VALUE 0.
      *    HOW MANY DAYS A SUBMITTED CHANGE MAY WAIT FOR ITS SECOND
      *    OPERATOR. AN "E" APPROVAL CARD OVERRIDES IT FOR THE RUN.
           05  WS-EXPIRY-DAYS          PIC 9(3) VALUE 7.
           05  WS-CHANGE-AGE           PIC S9(7) VALUE 0.
           05  WS-TODAY-INT            PIC 9(7) VALUE 0.
           05  WS-SUBMIT-INT           PIC 9(7) VALUE 0.

       01  WS-RUN-DATE-AREA.
           05  WS-CURRENT-DATE.
           05  WS-CARD-STATUS          PIC XX VALUE "00".
           05  WS-CATG-STATUS          PIC XX VALUE "00".
           05  WS-MNTR-STATUS          PIC XX VALUE "00".
           05  WS-PEND-STATUS          PIC XX VALUE "00".
           05  WS-APPR-STATUS          PIC XX VALUE "00".
           05  WS-CARD-EOF-FLAG        PIC 9 VALUE 0.
           05  WS-PEND-EOF-FLAG        PIC 9 VALUE 0.
           05  WS-APPR-EOF-FLAG        PIC 9 VALUE 0.
      *    SET ONLY WHEN THE MASTER ACTUALLY OPENED I-O - THE FILE
      *    STATUS FIELD STILL HOLDS THE LAST KEYED-I/O RESULT (E.G. A
      *    "23" FROM A REJECTED CARD) AT TERMINATION, SO IT CANNOT
      *    GATE THE CLOSE.
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
               10  WS-PND-DESCRIPTION  PIC X(30).
               10  WS-PND-GL-ACCOUNT   PIC X(4).
               10  WS-PND-EFFECTIVE    PIC 9(8).
               10  WS-PND-EXPIRY       PIC 9(8).
               10  WS-PND-LIMIT        PIC 9(7)V99.

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
      *    THE CHANGE BEING SUBMITTED OR ACTIONED, AND THE MASTER
      *    RECORD AS IT STANDS (BEFORE) AND AS THE CHANGE WOULD LEAVE
      *    IT (AFTER). THE SAME BUILD IS USED TO PREVIEW A CARD AT
      *    SUBMISSION AND TO APPLY IT ON APPROVAL, SO AN APPROVER
      *    ALWAYS SEES THE CHANGE AGAINST THE MASTER OF THAT DAY.
           05  WS-CHG-ID               PIC 9(6) VALUE 0.
           05  WS-CHG-SUBMITTED-BY     PIC X(8) VALUE SPACES.
           05  WS-CHG-APPROVER         PIC X(8) VALUE SPACES.
           05  WS-CHG-ACTION           PIC X(1) VALUE SPACE.
           05  WS-CHG-CODE             PIC X(4) VALUE SPACES.
           05  WS-CHG-DESCRIPTION      PIC X(30) VALUE SPACES.
           05  WS-CHG-GL-ACCOUNT       PIC X(4) VALUE SPACES.
           05  WS-CHG-VALID            PIC 9 VALUE 0.
           05  WS-BEF-FOUND            PIC 9 VALUE 0.
           05  WS-BEFORE-IMAGE.
               10  WS-BEF-DESCRIPTION  PIC X(30).
               10  WS-BEF-ACTIVE-FLAG  PIC X(1).
               10  WS-BEF-GL-ACCOUNT   PIC X(4).
               10  WS-BEF-EFFECTIVE    PIC 9(8).
               10  WS-BEF-EXPIRY       PIC 9(8).
               10  WS-BEF-LIMIT        PIC 9(7)V99.
           05  WS-AFTER-IMAGE.
               10  WS-AFT-DESCRIPTION  PIC X(30).
               10  WS-AFT-ACTIVE-FLAG  PIC X(1).
               10  WS-AFT-GL-ACCOUNT   PIC X(4).
               10  WS-AFT-EFFECTIVE    PIC 9(8).
               10  WS-AFT-EXPIRY       PIC 9(8).
               10  WS-AFT-LIMIT        PIC 9(7)V99.

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
               "CHANGE A CODE SUBMITTD APPROVER DISPOSITION REASON".
           05  WS-DETAIL-LINE.
               10  WS-DTL-CHANGE-ID    PIC ZZZZZZ.
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-DTL-ACTION       PIC X(1).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-DTL-CODE         PIC X(4).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-DTL-SUBMITTED-BY PIC X(8).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-DTL-APPROVER     PIC X(8).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-DTL-DISPOSITION  PIC X(11).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-DTL-REASON       PIC X(30).
      *    ONE LINE PER FIELD THE CHANGE ALTERS, UNDER ITS DETAIL
      *    LINE. ON A SUBMITTED LINE THE AFTER VALUE IS WHAT APPROVAL
      *    WOULD APPLY; ON AN APPLIED LINE IT IS WHAT WAS WRITTEN.
           05  WS-FIELD-LINE.
               10  FILLER              PIC X(6) VALUE SPACES.
               10  WS-FLD-NAME         PIC X(12).
               10  WS-FLD-BEFORE       PIC X(30).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-FLD-AFTER        PIC X(30).
           05  WS-FLD-LIMIT-EDIT       PIC Z,ZZZ,ZZ9.99.
           05  WS-FLD-DAYS-EDIT        PIC ZZ9.
           05  WS-LIMIT-REASON.
               10  FILLER              PIC X(15)
                   VALUE "APPROVAL LIMIT ".
               10  WS-LMR-LIMIT        PIC Z,ZZZ,ZZ9.99.
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
           05  WS-TOTAL-LINE-SCHEDULED.
               10  FILLER              PIC X(21)
                   VALUE "CHANGES SCHEDULED   :".
               10  WS-TOT-SCHEDULED    PIC ZZ,ZZ9.
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
           OPEN OUTPUT MAINT-REPORT-FILE
           IF WS-MNTR-STATUS NOT = "00"
               DISPLAY "ERROR OPENING MAINT-REPORT-FILE: "
               MOVE WS-CURRENT-DATE TO WS-HDR-RUN-DATE
               WRITE MAINT-REPORT-LINE FROM WS-HDR-LINE-1
               WRITE MAINT-REPORT-LINE FROM WS-HDR-LINE-2
               MOVE WS-EXPIRY-DAYS TO WS-WIN-DAYS
               WRITE MAINT-REPORT-LINE FROM WS-WINDOW-LINE
               WRITE MAINT-REPORT-LINE FROM WS-COLUMN-HDR-LINE
           END-IF
      *    A RUN WITH ONLY APPROVAL CARDS HAS NO MAINTENANCE CARDS TO
      *    SUBMIT - A MISSING CARD FILE IS AN EMPTY DECK.
           OPEN INPUT MAINT-CARD-FILE
           IF WS-CARD-STATUS = "00"
               MOVE 1 TO WS-CARD-FILE-OPEN
               PERFORM 2100-READ-CARD
           ELSE
               SET WS-CARD-EOF-FLAG TO 1
               IF WS-CARD-STATUS NOT = "35"
                   DISPLAY "ERROR OPENING MAINT-CARD-FILE: "
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
                   MOVE PND-DESCRIPTION
                       TO WS-PND-DESCRIPTION (WS-PND-COUNT)
                   MOVE PND-GL-ACCOUNT
                       TO WS-PND-GL-ACCOUNT (WS-PND-COUNT)
                   MOVE PND-EFFECTIVE-DATE
                       TO WS-PND-EFFECTIVE (WS-PND-COUNT)
                   MOVE PND-EXPIRY-DATE TO WS-PND-EXPIRY (WS-PND-COUNT)
                   MOVE PND-APPROVAL-LIMIT
                       TO WS-PND-LIMIT (WS-PND-COUNT)
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
           ELSE
               MOVE 0 TO WS-EXPIRY-WORK
           END-IF
           IF CRD-APPROVAL-LIMIT IS NUMERIC
               MOVE CRD-APPROVAL-LIMIT TO WS-LIMIT-WORK
           ELSE
               MOVE 0 TO WS-LIMIT-WORK
           END-IF
           MOVE 0 TO WS-CHG-ID
           MOVE CRD-OPERATOR-ID TO WS-CHG-SUBMITTED-BY
           MOVE SPACES TO WS-CHG-APPROVER
           MOVE CRD-ACTION TO WS-CHG-ACTION
           MOVE CRD-CATEGORY-CODE TO WS-CHG-CODE
           MOVE CRD-DESCRIPTION TO WS-CHG-DESCRIPTION
           MOVE CRD-GL-ACCOUNT TO WS-CHG-GL-ACCOUNT
           IF CRD-CATEGORY-CODE = SPACES
               MOVE "BLANK CATEGORY CODE" TO WS-DTL-REASON
               PERFORM 7300-REPORT-REJECTED
           ELSE
               IF CRD-OPERATOR-ID = SPACES
                   MOVE "NO SUBMITTING OPERATOR ID" TO WS-DTL-REASON
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
               MOVE WS-CHG-DESCRIPTION
                   TO WS-PND-DESCRIPTION (WS-PND-COUNT)
               MOVE WS-CHG-GL-ACCOUNT
                   TO WS-PND-GL-ACCOUNT (WS-PND-COUNT)
               MOVE WS-EFFECTIVE-WORK TO WS-PND-EFFECTIVE (WS-PND-COUNT)
               MOVE WS-EXPIRY-WORK TO WS-PND-EXPIRY (WS-PND-COUNT)
               MOVE WS-LIMIT-WORK TO WS-PND-LIMIT (WS-PND-COUNT)
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
      *    READS THE MASTER RECORD THE CHANGE IS AIMED AT INTO THE
      *    BEFORE IMAGE AND BUILDS THE AFTER IMAGE FROM THE CHANGE
      *    FIELDS. NOTHING IS WRITTEN HERE. WS-CHG-VALID IS LEFT 0
      *    WITH THE REASON IN WS-DTL-REASON WHEN THE CHANGE CANNOT BE
      *    MADE AGAINST THE MASTER AS IT STANDS.
           MOVE 1 TO WS-CHG-VALID
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE 0 TO WS-BEF-EFFECTIVE WS-BEF-EXPIRY WS-BEF-LIMIT
           MOVE WS-CHG-CODE TO CM-CATEGORY-CODE
           READ CATEGORY-MASTER-FILE
               INVALID KEY
                   MOVE 0 TO WS-BEF-FOUND
               NOT INVALID KEY
                   MOVE 1 TO WS-BEF-FOUND
                   MOVE CM-DESCRIPTION TO WS-BEF-DESCRIPTION
                   MOVE CM-ACTIVE-FLAG TO WS-BEF-ACTIVE-FLAG
                   MOVE CM-GL-ACCOUNT TO WS-BEF-GL-ACCOUNT
                   MOVE CM-EFFECTIVE-DATE TO WS-BEF-EFFECTIVE
                   MOVE CM-EXPIRY-DATE TO WS-BEF-EXPIRY
                   MOVE CM-APPROVAL-LIMIT TO WS-BEF-LIMIT
           END-READ
           MOVE WS-BEFORE-IMAGE TO WS-AFTER-IMAGE
           EVALUATE WS-CHG-ACTION
               WHEN "A"
                   PERFORM 3000-ADD-CATEGORY
               WHEN "D"
                   PERFORM 4000-DEACTIVATE-CATEGORY
               WHEN "L"
                   PERFORM 5000-SET-APPROVAL-LIMIT
               WHEN OTHER
                   MOVE 0 TO WS-CHG-VALID
                   MOVE SPACES TO WS-DTL-REASON
                   STRING "UNKNOWN ACTION " WS-CHG-ACTION
                       DELIMITED BY SIZE INTO WS-DTL-REASON
           END-EVALUATE.

       3000-ADD-CATEGORY.
      *    AN ADD FOR A CODE ALREADY ON FILE INACTIVE REACTIVATES IT
      *    WITH THE CARD'S DESCRIPTION, ACCOUNT, WINDOW AND LIMIT.
           IF WS-BEF-FOUND = 1 AND WS-BEF-ACTIVE-FLAG = "A"
               MOVE 0 TO WS-CHG-VALID
               MOVE "ALREADY EXISTS ACTIVE" TO WS-DTL-REASON
           ELSE
               MOVE WS-CHG-DESCRIPTION TO WS-AFT-DESCRIPTION
               MOVE "A" TO WS-AFT-ACTIVE-FLAG
               MOVE WS-CHG-GL-ACCOUNT TO WS-AFT-GL-ACCOUNT
               MOVE WS-EFFECTIVE-WORK TO WS-AFT-EFFECTIVE
               MOVE WS-EXPIRY-WORK TO WS-AFT-EXPIRY
               MOVE WS-LIMIT-WORK TO WS-AFT-LIMIT
           END-IF.

       4000-DEACTIVATE-CATEGORY.
      *    A "D" CARD WITH A FUTURE EXPIRY DATE SCHEDULES THE
      *    DEACTIVATION - THE MASTER STAYS ACTIVE AND ACCTTOT STOPS
      *    ACCEPTING THE CATEGORY WHEN THE WINDOW CLOSES, SO THE
      *    CARD NO LONGER WAITS IN A DRAWER FOR THE RIGHT MORNING.
      *    NO DATE (OR A DATE PASSED BY THE TIME IT IS APPROVED)
      *    DEACTIVATES ON THE SPOT.
           IF WS-BEF-FOUND = 0
               MOVE 0 TO WS-CHG-VALID
               MOVE "NOT ON MASTER" TO WS-DTL-REASON
           ELSE
               IF WS-EXPIRY-WORK > WS-TODAY-N
                   MOVE WS-EXPIRY-WORK TO WS-AFT-EXPIRY
               ELSE
                   MOVE "I" TO WS-AFT-ACTIVE-FLAG
                   IF WS-EXPIRY-WORK > 0
                       MOVE WS-EXPIRY-WORK TO WS-AFT-EXPIRY
                   ELSE
                       MOVE WS-TODAY-N TO WS-AFT-EXPIRY
                   END-IF
               END-IF
           END-IF.

       5000-SET-APPROVAL-LIMIT.
      *    THE LIMIT IS THE ONLY FIELD AN "L" CARD TOUCHES, SO A
      *    CHANGE OF LIMIT NEVER DISTURBS THE DESCRIPTION, ACCOUNT OR
      *    WINDOW. AN INACTIVE CATEGORY MAY STILL HAVE ITS LIMIT SET
      *    AHEAD OF A REACTIVATION.
           IF WS-BEF-FOUND = 0
               MOVE 0 TO WS-CHG-VALID
               MOVE "NOT ON MASTER" TO WS-DTL-REASON
           ELSE
               MOVE WS-LIMIT-WORK TO WS-AFT-LIMIT
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
      *    SUBMITTED THE CHANGE - THAT IS THE WHOLE POINT OF THE
      *    SECOND RUN. A CHANGE PAST ITS WINDOW LAPSES EVEN IF AN
      *    APPROVAL CARD TURNS UP FOR IT.
           MOVE 0 TO WS-CHG-ID
           MOVE SPACES TO WS-CHG-SUBMITTED-BY WS-CHG-ACTION WS-CHG-CODE
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
           MOVE WS-PND-DESCRIPTION (WS-PND-IDX) TO WS-CHG-DESCRIPTION
           MOVE WS-PND-GL-ACCOUNT (WS-PND-IDX) TO WS-CHG-GL-ACCOUNT
           MOVE WS-PND-EFFECTIVE (WS-PND-IDX) TO WS-EFFECTIVE-WORK
           MOVE WS-PND-EXPIRY (WS-PND-IDX) TO WS-EXPIRY-WORK
           MOVE WS-PND-LIMIT (WS-PND-IDX) TO WS-LIMIT-WORK.

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
      *    THE CHANGE IS REBUILT AGAINST THE MASTER AS IT STANDS NOW -
      *    ANOTHER CHANGE APPROVED SINCE IT WAS SUBMITTED MAY HAVE
      *    MADE IT IMPOSSIBLE, AND THE BEFORE VALUES REPORTED MUST BE
      *    THE ONES ACTUALLY REPLACED.
           PERFORM 2500-BUILD-CHANGE
           IF WS-CHG-VALID = 0
               PERFORM 7250-REPORT-FAILED
           ELSE
               PERFORM 6300-STORE-CHANGE
           END-IF.

       6300-STORE-CHANGE.
           MOVE SPACES TO CATEGORY-MASTER-RECORD
           MOVE WS-CHG-CODE TO CM-CATEGORY-CODE
           MOVE WS-AFT-DESCRIPTION TO CM-DESCRIPTION
           MOVE WS-AFT-ACTIVE-FLAG TO CM-ACTIVE-FLAG
           MOVE WS-AFT-GL-ACCOUNT TO CM-GL-ACCOUNT
           MOVE WS-AFT-EFFECTIVE TO CM-EFFECTIVE-DATE
           MOVE WS-AFT-EXPIRY TO CM-EXPIRY-DATE
           MOVE WS-AFT-LIMIT TO CM-APPROVAL-LIMIT
           IF WS-BEF-FOUND = 1
               REWRITE CATEGORY-MASTER-RECORD
                   INVALID KEY
                       MOVE SPACES TO WS-DTL-REASON
                       STRING "REWRITE FAILED STATUS " WS-CATG-STATUS
                           DELIMITED BY SIZE INTO WS-DTL-REASON
                       PERFORM 7250-REPORT-FAILED
                   NOT INVALID KEY
                       PERFORM 7050-REPORT-STORED
               END-REWRITE
           ELSE
               WRITE CATEGORY-MASTER-RECORD
                   INVALID KEY
                       MOVE SPACES TO WS-DTL-REASON
                       STRING "WRITE FAILED STATUS " WS-CATG-STATUS
                           DELIMITED BY SIZE INTO WS-DTL-REASON
                       PERFORM 7250-REPORT-FAILED
                   NOT INVALID KEY
                       PERFORM 7050-REPORT-STORED
               END-WRITE
           END-IF.

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
           STRING "NOT APPROVED WITHIN "
               FUNCTION TRIM (WS-FLD-DAYS-EDIT LEADING) " DAYS"
               DELIMITED BY SIZE INTO WS-DTL-REASON
           PERFORM 7400-WRITE-DETAIL-LINE.

       7050-REPORT-STORED.
      *    AN ADD WHOSE EFFECTIVE DATE IS STILL IN THE FUTURE IS ON
      *    THE MASTER BUT NOT YET ACCEPTED BY ACCTTOT, AND A
      *    DEACTIVATION WITH A FUTURE EXPIRY LEAVES THE CATEGORY OPEN
      *    UNTIL THEN - BOTH ARE REPORTED SCHEDULED SO THE DEPARTMENT
      *    KNOWS WHEN THE CHANGE BITES.
           EVALUATE TRUE
               WHEN WS-CHG-ACTION = "A"
                AND WS-EFFECTIVE-WORK > WS-TODAY-N
                   MOVE "EFFECTIVE ON CARD DATE" TO WS-DTL-REASON
                   PERFORM 7200-REPORT-SCHEDULED
               WHEN WS-CHG-ACTION = "A"
                   MOVE WS-CHG-DESCRIPTION TO WS-DTL-REASON
                   PERFORM 7100-REPORT-APPLIED
               WHEN WS-CHG-ACTION = "D"
                AND WS-EXPIRY-WORK > WS-TODAY-N
                   MOVE "EXPIRES ON CARD DATE" TO WS-DTL-REASON
                   PERFORM 7200-REPORT-SCHEDULED
               WHEN WS-CHG-ACTION = "D"
                   MOVE "DEACTIVATED" TO WS-DTL-REASON
                   PERFORM 7100-REPORT-APPLIED
               WHEN WS-LIMIT-WORK = 0
                   MOVE "APPROVAL LIMIT REMOVED" TO WS-DTL-REASON
                   PERFORM 7100-REPORT-APPLIED
               WHEN OTHER
                   MOVE WS-LIMIT-WORK TO WS-LMR-LIMIT
                   MOVE WS-LIMIT-REASON TO WS-DTL-REASON
                   PERFORM 7100-REPORT-APPLIED
           END-EVALUATE.

       7100-REPORT-APPLIED.
           ADD 1 TO WS-CHANGES-APPLIED
           MOVE "APPLIED" TO WS-DTL-DISPOSITION
           PERFORM 7400-WRITE-DETAIL-LINE
           PERFORM 7500-WRITE-FIELD-CHANGES.

       7200-REPORT-SCHEDULED.
           ADD 1 TO WS-CHANGES-SCHEDULED
           MOVE "SCHEDULED" TO WS-DTL-DISPOSITION
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
           MOVE WS-CHG-SUBMITTED-BY TO WS-DTL-SUBMITTED-BY
           MOVE WS-CHG-APPROVER TO WS-DTL-APPROVER
           IF WS-REPORT-OPEN = 1
               WRITE MAINT-REPORT-LINE FROM WS-DETAIL-LINE
           END-IF.

       7500-WRITE-FIELD-CHANGES.
      *    ONLY FIELDS WHOSE VALUE DIFFERS ARE LISTED, EXCEPT FOR A
      *    CATEGORY NEW TO THE MASTER, WHERE EVERY FIELD IS.
           IF WS-BEF-FOUND = 0
               OR WS-AFT-DESCRIPTION NOT = WS-BEF-DESCRIPTION
               MOVE "DESCRIPTION" TO WS-FLD-NAME
               MOVE WS-BEF-DESCRIPTION TO WS-FLD-BEFORE
               MOVE WS-AFT-DESCRIPTION TO WS-FLD-AFTER
               PERFORM 7510-WRITE-FIELD-LINE
           END-IF
           IF WS-BEF-FOUND = 0
               OR WS-AFT-ACTIVE-FLAG NOT = WS-BEF-ACTIVE-FLAG
               MOVE "ACTIVE FLAG" TO WS-FLD-NAME
               MOVE WS-BEF-ACTIVE-FLAG TO WS-FLD-BEFORE
               MOVE WS-AFT-ACTIVE-FLAG TO WS-FLD-AFTER
               PERFORM 7510-WRITE-FIELD-LINE
           END-IF
           IF WS-BEF-FOUND = 0
               OR WS-AFT-GL-ACCOUNT NOT = WS-BEF-GL-ACCOUNT
               MOVE "GL ACCOUNT" TO WS-FLD-NAME
               MOVE WS-BEF-GL-ACCOUNT TO WS-FLD-BEFORE
               MOVE WS-AFT-GL-ACCOUNT TO WS-FLD-AFTER
               PERFORM 7510-WRITE-FIELD-LINE
           END-IF
           IF WS-BEF-FOUND = 0
               OR WS-AFT-EFFECTIVE NOT = WS-BEF-EFFECTIVE
               MOVE "EFFECTIVE" TO WS-FLD-NAME
               MOVE WS-BEF-EFFECTIVE TO WS-FLD-BEFORE
               MOVE WS-AFT-EFFECTIVE TO WS-FLD-AFTER
               PERFORM 7510-WRITE-FIELD-LINE
           END-IF
           IF WS-BEF-FOUND = 0
               OR WS-AFT-EXPIRY NOT = WS-BEF-EXPIRY
               MOVE "EXPIRY" TO WS-FLD-NAME
               MOVE WS-BEF-EXPIRY TO WS-FLD-BEFORE
               MOVE WS-AFT-EXPIRY TO WS-FLD-AFTER
               PERFORM 7510-WRITE-FIELD-LINE
           END-IF
           IF WS-BEF-FOUND = 0
               OR WS-AFT-LIMIT NOT = WS-BEF-LIMIT
               MOVE "LIMIT" TO WS-FLD-NAME
               MOVE WS-BEF-LIMIT TO WS-FLD-LIMIT-EDIT
               MOVE WS-FLD-LIMIT-EDIT TO WS-FLD-BEFORE
               MOVE WS-AFT-LIMIT TO WS-FLD-LIMIT-EDIT
               MOVE WS-FLD-LIMIT-EDIT TO WS-FLD-AFTER
               PERFORM 7510-WRITE-FIELD-LINE
           END-IF.

       7510-WRITE-FIELD-LINE.
           IF WS-BEF-FOUND = 0
               MOVE "(NOT ON MASTER)" TO WS-FLD-BEFORE
           END-IF
           IF WS-REPORT-OPEN = 1
               WRITE MAINT-REPORT-LINE FROM WS-FIELD-LINE
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
           MOVE WS-PND-DESCRIPTION (WS-PND-IDX) TO PND-DESCRIPTION
           MOVE WS-PND-GL-ACCOUNT (WS-PND-IDX) TO PND-GL-ACCOUNT
           MOVE WS-PND-EFFECTIVE (WS-PND-IDX) TO PND-EFFECTIVE-DATE
           MOVE WS-PND-EXPIRY (WS-PND-IDX) TO PND-EXPIRY-DATE
           MOVE WS-PND-LIMIT (WS-PND-IDX) TO PND-APPROVAL-LIMIT
           WRITE PENDING-CHANGE-RECORD
           ADD 1 TO WS-CHANGES-WAITING.

       8000-WRITE-REPORT-TOTALS.
           IF WS-REPORT-OPEN = 1
               WRITE MAINT-REPORT-LINE FROM WS-HDR-LINE-2
               MOVE WS-CARDS-READ TO WS-TOT-READ
               WRITE MAINT-REPORT-LINE FROM WS-TOTAL-LINE-READ
               MOVE WS-CHANGES-SUBMITTED TO WS-TOT-SUBMITTED
               WRITE MAINT-REPORT-LINE FROM WS-TOTAL-LINE-SUBMITTED
               MOVE WS-CARDS-REJECTED TO WS-TOT-REJECTED
               WRITE MAINT-REPORT-LINE FROM WS-TOTAL-LINE-REJECTED
               MOVE WS-APPROVALS-READ TO WS-TOT-APPROVALS
               WRITE MAINT-REPORT-LINE FROM WS-TOTAL-LINE-APPROVALS
               MOVE WS-APPROVALS-REFUSED TO WS-TOT-REFUSED
               WRITE MAINT-REPORT-LINE FROM WS-TOTAL-LINE-REFUSED
               MOVE WS-CHANGES-APPLIED TO WS-TOT-APPLIED
               WRITE MAINT-REPORT-LINE FROM WS-TOTAL-LINE-APPLIED
               MOVE WS-CHANGES-SCHEDULED TO WS-TOT-SCHEDULED
               WRITE MAINT-REPORT-LINE FROM WS-TOTAL-LINE-SCHEDULED
               MOVE WS-CHANGES-DECLINED TO WS-TOT-DECLINED
               WRITE MAINT-REPORT-LINE FROM WS-TOTAL-LINE-DECLINED
               MOVE WS-CHANGES-FAILED TO WS-TOT-FAILED
               WRITE MAINT-REPORT-LINE FROM WS-TOTAL-LINE-FAILED
               MOVE WS-CHANGES-EXPIRED TO WS-TOT-EXPIRED
               WRITE MAINT-REPORT-LINE FROM WS-TOTAL-LINE-EXPIRED
               MOVE WS-CHANGES-WAITING TO WS-TOT-WAITING
               WRITE MAINT-REPORT-LINE FROM WS-TOTAL-LINE-WAITING
               WRITE MAINT-REPORT-LINE FROM WS-FOOTER-LINE
               CLOSE MAINT-REPORT-FILE
           END-IF.

       9000-TERMINATE.
           DISPLAY "Cards read        : " WS-CARDS-READ
           DISPLAY "Changes submitted : " WS-CHANGES-SUBMITTED
           DISPLAY "Cards rejected    : " WS-CARDS-REJECTED
           DISPLAY "Approvals read    : " WS-APPROVALS-READ
           DISPLAY "Approvals refused : " WS-APPROVALS-REFUSED
           DISPLAY "Changes applied   : " WS-CHANGES-APPLIED
           DISPLAY "Changes scheduled : " WS-CHANGES-SCHEDULED
           DISPLAY "Changes declined  : " WS-CHANGES-DECLINED
           DISPLAY "Changes failed    : " WS-CHANGES-FAILED
           DISPLAY "Changes expired   : " WS-CHANGES-EXPIRED
           DISPLAY "Still awaiting    : " WS-CHANGES-WAITING
           IF WS-CARD-FILE-OPEN = 1
               CLOSE MAINT-CARD-FILE
           END-IF
           IF WS-MASTER-OPEN = 1
               CLOSE CATEGORY-MASTER-FILE
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
