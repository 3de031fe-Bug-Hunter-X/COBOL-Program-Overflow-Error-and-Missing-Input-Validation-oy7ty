       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLACKREC.
       AUTHOR. DATA-PROCESSING.
      *****************************************************************
      *  GLACKREC - GL POSTING ACKNOWLEDGEMENT RECONCILIATION
      *  RUNS ONCE THE LEDGER HAS RETURNED ITS ACKNOWLEDGEMENT OF THE
      *  GLEXFILE ACCTTOT SENT, AND BEFORE THE NEXT ACCTTOT RUN
      *  OVERWRITES THAT EXTRACT. EVERY DETAIL AND CONTROL LINE SENT
      *  IS MATCHED TO THE LEDGER'S ACKNOWLEDGEMENT LINE FOR IT, AND
      *  THE REPORT NAMES EACH LINE THAT WAS:
      *    - REJECTED BY THE LEDGER,
      *    - MISSING FROM THE ACKNOWLEDGEMENT, OR
      *    - POSTED AT A DIFFERENT AMOUNT FROM THE ONE SENT,
      *  PLUS ANY ACKNOWLEDGEMENT LINE THAT MATCHES NOTHING SENT.
      *  THE EXTRACT'S CONTROL RECORD CARRIES THE POSTING STAMP THAT
      *  ACCTTOT ALSO WROTE ON ITS PROCESSED-RUNS REGISTRY ENTRIES,
      *  SO THE EXTRACTS THE FILE CAME FROM ARE LISTED TOO - A STAMP
      *  NO REGISTRY ENTRY CARRIES IS ITSELF A DISCREPANCY. WHEN
      *  EVERY LINE POSTED AS SENT THOSE ENTRIES ARE MARKED "K"
      *  (CONFIRMED BY THE LEDGER); OTHERWISE THEY STAY "P" (SENT
      *  ONLY) AND THE RETURN CODE IS 8 SO THE DISCREPANCY IS CHASED
      *  THE NEXT MORNING, NOT AT MONTH-END CLOSE.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLEX-STATUS.

           SELECT GL-ACK-FILE ASSIGN TO "GLACKFIL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GACK-STATUS.

           SELECT PROCESSED-RUNS-FILE ASSIGN TO "PROCREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PREG-STATUS.

           SELECT ACK-REPORT-FILE ASSIGN TO "GLAKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AKRP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-EXTRACT-FILE
           RECORDING MODE IS F.
       01  GL-EXTRACT-RECORD.
           05  GL-ACCOUNT-CODE          PIC X(4).
           05  GL-PERIOD                PIC X(6).
           05  GL-AMOUNT                PIC S9(13)V99.
           05  GL-RECORD-TYPE           PIC X(1).
           05  GL-POSTING-STAMP         PIC X(26).
           05  FILLER                   PIC X(28).

       FD  GL-ACK-FILE
           RECORDING MODE IS F.
      *    ONE LINE BACK FROM THE LEDGER PER LINE IT RECEIVED.
      *    ACK-LINE-NUMBER IS THE LINE'S POSITION IN THE GLEXFILE AS
      *    SENT (CONTROL RECORD INCLUDED); A ZERO OR BLANK NUMBER IS
      *    MATCHED ON TYPE, ACCOUNT AND PERIOD INSTEAD. ACK-STATUS
      *    "P" IS POSTED AT ACK-AMOUNT, "R" IS REJECTED FOR
      *    ACK-REJECT-REASON. THE LEDGER ECHOES THE CONTROL RECORD'S
      *    POSTING STAMP ON ITS OWN CONTROL LINE.
       01  GL-ACK-RECORD.
           05  ACK-RECORD-TYPE          PIC X(1).
           05  ACK-LINE-NUMBER          PIC 9(4).
           05  ACK-ACCOUNT-CODE         PIC X(4).
           05  ACK-PERIOD               PIC X(6).
           05  ACK-AMOUNT               PIC S9(13)V99.
           05  ACK-STATUS               PIC X(1).
           05  ACK-REJECT-REASON        PIC X(20).
           05  ACK-POSTING-STAMP        PIC X(26).
           05  FILLER                   PIC X(3).

       FD  PROCESSED-RUNS-FILE
           RECORDING MODE IS F.
       01  PROCESSED-RUN-RECORD.
           05  PRG-EXTRACT-DATE         PIC 9(8).
           05  PRG-FILE-SERIAL          PIC 9(4).
           05  PRG-POSTED-TIMESTAMP     PIC X(26).
           05  PRG-RUN-STATUS           PIC X(1).
           05  PRG-CONFIRMED-DATE       PIC 9(8).
           05  FILLER                   PIC X(33).

       FD  ACK-REPORT-FILE.
       01  ACK-REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-DATA-AREA.
           05  WS-ERROR-FLAG           PIC 9 VALUE 0.
           05  WS-FILE-ERROR-FLAG      PIC 9 VALUE 0.
           05  WS-GLEX-FOUND           PIC 9 VALUE 0.
           05  WS-GACK-FOUND           PIC 9 VALUE 0.
           05  WS-PREG-FOUND           PIC 9 VALUE 0.
           05  WS-STAMP-MISMATCH       PIC 9 VALUE 0.
           05  WS-CONFIRMED-FLAG       PIC 9 VALUE 0.
           05  WS-FAIL-COUNT           PIC 9(5) VALUE 0.
           05  WS-ACK-READ-COUNT       PIC 9(5) VALUE 0.
           05  WS-POSTED-LINES         PIC 9(5) VALUE 0.
           05  WS-REJECTED-LINES       PIC 9(5) VALUE 0.
           05  WS-MISSING-LINES        PIC 9(5) VALUE 0.
           05  WS-AMOUNT-LINES         PIC 9(5) VALUE 0.
           05  WS-UNMATCHED-LINES      PIC 9(5) VALUE 0.
           05  WS-CONFIRMED-COUNT      PIC 9(5) VALUE 0.
           05  WS-MATCH-SUB            PIC 9(3) VALUE 0.
           05  WS-SENT-TOTAL           PIC S9(13)V99 VALUE 0.
           05  WS-ACKED-TOTAL          PIC S9(13)V99 VALUE 0.
           05  WS-ACK-STAMP            PIC X(26) VALUE SPACES.

       01  WS-FILE-STATUS-AREA.
           05  WS-GLEX-STATUS          PIC XX VALUE "00".
           05  WS-GACK-STATUS          PIC XX VALUE "00".
           05  WS-PREG-STATUS          PIC XX VALUE "00".
           05  WS-AKRP-STATUS          PIC XX VALUE "00".
           05  WS-GLEX-EOF-FLAG        PIC 9 VALUE 0.
           05  WS-GACK-EOF-FLAG        PIC 9 VALUE 0.
           05  WS-PREG-EOF-FLAG        PIC 9 VALUE 0.

       01  WS-GL-LINE-TABLE.
      *    EVERY LINE OF THE EXTRACT AS SENT, IN FILE ORDER, WITH
      *    WHAT THE LEDGER SAID ABOUT IT. WS-GLL-RESULT: SPACE NOT YET
      *    ACKNOWLEDGED, "P" POSTED AS SENT, "R" REJECTED, "A" POSTED
      *    AT A DIFFERENT AMOUNT.
           05  WS-GLL-COUNT            PIC 9(3) VALUE 0.
           05  WS-GLL-STAMP            PIC X(26) VALUE SPACES.
           05  WS-GLL-ENTRY
                   OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-GLL-COUNT
                   INDEXED BY WS-GLL-IDX.
               10  WS-GLL-TYPE         PIC X(1).
               10  WS-GLL-ACCOUNT      PIC X(4).
               10  WS-GLL-PERIOD       PIC X(6).
               10  WS-GLL-AMOUNT       PIC S9(13)V99.
               10  WS-GLL-RESULT       PIC X(1).
               10  WS-GLL-ACK-AMOUNT   PIC S9(13)V99.
               10  WS-GLL-REASON       PIC X(20).

       01  WS-UNMATCHED-TABLE.
      *    ACKNOWLEDGEMENT LINES THAT MATCH NOTHING SENT (OR REPEAT
      *    A LINE ALREADY ACKNOWLEDGED), KEPT FOR THE REPORT.
           05  WS-UNM-COUNT            PIC 9(3) VALUE 0.
           05  WS-UNM-ENTRY
                   OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-UNM-COUNT
                   INDEXED BY WS-UNM-IDX.
               10  WS-UNM-LINE-NUMBER  PIC 9(4).
               10  WS-UNM-TYPE         PIC X(1).
               10  WS-UNM-ACCOUNT      PIC X(4).
               10  WS-UNM-PERIOD       PIC X(6).
               10  WS-UNM-AMOUNT       PIC S9(13)V99.
               10  WS-UNM-STATUS       PIC X(1).

       01  WS-EXTRACT-TABLE.
      *    THE REGISTRY ENTRIES THIS GL EXTRACT WAS BUILT FROM - THE
      *    ONES WHOSE POSTING STAMP MATCHES ITS CONTROL RECORD.
           05  WS-REG-COUNT            PIC 9(3) VALUE 0.
           05  WS-REG-ENTRY
                   OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-REG-COUNT
                   INDEXED BY WS-REG-IDX.
               10  WS-REG-DATE         PIC 9(8).
               10  WS-REG-SERIAL       PIC 9(4).
               10  WS-REG-STATUS       PIC X(1).

       01  WS-RUN-DATE-AREA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YYYY     PIC 9(4).
               10  WS-CURRENT-MM       PIC 9(2).
               10  WS-CURRENT-DD       PIC 9(2).
           05  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
                                       PIC 9(8).

       01  WS-REPORT-LINES.
           05  WS-HDR-LINE-1.
               10  FILLER              PIC X(34)
                   VALUE "GL ACKNOWLEDGEMENT RECONCILIATION ".
               10  FILLER              PIC X(2) VALUE "- ".
               10  WS-HDR-RUN-DATE     PIC 9999/99/99.
           05  WS-HDR-LINE-2           PIC X(40)
               VALUE "-----------------------------------".
           05  WS-EXT-HDR-LINE         PIC X(40)
               VALUE "EXTRACTS IN THIS GL FILE:".
           05  WS-EXT-LINE.
               10  FILLER              PIC X(10)
                   VALUE "  EXTRACT ".
               10  WS-EXT-DATE         PIC 9(8).
               10  FILLER              PIC X(1) VALUE "/".
               10  WS-EXT-SERIAL       PIC 9(4).
               10  FILLER              PIC X(2) VALUE SPACES.
               10  WS-EXT-STATUS-TEXT  PIC X(30).
           05  WS-NO-STAMP-LINE        PIC X(50)
               VALUE "  NO POSTING STAMP - REGISTRY NOT CHECKED".
           05  WS-NO-EXT-LINE          PIC X(50)
               VALUE "  NO REGISTRY ENTRY CARRIES THIS STAMP".
           05  WS-STAMP-LINE           PIC X(60)
               VALUE "ACKNOWLEDGEMENT IS FOR A DIFFERENT EXTRACT".
           05  WS-LINE-HDR-LINE.
               10  FILLER              PIC X(25)
                   VALUE "LINE T ACCT PERIOD       ".
               10  FILLER              PIC X(26)
                   VALUE "     SENT          LEDGER ".
               10  FILLER              PIC X(10)
                   VALUE "RESULT".
           05  WS-DETAIL-LINE.
               10  WS-DTL-LINE-NUMBER  PIC ZZZ9.
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-DTL-TYPE         PIC X(1).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-DTL-ACCOUNT      PIC X(4).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-DTL-PERIOD       PIC X(6).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-DTL-SENT         PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-DTL-LEDGER       PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-DTL-RESULT       PIC X(28).
           05  WS-UNM-HDR-LINE         PIC X(40)
               VALUE "ACKNOWLEDGED BUT NOT IN GL EXTRACT:".
           05  WS-VALUE-LINE.
               10  WS-VAL-LABEL        PIC X(20).
               10  WS-VAL-AMOUNT       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-COUNT-LINE.
               10  WS-CNT-LABEL        PIC X(20).
               10  WS-CNT-VALUE        PIC Z,ZZZ,ZZ9.
           05  WS-RESULT-PASS-LINE     PIC X(50)
               VALUE "*** LEDGER CONFIRMED - REGISTRY MARKED ***".
           05  WS-RESULT-FAIL-LINE.
               10  FILLER              PIC X(24)
                   VALUE "*** NOT CONFIRMED - ".
               10  WS-RSL-FAIL-COUNT   PIC ZZZZ9.
               10  FILLER              PIC X(21)
                   VALUE " DISCREPANCY(IES) ***".
           05  WS-FOOTER-LINE          PIC X(40)
               VALUE "*** END OF REPORT ***".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-ERROR-FLAG = 0
               PERFORM 2000-LOAD-GL-EXTRACT
               PERFORM 3000-MATCH-ACKNOWLEDGEMENT
               PERFORM 5000-GATHER-REGISTRY
               PERFORM 7000-EVALUATE-LINES
               IF WS-FAIL-COUNT = 0 AND WS-FILE-ERROR-FLAG = 0
                   PERFORM 7500-CONFIRM-REGISTRY
               END-IF
               PERFORM 8000-WRITE-REPORT
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           OPEN OUTPUT ACK-REPORT-FILE
           IF WS-AKRP-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ACK-REPORT-FILE: "
                   WS-AKRP-STATUS
               SET WS-FILE-ERROR-FLAG TO 1
               SET WS-ERROR-FLAG TO 1
           END-IF.

       2000-LOAD-GL-EXTRACT.
           OPEN INPUT GL-EXTRACT-FILE
           IF WS-GLEX-STATUS = "00"
               PERFORM UNTIL WS-GLEX-EOF-FLAG = 1
                   READ GL-EXTRACT-FILE
                       AT END
                           SET WS-GLEX-EOF-FLAG TO 1
                       NOT AT END
                           MOVE 1 TO WS-GLEX-FOUND
                           PERFORM 2100-ADD-GL-LINE
                   END-READ
               END-PERFORM
               CLOSE GL-EXTRACT-FILE
           ELSE
               IF WS-GLEX-STATUS NOT = "35"
                   DISPLAY "ERROR OPENING GL-EXTRACT-FILE: "
                       WS-GLEX-STATUS
                   SET WS-FILE-ERROR-FLAG TO 1
               END-IF
           END-IF.

       2100-ADD-GL-LINE.
      *    A LINE THE TABLE CANNOT HOLD COULD NEVER BE CONFIRMED -
      *    IT COUNTS AS A DISCREPANCY SO THE REGISTRY IS NOT MARKED.
           IF WS-GLL-COUNT < 200
               ADD 1 TO WS-GLL-COUNT
               MOVE GL-RECORD-TYPE TO WS-GLL-TYPE (WS-GLL-COUNT)
               MOVE GL-ACCOUNT-CODE TO WS-GLL-ACCOUNT (WS-GLL-COUNT)
               MOVE GL-PERIOD TO WS-GLL-PERIOD (WS-GLL-COUNT)
               MOVE GL-AMOUNT TO WS-GLL-AMOUNT (WS-GLL-COUNT)
               MOVE SPACE TO WS-GLL-RESULT (WS-GLL-COUNT)
               MOVE 0 TO WS-GLL-ACK-AMOUNT (WS-GLL-COUNT)
               MOVE SPACES TO WS-GLL-REASON (WS-GLL-COUNT)
               IF GL-RECORD-TYPE = "C"
                   MOVE GL-POSTING-STAMP TO WS-GLL-STAMP
               ELSE
                   ADD GL-AMOUNT TO WS-SENT-TOTAL
               END-IF
           ELSE
               DISPLAY "WARNING: GL LINE TABLE FULL - LINE FOR "
                   "ACCOUNT " GL-ACCOUNT-CODE " NOT CHECKED"
               ADD 1 TO WS-MISSING-LINES
           END-IF.

       3000-MATCH-ACKNOWLEDGEMENT.
      *    A MISSING ACKNOWLEDGEMENT FILE IS NOT A FILE ERROR - THE
      *    LEDGER HAS NOT ANSWERED, SO EVERY LINE SENT SHOWS MISSING.
           OPEN INPUT GL-ACK-FILE
           IF WS-GACK-STATUS = "00"
               MOVE 1 TO WS-GACK-FOUND
               PERFORM UNTIL WS-GACK-EOF-FLAG = 1
                   READ GL-ACK-FILE
                       AT END
                           SET WS-GACK-EOF-FLAG TO 1
                       NOT AT END
                           ADD 1 TO WS-ACK-READ-COUNT
                           PERFORM 3100-MATCH-ACK-LINE
                   END-READ
               END-PERFORM
               CLOSE GL-ACK-FILE
           ELSE
               IF WS-GACK-STATUS = "35"
                   DISPLAY "NO ACKNOWLEDGEMENT RECEIVED FROM LEDGER"
               ELSE
                   DISPLAY "ERROR OPENING GL-ACK-FILE: "
                       WS-GACK-STATUS
                   SET WS-FILE-ERROR-FLAG TO 1
               END-IF
           END-IF
           IF WS-ACK-STAMP NOT = SPACES
               AND WS-GLL-STAMP NOT = SPACES
               AND WS-ACK-STAMP NOT = WS-GLL-STAMP
               MOVE 1 TO WS-STAMP-MISMATCH
           END-IF.

       3100-MATCH-ACK-LINE.
           IF ACK-RECORD-TYPE = "C" AND ACK-POSTING-STAMP NOT = SPACES
               MOVE ACK-POSTING-STAMP TO WS-ACK-STAMP
           END-IF
           MOVE 0 TO WS-MATCH-SUB
           IF ACK-LINE-NUMBER IS NUMERIC
               AND ACK-LINE-NUMBER > 0
               AND ACK-LINE-NUMBER NOT > WS-GLL-COUNT
               MOVE ACK-LINE-NUMBER TO WS-MATCH-SUB
               IF WS-GLL-TYPE (WS-MATCH-SUB) NOT = ACK-RECORD-TYPE
                   OR WS-GLL-ACCOUNT (WS-MATCH-SUB)
                       NOT = ACK-ACCOUNT-CODE
                   OR WS-GLL-PERIOD (WS-MATCH-SUB) NOT = ACK-PERIOD
                   MOVE 0 TO WS-MATCH-SUB
               END-IF
           ELSE
               PERFORM 3110-FIND-BY-ACCOUNT
           END-IF
           IF WS-MATCH-SUB > 0
               IF WS-GLL-RESULT (WS-MATCH-SUB) NOT = SPACE
                   MOVE 0 TO WS-MATCH-SUB
               END-IF
           END-IF
           IF WS-MATCH-SUB = 0
               PERFORM 3200-ADD-UNMATCHED-LINE
           ELSE
               MOVE ACK-AMOUNT TO WS-GLL-ACK-AMOUNT (WS-MATCH-SUB)
               EVALUATE TRUE
                   WHEN ACK-STATUS NOT = "P"
                       MOVE "R" TO WS-GLL-RESULT (WS-MATCH-SUB)
                       MOVE ACK-REJECT-REASON
                           TO WS-GLL-REASON (WS-MATCH-SUB)
                   WHEN ACK-AMOUNT NOT = WS-GLL-AMOUNT (WS-MATCH-SUB)
                       MOVE "A" TO WS-GLL-RESULT (WS-MATCH-SUB)
                   WHEN OTHER
                       MOVE "P" TO WS-GLL-RESULT (WS-MATCH-SUB)
               END-EVALUATE
               IF ACK-STATUS = "P" AND ACK-RECORD-TYPE NOT = "C"
                   ADD ACK-AMOUNT TO WS-ACKED-TOTAL
               END-IF
           END-IF.

       3110-FIND-BY-ACCOUNT.
      *    SEVERAL CATEGORIES CAN MAP TO ONE ACCOUNT - THE FIRST LINE
      *    NOT YET ACKNOWLEDGED WITH THE SAME AMOUNT IS PREFERRED,
      *    THEN ANY LINE NOT YET ACKNOWLEDGED.
           PERFORM VARYING WS-GLL-IDX FROM 1 BY 1
                   UNTIL WS-GLL-IDX > WS-GLL-COUNT
                   OR WS-MATCH-SUB > 0
               IF WS-GLL-TYPE (WS-GLL-IDX) = ACK-RECORD-TYPE
                   AND WS-GLL-ACCOUNT (WS-GLL-IDX) = ACK-ACCOUNT-CODE
                   AND WS-GLL-PERIOD (WS-GLL-IDX) = ACK-PERIOD
                   AND WS-GLL-AMOUNT (WS-GLL-IDX) = ACK-AMOUNT
                   AND WS-GLL-RESULT (WS-GLL-IDX) = SPACE
                   SET WS-MATCH-SUB TO WS-GLL-IDX
               END-IF
           END-PERFORM
           PERFORM VARYING WS-GLL-IDX FROM 1 BY 1
                   UNTIL WS-GLL-IDX > WS-GLL-COUNT
                   OR WS-MATCH-SUB > 0
               IF WS-GLL-TYPE (WS-GLL-IDX) = ACK-RECORD-TYPE
                   AND WS-GLL-ACCOUNT (WS-GLL-IDX) = ACK-ACCOUNT-CODE
                   AND WS-GLL-PERIOD (WS-GLL-IDX) = ACK-PERIOD
                   AND WS-GLL-RESULT (WS-GLL-IDX) = SPACE
                   SET WS-MATCH-SUB TO WS-GLL-IDX
               END-IF
           END-PERFORM.

       3200-ADD-UNMATCHED-LINE.
           ADD 1 TO WS-UNMATCHED-LINES
           IF WS-UNM-COUNT < 100
               ADD 1 TO WS-UNM-COUNT
               IF ACK-LINE-NUMBER IS NUMERIC
                   MOVE ACK-LINE-NUMBER
                       TO WS-UNM-LINE-NUMBER (WS-UNM-COUNT)
               ELSE
                   MOVE 0 TO WS-UNM-LINE-NUMBER (WS-UNM-COUNT)
               END-IF
               MOVE ACK-RECORD-TYPE TO WS-UNM-TYPE (WS-UNM-COUNT)
               MOVE ACK-ACCOUNT-CODE TO WS-UNM-ACCOUNT (WS-UNM-COUNT)
               MOVE ACK-PERIOD TO WS-UNM-PERIOD (WS-UNM-COUNT)
               MOVE ACK-AMOUNT TO WS-UNM-AMOUNT (WS-UNM-COUNT)
               MOVE ACK-STATUS TO WS-UNM-STATUS (WS-UNM-COUNT)
           ELSE
               DISPLAY "WARNING: UNMATCHED-LINE TABLE FULL - LINE "
                   "FOR ACCOUNT " ACK-ACCOUNT-CODE " NOT LISTED"
           END-IF.

       5000-GATHER-REGISTRY.
      *    ONLY ENTRIES STILL SHOWING POSTED ARE TIED TO THE EXTRACT -
      *    A "B" ENTRY WAS BACKED OUT AND ITS LINES NO LONGER STAND.
           IF WS-GLL-STAMP NOT = SPACES
               OPEN INPUT PROCESSED-RUNS-FILE
               IF WS-PREG-STATUS = "00"
                   MOVE 1 TO WS-PREG-FOUND
                   PERFORM UNTIL WS-PREG-EOF-FLAG = 1
                       READ PROCESSED-RUNS-FILE
                           AT END
                               SET WS-PREG-EOF-FLAG TO 1
                           NOT AT END
                               IF PRG-POSTED-TIMESTAMP = WS-GLL-STAMP
                                   AND (PRG-RUN-STATUS = "P"
                                       OR PRG-RUN-STATUS = "K")
                                   PERFORM 5100-ADD-REGISTRY-ENTRY
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PROCESSED-RUNS-FILE
               ELSE
                   IF WS-PREG-STATUS NOT = "35"
                       DISPLAY "ERROR OPENING PROCESSED-RUNS-FILE: "
                           WS-PREG-STATUS
                       SET WS-FILE-ERROR-FLAG TO 1
                   END-IF
               END-IF
           END-IF.

       5100-ADD-REGISTRY-ENTRY.
           IF WS-REG-COUNT < 200
               ADD 1 TO WS-REG-COUNT
               MOVE PRG-EXTRACT-DATE TO WS-REG-DATE (WS-REG-COUNT)
               MOVE PRG-FILE-SERIAL TO WS-REG-SERIAL (WS-REG-COUNT)
               MOVE PRG-RUN-STATUS TO WS-REG-STATUS (WS-REG-COUNT)
           ELSE
               DISPLAY "WARNING: REGISTRY TABLE FULL - ENTRY "
                   PRG-EXTRACT-DATE "/" PRG-FILE-SERIAL " NOT LISTED"
           END-IF.

       7000-EVALUATE-LINES.
           PERFORM VARYING WS-GLL-IDX FROM 1 BY 1
                   UNTIL WS-GLL-IDX > WS-GLL-COUNT
               EVALUATE WS-GLL-RESULT (WS-GLL-IDX)
                   WHEN "P"
                       ADD 1 TO WS-POSTED-LINES
                   WHEN "R"
                       ADD 1 TO WS-REJECTED-LINES
                   WHEN "A"
                       ADD 1 TO WS-AMOUNT-LINES
                   WHEN OTHER
                       ADD 1 TO WS-MISSING-LINES
               END-EVALUATE
           END-PERFORM
           COMPUTE WS-FAIL-COUNT = WS-REJECTED-LINES
               + WS-AMOUNT-LINES + WS-MISSING-LINES
               + WS-UNMATCHED-LINES + WS-STAMP-MISMATCH
      *    AN EMPTY OR MISSING EXTRACT HAS NOTHING TO CONFIRM.
           IF WS-GLEX-FOUND = 0
               ADD 1 TO WS-FAIL-COUNT
           END-IF
      *    A STAMPED EXTRACT NO REGISTRY ENTRY OWNS WAS NEVER
      *    RECORDED AS SENT - THE LEDGER HAS POSTED SOMETHING NOBODY
      *    CAN TIE TO A RUN. ONLY AN EXTRACT FROM BEFORE THE STAMP
      *    EXISTED PASSES WITHOUT A REGISTRY ENTRY.
           IF WS-GLL-STAMP NOT = SPACES AND WS-REG-COUNT = 0
               ADD 1 TO WS-FAIL-COUNT
           END-IF.

       7500-CONFIRM-REGISTRY.
      *    EVERY LINE POSTED AS SENT - THE EXTRACTS BEHIND THIS FILE
      *    MOVE FROM SENT ("P") TO CONFIRMED ("K"). AN ENTRY ALREADY
      *    CONFIRMED BY AN EARLIER PASS IS LEFT AS IT IS.
           IF WS-REG-COUNT > 0
               MOVE 0 TO WS-PREG-EOF-FLAG
               OPEN I-O PROCESSED-RUNS-FILE
               IF WS-PREG-STATUS NOT = "00"
                   DISPLAY "ERROR OPENING PROCESSED-RUNS-FILE: "
                       WS-PREG-STATUS
                   SET WS-FILE-ERROR-FLAG TO 1
               ELSE
                   PERFORM UNTIL WS-PREG-EOF-FLAG = 1
                       READ PROCESSED-RUNS-FILE
                           AT END
                               SET WS-PREG-EOF-FLAG TO 1
                           NOT AT END
                               IF PRG-POSTED-TIMESTAMP = WS-GLL-STAMP
                                   AND PRG-RUN-STATUS = "P"
                                   MOVE "K" TO PRG-RUN-STATUS
                                   MOVE WS-CURRENT-DATE-N
                                       TO PRG-CONFIRMED-DATE
                                   REWRITE PROCESSED-RUN-RECORD
                                   ADD 1 TO WS-CONFIRMED-COUNT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PROCESSED-RUNS-FILE
                   MOVE 1 TO WS-CONFIRMED-FLAG
               END-IF
           ELSE
               MOVE 1 TO WS-CONFIRMED-FLAG
           END-IF.

       8000-WRITE-REPORT.
           MOVE WS-CURRENT-DATE TO WS-HDR-RUN-DATE
           WRITE ACK-REPORT-LINE FROM WS-HDR-LINE-1
           WRITE ACK-REPORT-LINE FROM WS-HDR-LINE-2
           PERFORM 8300-WRITE-EXTRACT-SECTION
           WRITE ACK-REPORT-LINE FROM WS-HDR-LINE-2
           IF WS-STAMP-MISMATCH = 1
               WRITE ACK-REPORT-LINE FROM WS-STAMP-LINE
           END-IF
           WRITE ACK-REPORT-LINE FROM WS-LINE-HDR-LINE
           PERFORM VARYING WS-GLL-IDX FROM 1 BY 1
                   UNTIL WS-GLL-IDX > WS-GLL-COUNT
               PERFORM 8100-WRITE-LINE-RESULT
           END-PERFORM
           IF WS-UNM-COUNT > 0
               WRITE ACK-REPORT-LINE FROM WS-HDR-LINE-2
               WRITE ACK-REPORT-LINE FROM WS-UNM-HDR-LINE
               PERFORM VARYING WS-UNM-IDX FROM 1 BY 1
                       UNTIL WS-UNM-IDX > WS-UNM-COUNT
                   PERFORM 8200-WRITE-UNMATCHED-LINE
               END-PERFORM
           END-IF
           WRITE ACK-REPORT-LINE FROM WS-HDR-LINE-2
           MOVE "LINES SENT         :" TO WS-CNT-LABEL
           MOVE WS-GLL-COUNT TO WS-CNT-VALUE
           WRITE ACK-REPORT-LINE FROM WS-COUNT-LINE
           MOVE "ACK LINES RECEIVED :" TO WS-CNT-LABEL
           MOVE WS-ACK-READ-COUNT TO WS-CNT-VALUE
           WRITE ACK-REPORT-LINE FROM WS-COUNT-LINE
           MOVE "POSTED AS SENT     :" TO WS-CNT-LABEL
           MOVE WS-POSTED-LINES TO WS-CNT-VALUE
           WRITE ACK-REPORT-LINE FROM WS-COUNT-LINE
           MOVE "REJECTED BY LEDGER :" TO WS-CNT-LABEL
           MOVE WS-REJECTED-LINES TO WS-CNT-VALUE
           WRITE ACK-REPORT-LINE FROM WS-COUNT-LINE
           MOVE "MISSING FROM ACK   :" TO WS-CNT-LABEL
           MOVE WS-MISSING-LINES TO WS-CNT-VALUE
           WRITE ACK-REPORT-LINE FROM WS-COUNT-LINE
           MOVE "AMOUNT DIFFERS     :" TO WS-CNT-LABEL
           MOVE WS-AMOUNT-LINES TO WS-CNT-VALUE
           WRITE ACK-REPORT-LINE FROM WS-COUNT-LINE
           MOVE "NOT IN GL EXTRACT  :" TO WS-CNT-LABEL
           MOVE WS-UNMATCHED-LINES TO WS-CNT-VALUE
           WRITE ACK-REPORT-LINE FROM WS-COUNT-LINE
           MOVE "DETAIL TOTAL SENT  :" TO WS-VAL-LABEL
           MOVE WS-SENT-TOTAL TO WS-VAL-AMOUNT
           WRITE ACK-REPORT-LINE FROM WS-VALUE-LINE
           MOVE "DETAIL TOTAL POSTED:" TO WS-VAL-LABEL
           MOVE WS-ACKED-TOTAL TO WS-VAL-AMOUNT
           WRITE ACK-REPORT-LINE FROM WS-VALUE-LINE
           WRITE ACK-REPORT-LINE FROM WS-HDR-LINE-2
           IF WS-FAIL-COUNT = 0 AND WS-CONFIRMED-FLAG = 1
               WRITE ACK-REPORT-LINE FROM WS-RESULT-PASS-LINE
           ELSE
               MOVE WS-FAIL-COUNT TO WS-RSL-FAIL-COUNT
               WRITE ACK-REPORT-LINE FROM WS-RESULT-FAIL-LINE
           END-IF
           WRITE ACK-REPORT-LINE FROM WS-FOOTER-LINE
           CLOSE ACK-REPORT-FILE.

       8100-WRITE-LINE-RESULT.
           SET WS-MATCH-SUB TO WS-GLL-IDX
           MOVE WS-MATCH-SUB TO WS-DTL-LINE-NUMBER
           MOVE WS-GLL-TYPE (WS-GLL-IDX) TO WS-DTL-TYPE
           MOVE WS-GLL-ACCOUNT (WS-GLL-IDX) TO WS-DTL-ACCOUNT
           MOVE WS-GLL-PERIOD (WS-GLL-IDX) TO WS-DTL-PERIOD
           MOVE WS-GLL-AMOUNT (WS-GLL-IDX) TO WS-DTL-SENT
           MOVE WS-GLL-ACK-AMOUNT (WS-GLL-IDX) TO WS-DTL-LEDGER
           EVALUATE WS-GLL-RESULT (WS-GLL-IDX)
               WHEN "P"
                   MOVE "POSTED" TO WS-DTL-RESULT
               WHEN "R"
                   MOVE SPACES TO WS-DTL-RESULT
                   STRING "REJECTED " DELIMITED BY SIZE
                       WS-GLL-REASON (WS-GLL-IDX) DELIMITED BY SIZE
                       INTO WS-DTL-RESULT
                   END-STRING
               WHEN "A"
                   MOVE "POSTED AT DIFFERENT AMOUNT" TO WS-DTL-RESULT
               WHEN OTHER
                   MOVE 0 TO WS-DTL-LEDGER
                   MOVE "MISSING FROM ACKNOWLEDGEMENT" TO WS-DTL-RESULT
           END-EVALUATE
           WRITE ACK-REPORT-LINE FROM WS-DETAIL-LINE.

       8200-WRITE-UNMATCHED-LINE.
           MOVE WS-UNM-LINE-NUMBER (WS-UNM-IDX) TO WS-DTL-LINE-NUMBER
           MOVE WS-UNM-TYPE (WS-UNM-IDX) TO WS-DTL-TYPE
           MOVE WS-UNM-ACCOUNT (WS-UNM-IDX) TO WS-DTL-ACCOUNT
           MOVE WS-UNM-PERIOD (WS-UNM-IDX) TO WS-DTL-PERIOD
           MOVE 0 TO WS-DTL-SENT
           MOVE WS-UNM-AMOUNT (WS-UNM-IDX) TO WS-DTL-LEDGER
           IF WS-UNM-STATUS (WS-UNM-IDX) = "P"
               MOVE "POSTED - NOT SENT" TO WS-DTL-RESULT
           ELSE
               MOVE "REJECTED - NOT SENT" TO WS-DTL-RESULT
           END-IF
           WRITE ACK-REPORT-LINE FROM WS-DETAIL-LINE.

       8300-WRITE-EXTRACT-SECTION.
           WRITE ACK-REPORT-LINE FROM WS-EXT-HDR-LINE
           IF WS-GLL-STAMP = SPACES
               WRITE ACK-REPORT-LINE FROM WS-NO-STAMP-LINE
           ELSE
               IF WS-REG-COUNT = 0
                   WRITE ACK-REPORT-LINE FROM WS-NO-EXT-LINE
               END-IF
               PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                       UNTIL WS-REG-IDX > WS-REG-COUNT
                   MOVE WS-REG-DATE (WS-REG-IDX) TO WS-EXT-DATE
                   MOVE WS-REG-SERIAL (WS-REG-IDX) TO WS-EXT-SERIAL
                   IF WS-REG-STATUS (WS-REG-IDX) = "K"
                       MOVE "CONFIRMED BY LEDGER EARLIER"
                           TO WS-EXT-STATUS-TEXT
                   ELSE
                       IF WS-CONFIRMED-FLAG = 1
                           MOVE "CONFIRMED BY LEDGER"
                               TO WS-EXT-STATUS-TEXT
                       ELSE
                           MOVE "SENT - NOT CONFIRMED"
                               TO WS-EXT-STATUS-TEXT
                       END-IF
                   END-IF
                   WRITE ACK-REPORT-LINE FROM WS-EXT-LINE
               END-PERFORM
           END-IF.

       9000-TERMINATE.
           DISPLAY "GL lines sent: " WS-GLL-COUNT
           DISPLAY "Discrepancies: " WS-FAIL-COUNT
           IF WS-CONFIRMED-COUNT > 0
               DISPLAY "Extracts confirmed: " WS-CONFIRMED-COUNT
           END-IF
           IF WS-FILE-ERROR-FLAG = 1
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-FAIL-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
