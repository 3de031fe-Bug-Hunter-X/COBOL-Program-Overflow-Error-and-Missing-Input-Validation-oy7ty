      *  IF NO RUN-HISTORY FILE EXISTS, THE DAILY GL EXTRACT IS READ
      *  INSTEAD - THAT FALLBACK CAN ONLY SUMMARIZE BY GL PERIOD,
      *  SINCE THE EXTRACT CARRIES NO RUN DATE OR CATEGORY DETAIL.
      *  A CONSOLIDATED RUN ALSO MAINTAINS THE PERIOD-STATUS FILE
      *  ACCTTOT CHECKS BEFORE IT POSTS: EVERY PERIOD WHOSE LAST DAY
      *  HAS PASSED IS CLOSED, AND FINANCE'S PERIOD CARDS CLOSE,
      *  LOCK OR REOPEN INDIVIDUAL PERIODS.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERR-STATUS.

           SELECT PERIOD-STATUS-FILE ASSIGN TO "PERSTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PSTA-STATUS.

           SELECT PERIOD-CARD-FILE ASSIGN TO "PERCARDS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PCRD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-HISTORY-FILE
       FD  PERIOD-REPORT-FILE.
       01  PERIOD-REPORT-LINE           PIC X(80).

       FD  PERIOD-STATUS-FILE
           RECORDING MODE IS F.
      *    ONE RECORD PER FISCAL PERIOD. PS-STATUS "O" IS OPEN, "C"
      *    CLOSED (ACCTTOT REDIRECTS LATE ACTIVITY TO THE CURRENT
      *    OPEN PERIOD AS A PRIOR-PERIOD ADJUSTMENT) AND "L" LOCKED
      *    (ACCTTOT REFUSES ANYTHING AIMED AT IT). PS-CHANGED-DATE
      *    AND PS-CHANGED-BY SAY WHEN AND BY WHOM THE STATUS LAST
      *    CHANGED - "ACCTPER" FOR AN AUTOMATIC CLOSE.
       01  PERIOD-STATUS-RECORD.
           05  PS-PERIOD-KEY            PIC X(6).
           05  PS-STATUS                PIC X(1).
           05  PS-START-DATE            PIC 9(8).
           05  PS-END-DATE              PIC 9(8).
           05  PS-CHANGED-DATE          PIC 9(8).
           05  PS-CHANGED-BY            PIC X(8).
           05  FILLER                   PIC X(41).

       FD  PERIOD-CARD-FILE
           RECORDING MODE IS F.
      *    PCC-ACTION "C" CLOSES AN OPEN PERIOD AHEAD OF THE
      *    AUTOMATIC CLOSE, "L" LOCKS AN OPEN OR CLOSED PERIOD FOR
      *    GOOD AND "O" REOPENS A CLOSED ONE FOR A SANCTIONED LATE
      *    CORRECTION - A LOCKED PERIOD CANNOT BE REOPENED. CARDS ARE
      *    APPLIED AFTER THE AUTOMATIC CLOSE, SO A REOPEN HOLDS UNTIL
      *    THE NEXT CONSOLIDATION. PCC-OPERATOR-ID IS REQUIRED.
       01  PERIOD-CARD-RECORD.
           05  PCC-ACTION               PIC X(1).
           05  PCC-PERIOD-KEY           PIC X(6).
           05  PCC-OPERATOR-ID          PIC X(8).
           05  FILLER                   PIC X(65).

       WORKING-STORAGE SECTION.
       01  WS-DATA-AREA.
           05  WS-DAILY-RUN-COUNT      PIC 9(5) VALUE 0.
           05  WS-GLEX-STATUS          PIC XX VALUE "00".
           05  WS-PERR-STATUS          PIC XX VALUE "00".
           05  WS-FCAL-STATUS          PIC XX VALUE "00".
           05  WS-PSTA-STATUS          PIC XX VALUE "00".
           05  WS-PCRD-STATUS          PIC XX VALUE "00".
           05  WS-HIST-EOF-FLAG        PIC 9 VALUE 0.
           05  WS-GLEX-EOF-FLAG        PIC 9 VALUE 0.
           05  WS-FCAL-EOF-FLAG        PIC 9 VALUE 0.
           05  WS-PSTA-EOF-FLAG        PIC 9 VALUE 0.
           05  WS-PCRD-EOF-FLAG        PIC 9 VALUE 0.

       01  WS-FISCAL-CALENDAR-TABLE.
      *    LOADED ONCE AT INITIALIZATION. A MISSING CALENDAR ONLY
               10  WS-FCAL-START       PIC 9(8).
               10  WS-FCAL-END         PIC 9(8).

       01  WS-PERIOD-STATUS-TABLE.
      *    THE PERIOD-STATUS FILE AS FOUND, PLUS EVERY CALENDAR (OR,
      *    WITH NO CALENDAR, EVERY CONSOLIDATED YYYYMM) PERIOD NOT YET
      *    ON IT. REWRITTEN IN FULL ONCE THE CLOSES AND CARDS ARE
      *    APPLIED. WS-PSTAT-NOTE SAYS WHAT THIS RUN DID TO IT.
           05  WS-PSTAT-COUNT          PIC 9(3) VALUE 0.
           05  WS-PSTAT-UPDATED        PIC 9 VALUE 0.
           05  WS-PSTAT-CLOSED-COUNT   PIC 9(3) VALUE 0.
           05  WS-PSTAT-KEY-WORK       PIC X(6) VALUE SPACES.
           05  WS-PSTAT-START-WORK     PIC 9(8) VALUE 0.
           05  WS-PSTAT-END-WORK       PIC 9(8) VALUE 0.
           05  WS-PSTAT-FOUND          PIC 9 VALUE 0.
           05  WS-PCRD-RESULT-WORK     PIC X(30) VALUE SPACES.
      *    A CONSOLIDATED YYYYMM PERIOD WITH NO CALENDAR BEHIND IT
      *    RUNS FROM ITS 01 TO ITS 31 - CLOSE ENOUGH FOR THE DATE
      *    COMPARISONS THE STATUS FILE IS USED FOR.
           05  WS-PDW-DATE             PIC 9(8) VALUE 0.
           05  WS-PDW-DATE-X REDEFINES WS-PDW-DATE.
               10  WS-PDW-PERIOD       PIC X(6).
               10  WS-PDW-DAY          PIC X(2).
           05  WS-PSTAT-ENTRY
                   OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-PSTAT-COUNT
                   INDEXED BY WS-PSTAT-IDX.
               10  WS-PSTAT-KEY        PIC X(6).
               10  WS-PSTAT-STATUS     PIC X(1).
               10  WS-PSTAT-START      PIC 9(8).
               10  WS-PSTAT-END        PIC 9(8).
               10  WS-PSTAT-CHG-DATE   PIC 9(8).
               10  WS-PSTAT-CHG-BY     PIC X(8).
               10  WS-PSTAT-NOTE       PIC X(16).

       01  WS-PERIOD-CARD-TABLE.
      *    EVERY PERIOD CARD READ AND WHAT BECAME OF IT, FOR THE
      *    PERIOD-STATUS SECTION OF THE REPORT.
           05  WS-PCRD-COUNT           PIC 9(3) VALUE 0.
           05  WS-PCRD-REJECTED        PIC 9(3) VALUE 0.
           05  WS-PCRD-ENTRY
                   OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-PCRD-COUNT
                   INDEXED BY WS-PCRD-IDX.
               10  WS-PCRD-ACTION      PIC X(1).
               10  WS-PCRD-PERIOD      PIC X(6).
               10  WS-PCRD-OPERATOR    PIC X(8).
               10  WS-PCRD-RESULT      PIC X(30).

       01  WS-WEEK-TABLE.
           05  WS-WEEK-COUNT           PIC 9(3) VALUE 0.
           05  WS-WEEK-ENTRY
               10  WS-CURRENT-YYYY     PIC 9(4).
               10  WS-CURRENT-MM       PIC 9(2).
               10  WS-CURRENT-DD       PIC 9(2).
           05  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
                                       PIC 9(8).
           05  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE.
               10  WS-CURRENT-PERIOD   PIC X(6).
               10  FILLER              PIC X(2).

       01  WS-REPORT-LINES.
           05  WS-HDR-LINE-1.
               10  WS-GRAND-AMOUNT     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-FALLBACK-LINE        PIC X(70)
               VALUE "NO RUN HISTORY - GL EXTRACT BY PERIOD ONLY".
           05  WS-PSTAT-SECTION-LINE   PIC X(40)
               VALUE "PERIOD STATUS:".
           05  WS-PSTAT-LINE.
               10  FILLER              PIC X(2) VALUE SPACES.
               10  WS-PSL-KEY          PIC X(6).
               10  FILLER              PIC X(2) VALUE SPACES.
               10  WS-PSL-START        PIC 9999/99/99.
               10  FILLER              PIC X(1) VALUE "-".
               10  WS-PSL-END          PIC 9999/99/99.
               10  FILLER              PIC X(2) VALUE SPACES.
               10  WS-PSL-STATUS       PIC X(6).
               10  FILLER              PIC X(2) VALUE SPACES.
               10  WS-PSL-CHG-BY       PIC X(8).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-PSL-NOTE         PIC X(16).
           05  WS-PCARD-SECTION-LINE   PIC X(40)
               VALUE "PERIOD CARDS:".
           05  WS-PCARD-LINE.
               10  FILLER              PIC X(2) VALUE SPACES.
               10  WS-PCL-ACTION       PIC X(1).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-PCL-PERIOD       PIC X(6).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-PCL-OPERATOR     PIC X(8).
               10  FILLER              PIC X(2) VALUE SPACES.
               10  WS-PCL-RESULT       PIC X(30).
           05  WS-PSTAT-HELD-LINE      PIC X(60) VALUE
               "PERIOD-STATUS FILE NOT UPDATED - SEE CONSOLE".
           05  WS-FOOTER-LINE          PIC X(40)
               VALUE "*** END OF REPORT ***".

                       UNTIL WS-GLEX-EOF-FLAG = 1
               END-IF
           END-IF
      *    THE PERIOD-STATUS FILE IS ONLY TOUCHED BY A RUN THAT READ
      *    ITS WHOLE INPUT - A FAILED CONSOLIDATION CLOSES NOTHING.
           IF WS-ERROR-FLAG = 0
               PERFORM 7000-UPDATE-PERIOD-STATUS
           END-IF
           IF WS-ERROR-FLAG = 0
               PERFORM 8000-PRODUCE-REPORT
           END-IF
                   ADD 1 TO WS-PERIOD-DAYS (WS-PERIOD-IDX)
           END-SEARCH.

       7000-UPDATE-PERIOD-STATUS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           PERFORM 7100-LOAD-PERIOD-STATUS
           IF WS-FILE-ERROR-FLAG = 0
               IF WS-FCAL-LOADED = 1
                   PERFORM VARYING WS-FCAL-IDX FROM 1 BY 1
                           UNTIL WS-FCAL-IDX > WS-FCAL-COUNT
                       MOVE WS-FCAL-KEY (WS-FCAL-IDX)
                           TO WS-PSTAT-KEY-WORK
                       MOVE WS-FCAL-START (WS-FCAL-IDX)
                           TO WS-PSTAT-START-WORK
                       MOVE WS-FCAL-END (WS-FCAL-IDX)
                           TO WS-PSTAT-END-WORK
                       PERFORM 7210-MERGE-PERIOD
                   END-PERFORM
               ELSE
                   PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
                           UNTIL WS-PERIOD-IDX > WS-PERIOD-COUNT
                       IF WS-PERIOD-KEY (WS-PERIOD-IDX) IS NUMERIC
                           MOVE WS-PERIOD-KEY (WS-PERIOD-IDX)
                               TO WS-PSTAT-KEY-WORK
                           MOVE WS-PERIOD-KEY (WS-PERIOD-IDX)
                               TO WS-PDW-PERIOD
                           MOVE "01" TO WS-PDW-DAY
                           MOVE WS-PDW-DATE TO WS-PSTAT-START-WORK
                           MOVE "31" TO WS-PDW-DAY
                           MOVE WS-PDW-DATE TO WS-PSTAT-END-WORK
                           PERFORM 7210-MERGE-PERIOD
                       END-IF
                   END-PERFORM
               END-IF
               PERFORM 7300-CLOSE-ENDED-PERIODS
               PERFORM 7400-APPLY-PERIOD-CARDS
               PERFORM 7500-WRITE-PERIOD-STATUS
           END-IF.

       7100-LOAD-PERIOD-STATUS.
      *    NO FILE YET IS THE FIRST CONSOLIDATION - EVERY PERIOD
      *    STARTS OPEN. A FILE THAT WILL NOT OPEN IS LEFT ALONE
      *    RATHER THAN REBUILT FROM NOTHING, WHICH WOULD QUIETLY
      *    UNLOCK EVERY LOCKED PERIOD.
           OPEN INPUT PERIOD-STATUS-FILE
           IF WS-PSTA-STATUS = "00"
               PERFORM UNTIL WS-PSTA-EOF-FLAG = 1
                   READ PERIOD-STATUS-FILE
                       AT END
                           SET WS-PSTA-EOF-FLAG TO 1
                       NOT AT END
                           PERFORM 7110-ADD-STATUS-ENTRY
                   END-READ
               END-PERFORM
               CLOSE PERIOD-STATUS-FILE
           ELSE
               IF WS-PSTA-STATUS NOT = "35"
                   DISPLAY "ERROR OPENING PERIOD-STATUS-FILE: "
                       WS-PSTA-STATUS
                   SET WS-FILE-ERROR-FLAG TO 1
               END-IF
           END-IF.

       7110-ADD-STATUS-ENTRY.
           IF WS-PSTAT-COUNT < 200
               ADD 1 TO WS-PSTAT-COUNT
               MOVE PS-PERIOD-KEY TO WS-PSTAT-KEY (WS-PSTAT-COUNT)
               MOVE PS-STATUS TO WS-PSTAT-STATUS (WS-PSTAT-COUNT)
               IF PS-START-DATE IS NUMERIC AND PS-END-DATE IS NUMERIC
                   MOVE PS-START-DATE
                       TO WS-PSTAT-START (WS-PSTAT-COUNT)
                   MOVE PS-END-DATE TO WS-PSTAT-END (WS-PSTAT-COUNT)
               ELSE
                   MOVE 0 TO WS-PSTAT-START (WS-PSTAT-COUNT)
                   MOVE 0 TO WS-PSTAT-END (WS-PSTAT-COUNT)
               END-IF
               IF PS-CHANGED-DATE IS NUMERIC
                   MOVE PS-CHANGED-DATE
                       TO WS-PSTAT-CHG-DATE (WS-PSTAT-COUNT)
               ELSE
                   MOVE 0 TO WS-PSTAT-CHG-DATE (WS-PSTAT-COUNT)
               END-IF
               MOVE PS-CHANGED-BY TO WS-PSTAT-CHG-BY (WS-PSTAT-COUNT)
               MOVE SPACES TO WS-PSTAT-NOTE (WS-PSTAT-COUNT)
           ELSE
               DISPLAY "WARNING: PERIOD-STATUS TABLE FULL - PERIOD "
                   PS-PERIOD-KEY " DROPPED"
               SET WS-FILE-ERROR-FLAG TO 1
           END-IF.

       7210-MERGE-PERIOD.
      *    THE CALENDAR'S DATES WIN OVER WHATEVER THE STATUS FILE
      *    CARRIED; THE STATUS ITSELF IS NEVER RESET HERE.
           SET WS-PSTAT-IDX TO 1
           SEARCH WS-PSTAT-ENTRY
               AT END
                   IF WS-PSTAT-COUNT < 200
                       ADD 1 TO WS-PSTAT-COUNT
                       MOVE WS-PSTAT-KEY-WORK
                           TO WS-PSTAT-KEY (WS-PSTAT-COUNT)
                       MOVE "O" TO WS-PSTAT-STATUS (WS-PSTAT-COUNT)
                       MOVE WS-PSTAT-START-WORK
                           TO WS-PSTAT-START (WS-PSTAT-COUNT)
                       MOVE WS-PSTAT-END-WORK
                           TO WS-PSTAT-END (WS-PSTAT-COUNT)
                       MOVE 0 TO WS-PSTAT-CHG-DATE (WS-PSTAT-COUNT)
                       MOVE SPACES TO WS-PSTAT-CHG-BY (WS-PSTAT-COUNT)
                       MOVE "NEW" TO WS-PSTAT-NOTE (WS-PSTAT-COUNT)
                   ELSE
                       DISPLAY "WARNING: PERIOD-STATUS TABLE FULL - "
                           "PERIOD " WS-PSTAT-KEY-WORK " NOT ADDED"
                   END-IF
               WHEN WS-PSTAT-KEY (WS-PSTAT-IDX) = WS-PSTAT-KEY-WORK
                   MOVE WS-PSTAT-START-WORK
                       TO WS-PSTAT-START (WS-PSTAT-IDX)
                   MOVE WS-PSTAT-END-WORK TO WS-PSTAT-END (WS-PSTAT-IDX)
           END-SEARCH.

       7300-CLOSE-ENDED-PERIODS.
      *    THIS RUN IS THE PERIOD-END CONSOLIDATION FOR EVERY PERIOD
      *    WHOSE LAST DAY IS BEHIND US - FROM HERE ON ACCTTOT TREATS
      *    ANYTHING AIMED AT ONE OF THEM AS A PRIOR-PERIOD ADJUSTMENT.
           PERFORM VARYING WS-PSTAT-IDX FROM 1 BY 1
                   UNTIL WS-PSTAT-IDX > WS-PSTAT-COUNT
               IF WS-PSTAT-STATUS (WS-PSTAT-IDX) NOT = "C"
                   AND WS-PSTAT-STATUS (WS-PSTAT-IDX) NOT = "L"
                   AND WS-PSTAT-END (WS-PSTAT-IDX) > 0
                   AND WS-PSTAT-END (WS-PSTAT-IDX) < WS-CURRENT-DATE-N
                   MOVE "C" TO WS-PSTAT-STATUS (WS-PSTAT-IDX)
                   MOVE WS-CURRENT-DATE-N
                       TO WS-PSTAT-CHG-DATE (WS-PSTAT-IDX)
                   MOVE "ACCTPER" TO WS-PSTAT-CHG-BY (WS-PSTAT-IDX)
                   MOVE "CLOSED THIS RUN"
                       TO WS-PSTAT-NOTE (WS-PSTAT-IDX)
                   ADD 1 TO WS-PSTAT-CLOSED-COUNT
               END-IF
           END-PERFORM.

       7400-APPLY-PERIOD-CARDS.
           OPEN INPUT PERIOD-CARD-FILE
           IF WS-PCRD-STATUS = "00"
               PERFORM UNTIL WS-PCRD-EOF-FLAG = 1
                   READ PERIOD-CARD-FILE
                       AT END
                           SET WS-PCRD-EOF-FLAG TO 1
                       NOT AT END
                           PERFORM 7410-APPLY-PERIOD-CARD
                   END-READ
               END-PERFORM
               CLOSE PERIOD-CARD-FILE
           ELSE
               IF WS-PCRD-STATUS NOT = "35"
                   DISPLAY "ERROR OPENING PERIOD-CARD-FILE: "
                       WS-PCRD-STATUS
                   SET WS-FILE-ERROR-FLAG TO 1
               END-IF
           END-IF.

       7410-APPLY-PERIOD-CARD.
           MOVE "APPLIED" TO WS-PCRD-RESULT-WORK
           MOVE 0 TO WS-PSTAT-FOUND
           SET WS-PSTAT-IDX TO 1
           SEARCH WS-PSTAT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PSTAT-KEY (WS-PSTAT-IDX) = PCC-PERIOD-KEY
                   MOVE 1 TO WS-PSTAT-FOUND
           END-SEARCH
           EVALUATE TRUE
               WHEN PCC-OPERATOR-ID = SPACES
                   MOVE "REFUSED - NO OPERATOR ID"
                       TO WS-PCRD-RESULT-WORK
               WHEN WS-PSTAT-FOUND = 0
                   MOVE "REFUSED - PERIOD NOT ON FILE"
                       TO WS-PCRD-RESULT-WORK
               WHEN PCC-ACTION = "C"
                   IF WS-PSTAT-STATUS (WS-PSTAT-IDX) NOT = "O"
                       MOVE "REFUSED - PERIOD NOT OPEN"
                           TO WS-PCRD-RESULT-WORK
                   END-IF
               WHEN PCC-ACTION = "L"
                   IF WS-PSTAT-STATUS (WS-PSTAT-IDX) = "L"
                       MOVE "REFUSED - ALREADY LOCKED"
                           TO WS-PCRD-RESULT-WORK
                   END-IF
               WHEN PCC-ACTION = "O"
                   IF WS-PSTAT-STATUS (WS-PSTAT-IDX) = "L"
                       MOVE "REFUSED - PERIOD IS LOCKED"
                           TO WS-PCRD-RESULT-WORK
                   END-IF
                   IF WS-PSTAT-STATUS (WS-PSTAT-IDX) = "O"
                       MOVE "REFUSED - ALREADY OPEN"
                           TO WS-PCRD-RESULT-WORK
                   END-IF
               WHEN OTHER
                   MOVE "REFUSED - UNKNOWN ACTION"
                       TO WS-PCRD-RESULT-WORK
           END-EVALUATE
           IF WS-PCRD-RESULT-WORK = "APPLIED"
               MOVE PCC-ACTION TO WS-PSTAT-STATUS (WS-PSTAT-IDX)
               MOVE WS-CURRENT-DATE-N
                   TO WS-PSTAT-CHG-DATE (WS-PSTAT-IDX)
               MOVE PCC-OPERATOR-ID TO WS-PSTAT-CHG-BY (WS-PSTAT-IDX)
               EVALUATE PCC-ACTION
                   WHEN "C"
                       MOVE "CLOSED BY CARD"
                           TO WS-PSTAT-NOTE (WS-PSTAT-IDX)
                   WHEN "L"
                       MOVE "LOCKED BY CARD"
                           TO WS-PSTAT-NOTE (WS-PSTAT-IDX)
                   WHEN "O"
                       MOVE "REOPENED BY CARD"
                           TO WS-PSTAT-NOTE (WS-PSTAT-IDX)
               END-EVALUATE
           ELSE
               ADD 1 TO WS-PCRD-REJECTED
               DISPLAY "PERIOD CARD " PCC-ACTION " " PCC-PERIOD-KEY
                   " " WS-PCRD-RESULT-WORK
           END-IF
           IF WS-PCRD-COUNT < 100
               ADD 1 TO WS-PCRD-COUNT
               MOVE PCC-ACTION TO WS-PCRD-ACTION (WS-PCRD-COUNT)
               MOVE PCC-PERIOD-KEY TO WS-PCRD-PERIOD (WS-PCRD-COUNT)
               MOVE PCC-OPERATOR-ID TO WS-PCRD-OPERATOR (WS-PCRD-COUNT)
               MOVE WS-PCRD-RESULT-WORK
                   TO WS-PCRD-RESULT (WS-PCRD-COUNT)
           ELSE
               DISPLAY "WARNING: PERIOD CARD TABLE FULL - CARD FOR "
                   PCC-PERIOD-KEY " NOT REPORTED"
           END-IF.

       7500-WRITE-PERIOD-STATUS.
           OPEN OUTPUT PERIOD-STATUS-FILE
           IF WS-PSTA-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PERIOD-STATUS-FILE: "
                   WS-PSTA-STATUS
               SET WS-FILE-ERROR-FLAG TO 1
           ELSE
               PERFORM VARYING WS-PSTAT-IDX FROM 1 BY 1
                       UNTIL WS-PSTAT-IDX > WS-PSTAT-COUNT
                   MOVE SPACES TO PERIOD-STATUS-RECORD
                   MOVE WS-PSTAT-KEY (WS-PSTAT-IDX) TO PS-PERIOD-KEY
                   MOVE WS-PSTAT-STATUS (WS-PSTAT-IDX) TO PS-STATUS
                   MOVE WS-PSTAT-START (WS-PSTAT-IDX) TO PS-START-DATE
                   MOVE WS-PSTAT-END (WS-PSTAT-IDX) TO PS-END-DATE
                   MOVE WS-PSTAT-CHG-DATE (WS-PSTAT-IDX)
                       TO PS-CHANGED-DATE
                   MOVE WS-PSTAT-CHG-BY (WS-PSTAT-IDX) TO PS-CHANGED-BY
                   WRITE PERIOD-STATUS-RECORD
               END-PERFORM
               CLOSE PERIOD-STATUS-FILE
               MOVE 1 TO WS-PSTAT-UPDATED
           END-IF.

       8000-PRODUCE-REPORT.
           OPEN OUTPUT PERIOD-REPORT-FILE
           IF WS-PERR-STATUS NOT = "00"
               MOVE WS-DAILY-RUN-COUNT TO WS-GRAND-DAYS
               MOVE WS-GRAND-TOTAL TO WS-GRAND-AMOUNT
               WRITE PERIOD-REPORT-LINE FROM WS-GRAND-LINE
               PERFORM 8500-WRITE-PERIOD-STATUS
               WRITE PERIOD-REPORT-LINE FROM WS-FOOTER-LINE
               CLOSE PERIOD-REPORT-FILE
           END-IF.
           END-IF
           WRITE PERIOD-REPORT-LINE FROM WS-RECON-LINE.

       8500-WRITE-PERIOD-STATUS.
           WRITE PERIOD-REPORT-LINE FROM WS-HDR-LINE-2
           WRITE PERIOD-REPORT-LINE FROM WS-PSTAT-SECTION-LINE
           IF WS-PSTAT-UPDATED = 0
               WRITE PERIOD-REPORT-LINE FROM WS-PSTAT-HELD-LINE
           END-IF
           PERFORM VARYING WS-PSTAT-IDX FROM 1 BY 1
                   UNTIL WS-PSTAT-IDX > WS-PSTAT-COUNT
               MOVE WS-PSTAT-KEY (WS-PSTAT-IDX) TO WS-PSL-KEY
               MOVE WS-PSTAT-START (WS-PSTAT-IDX) TO WS-PSL-START
               MOVE WS-PSTAT-END (WS-PSTAT-IDX) TO WS-PSL-END
               EVALUATE WS-PSTAT-STATUS (WS-PSTAT-IDX)
                   WHEN "C"
                       MOVE "CLOSED" TO WS-PSL-STATUS
                   WHEN "L"
                       MOVE "LOCKED" TO WS-PSL-STATUS
                   WHEN OTHER
                       MOVE "OPEN" TO WS-PSL-STATUS
               END-EVALUATE
               MOVE WS-PSTAT-CHG-BY (WS-PSTAT-IDX) TO WS-PSL-CHG-BY
               MOVE WS-PSTAT-NOTE (WS-PSTAT-IDX) TO WS-PSL-NOTE
               WRITE PERIOD-REPORT-LINE FROM WS-PSTAT-LINE
           END-PERFORM
           IF WS-PCRD-COUNT > 0
               WRITE PERIOD-REPORT-LINE FROM WS-PCARD-SECTION-LINE
               PERFORM VARYING WS-PCRD-IDX FROM 1 BY 1
                       UNTIL WS-PCRD-IDX > WS-PCRD-COUNT
                   MOVE WS-PCRD-ACTION (WS-PCRD-IDX) TO WS-PCL-ACTION
                   MOVE WS-PCRD-PERIOD (WS-PCRD-IDX) TO WS-PCL-PERIOD
                   MOVE WS-PCRD-OPERATOR (WS-PCRD-IDX)
                       TO WS-PCL-OPERATOR
                   MOVE WS-PCRD-RESULT (WS-PCRD-IDX) TO WS-PCL-RESULT
                   WRITE PERIOD-REPORT-LINE FROM WS-PCARD-LINE
               END-PERFORM
           END-IF.

       9000-TERMINATE.
           IF WS-GL-FALLBACK-FLAG = 0
               IF WS-HIST-STATUS = "00" OR WS-HIST-EOF-FLAG = 1
           END-IF
           DISPLAY "Daily postings consolidated: " WS-DAILY-RUN-COUNT
           DISPLAY "Grand total: " WS-GRAND-TOTAL
           IF WS-PSTAT-CLOSED-COUNT > 0
               DISPLAY "Periods closed: " WS-PSTAT-CLOSED-COUNT
           END-IF
           IF WS-FILE-ERROR-FLAG = 1
               MOVE 8 TO RETURN-CODE
           ELSE
                       WS-OUTCAL-COUNT " - SEE REPORT"
                   MOVE 4 TO RETURN-CODE
               END-IF
               IF WS-PCRD-REJECTED > 0
                   DISPLAY "PERIOD CARDS REFUSED: " WS-PCRD-REJECTED
                       " - SEE REPORT"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
