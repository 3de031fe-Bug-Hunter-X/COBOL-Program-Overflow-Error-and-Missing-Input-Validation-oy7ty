      *  MID-MONTH INSTEAD OF AT PERIOD CLOSE. A CATEGORY WITH
      *  SPEND BUT NO BUDGET LINE PRINTS WITH A ZERO BUDGET AND AN
      *  UNMEASURABLE PERCENT PINNED AT 9999 SO IT ALWAYS FLAGS.
      *  ACTUALS ARE FULLY LOADED: THE SHARED COSTS COSTALOC MOVED
      *  FOR THE PERIOD ARE ADDED TO EACH RECEIVING CATEGORY AND
      *  TAKEN OFF EACH SOURCE, AND THE ALLOCATED PART IS PRINTED
      *  UNDER THE CATEGORY'S LINE.
      *  EACH CATEGORY ALSO GETS A PROJECTED MONTH-END POSITION: THE
      *  ACTUAL SO FAR, PLUS THE STANDING ORDERS STILL DUE BEFORE THE
      *  FISCAL PERIOD ENDS, PLUS A RUN-RATE ESTIMATE OF THE OTHER
      *  SPEND STILL TO COME, TAKEN FROM THE TRAILING DAYS OF RUN
      *  HISTORY. A CATEGORY PROJECTED PAST ITS BUDGET IS FLAGGED
      *  "P", APART FROM THE WARNING-THRESHOLD "*", SO THE RENT DUE
      *  ON THE 25TH SHOWS AS AN OVERRUN WHILE THERE IS STILL TIME
      *  TO ACT ON IT.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT FISCAL-CALENDAR-FILE ASSIGN TO "FISCFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FCAL-STATUS.

           SELECT STANDING-ORDER-FILE ASSIGN TO "SORDFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SORD-STATUS.

           SELECT ALLOCATION-HISTORY-FILE ASSIGN TO "ALOCHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AHST-STATUS.

           SELECT VARIANCE-REPORT-FILE ASSIGN TO "BVARFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BVAR-STATUS.
           RECORDING MODE IS F.
      *    BRC-WARN-PCT IS THE PERCENT-CONSUMED THRESHOLD A CATEGORY
      *    IS FLAGGED AT; BLANK OR ZERO TURNS FLAGGING OFF.
      *    BRC-TRAIL-DAYS IS HOW MANY DAYS OF RUN HISTORY, UP TO THE
      *    LAST DAY POSTED, THE RUN-RATE PROJECTION IS TAKEN FROM;
      *    BLANK OR ZERO TAKES THE STANDARD 14.
       01  REPORT-CARD-RECORD.
           05  BRC-GL-PERIOD            PIC X(6).
           05  BRC-WARN-PCT             PIC 9(3).
           05  BRC-TRAIL-DAYS           PIC 9(3).
           05  FILLER                   PIC X(68).

       FD  BUDGET-MASTER-FILE.
       01  BUDGET-MASTER-RECORD.
               10  RH-CAT-TOTAL         PIC S9(13)V99.
               10  FILLER               PIC X(52).

       FD  FISCAL-CALENDAR-FILE
           RECORDING MODE IS F.
      *    THE 4-4-5 CALENDAR ACCTPER CLOSES ON. ONLY THE REQUESTED
      *    PERIOD'S DATES ARE USED; WITH NO ENTRY FOR IT THE PERIOD
      *    IS TAKEN AS THE CALENDAR MONTH YYYYMM.
       01  FISCAL-CALENDAR-RECORD.
           05  FC-PERIOD-KEY            PIC X(6).
           05  FC-START-DATE            PIC 9(8).
           05  FC-END-DATE              PIC 9(8).
           05  FILLER                   PIC X(58).

       FD  STANDING-ORDER-FILE
           RECORDING MODE IS F.
      *    SAME LAYOUT AS STORDGEN'S AND SORDMNT'S. READ ONLY, TO
      *    WORK OUT WHICH ORDERS STILL FALL DUE IN THE PERIOD.
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

       FD  ALLOCATION-HISTORY-FILE
           RECORDING MODE IS F.
      *    WRITTEN BY COSTALOC - ONE LINE PER CATEGORY PER PERIOD
      *    ALLOCATED, NEGATIVE ON A SOURCE AND POSITIVE ON A
      *    RECEIVER, SO THE LINES FOR A PERIOD NET TO ZERO.
       01  ALLOCATION-HISTORY-RECORD.
           05  AH-GL-PERIOD             PIC X(6).
           05  AH-CATEGORY-CODE         PIC X(4).
           05  AH-SOURCE-CATEGORY       PIC X(4).
           05  AH-AMOUNT                PIC S9(13)V99.
           05  AH-BASIS                 PIC X(1).
           05  AH-RUN-DATE              PIC 9(8).
           05  AH-GL-ACCOUNT            PIC X(4).
           05  FILLER                   PIC X(38).

       FD  VARIANCE-REPORT-FILE.
       01  VARIANCE-REPORT-LINE         PIC X(80).

           05  WS-PCT-WORK             PIC S9(5) VALUE 0.
           05  WS-ACTUAL-SUM           PIC S9(16)V99 VALUE 0.
           05  WS-BUDGET-SUM           PIC S9(16)V99 VALUE 0.
           05  WS-ALLOCATED-SUM        PIC S9(16)V99 VALUE 0.
           05  WS-ALLOC-FOUND          PIC 9 VALUE 0.
           05  WS-ALLOC-RUN-DATE       PIC 9(8) VALUE 0.
           05  WS-ERROR-FLAG           PIC 9 VALUE 0.
           05  WS-FILE-ERROR-FLAG      PIC 9 VALUE 0.

           05  WS-BUDG-STATUS          PIC XX VALUE "00".
           05  WS-HIST-STATUS          PIC XX VALUE "00".
           05  WS-BVAR-STATUS          PIC XX VALUE "00".
           05  WS-AHST-STATUS          PIC XX VALUE "00".
           05  WS-AHST-EOF-FLAG        PIC 9 VALUE 0.
           05  WS-FCAL-STATUS          PIC XX VALUE "00".
           05  WS-FCAL-EOF-FLAG        PIC 9 VALUE 0.
           05  WS-SORD-STATUS          PIC XX VALUE "00".
           05  WS-SORD-EOF-FLAG        PIC 9 VALUE 0.

      *    PROJECTION: SPEND IS PROJECTED FROM THE DAY AFTER THE LAST
      *    RUN POSTED IN THE PERIOD (WS-AS-OF-DATE-N) TO THE PERIOD'S
      *    LAST DAY. THE RUN RATE IS THE TRAILING WINDOW'S SPEND LESS
      *    THE STANDING ORDERS THAT FELL IN IT, PER DAY OF WINDOW -
      *    THE ORDERS STILL DUE ARE ADDED SEPARATELY, SO THEY ARE NOT
      *    COUNTED TWICE. THE WS-JUDGE- FIELDS DESCRIBE THE DAY AN
      *    ORDER IS BEING JUDGED FOR, AS IN STORDGEN.
       01  WS-PROJECTION-AREA.
           05  WS-PROJ-ENABLED         PIC 9 VALUE 0.
           05  WS-TRAIL-DAYS           PIC 9(3) VALUE 14.
           05  WS-PERIOD-START-N       PIC 9(8) VALUE 0.
           05  WS-PERIOD-START-X REDEFINES WS-PERIOD-START-N.
               10  WS-PSTART-YYYY      PIC 9(4).
               10  WS-PSTART-MM        PIC 9(2).
               10  WS-PSTART-DD        PIC 9(2).
           05  WS-PERIOD-END-N         PIC 9(8) VALUE 0.
           05  WS-NEXT-MONTH-N         PIC 9(8) VALUE 0.
           05  WS-NEXT-MONTH-X REDEFINES WS-NEXT-MONTH-N.
               10  WS-NMONTH-YYYY      PIC 9(4).
               10  WS-NMONTH-MM        PIC 9(2).
               10  WS-NMONTH-DD        PIC 9(2).
           05  WS-AS-OF-DATE-N         PIC 9(8) VALUE 0.
           05  WS-TRAIL-FROM-DATE-N    PIC 9(8) VALUE 0.
           05  WS-PERIOD-START-DAY-NUM PIC 9(7) VALUE 0.
           05  WS-PERIOD-END-DAY-NUM   PIC 9(7) VALUE 0.
           05  WS-AS-OF-DAY-NUM        PIC 9(7) VALUE 0.
           05  WS-PROJ-FROM-DAY-NUM    PIC 9(7) VALUE 0.
           05  WS-TRAIL-FROM-DAY-NUM   PIC 9(7) VALUE 0.
           05  WS-DAYS-REMAINING       PIC 9(5) VALUE 0.
           05  WS-JUDGE-DAY-NUM        PIC 9(7) VALUE 0.
           05  WS-JUDGE-DATE-N         PIC 9(8) VALUE 0.
           05  WS-JUDGE-DATE-X REDEFINES WS-JUDGE-DATE-N.
               10  FILLER              PIC X(4).
               10  WS-JUDGE-MM         PIC 9(2).
               10  WS-JUDGE-DD         PIC 9(2).
           05  WS-NEXT-DATE-N          PIC 9(8) VALUE 0.
           05  WS-NEXT-DATE-X REDEFINES WS-NEXT-DATE-N.
               10  FILLER              PIC X(4).
               10  WS-NEXT-MM          PIC 9(2).
               10  FILLER              PIC X(2).
           05  WS-JUDGE-WEEKDAY        PIC 9(1) VALUE 0.
           05  WS-JUDGE-LAST-DAY-FLAG  PIC 9 VALUE 0.
           05  WS-ORDER-DUE            PIC 9 VALUE 0.
           05  WS-SO-START             PIC 9(8) VALUE 0.
           05  WS-SO-END               PIC 9(8) VALUE 0.
           05  WS-SO-MAX               PIC 9(4) VALUE 0.
           05  WS-SO-DONE              PIC 9(4) VALUE 0.
           05  WS-SO-SIGNED-VALUE      PIC S9(7)V99 VALUE 0.
           05  WS-SO-DUE-WORK          PIC S9(13)V99 VALUE 0.
           05  WS-SO-RECUR-WORK        PIC S9(13)V99 VALUE 0.
           05  WS-NONRECUR-WORK        PIC S9(14)V99 VALUE 0.
           05  WS-RUNRATE-WORK         PIC S9(14)V99 VALUE 0.
           05  WS-PROJECTED-SUM        PIC S9(16)V99 VALUE 0.
           05  WS-PROJ-FLAGGED-COUNT   PIC 9(3) VALUE 0.
           05  WS-BUDG-EOF-FLAG        PIC 9 VALUE 0.
           05  WS-HIST-EOF-FLAG        PIC 9 VALUE 0.

      *    ONE ENTRY PER CATEGORY SEEN ON EITHER SIDE - BUDGET LINE
      *    OR MONTH-TO-DATE ACTUAL - SO A BUDGETED CATEGORY WITH NO
      *    SPEND AND A SPENDING CATEGORY WITH NO BUDGET BOTH PRINT.
      *    WS-BUDCAT-ACTUAL IS FULLY LOADED; WS-BUDCAT-ALLOCATED IS
      *    THE PART OF IT THAT CAME FROM THE COST ALLOCATION.
      *    THE TRAILING FIELDS FEED THE RUN RATE: SPEND IN THE
      *    TRAILING WINDOW AND THE STANDING ORDERS THAT FELL IN IT.
           05  WS-BUDCAT-COUNT         PIC 9(3) VALUE 0.
           05  WS-BUDCAT-SUB           PIC 9(3) VALUE 0.
           05  WS-BUDCAT-MATCH-SUB     PIC 9(3) VALUE 0.
               10  WS-BUDCAT-CODE      PIC X(4).
               10  WS-BUDCAT-ACTUAL    PIC S9(13)V99.
               10  WS-BUDCAT-BUDGET    PIC S9(13)V99.
               10  WS-BUDCAT-ALLOCATED PIC S9(13)V99.
               10  WS-BUDCAT-SO-DUE    PIC S9(13)V99.
               10  WS-BUDCAT-TRAIL     PIC S9(13)V99.
               10  WS-BUDCAT-RECUR     PIC S9(13)V99.
               10  WS-BUDCAT-PROJECTED PIC S9(13)V99.

       01  WS-RUN-DATE-AREA.
           05  WS-CURRENT-DATE.
                   VALUE "WARNING THRESHOLD :".
               10  WS-WRN-PCT          PIC ZZ9.
               10  FILLER              PIC X(4) VALUE " PCT".
           05  WS-ALLOC-NOTE-LINE.
               10  FILLER              PIC X(34)
                   VALUE "ACTUALS INCLUDE COST ALLOCATION OF".
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-ANL-RUN-DATE     PIC 9999/99/99.
           05  WS-NO-ALLOC-LINE        PIC X(50) VALUE
               "NO COST ALLOCATION FOR PERIOD - DIRECT SPEND ONLY".
           05  WS-PROJ-BASIS-LINE.
               10  FILLER              PIC X(24)
                   VALUE "PROJECTED TO PERIOD END ".
               10  WS-PJB-END-DATE     PIC 9999/99/99.
               10  FILLER              PIC X(14)
                   VALUE " FROM RUNS TO ".
               10  WS-PJB-AS-OF-DATE   PIC 9999/99/99.
           05  WS-PROJ-RATE-LINE.
               10  FILLER              PIC X(12)
                   VALUE "RUN RATE ON ".
               10  WS-PJR-DAYS         PIC ZZ9.
               10  FILLER              PIC X(40)
                   VALUE " TRAILING DAYS, LESS STANDING ORDERS".
           05  WS-NO-PROJ-LINE         PIC X(50) VALUE
               "NO PERIOD END KNOWN - PROJECTED IS ACTUAL ONLY".
           05  WS-FLAG-KEY-LINE        PIC X(60) VALUE
               "* = PAST WARNING PCT   P = PROJECTED OVER BUDGET".
      *    AMOUNTS PRINT NINE WHOLE DIGITS WIDE SO THE PROJECTED
      *    COLUMN AND ITS FLAG STILL FIT THE 80-COLUMN LINE.
           05  WS-COLUMN-HDR-LINE.
               10  FILLER              PIC X(4) VALUE "CAT ".
               10  FILLER              PIC X(1) VALUE SPACE.
               10  FILLER              PIC X(15)
                   VALUE "         ACTUAL".
               10  FILLER              PIC X(1) VALUE SPACE.
               10  FILLER              PIC X(15)
                   VALUE "         BUDGET".
               10  FILLER              PIC X(1) VALUE SPACE.
               10  FILLER              PIC X(15)
                   VALUE "      REMAINING".
               10  FILLER              PIC X(1) VALUE SPACE.
               10  FILLER              PIC X(5) VALUE "  PCT".
               10  FILLER              PIC X(3) VALUE SPACES.
               10  FILLER              PIC X(15)
                   VALUE "      PROJECTED".
           05  WS-DETAIL-LINE.
               10  WS-DTL-CODE         PIC X(4).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-DTL-ACTUAL       PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-DTL-BUDGET       PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-DTL-REMAINING    PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-DTL-PCT          PIC ZZZ9-.
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-DTL-FLAG         PIC X(1).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-DTL-PROJECTED    PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-DTL-PROJ-FLAG    PIC X(1).
           05  WS-TOTAL-LINE.
               10  FILLER              PIC X(4) VALUE "ALL ".
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-TOT-ACTUAL       PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-TOT-BUDGET       PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(25) VALUE SPACES.
               10  WS-TOT-PROJECTED    PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-ALLOCATED-LINE.
               10  FILLER              PIC X(5) VALUE SPACES.
               10  WS-ALD-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(10) VALUE " ALLOCATED".
           05  WS-FOOTER-LINE          PIC X(40)
               VALUE "*** END OF REPORT ***".

           IF WS-ERROR-FLAG = 0
               PERFORM 2000-LOAD-BUDGETS
               PERFORM 3000-LOAD-ACTUALS
               PERFORM 3500-LOAD-ALLOCATIONS
           END-IF
           IF WS-ERROR-FLAG = 0
               PERFORM 6000-PREPARE-PROJECTION
           END-IF
           IF WS-ERROR-FLAG = 0
               PERFORM 8000-PRODUCE-REPORT
                           SET WS-ERROR-FLAG TO 1
                       ELSE
                           MOVE BRC-GL-PERIOD TO WS-REQUESTED-PERIOD
                           IF BRC-TRAIL-DAYS IS NUMERIC
                               AND BRC-TRAIL-DAYS > 0
                               MOVE BRC-TRAIL-DAYS TO WS-TRAIL-DAYS
                           END-IF
                           IF BRC-WARN-PCT IS NUMERIC
                               MOVE BRC-WARN-PCT TO WS-WARN-PCT
                           ELSE
           END-IF.

       3100-TALLY-HISTORY-RECORD.
      *    THE LATEST RUN DATE SEEN IN THE PERIOD IS HOW FAR THE
      *    ACTUALS RUN - THE PROJECTION STARTS THE DAY AFTER IT.
           MOVE RH-RUN-DATE TO WS-RUN-DATE-N
           IF WS-RUN-PERIOD = WS-REQUESTED-PERIOD
               IF RH-RUN-DATE > WS-AS-OF-DATE-N
                   MOVE RH-RUN-DATE TO WS-AS-OF-DATE-N
               END-IF
               IF RH-RECORD-TYPE = "C"
                   PERFORM 3200-ADD-ACTUAL-ENTRY
               END-IF
           END-IF.
                   TO WS-BUDCAT-ACTUAL (WS-BUDCAT-MATCH-SUB)
           END-IF.

       3500-LOAD-ALLOCATIONS.
      *    NO ALLOCATION HISTORY SIMPLY MEANS NO COST HAS BEEN
      *    ALLOCATED YET - THE REPORT SAYS ITS ACTUALS ARE DIRECT.
           OPEN INPUT ALLOCATION-HISTORY-FILE
           IF WS-AHST-STATUS = "00"
               PERFORM UNTIL WS-AHST-EOF-FLAG = 1
                   READ ALLOCATION-HISTORY-FILE
                       AT END
                           SET WS-AHST-EOF-FLAG TO 1
                       NOT AT END
                           IF AH-GL-PERIOD = WS-REQUESTED-PERIOD
                               PERFORM 3600-ADD-ALLOCATION-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALLOCATION-HISTORY-FILE
           ELSE
               IF WS-AHST-STATUS NOT = "35"
                   DISPLAY "ERROR OPENING ALLOCATION-HISTORY-FILE: "
                       WS-AHST-STATUS
                   SET WS-FILE-ERROR-FLAG TO 1
                   SET WS-ERROR-FLAG TO 1
               END-IF
           END-IF.

       3600-ADD-ALLOCATION-ENTRY.
           MOVE 1 TO WS-ALLOC-FOUND
           MOVE AH-RUN-DATE TO WS-ALLOC-RUN-DATE
           MOVE AH-CATEGORY-CODE TO WS-DTL-CODE
           PERFORM 5000-FIND-CATEGORY-ENTRY
           IF WS-BUDCAT-MATCH-SUB > 0
               ADD AH-AMOUNT
                   TO WS-BUDCAT-ACTUAL (WS-BUDCAT-MATCH-SUB)
               ADD AH-AMOUNT
                   TO WS-BUDCAT-ALLOCATED (WS-BUDCAT-MATCH-SUB)
           END-IF.

       5000-FIND-CATEGORY-ENTRY.
      *    THE BUDGET LOADER PASSES BM-CATEGORY-CODE, THE ACTUALS
      *    LOADER RH-CAT-CODE AND THE ALLOCATION LOADER
      *    AH-CATEGORY-CODE - ALL LAND IN WS-DTL-CODE FIRST SO ONE
      *    LOOKUP SERVES EVERY SIDE.
           MOVE 0 TO WS-BUDCAT-MATCH-SUB
           PERFORM VARYING WS-BUDCAT-SUB FROM 1 BY 1
                   UNTIL WS-BUDCAT-SUB > WS-BUDCAT-COUNT
                       TO WS-BUDCAT-CODE (WS-BUDCAT-MATCH-SUB)
                   MOVE 0 TO WS-BUDCAT-ACTUAL (WS-BUDCAT-MATCH-SUB)
                   MOVE 0 TO WS-BUDCAT-BUDGET (WS-BUDCAT-MATCH-SUB)
                   MOVE 0
                       TO WS-BUDCAT-ALLOCATED (WS-BUDCAT-MATCH-SUB)
                   MOVE 0 TO WS-BUDCAT-SO-DUE (WS-BUDCAT-MATCH-SUB)
                   MOVE 0 TO WS-BUDCAT-TRAIL (WS-BUDCAT-MATCH-SUB)
                   MOVE 0 TO WS-BUDCAT-RECUR (WS-BUDCAT-MATCH-SUB)
                   MOVE 0
                       TO WS-BUDCAT-PROJECTED (WS-BUDCAT-MATCH-SUB)
               ELSE
                   DISPLAY "WARNING: CATEGORY TABLE FULL - CODE "
                       WS-DTL-CODE " NOT REPORTED"
               END-IF
           END-IF.

       6000-PREPARE-PROJECTION.
           PERFORM 6100-FIND-PERIOD-DATES
           IF WS-PROJ-ENABLED = 1
               PERFORM 6200-SET-PROJECTION-WINDOW
               IF WS-DAYS-REMAINING > 0
                   PERFORM 6300-LOAD-TRAILING-SPEND
                   PERFORM 6400-LOAD-STANDING-ORDERS
               END-IF
           END-IF.

       6100-FIND-PERIOD-DATES.
      *    THE FISCAL CALENDAR ENTRY FOR THE PERIOD GIVES ITS DATES;
      *    WITHOUT ONE A YYYYMM PERIOD IS TAKEN AS THAT CALENDAR
      *    MONTH. ANYTHING ELSE HAS NO KNOWN END, SO THE PROJECTION
      *    IS JUST THE ACTUAL.
           OPEN INPUT FISCAL-CALENDAR-FILE
           IF WS-FCAL-STATUS = "00"
               PERFORM UNTIL WS-FCAL-EOF-FLAG = 1
                   READ FISCAL-CALENDAR-FILE
                       AT END
                           SET WS-FCAL-EOF-FLAG TO 1
                       NOT AT END
                           IF FC-PERIOD-KEY = WS-REQUESTED-PERIOD
                               AND FC-START-DATE IS NUMERIC
                               AND FC-END-DATE IS NUMERIC
                               AND FC-START-DATE > 0
                               AND FC-END-DATE >= FC-START-DATE
                               MOVE FC-START-DATE TO WS-PERIOD-START-N
                               MOVE FC-END-DATE TO WS-PERIOD-END-N
                               MOVE 1 TO WS-PROJ-ENABLED
                               SET WS-FCAL-EOF-FLAG TO 1
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FISCAL-CALENDAR-FILE
           ELSE
               IF WS-FCAL-STATUS NOT = "35"
                   DISPLAY "ERROR OPENING FISCAL-CALENDAR-FILE: "
                       WS-FCAL-STATUS
                   SET WS-FILE-ERROR-FLAG TO 1
                   SET WS-ERROR-FLAG TO 1
               END-IF
           END-IF
           IF WS-PROJ-ENABLED = 0 AND WS-ERROR-FLAG = 0
               MOVE WS-REQUESTED-PERIOD TO WS-PERIOD-START-X (1:6)
               MOVE 01 TO WS-PSTART-DD
               IF WS-PERIOD-START-N IS NUMERIC
                   AND WS-PSTART-MM >= 1 AND WS-PSTART-MM <= 12
                   MOVE WS-PERIOD-START-N TO WS-NEXT-MONTH-N
                   IF WS-NMONTH-MM = 12
                       ADD 1 TO WS-NMONTH-YYYY
                       MOVE 01 TO WS-NMONTH-MM
                   ELSE
                       ADD 1 TO WS-NMONTH-MM
                   END-IF
                   COMPUTE WS-PERIOD-END-N = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH-N) - 1)
                   MOVE 1 TO WS-PROJ-ENABLED
               ELSE
                   DISPLAY "WARNING: NO DATES FOR PERIOD "
                       WS-REQUESTED-PERIOD " - NOTHING PROJECTED"
               END-IF
           END-IF.

       6200-SET-PROJECTION-WINDOW.
      *    WITH NO RUN POSTED IN THE PERIOD YET THE WHOLE PERIOD IS
      *    STILL TO COME; A RUN DATED PAST A FISCAL PERIOD'S END
      *    LEAVES NOTHING TO PROJECT.
           COMPUTE WS-PERIOD-START-DAY-NUM =
               FUNCTION INTEGER-OF-DATE (WS-PERIOD-START-N)
           COMPUTE WS-PERIOD-END-DAY-NUM =
               FUNCTION INTEGER-OF-DATE (WS-PERIOD-END-N)
           EVALUATE TRUE
               WHEN WS-AS-OF-DATE-N < WS-PERIOD-START-N
                   COMPUTE WS-AS-OF-DAY-NUM =
                       WS-PERIOD-START-DAY-NUM - 1
               WHEN WS-AS-OF-DATE-N > WS-PERIOD-END-N
                   MOVE WS-PERIOD-END-DAY-NUM TO WS-AS-OF-DAY-NUM
               WHEN OTHER
                   COMPUTE WS-AS-OF-DAY-NUM =
                       FUNCTION INTEGER-OF-DATE (WS-AS-OF-DATE-N)
           END-EVALUATE
           COMPUTE WS-AS-OF-DATE-N =
               FUNCTION DATE-OF-INTEGER (WS-AS-OF-DAY-NUM)
           COMPUTE WS-PROJ-FROM-DAY-NUM = WS-AS-OF-DAY-NUM + 1
           COMPUTE WS-DAYS-REMAINING =
               WS-PERIOD-END-DAY-NUM - WS-AS-OF-DAY-NUM
           COMPUTE WS-TRAIL-FROM-DAY-NUM =
               WS-AS-OF-DAY-NUM - WS-TRAIL-DAYS + 1
           COMPUTE WS-TRAIL-FROM-DATE-N =
               FUNCTION DATE-OF-INTEGER (WS-TRAIL-FROM-DAY-NUM).

       6300-LOAD-TRAILING-SPEND.
      *    A SECOND PASS OF THE RUN HISTORY: THE WINDOW CAN REACH
      *    BACK INTO THE PREVIOUS PERIOD, AND ITS END WAS ONLY KNOWN
      *    ONCE THE FIRST PASS HAD FOUND THE LAST RUN.
           MOVE 0 TO WS-HIST-EOF-FLAG
           OPEN INPUT RUN-HISTORY-FILE
           IF WS-HIST-STATUS = "00"
               PERFORM UNTIL WS-HIST-EOF-FLAG = 1
                   READ RUN-HISTORY-FILE
                       AT END
                           SET WS-HIST-EOF-FLAG TO 1
                       NOT AT END
                           IF RH-RECORD-TYPE = "C"
                               AND RH-RUN-DATE
                                   NOT < WS-TRAIL-FROM-DATE-N
                               AND RH-RUN-DATE
                                   NOT > WS-AS-OF-DATE-N
                               MOVE RH-CAT-CODE TO WS-DTL-CODE
                               PERFORM 5000-FIND-CATEGORY-ENTRY
                               IF WS-BUDCAT-MATCH-SUB > 0
                                   ADD RH-CAT-TOTAL TO WS-BUDCAT-TRAIL
                                       (WS-BUDCAT-MATCH-SUB)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-HISTORY-FILE
           ELSE
               IF WS-HIST-STATUS NOT = "35"
                   DISPLAY "ERROR OPENING RUN-HISTORY-FILE: "
                       WS-HIST-STATUS
                   SET WS-FILE-ERROR-FLAG TO 1
                   SET WS-ERROR-FLAG TO 1
               END-IF
           END-IF.

       6400-LOAD-STANDING-ORDERS.
      *    NO STANDING-ORDER MASTER MEANS NOTHING RECURRING IS DUE.
           OPEN INPUT STANDING-ORDER-FILE
           IF WS-SORD-STATUS = "00"
               PERFORM UNTIL WS-SORD-EOF-FLAG = 1
                   READ STANDING-ORDER-FILE
                       AT END
                           SET WS-SORD-EOF-FLAG TO 1
                       NOT AT END
                           IF SO-ACTIVE-FLAG = "A"
                               AND SO-VALUE IS NUMERIC
                               PERFORM 6410-PROJECT-ORDER
                           END-IF
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

       6410-PROJECT-ORDER.
      *    THE DAYS STILL TO COME ARE JUDGED OLDEST FIRST AND USE UP
      *    THE ORDER'S REMAINING OCCURRENCES, EXACTLY AS STORDGEN
      *    WILL. THE TRAILING DAYS ARE JUDGED WITHOUT THE CAP - THEY
      *    ONLY SAY WHAT PART OF THE TRAILING SPEND WAS RECURRING.
      *    A CREDIT ORDER REDUCES SPEND, AS IT DOES WHEN ACCTTOT
      *    POSTS IT.
           PERFORM 6420-LOAD-ORDER-LIMITS
           IF SO-TRANS-TYPE = "C"
               COMPUTE WS-SO-SIGNED-VALUE = 0 - SO-VALUE
           ELSE
               MOVE SO-VALUE TO WS-SO-SIGNED-VALUE
           END-IF
           MOVE 0 TO WS-SO-DUE-WORK
           MOVE 0 TO WS-SO-RECUR-WORK
           PERFORM VARYING WS-JUDGE-DAY-NUM
                   FROM WS-PROJ-FROM-DAY-NUM BY 1
                   UNTIL WS-JUDGE-DAY-NUM > WS-PERIOD-END-DAY-NUM
               PERFORM 6430-JUDGE-ORDER-DAY
               IF WS-ORDER-DUE = 1
                   AND (WS-SO-MAX = 0 OR WS-SO-DONE < WS-SO-MAX)
                   ADD WS-SO-SIGNED-VALUE TO WS-SO-DUE-WORK
                   ADD 1 TO WS-SO-DONE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-JUDGE-DAY-NUM
                   FROM WS-TRAIL-FROM-DAY-NUM BY 1
                   UNTIL WS-JUDGE-DAY-NUM > WS-AS-OF-DAY-NUM
               PERFORM 6430-JUDGE-ORDER-DAY
               IF WS-ORDER-DUE = 1
                   ADD WS-SO-SIGNED-VALUE TO WS-SO-RECUR-WORK
               END-IF
           END-PERFORM
           IF WS-SO-DUE-WORK NOT = 0 OR WS-SO-RECUR-WORK NOT = 0
               MOVE SO-CATEGORY-CODE TO WS-DTL-CODE
               PERFORM 5000-FIND-CATEGORY-ENTRY
               IF WS-BUDCAT-MATCH-SUB > 0
                   ADD WS-SO-DUE-WORK
                       TO WS-BUDCAT-SO-DUE (WS-BUDCAT-MATCH-SUB)
                   ADD WS-SO-RECUR-WORK
                       TO WS-BUDCAT-RECUR (WS-BUDCAT-MATCH-SUB)
               END-IF
           END-IF.

       6420-LOAD-ORDER-LIMITS.
           IF SO-START-DATE IS NUMERIC
               MOVE SO-START-DATE TO WS-SO-START
           ELSE
               MOVE 0 TO WS-SO-START
           END-IF
           IF SO-END-DATE IS NUMERIC
               MOVE SO-END-DATE TO WS-SO-END
           ELSE
               MOVE 0 TO WS-SO-END
           END-IF
           IF SO-MAX-OCCURS IS NUMERIC
               MOVE SO-MAX-OCCURS TO WS-SO-MAX
           ELSE
               MOVE 0 TO WS-SO-MAX
           END-IF
           IF SO-OCCURS-DONE IS NUMERIC
               MOVE SO-OCCURS-DONE TO WS-SO-DONE
           ELSE
               MOVE 0 TO WS-SO-DONE
           END-IF.

       6430-JUDGE-ORDER-DAY.
      *    STORDGEN'S DAY RULES: "D" FIRES ON ITS DAY OF THE MONTH (ON
      *    THE LAST DAY OF A SHORTER MONTH), "W" ON ITS WEEKDAY, AND
      *    ONLY INSIDE THE ORDER'S START AND END DATES. A BAD RULE
      *    NEVER FIRES.
           COMPUTE WS-JUDGE-DATE-N =
               FUNCTION DATE-OF-INTEGER (WS-JUDGE-DAY-NUM)
           COMPUTE WS-JUDGE-WEEKDAY =
               FUNCTION MOD(WS-JUDGE-DAY-NUM - 1, 7) + 1
           COMPUTE WS-NEXT-DATE-N =
               FUNCTION DATE-OF-INTEGER (WS-JUDGE-DAY-NUM + 1)
           IF WS-NEXT-MM NOT = WS-JUDGE-MM
               MOVE 1 TO WS-JUDGE-LAST-DAY-FLAG
           ELSE
               MOVE 0 TO WS-JUDGE-LAST-DAY-FLAG
           END-IF
           MOVE 0 TO WS-ORDER-DUE
           EVALUATE SO-RULE-TYPE
               WHEN "D"
                   IF SO-RULE-DAY IS NUMERIC
                       AND SO-RULE-DAY >= 1 AND SO-RULE-DAY <= 31
                       IF SO-RULE-DAY = WS-JUDGE-DD
                           OR (WS-JUDGE-LAST-DAY-FLAG = 1
                               AND SO-RULE-DAY > WS-JUDGE-DD)
                           MOVE 1 TO WS-ORDER-DUE
                       END-IF
                   END-IF
               WHEN "W"
                   IF SO-RULE-DAY IS NUMERIC
                       AND SO-RULE-DAY >= 1 AND SO-RULE-DAY <= 7
                       IF SO-RULE-DAY = WS-JUDGE-WEEKDAY
                           MOVE 1 TO WS-ORDER-DUE
                       END-IF
                   END-IF
           END-EVALUATE
           IF WS-ORDER-DUE = 1
               IF (WS-SO-START > 0 AND WS-JUDGE-DATE-N < WS-SO-START)
                   OR (WS-SO-END > 0 AND WS-JUDGE-DATE-N > WS-SO-END)
                   MOVE 0 TO WS-ORDER-DUE
               END-IF
           END-IF.

       8000-PRODUCE-REPORT.
           OPEN OUTPUT VARIANCE-REPORT-FILE
           IF WS-BVAR-STATUS NOT = "00"
               WRITE VARIANCE-REPORT-LINE FROM WS-HDR-LINE-2
               MOVE WS-WARN-PCT TO WS-WRN-PCT
               WRITE VARIANCE-REPORT-LINE FROM WS-WARN-LINE
               IF WS-ALLOC-FOUND = 1
                   MOVE WS-ALLOC-RUN-DATE TO WS-ANL-RUN-DATE
                   WRITE VARIANCE-REPORT-LINE FROM WS-ALLOC-NOTE-LINE
               ELSE
                   WRITE VARIANCE-REPORT-LINE FROM WS-NO-ALLOC-LINE
               END-IF
               IF WS-PROJ-ENABLED = 1
                   MOVE WS-PERIOD-END-N TO WS-PJB-END-DATE
                   MOVE WS-AS-OF-DATE-N TO WS-PJB-AS-OF-DATE
                   WRITE VARIANCE-REPORT-LINE FROM WS-PROJ-BASIS-LINE
                   MOVE WS-TRAIL-DAYS TO WS-PJR-DAYS
                   WRITE VARIANCE-REPORT-LINE FROM WS-PROJ-RATE-LINE
               ELSE
                   WRITE VARIANCE-REPORT-LINE FROM WS-NO-PROJ-LINE
               END-IF
               WRITE VARIANCE-REPORT-LINE FROM WS-FLAG-KEY-LINE
               WRITE VARIANCE-REPORT-LINE FROM WS-COLUMN-HDR-LINE
               PERFORM VARYING WS-BUDCAT-SUB FROM 1 BY 1
                       UNTIL WS-BUDCAT-SUB > WS-BUDCAT-COUNT
               WRITE VARIANCE-REPORT-LINE FROM WS-HDR-LINE-2
               MOVE WS-ACTUAL-SUM TO WS-TOT-ACTUAL
               MOVE WS-BUDGET-SUM TO WS-TOT-BUDGET
               MOVE WS-PROJECTED-SUM TO WS-TOT-PROJECTED
               WRITE VARIANCE-REPORT-LINE FROM WS-TOTAL-LINE
               IF WS-ALLOC-FOUND = 1
                   MOVE WS-ALLOCATED-SUM TO WS-ALD-AMOUNT
                   WRITE VARIANCE-REPORT-LINE FROM WS-ALLOCATED-LINE
               END-IF
               WRITE VARIANCE-REPORT-LINE FROM WS-FOOTER-LINE
               CLOSE VARIANCE-REPORT-FILE
           END-IF.
               MOVE "*" TO WS-DTL-FLAG
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF
           PERFORM 8300-COMPUTE-PROJECTION
           MOVE WS-BUDCAT-PROJECTED (WS-BUDCAT-SUB) TO WS-DTL-PROJECTED
           MOVE SPACE TO WS-DTL-PROJ-FLAG
           IF WS-BUDCAT-PROJECTED (WS-BUDCAT-SUB)
                   > WS-BUDCAT-BUDGET (WS-BUDCAT-SUB)
               MOVE "P" TO WS-DTL-PROJ-FLAG
               ADD 1 TO WS-PROJ-FLAGGED-COUNT
           END-IF
           WRITE VARIANCE-REPORT-LINE FROM WS-DETAIL-LINE
           IF WS-BUDCAT-ALLOCATED (WS-BUDCAT-SUB) NOT = 0
               MOVE WS-BUDCAT-ALLOCATED (WS-BUDCAT-SUB)
                   TO WS-ALD-AMOUNT
               WRITE VARIANCE-REPORT-LINE FROM WS-ALLOCATED-LINE
           END-IF
           ADD WS-BUDCAT-ALLOCATED (WS-BUDCAT-SUB) TO WS-ALLOCATED-SUM
           ADD WS-BUDCAT-ACTUAL (WS-BUDCAT-SUB) TO WS-ACTUAL-SUM
           ADD WS-BUDCAT-PROJECTED (WS-BUDCAT-SUB) TO WS-PROJECTED-SUM
           ADD WS-BUDCAT-BUDGET (WS-BUDCAT-SUB) TO WS-BUDGET-SUM.

       8200-COMPUTE-PCT-CONSUMED.
               MOVE -9999 TO WS-PCT-WORK
           END-IF.

       8300-COMPUTE-PROJECTION.
      *    TRAILING SPEND THAT WAS NOT A STANDING ORDER, PER DAY OF
      *    THE WINDOW, TIMES THE DAYS LEFT. A WINDOW THAT NETS TO A
      *    CREDIT PROJECTS NO FURTHER SPEND RATHER THAN A REFUND.
           MOVE 0 TO WS-RUNRATE-WORK
           IF WS-PROJ-ENABLED = 1 AND WS-DAYS-REMAINING > 0
               COMPUTE WS-NONRECUR-WORK =
                   WS-BUDCAT-TRAIL (WS-BUDCAT-SUB)
                       - WS-BUDCAT-RECUR (WS-BUDCAT-SUB)
               IF WS-NONRECUR-WORK > 0
                   COMPUTE WS-RUNRATE-WORK ROUNDED =
                       WS-NONRECUR-WORK * WS-DAYS-REMAINING
                           / WS-TRAIL-DAYS
               END-IF
           END-IF
           COMPUTE WS-BUDCAT-PROJECTED (WS-BUDCAT-SUB) =
               WS-BUDCAT-ACTUAL (WS-BUDCAT-SUB)
                   + WS-BUDCAT-SO-DUE (WS-BUDCAT-SUB)
                   + WS-RUNRATE-WORK.

       9000-TERMINATE.
           DISPLAY "Categories reported: " WS-BUDCAT-COUNT
           DISPLAY "Categories flagged : " WS-FLAGGED-COUNT
           DISPLAY "Projected overruns : " WS-PROJ-FLAGGED-COUNT
           IF WS-FILE-ERROR-FLAG = 1
               MOVE 8 TO RETURN-CODE
           ELSE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-FLAGGED-COUNT > 0
                       OR WS-PROJ-FLAGGED-COUNT > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
