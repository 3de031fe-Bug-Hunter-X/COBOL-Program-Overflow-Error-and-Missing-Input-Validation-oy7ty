      *  DAY-OF-MONTH RULES PAST THE END OF A SHORT MONTH FIRE ON
      *  THE MONTH'S LAST DAY, SO A DAY-31 RENT STILL BILLS IN
      *  FEBRUARY.
      *  EACH ORDER'S START DATE, END DATE AND MAXIMUM NUMBER OF
      *  OCCURRENCES (MAINTAINED BY SORDMNT) ARE HONOURED, AND THE
      *  COUNT OF OCCURRENCES GENERATED IS KEPT ON THE ORDER. THE
      *  LAST RUN DATE IS KEPT ON A SMALL CONTROL FILE; WHEN A RUN
      *  WAS MISSED (A HOLIDAY, AN ABEND) THE NEXT RUN ALSO RAISES
      *  EVERY OCCURRENCE THAT FELL DUE ON THE MISSED DAYS, SO RENT
      *  IS NEVER SILENTLY SKIPPED FOR A MONTH.
      *  A RUN CAN BE REPEATED: EACH ORDER ALSO KEEPS THE LAST DAY IT
      *  WAS GENERATED FOR, AND AN OCCURRENCE ON OR BEFORE THAT DAY
      *  IS WRITTEN TO THE EXTRACT AGAIN WITHOUT BEING COUNTED TWICE.
      *  A RERUN OF THE LAST RUN DATE JUDGES THE SAME CATCH-UP DAYS
      *  AS THE ORIGINAL RUN, SO IT REPRODUCES THE SAME EXTRACT.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SORD-STATUS.

           SELECT GEN-CONTROL-FILE ASSIGN TO "SORDCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GCTL-STATUS.

           SELECT GENERATED-EXTRACT-FILE ASSIGN TO "STORDEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GEXT-STATUS.
       FILE SECTION.
       FD  GEN-CARD-FILE
           RECORDING MODE IS F.
      *    GEN-CATCHUP-LIMIT IS THE MOST DAYS BACK A RUN WILL RAISE
      *    MISSED OCCURRENCES FOR; BLANK OR ZERO TAKES THE STANDARD
      *    LIMIT. A LONGER GAP NEEDS A DECISION, NOT A FLOOD OF RENT.
       01  GEN-CARD-RECORD.
           05  GEN-RUN-DATE             PIC 9(8).
           05  GEN-FILE-SERIAL          PIC 9(4).
           05  GEN-CATCHUP-LIMIT        PIC 9(3).
           05  FILLER                   PIC X(65).

       FD  STANDING-ORDER-FILE
           RECORDING MODE IS F.
      *    MONDAY-BASED WEEK THE CONSOLIDATION USES) EQUALS IT.
      *    SO-TRANS-TYPE IS THE "D"/"C" THE DETAIL POSTS AS; BLANK
      *    POSTS AS A DEBIT LIKE ANY OTHER EXTRACT.
      *    SO-ACTIVE-FLAG IS "A" ACTIVE, "S" SUSPENDED OR "E" ENDED.
      *    SO-START-DATE AND SO-END-DATE BOUND THE DAYS THE ORDER MAY
      *    FIRE ON AND SO-MAX-OCCURS CAPS HOW MANY TIMES IT FIRES;
      *    ZERO OR BLANK (AN ORDER KEYED BEFORE THE FIELDS EXISTED)
      *    LEAVES THAT LIMIT OPEN. SO-OCCURS-DONE IS COUNTED HERE.
      *    SO-LAST-GEN-DATE IS THE LATEST DAY AN OCCURRENCE WAS
      *    COUNTED FOR; BLANK OR ZERO MEANS NONE YET.
       01  STANDING-ORDER-RECORD.
           05  SO-CATEGORY-CODE         PIC X(4).
           05  SO-VALUE                 PIC 9(7)V99.
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

       FD  GEN-CONTROL-FILE
           RECORDING MODE IS F.
      *    ONE RECORD: THE LAST RUN DATE AND SERIAL GENERATED, SO THE
      *    NEXT RUN KNOWS WHICH DAYS WERE MISSED, AND THE RUN DATE
      *    BEFORE IT, SO A RERUN OF THE LAST DATE COVERS THE SAME DAYS.
       01  GEN-CONTROL-RECORD.
           05  GCT-LAST-RUN-DATE        PIC 9(8).
           05  GCT-LAST-FILE-SERIAL     PIC 9(4).
           05  GCT-PRIOR-RUN-DATE       PIC 9(8).
           05  FILLER                   PIC X(60).

       FD  GENERATED-EXTRACT-FILE
           RECORDING MODE IS F.
           05  WS-GENERATED-COUNT      PIC 9(7) VALUE 0.
           05  WS-SKIPPED-INACTIVE     PIC 9(5) VALUE 0.
           05  WS-SKIPPED-NOT-DUE      PIC 9(5) VALUE 0.
           05  WS-SKIPPED-SUSPENDED    PIC 9(5) VALUE 0.
           05  WS-SKIPPED-WINDOW       PIC 9(5) VALUE 0.
           05  WS-REJECTED-RULES       PIC 9(5) VALUE 0.
           05  WS-CAUGHT-UP-COUNT      PIC 9(7) VALUE 0.
           05  WS-ORDER-FIRED          PIC 9(5) VALUE 0.
           05  WS-ORDER-COUNTED        PIC 9(5) VALUE 0.
           05  WS-RULE-BAD             PIC 9 VALUE 0.
           05  WS-HASH-TOTAL           PIC S9(13)V99 VALUE 0.
           05  WS-ORDER-DUE            PIC 9 VALUE 0.
           05  WS-ERROR-FLAG           PIC 9 VALUE 0.
               10  FILLER              PIC X(2).
           05  WS-LAST-DAY-FLAG        PIC 9 VALUE 0.

      *    CATCH-UP: THE RUN JUDGES EVERY DAY FROM WS-FIRST-DAY-NUM
      *    TO THE RUN DATE. WITH NO MISSED RUN THAT IS THE RUN DATE
      *    ALONE. THE WS-JUDGE- FIELDS DESCRIBE THE DAY BEING JUDGED.
       01  WS-CATCH-UP-AREA.
           05  WS-LAST-RUN-DATE        PIC 9(8) VALUE 0.
           05  WS-PRIOR-RUN-DATE       PIC 9(8) VALUE 0.
           05  WS-CATCHUP-FROM-DATE    PIC 9(8) VALUE 0.
           05  WS-LAST-RUN-DAY-NUM     PIC 9(7) VALUE 0.
           05  WS-CATCHUP-LIMIT        PIC 9(3) VALUE 31.
           05  WS-CATCHUP-CAPPED       PIC 9 VALUE 0.
           05  WS-FIRST-DAY-NUM        PIC 9(7) VALUE 0.
           05  WS-FIRST-DATE-N         PIC 9(8) VALUE 0.
           05  WS-JUDGE-DAY-NUM        PIC 9(7) VALUE 0.
           05  WS-JUDGE-DATE-N         PIC 9(8) VALUE 0.
           05  WS-JUDGE-DATE-X REDEFINES WS-JUDGE-DATE-N.
               10  FILLER              PIC X(4).
               10  WS-JUDGE-MM         PIC 9(2).
               10  WS-JUDGE-DD         PIC 9(2).
           05  WS-JUDGE-WEEKDAY        PIC 9(1) VALUE 0.
           05  WS-JUDGE-LAST-DAY-FLAG  PIC 9 VALUE 0.
           05  WS-SO-START             PIC 9(8) VALUE 0.
           05  WS-SO-END               PIC 9(8) VALUE 0.
           05  WS-SO-MAX               PIC 9(4) VALUE 0.
           05  WS-SO-DONE              PIC 9(4) VALUE 0.
           05  WS-SO-LAST-GEN          PIC 9(8) VALUE 0.

       01  WS-FILE-STATUS-AREA.
           05  WS-CARD-STATUS          PIC XX VALUE "00".
           05  WS-SORD-STATUS          PIC XX VALUE "00".
           05  WS-GEXT-STATUS          PIC XX VALUE "00".
           05  WS-PRRF-STATUS          PIC XX VALUE "00".
           05  WS-GCTL-STATUS          PIC XX VALUE "00".
           05  WS-SORD-EOF-FLAG        PIC 9 VALUE 0.

       01  WS-REPORT-LINES.
               10  FILLER              PIC X(21)
                   VALUE "EXTRACT FILE SERIAL: ".
               10  WS-SER-SERIAL       PIC 9(4).
           05  WS-CATCH-UP-LINE.
               10  FILLER              PIC X(27)
                   VALUE "MISSED RUNS CAUGHT UP FROM ".
               10  WS-CUP-FROM-DATE    PIC 9999/99/99.
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-CUP-CAPPED       PIC X(30).
           05  WS-COLUMN-HDR-LINE      PIC X(64) VALUE
               "CAT          VALUE T R DY DESCRIPTION".
           05  WS-DETAIL-LINE.
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-DTL-DESC         PIC X(30).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-DTL-DISPOSITION  PIC X(18).
           05  WS-TOTAL-LINE-GEN.
               10  FILLER              PIC X(20)
                   VALUE "DETAILS GENERATED  :".
               10  FILLER              PIC X(20)
                   VALUE "SKIPPED NOT DUE    :".
               10  WS-TOT-NOT-DUE      PIC Z,ZZZ,ZZ9.
           05  WS-TOTAL-LINE-CAUGHT.
               10  FILLER              PIC X(20)
                   VALUE "OF WHICH CAUGHT UP :".
               10  WS-TOT-CAUGHT-UP    PIC Z,ZZZ,ZZ9.
           05  WS-TOTAL-LINE-SUSP.
               10  FILLER              PIC X(20)
                   VALUE "SKIPPED SUSPENDED  :".
               10  WS-TOT-SUSPENDED    PIC Z,ZZZ,ZZ9.
           05  WS-TOTAL-LINE-WINDOW.
               10  FILLER              PIC X(20)
                   VALUE "SKIPPED OUT OF DATE:".
               10  WS-TOT-WINDOW       PIC Z,ZZZ,ZZ9.
           05  WS-TOTAL-LINE-BADRULE.
               10  FILLER              PIC X(20)
                   VALUE "REJECTED BAD RULE  :".
               PERFORM 3000-PROCESS-ORDERS
                   UNTIL WS-SORD-EOF-FLAG = 1
               PERFORM 4000-WRITE-EXTRACT-TRAILER
               PERFORM 4100-UPDATE-GEN-CONTROL
               PERFORM 8000-WRITE-PROOF-TOTALS
           END-IF
           PERFORM 9000-TERMINATE
           PERFORM 1100-READ-GENERATION-CARD
           IF WS-ERROR-FLAG = 0
               PERFORM 1200-DERIVE-RUN-DATE-FACTS
           END-IF
           IF WS-ERROR-FLAG = 0
               PERFORM 1250-SET-CATCH-UP-RANGE
      *    OPENED I-O SO EACH ORDER'S OCCURRENCE COUNT CAN BE
      *    REWRITTEN IN PLACE AS IT FIRES.
               OPEN I-O STANDING-ORDER-FILE
               IF WS-SORD-STATUS NOT = "00"
                   DISPLAY "ERROR OPENING STANDING-ORDER-FILE: "
                       WS-SORD-STATUS
                           AND GEN-FILE-SERIAL IS NUMERIC
                           MOVE GEN-RUN-DATE TO WS-RUN-DATE-N
                           MOVE GEN-FILE-SERIAL TO WS-FILE-SERIAL
                           IF GEN-CATCHUP-LIMIT IS NUMERIC
                               AND GEN-CATCHUP-LIMIT > 0
                               MOVE GEN-CATCHUP-LIMIT
                                   TO WS-CATCHUP-LIMIT
                           END-IF
                       ELSE
                           DISPLAY "RUN REFUSED: GENERATION CARD "
                               "DATE OR SERIAL IS NOT NUMERIC"
               END-IF
           END-IF.

       1250-SET-CATCH-UP-RANGE.
      *    THE DAYS AFTER THE LAST RUN AND BEFORE THIS ONE HAD NO
      *    GENERATION, SO ANYTHING DUE ON THEM IS RAISED NOW. NO
      *    CONTROL FILE (THE FIRST RUN) OR A RERUN OF AN EARLIER DATE
      *    CATCHES NOTHING UP. A RERUN OF THE LAST DATE STARTS AFTER
      *    THE RUN BEFORE IT, AS THE ORIGINAL RUN DID. THE LOOK-BACK
      *    IS CAPPED AT THE LIMIT.
           MOVE WS-DAY-NUM TO WS-FIRST-DAY-NUM
           OPEN INPUT GEN-CONTROL-FILE
           IF WS-GCTL-STATUS = "00"
               READ GEN-CONTROL-FILE
                   AT END
                       MOVE 0 TO WS-LAST-RUN-DATE
                   NOT AT END
                       IF GCT-LAST-RUN-DATE IS NUMERIC
                           MOVE GCT-LAST-RUN-DATE TO WS-LAST-RUN-DATE
                       END-IF
                       IF GCT-PRIOR-RUN-DATE IS NUMERIC
                           MOVE GCT-PRIOR-RUN-DATE TO WS-PRIOR-RUN-DATE
                       END-IF
               END-READ
               CLOSE GEN-CONTROL-FILE
           ELSE
               IF WS-GCTL-STATUS NOT = "35"
                   DISPLAY "ERROR OPENING GEN-CONTROL-FILE: "
                       WS-GCTL-STATUS
                   SET WS-FILE-ERROR-FLAG TO 1
                   SET WS-ERROR-FLAG TO 1
               END-IF
           END-IF
           IF WS-LAST-RUN-DATE = WS-RUN-DATE-N
               MOVE WS-PRIOR-RUN-DATE TO WS-CATCHUP-FROM-DATE
           ELSE
               MOVE WS-LAST-RUN-DATE TO WS-CATCHUP-FROM-DATE
           END-IF
           IF WS-CATCHUP-FROM-DATE > 0
               AND WS-CATCHUP-FROM-DATE < WS-RUN-DATE-N
               COMPUTE WS-LAST-RUN-DAY-NUM =
                   FUNCTION INTEGER-OF-DATE (WS-CATCHUP-FROM-DATE)
               IF WS-LAST-RUN-DAY-NUM > 0
                   COMPUTE WS-FIRST-DAY-NUM = WS-LAST-RUN-DAY-NUM + 1
                   IF WS-DAY-NUM - WS-FIRST-DAY-NUM > WS-CATCHUP-LIMIT
                       COMPUTE WS-FIRST-DAY-NUM =
                           WS-DAY-NUM - WS-CATCHUP-LIMIT
                       MOVE 1 TO WS-CATCHUP-CAPPED
                       DISPLAY "WARNING: LAST RUN "
                           WS-CATCHUP-FROM-DATE
                           " - CATCH-UP LIMITED TO "
                           WS-CATCHUP-LIMIT " DAYS"
                   END-IF
               END-IF
           END-IF
           COMPUTE WS-FIRST-DATE-N =
               FUNCTION DATE-OF-INTEGER (WS-FIRST-DAY-NUM).

       1300-WRITE-PROOF-HEADER.
           MOVE WS-RUN-DATE-N TO WS-HDR-RUN-DATE
           WRITE PROOF-REPORT-LINE FROM WS-HDR-LINE-1
           WRITE PROOF-REPORT-LINE FROM WS-HDR-LINE-2
           MOVE WS-FILE-SERIAL TO WS-SER-SERIAL
           WRITE PROOF-REPORT-LINE FROM WS-SERIAL-LINE
           IF WS-FIRST-DAY-NUM < WS-DAY-NUM
               MOVE WS-FIRST-DATE-N TO WS-CUP-FROM-DATE
               IF WS-CATCHUP-CAPPED = 1
                   MOVE "(LOOK-BACK LIMIT REACHED)" TO WS-CUP-CAPPED
               ELSE
                   MOVE SPACES TO WS-CUP-CAPPED
               END-IF
               WRITE PROOF-REPORT-LINE FROM WS-CATCH-UP-LINE
           END-IF
           WRITE PROOF-REPORT-LINE FROM WS-COLUMN-HDR-LINE.

       2000-WRITE-EXTRACT-HEADER.
           END-READ.

       3200-JUDGE-ORDER.
           EVALUATE TRUE
               WHEN SO-ACTIVE-FLAG = "S"
                   ADD 1 TO WS-SKIPPED-SUSPENDED
                   MOVE "SKIPPED-SUSPENDED" TO WS-DTL-DISPOSITION
                   PERFORM 3500-WRITE-PROOF-LINE
               WHEN SO-ACTIVE-FLAG NOT = "A"
                   ADD 1 TO WS-SKIPPED-INACTIVE
                   MOVE "SKIPPED-INACTIVE" TO WS-DTL-DISPOSITION
                   PERFORM 3500-WRITE-PROOF-LINE
               WHEN SO-VALUE IS NOT NUMERIC
                   ADD 1 TO WS-REJECTED-RULES
                   MOVE "REJECTED-VALUE" TO WS-DTL-DISPOSITION
                   PERFORM 3500-WRITE-PROOF-LINE
               WHEN OTHER
                   PERFORM 3210-JUDGE-ORDER-DAYS
           END-EVALUATE.

       3210-JUDGE-ORDER-DAYS.
      *    EVERY DAY IN THE CATCH-UP RANGE IS JUDGED IN TURN, OLDEST
      *    FIRST, SO A MAXIMUM OCCURRENCE COUNT IS USED UP IN DATE
      *    ORDER. AN ORDER THAT FIRED FOR A DAY NOT COUNTED BEFORE IS
      *    REWRITTEN WITH ITS NEW COUNT AND LAST GENERATED DAY.
           PERFORM 3220-LOAD-ORDER-LIMITS
           MOVE 0 TO WS-ORDER-FIRED
           MOVE 0 TO WS-ORDER-COUNTED
           MOVE 0 TO WS-RULE-BAD
           PERFORM VARYING WS-JUDGE-DAY-NUM FROM WS-FIRST-DAY-NUM BY 1
                   UNTIL WS-JUDGE-DAY-NUM > WS-DAY-NUM
                      OR WS-RULE-BAD = 1
               PERFORM 3230-DERIVE-JUDGE-DATE-FACTS
               PERFORM 3300-APPLY-RULE
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-RULE-BAD = 1
                   ADD 1 TO WS-REJECTED-RULES
                   MOVE "REJECTED-RULE" TO WS-DTL-DISPOSITION
                   PERFORM 3500-WRITE-PROOF-LINE
               WHEN WS-ORDER-FIRED > 0
                   IF WS-ORDER-COUNTED > 0
                       MOVE WS-SO-DONE TO SO-OCCURS-DONE
                       MOVE WS-SO-LAST-GEN TO SO-LAST-GEN-DATE
                       REWRITE STANDING-ORDER-RECORD
                       IF WS-SORD-STATUS NOT = "00"
                           DISPLAY
                               "ERROR REWRITING STANDING-ORDER-FILE: "
                               WS-SORD-STATUS " ORDER " SO-ORDER-ID
                           SET WS-FILE-ERROR-FLAG TO 1
                       END-IF
                   END-IF
      *    THE REASON AN ORDER DID NOT FIRE IS TAKEN FROM THE RUN
      *    DATE - OUTSIDE ITS DATES OR OUT OF OCCURRENCES IS WORTH
      *    SEEING ON THE LISTING; AN ORDINARY OFF-DAY IS NOT DUE.
               WHEN WS-SO-START > 0 AND WS-RUN-DATE-N < WS-SO-START
                   ADD 1 TO WS-SKIPPED-WINDOW
                   MOVE "NOT-YET-STARTED" TO WS-DTL-DISPOSITION
                   PERFORM 3500-WRITE-PROOF-LINE
               WHEN WS-SO-END > 0 AND WS-RUN-DATE-N > WS-SO-END
                   ADD 1 TO WS-SKIPPED-WINDOW
                   MOVE "PAST-END-DATE" TO WS-DTL-DISPOSITION
                   PERFORM 3500-WRITE-PROOF-LINE
               WHEN WS-SO-MAX > 0 AND WS-SO-DONE NOT < WS-SO-MAX
                   ADD 1 TO WS-SKIPPED-WINDOW
                   MOVE "MAX-OCCURS-REACHED" TO WS-DTL-DISPOSITION
                   PERFORM 3500-WRITE-PROOF-LINE
               WHEN OTHER
                   ADD 1 TO WS-SKIPPED-NOT-DUE
                   MOVE "SKIPPED-NOT-DUE" TO WS-DTL-DISPOSITION
                   PERFORM 3500-WRITE-PROOF-LINE
           END-EVALUATE.

       3220-LOAD-ORDER-LIMITS.
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
           END-IF
           IF SO-LAST-GEN-DATE IS NUMERIC
               MOVE SO-LAST-GEN-DATE TO WS-SO-LAST-GEN
           ELSE
               MOVE 0 TO WS-SO-LAST-GEN
           END-IF.

       3230-DERIVE-JUDGE-DATE-FACTS.
      *    THE SAME WEEKDAY AND LAST-DAY-OF-MONTH ARITHMETIC AS 1200,
      *    FOR THE DAY BEING JUDGED RATHER THAN THE RUN DATE.
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
           END-IF.

       3300-APPLY-RULE.
      *    MONTH'S LAST DAY - SO IT REJECTS LIKE A BAD WEEKDAY.
                   IF SO-RULE-DAY IS NUMERIC
                       AND SO-RULE-DAY >= 1 AND SO-RULE-DAY <= 31
                       IF SO-RULE-DAY = WS-JUDGE-DD
                           OR (WS-JUDGE-LAST-DAY-FLAG = 1
                               AND SO-RULE-DAY > WS-JUDGE-DD)
                           MOVE 1 TO WS-ORDER-DUE
                       END-IF
                   ELSE
               WHEN "W"
                   IF SO-RULE-DAY IS NUMERIC
                       AND SO-RULE-DAY >= 1 AND SO-RULE-DAY <= 7
                       IF SO-RULE-DAY = WS-JUDGE-WEEKDAY
                           MOVE 1 TO WS-ORDER-DUE
                       END-IF
                   ELSE
               WHEN OTHER
                   MOVE 9 TO WS-ORDER-DUE
           END-EVALUATE
      *    A DAY THE RULE PICKS STILL HAS TO FALL INSIDE THE ORDER'S
      *    DATES, AND THE ORDER MUST HAVE OCCURRENCES LEFT. A DAY ON
      *    OR BEFORE THE LAST ONE GENERATED IS A RERUN: ITS OCCURRENCE
      *    IS ALREADY IN SO-OCCURS-DONE, SO IT IS WRITTEN AGAIN BUT
      *    NEITHER COUNTED NOR HELD BACK BY THE MAXIMUM.
           IF WS-ORDER-DUE = 1
               IF (WS-SO-START > 0 AND WS-JUDGE-DATE-N < WS-SO-START)
                   OR (WS-SO-END > 0 AND WS-JUDGE-DATE-N > WS-SO-END)
                   MOVE 0 TO WS-ORDER-DUE
               END-IF
           END-IF
           IF WS-ORDER-DUE = 1
               AND WS-JUDGE-DATE-N > WS-SO-LAST-GEN
               AND WS-SO-MAX > 0 AND WS-SO-DONE NOT < WS-SO-MAX
               MOVE 0 TO WS-ORDER-DUE
           END-IF
           EVALUATE WS-ORDER-DUE
               WHEN 1
                   PERFORM 3400-GENERATE-DETAIL
                   ADD 1 TO WS-ORDER-FIRED
                   IF WS-JUDGE-DATE-N > WS-SO-LAST-GEN
                       ADD 1 TO WS-ORDER-COUNTED
                       ADD 1 TO WS-SO-DONE
                       MOVE WS-JUDGE-DATE-N TO WS-SO-LAST-GEN
                   END-IF
                   IF WS-JUDGE-DAY-NUM = WS-DAY-NUM
                       MOVE "GENERATED" TO WS-DTL-DISPOSITION
                   ELSE
                       ADD 1 TO WS-CAUGHT-UP-COUNT
                       MOVE SPACES TO WS-DTL-DISPOSITION
                       STRING "CAUGHT-UP " WS-JUDGE-DATE-N
                           DELIMITED BY SIZE INTO WS-DTL-DISPOSITION
                   END-IF
                   PERFORM 3500-WRITE-PROOF-LINE
               WHEN 9
                   MOVE 1 TO WS-RULE-BAD
           END-EVALUATE.

       3400-GENERATE-DETAIL.
           WRITE TRANSACTION-RECORD
           CLOSE GENERATED-EXTRACT-FILE.

       4100-UPDATE-GEN-CONTROL.
      *    ONLY A LATER DATE MOVES THE CONTROL FORWARD - A RERUN OF AN
      *    OLD DATE MUST NOT MAKE THE NEXT RUN CATCH UP AGAIN.
           IF WS-RUN-DATE-N > WS-LAST-RUN-DATE
               OPEN OUTPUT GEN-CONTROL-FILE
               IF WS-GCTL-STATUS NOT = "00"
                   DISPLAY "ERROR OPENING GEN-CONTROL-FILE: "
                       WS-GCTL-STATUS
                   SET WS-FILE-ERROR-FLAG TO 1
               ELSE
                   MOVE SPACES TO GEN-CONTROL-RECORD
                   MOVE WS-RUN-DATE-N TO GCT-LAST-RUN-DATE
                   MOVE WS-FILE-SERIAL TO GCT-LAST-FILE-SERIAL
                   MOVE WS-LAST-RUN-DATE TO GCT-PRIOR-RUN-DATE
                   WRITE GEN-CONTROL-RECORD
                   CLOSE GEN-CONTROL-FILE
               END-IF
           END-IF.

       8000-WRITE-PROOF-TOTALS.
           WRITE PROOF-REPORT-LINE FROM WS-HDR-LINE-2
           MOVE WS-GENERATED-COUNT TO WS-TOT-GENERATED
           WRITE PROOF-REPORT-LINE FROM WS-TOTAL-LINE-GEN
           MOVE WS-CAUGHT-UP-COUNT TO WS-TOT-CAUGHT-UP
           WRITE PROOF-REPORT-LINE FROM WS-TOTAL-LINE-CAUGHT
           MOVE WS-HASH-TOTAL TO WS-TOT-HASH
           WRITE PROOF-REPORT-LINE FROM WS-TOTAL-LINE-HASH
           MOVE WS-SKIPPED-INACTIVE TO WS-TOT-INACTIVE
           WRITE PROOF-REPORT-LINE FROM WS-TOTAL-LINE-INACT
           MOVE WS-SKIPPED-SUSPENDED TO WS-TOT-SUSPENDED
           WRITE PROOF-REPORT-LINE FROM WS-TOTAL-LINE-SUSP
           MOVE WS-SKIPPED-NOT-DUE TO WS-TOT-NOT-DUE
           WRITE PROOF-REPORT-LINE FROM WS-TOTAL-LINE-NOTDUE
           MOVE WS-SKIPPED-WINDOW TO WS-TOT-WINDOW
           WRITE PROOF-REPORT-LINE FROM WS-TOTAL-LINE-WINDOW
           MOVE WS-REJECTED-RULES TO WS-TOT-BAD-RULE
           WRITE PROOF-REPORT-LINE FROM WS-TOTAL-LINE-BADRULE
           WRITE PROOF-REPORT-LINE FROM WS-FOOTER-LINE
       9000-TERMINATE.
           DISPLAY "Orders read       : " WS-ORDERS-READ
           DISPLAY "Details generated : " WS-GENERATED-COUNT
           DISPLAY "Of which caught up: " WS-CAUGHT-UP-COUNT
           DISPLAY "Skipped inactive  : " WS-SKIPPED-INACTIVE
           DISPLAY "Skipped suspended : " WS-SKIPPED-SUSPENDED
           DISPLAY "Skipped not due   : " WS-SKIPPED-NOT-DUE
           DISPLAY "Skipped out of dt : " WS-SKIPPED-WINDOW
           DISPLAY "Rejected bad rule : " WS-REJECTED-RULES
           IF WS-SORD-STATUS = "00" OR WS-SORD-EOF-FLAG = 1
               CLOSE STANDING-ORDER-FILE
