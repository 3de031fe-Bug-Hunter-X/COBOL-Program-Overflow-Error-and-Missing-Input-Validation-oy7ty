      *  AUDIT TRAIL. A SEQ-TO OF ZERO WITH A NONZERO SEQ-FROM SELECTS
      *  THAT ONE SEQUENCE. VALUE COLUMNS CARRY A LEADING SIGN; A
      *  BLANK SIGN IS TAKEN AS POSITIVE.
      *  A RECORD CONVERTED FROM A FOREIGN CURRENCY IS FOLLOWED BY A
      *  LINE GIVING THE CURRENCY, THE AMOUNT AS KEYED AND THE RATE;
      *  ITS VALUE AND THE SUBTOTAL ARE ALWAYS THE BASE VALUE.
      *  THE INQUIRY COVERS THE ARCHIVED TRAIL AS WELL AS THE LIVE
      *  ONE: THE AUDTHIST INDEX (KEPT BY ARCHPURG) IS READ FIRST IN
      *  KEY ORDER, POSITIONED BY A START ON THE FROM-DATE WHEN ONE IS
      *  GIVEN, THEN EVERY AUDTFILE RECORD NOT YET ON THE INDEX. THE
      *  CARD CAN ALSO NAME AN EXTRACT (DATE, AND SERIAL IF WANTED);
      *  SINCE SEQUENCES RESTART EVERY RUN, THE LISTING BREAKS ON
      *  EXTRACT IDENTITY SO EACH SEQUENCE READS AGAINST ITS EXTRACT.
      *  WITH NO AUDTHIST THE INQUIRY COVERS THE LIVE TRAIL ONLY.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT AUDIT-HISTORY-FILE ASSIGN TO "AUDTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-HISTORY-KEY
               FILE STATUS IS WS-AUDH-STATUS.

           SELECT INQUIRY-REPORT-FILE ASSIGN TO "INQRFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INQR-STATUS.
      *    TRANSACTION VALUE.
           05  INQ-VALUE-FROM-X         PIC X(10).
           05  INQ-VALUE-TO-X           PIC X(10).
      *    AN EXTRACT DATE WITH A ZERO SERIAL SELECTS EVERY SERIAL
      *    OF THAT DATE.
           05  INQ-EXTRACT-DATE         PIC 9(8).
           05  INQ-FILE-SERIAL          PIC 9(4).
           05  FILLER                   PIC X(14).

       FD  AUDIT-FILE
           RECORDING MODE IS F.
           05  AUD-ACTION-CODE          PIC X(1).
           05  AUD-REVERSED-SEQUENCE    PIC 9(7).
           05  AUD-BACKOUT-AMOUNT       PIC S9(13)V99.
           05  AUD-CURRENCY-CODE        PIC X(3).
           05  AUD-ORIG-AMOUNT          PIC S9(11)V99.
           05  AUD-FX-RATE              PIC 9(4)V9(6).
           05  AUD-EXTRACT-DATE         PIC 9(8).
           05  AUD-FILE-SERIAL          PIC 9(4).
           05  FILLER                   PIC X(13).

       FD  AUDIT-HISTORY-FILE.
       01  AUDIT-HISTORY-RECORD.
           05  AH-HISTORY-KEY.
               10  AH-RUN-DATE          PIC 9(8).
               10  AH-EXTRACT-DATE      PIC 9(8).
               10  AH-FILE-SERIAL       PIC 9(4).
               10  AH-SEQUENCE          PIC 9(7).
               10  AH-ACTION-CODE       PIC X(1).
               10  AH-CATEGORY-CODE     PIC X(4).
               10  AH-RUN-TIME          PIC X(6).
           05  AH-AUDIT-IMAGE.
               10  AHI-SEQUENCE         PIC 9(7).
               10  AHI-DATE             PIC 9(8).
               10  AHI-TIME             PIC X(6).
               10  FILLER               PIC X(21).
               10  AHI-CATEGORY-CODE    PIC X(4).
               10  AHI-ACTION-CODE      PIC X(1).
               10  FILLER               PIC X(48).
               10  AHI-EXTRACT-DATE     PIC 9(8).
               10  AHI-FILE-SERIAL      PIC 9(4).
               10  FILLER               PIC X(13).

       FD  INQUIRY-REPORT-FILE.
       01  INQUIRY-REPORT-LINE          PIC X(80).
           05  WS-RECORD-MATCHES       PIC 9 VALUE 0.
           05  WS-ERROR-FLAG           PIC 9 VALUE 0.
           05  WS-FILE-ERROR-FLAG      PIC 9 VALUE 0.
           05  WS-HIST-READ-COUNT      PIC 9(7) VALUE 0.
           05  WS-LIVE-READ-COUNT      PIC 9(7) VALUE 0.
           05  WS-RECORD-INDEXED       PIC 9 VALUE 0.
           05  WS-REC-EXT-DATE         PIC 9(8) VALUE 0.
           05  WS-REC-EXT-SERIAL       PIC 9(4) VALUE 0.
           05  WS-LAST-EXT-DATE        PIC 9(8) VALUE 0.
           05  WS-LAST-EXT-SERIAL      PIC 9(4) VALUE 0.
           05  WS-LINES-WRITTEN        PIC 9(7) VALUE 0.

       01  WS-CRITERIA-AREA.
           05  WS-SEL-SEQ-FROM         PIC 9(7) VALUE 0.
           05  WS-SEL-VALUE-FROM       PIC S9(7)V99 VALUE 0.
           05  WS-SEL-VALUE-TO         PIC S9(7)V99 VALUE 0.
           05  WS-SEL-VALUE-USED       PIC 9 VALUE 0.
           05  WS-SEL-EXT-DATE         PIC 9(8) VALUE 0.
           05  WS-SEL-EXT-SERIAL       PIC 9(4) VALUE 0.
           05  WS-VALUE-WORK.
               10  WS-VALUE-WORK-SIGN  PIC X(1).
               10  WS-VALUE-WORK-NUM   PIC 9(7)V99.
           05  WS-CARD-STATUS          PIC XX VALUE "00".
           05  WS-AUDIT-STATUS         PIC XX VALUE "00".
           05  WS-INQR-STATUS          PIC XX VALUE "00".
           05  WS-AUDH-STATUS          PIC XX VALUE "00".
           05  WS-AUDIT-EOF-FLAG       PIC 9 VALUE 0.
           05  WS-AUDH-EOF-FLAG        PIC 9 VALUE 0.
           05  WS-AUDH-OPEN            PIC 9 VALUE 0.

       01  WS-REPORT-LINES.
           05  WS-HDR-LINE-1           PIC X(40)
               10  WS-CRIT-VALUE-FROM  PIC ZZZZZZ9.99-.
               10  FILLER              PIC X(3) VALUE " - ".
               10  WS-CRIT-VALUE-TO    PIC ZZZZZZ9.99-.
           05  WS-CRIT-LINE-EXTRACT.
               10  FILLER              PIC X(16)
                   VALUE "EXTRACT        :".
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-CRIT-EXT-DATE    PIC 9(8).
               10  FILLER              PIC X(1) VALUE "/".
               10  WS-CRIT-EXT-SERIAL  PIC 9(4).
           05  WS-EXTRACT-BREAK-LINE.
               10  FILLER              PIC X(8) VALUE "EXTRACT ".
               10  WS-BRK-EXT-DATE     PIC 9(8).
               10  FILLER              PIC X(1) VALUE "/".
               10  WS-BRK-EXT-SERIAL   PIC 9(4).
           05  WS-NO-EXTRACT-LINE      PIC X(40)
               VALUE "NO EXTRACT (CORRECTION/BACKOUT/LEGACY)".
           05  WS-COLUMN-HDR-LINE.
               10  FILLER              PIC X(24) VALUE
                   "SEQUENCE DATE     TIME  ".
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-DTL-BACKOUT      PIC ZZZ,ZZZ,ZZ9.99-
                                       BLANK WHEN ZERO.
           05  WS-FX-DETAIL-LINE.
               10  FILLER              PIC X(18) VALUE SPACES.
               10  FILLER              PIC X(9) VALUE "ORIGINAL ".
               10  WS-FXD-CURRENCY     PIC X(3).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-FXD-ORIG-AMOUNT  PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(9) VALUE " AT RATE ".
               10  WS-FXD-RATE         PIC ZZZ9.999999.
           05  WS-TRAILER-LINE-COUNT.
               10  FILLER              PIC X(18)
                   VALUE "RECORDS SELECTED :".
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-ERROR-FLAG = 0
      *    AUDTFILE IS NOT PRIMED UNTIL THE HISTORY PASS IS OVER -
      *    EACH INDEXED IMAGE IS WORKED IN THE AUDIT RECORD AREA.
               PERFORM 2500-SELECT-HISTORY-RECORDS
                   UNTIL WS-AUDH-EOF-FLAG = 1
               PERFORM 2100-READ-AUDIT-RECORD
               PERFORM 2000-SELECT-RECORDS
                   UNTIL WS-AUDIT-EOF-FLAG = 1
               PERFORM 8000-WRITE-TRAILER
                       SET WS-FILE-ERROR-FLAG TO 1
                       SET WS-ERROR-FLAG TO 1
                   ELSE
                       PERFORM 1400-OPEN-AUDIT-HISTORY
                   END-IF
                   IF WS-ERROR-FLAG = 0
                       PERFORM 1300-WRITE-REPORT-HEADER
                       PERFORM 2600-POSITION-HISTORY
                   END-IF
               END-IF
           END-IF.
               IF WS-SEL-VALUE-USED = 1
                   MOVE 9999999.99 TO WS-SEL-VALUE-TO
               END-IF
           END-IF
           IF INQ-EXTRACT-DATE IS NUMERIC
               MOVE INQ-EXTRACT-DATE TO WS-SEL-EXT-DATE
           END-IF
      *    A SERIAL MEANS NOTHING WITHOUT ITS EXTRACT DATE.
           IF INQ-FILE-SERIAL IS NUMERIC AND WS-SEL-EXT-DATE > 0
               MOVE INQ-FILE-SERIAL TO WS-SEL-EXT-SERIAL
           END-IF.

       1250-EDIT-SIGNED-VALUE.
           MOVE WS-SEL-VALUE-FROM TO WS-CRIT-VALUE-FROM
           MOVE WS-SEL-VALUE-TO TO WS-CRIT-VALUE-TO
           WRITE INQUIRY-REPORT-LINE FROM WS-CRIT-LINE-VALUE
           MOVE WS-SEL-EXT-DATE TO WS-CRIT-EXT-DATE
           MOVE WS-SEL-EXT-SERIAL TO WS-CRIT-EXT-SERIAL
           WRITE INQUIRY-REPORT-LINE FROM WS-CRIT-LINE-EXTRACT
           WRITE INQUIRY-REPORT-LINE FROM WS-HDR-LINE-2
           WRITE INQUIRY-REPORT-LINE FROM WS-COLUMN-HDR-LINE.

       1400-OPEN-AUDIT-HISTORY.
      *    THE INDEX ONLY EXISTS ONCE ARCHPURG HAS RUN - UNTIL THEN
      *    EVERYTHING IS STILL ON AUDTFILE AND THAT ALONE IS READ.
           OPEN INPUT AUDIT-HISTORY-FILE
           IF WS-AUDH-STATUS = "00"
               MOVE 1 TO WS-AUDH-OPEN
           ELSE
               SET WS-AUDH-EOF-FLAG TO 1
               IF WS-AUDH-STATUS = "35"
                   DISPLAY "WARNING: NO AUDIT HISTORY INDEX - "
                       "LIVE AUDIT TRAIL ONLY"
               ELSE
                   DISPLAY "ERROR OPENING AUDIT-HISTORY-FILE: "
                       WS-AUDH-STATUS
                   SET WS-FILE-ERROR-FLAG TO 1
                   SET WS-ERROR-FLAG TO 1
               END-IF
           END-IF.

       2000-SELECT-RECORDS.
      *    A LIVE RECORD ALREADY ON THE INDEX WAS LISTED (OR PASSED
      *    OVER) IN THE HISTORY PASS AND IS NOT COUNTED TWICE.
           ADD 1 TO WS-LIVE-READ-COUNT
           MOVE 0 TO WS-RECORD-INDEXED
           IF WS-AUDH-OPEN = 1
               PERFORM 2700-CHECK-RECORD-INDEXED
           END-IF
           IF WS-RECORD-INDEXED = 0
               PERFORM 2050-SELECT-ONE-RECORD
           END-IF
           PERFORM 2100-READ-AUDIT-RECORD.

       2050-SELECT-ONE-RECORD.
      *    A BACKOUT RECORD CARRIES ITS AMOUNT IN AUD-BACKOUT-AMOUNT
      *    (AUD-INPUT-VALUE IS ZERO THERE) - IT IS FOLDED INTO THE
      *    SELECTION SUBTOTAL SO A CATEGORY'S TOTAL STILL RECONCILES
      *    ACROSS A BACKOUT.
           PERFORM 2150-SET-EXTRACT-IDENTITY
           PERFORM 2200-APPLY-CRITERIA
           IF WS-RECORD-MATCHES = 1
               ADD 1 TO WS-MATCH-COUNT
                   ADD AUD-BACKOUT-AMOUNT TO WS-MATCH-TOTAL
               END-IF
               PERFORM 2300-WRITE-DETAIL-LINE
           END-IF.

       2100-READ-AUDIT-RECORD.
           READ AUDIT-FILE
                   SET WS-AUDIT-EOF-FLAG TO 1
           END-READ.

       2150-SET-EXTRACT-IDENTITY.
      *    RECORDS FROM BEFORE THE EXTRACT COLUMNS EXISTED CARRY
      *    BLANKS THERE AND COUNT AS NO EXTRACT.
           IF AUD-EXTRACT-DATE IS NUMERIC
               MOVE AUD-EXTRACT-DATE TO WS-REC-EXT-DATE
           ELSE
               MOVE 0 TO WS-REC-EXT-DATE
           END-IF
           IF AUD-FILE-SERIAL IS NUMERIC
               MOVE AUD-FILE-SERIAL TO WS-REC-EXT-SERIAL
           ELSE
               MOVE 0 TO WS-REC-EXT-SERIAL
           END-IF.

       2200-APPLY-CRITERIA.
           MOVE 1 TO WS-RECORD-MATCHES
           IF WS-SEL-SEQ-TO > 0
                   OR AUD-INPUT-VALUE > WS-SEL-VALUE-TO
                   MOVE 0 TO WS-RECORD-MATCHES
               END-IF
           END-IF
           IF WS-SEL-EXT-DATE > 0
               AND WS-REC-EXT-DATE NOT = WS-SEL-EXT-DATE
               MOVE 0 TO WS-RECORD-MATCHES
           END-IF
           IF WS-SEL-EXT-SERIAL > 0
               AND WS-REC-EXT-SERIAL NOT = WS-SEL-EXT-SERIAL
               MOVE 0 TO WS-RECORD-MATCHES
           END-IF.

       2300-WRITE-DETAIL-LINE.
           IF WS-LINES-WRITTEN = 0
               OR WS-REC-EXT-DATE NOT = WS-LAST-EXT-DATE
               OR WS-REC-EXT-SERIAL NOT = WS-LAST-EXT-SERIAL
               PERFORM 2350-WRITE-EXTRACT-BREAK
           END-IF
           ADD 1 TO WS-LINES-WRITTEN
           MOVE AUD-SEQUENCE TO WS-DTL-SEQUENCE
           MOVE AUD-DATE TO WS-DTL-DATE
           MOVE AUD-TIME TO WS-DTL-TIME
           ELSE
               MOVE 0 TO WS-DTL-BACKOUT
           END-IF
           WRITE INQUIRY-REPORT-LINE FROM WS-DETAIL-LINE
      *    RECORDS FROM BEFORE THE CURRENCY COLUMNS EXISTED CARRY
      *    BLANKS THERE AND LIST AS BASE CURRENCY.
           IF AUD-CURRENCY-CODE NOT = SPACES
               AND AUD-ORIG-AMOUNT IS NUMERIC
               AND AUD-FX-RATE IS NUMERIC
               MOVE AUD-CURRENCY-CODE TO WS-FXD-CURRENCY
               MOVE AUD-ORIG-AMOUNT TO WS-FXD-ORIG-AMOUNT
               MOVE AUD-FX-RATE TO WS-FXD-RATE
               WRITE INQUIRY-REPORT-LINE FROM WS-FX-DETAIL-LINE
           END-IF.

       2350-WRITE-EXTRACT-BREAK.
           MOVE WS-REC-EXT-DATE TO WS-LAST-EXT-DATE
           MOVE WS-REC-EXT-SERIAL TO WS-LAST-EXT-SERIAL
           IF WS-REC-EXT-DATE = 0
               WRITE INQUIRY-REPORT-LINE FROM WS-NO-EXTRACT-LINE
           ELSE
               MOVE WS-REC-EXT-DATE TO WS-BRK-EXT-DATE
               MOVE WS-REC-EXT-SERIAL TO WS-BRK-EXT-SERIAL
               WRITE INQUIRY-REPORT-LINE FROM WS-EXTRACT-BREAK-LINE
           END-IF.

       2500-SELECT-HISTORY-RECORDS.
           ADD 1 TO WS-HIST-READ-COUNT
           MOVE AH-AUDIT-IMAGE TO AUDIT-RECORD
           PERFORM 2050-SELECT-ONE-RECORD
           PERFORM 2610-READ-HISTORY-RECORD.

       2600-POSITION-HISTORY.
      *    THE INDEX LEADS WITH THE RUN DATE, SO A FROM-DATE STARTS
      *    THE PASS AT THE FIRST RECORD OF THAT DAY AND A TO-DATE
      *    ENDS IT AT THE FIRST RECORD BEYOND - THE ARCHIVED YEARS
      *    OUTSIDE THE RANGE ARE NEVER READ.
           IF WS-AUDH-OPEN = 1
               IF WS-SEL-DATE-FROM > 0
                   MOVE LOW-VALUES TO AH-HISTORY-KEY
                   MOVE WS-SEL-DATE-FROM TO AH-RUN-DATE
                   START AUDIT-HISTORY-FILE
                       KEY IS NOT LESS THAN AH-RUN-DATE
                       INVALID KEY
                           SET WS-AUDH-EOF-FLAG TO 1
                   END-START
               END-IF
               IF WS-AUDH-EOF-FLAG = 0
                   PERFORM 2610-READ-HISTORY-RECORD
               END-IF
           END-IF.

       2610-READ-HISTORY-RECORD.
           READ AUDIT-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-AUDH-EOF-FLAG TO 1
               NOT AT END
                   IF WS-SEL-DATE-TO > 0
                       AND AH-RUN-DATE > WS-SEL-DATE-TO
                       SET WS-AUDH-EOF-FLAG TO 1
                   END-IF
           END-READ.

       2700-CHECK-RECORD-INDEXED.
      *    THE KEY IS BUILT EXACTLY AS ARCHPURG BUILDS IT.
           MOVE AUDIT-RECORD TO AH-AUDIT-IMAGE
           IF AHI-DATE IS NUMERIC
               MOVE AHI-DATE TO AH-RUN-DATE
           ELSE
               MOVE 0 TO AH-RUN-DATE
           END-IF
           IF AHI-EXTRACT-DATE IS NUMERIC
               MOVE AHI-EXTRACT-DATE TO AH-EXTRACT-DATE
           ELSE
               MOVE 0 TO AH-EXTRACT-DATE
           END-IF
           IF AHI-FILE-SERIAL IS NUMERIC
               MOVE AHI-FILE-SERIAL TO AH-FILE-SERIAL
           ELSE
               MOVE 0 TO AH-FILE-SERIAL
           END-IF
           IF AHI-SEQUENCE IS NUMERIC
               MOVE AHI-SEQUENCE TO AH-SEQUENCE
           ELSE
               MOVE 0 TO AH-SEQUENCE
           END-IF
           MOVE AHI-ACTION-CODE TO AH-ACTION-CODE
           MOVE AHI-CATEGORY-CODE TO AH-CATEGORY-CODE
           MOVE AHI-TIME TO AH-RUN-TIME
           READ AUDIT-HISTORY-FILE
               KEY IS AH-HISTORY-KEY
               INVALID KEY
                   MOVE 0 TO WS-RECORD-INDEXED
               NOT INVALID KEY
                   MOVE 1 TO WS-RECORD-INDEXED
           END-READ.

       8000-WRITE-TRAILER.
           WRITE INQUIRY-REPORT-LINE FROM WS-HDR-LINE-2
       9000-TERMINATE.
           DISPLAY "Records selected: " WS-MATCH-COUNT
           DISPLAY "Value subtotal  : " WS-MATCH-TOTAL
           DISPLAY "History read    : " WS-HIST-READ-COUNT
               " live read: " WS-LIVE-READ-COUNT
           IF WS-AUDIT-STATUS = "00" OR WS-AUDIT-EOF-FLAG = 1
               CLOSE AUDIT-FILE
           END-IF
           IF WS-AUDH-OPEN = 1
               CLOSE AUDIT-HISTORY-FILE
           END-IF
           IF WS-INQR-STATUS = "00"
               CLOSE INQUIRY-REPORT-FILE
           END-IF
