      *  THIRTY DEPARTMENT STATEMENTS ARE NOW ONE JOB SUBMISSION
      *  INSTEAD OF THIRTY AUDTINQ SELECTION CARDS.
      *  A MISSING OR BLANK DATE CARD STATES THE WHOLE TRAIL.
      *  AN ITEM CONVERTED FROM A FOREIGN CURRENCY SHOWS THE CURRENCY,
      *  THE AMOUNT AS KEYED AND THE RATE BESIDE ITS BASE VALUE.
      *  THE WHOLE TRAIL IS STATED, ARCHIVED AS WELL AS LIVE: THE
      *  AUDTHIST INDEX (KEPT BY ARCHPURG) IS READ FIRST, THEN EVERY
      *  AUDTFILE RECORD NOT YET ON THE INDEX, SO THE OPENING POSITION
      *  STILL HOLDS WHAT WAS ARCHIVED OUT OF AUDTFILE. WITH NO
      *  AUDTHIST ONLY THE LIVE TRAIL IS STATED (AND SAID SO).
      *  THE CARD CAN NAME ONE CATEGORY TO STATE, AND AN EXTRACT
      *  AND/OR SEQUENCE RANGE TO NARROW THE ITEMS LISTED. A NARROWED
      *  STATEMENT STILL OPENS AND CLOSES ON THE FULL POSITION AND
      *  SHOWS THE VALUE OF THE ITEMS LISTED ON A LINE OF ITS OWN;
      *  CATEGORIES WITH NO ITEM SELECTED ARE THEN NOT STATED.
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

           SELECT CATEGORY-MASTER-FILE ASSIGN TO "CATGFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
       01  STATEMENT-CARD.
           05  STM-DATE-FROM            PIC 9(8).
           05  STM-DATE-TO              PIC 9(8).
           05  STM-CATEGORY             PIC X(4).
      *    A SEQ-TO OF ZERO WITH A NONZERO SEQ-FROM MEANS THAT ONE
      *    SEQUENCE; AN EXTRACT DATE WITH A ZERO SERIAL MEANS EVERY
      *    SERIAL OF THAT DATE.
           05  STM-SEQ-FROM             PIC 9(7).
           05  STM-SEQ-TO               PIC 9(7).
           05  STM-EXTRACT-DATE         PIC 9(8).
           05  STM-FILE-SERIAL          PIC 9(4).
           05  FILLER                   PIC X(34).

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

       FD  CATEGORY-MASTER-FILE.
       01  CATEGORY-MASTER-RECORD.
           05  WS-CLOSING-WORK         PIC S9(13)V99 VALUE 0.
           05  WS-ERROR-FLAG           PIC 9 VALUE 0.
           05  WS-FILE-ERROR-FLAG      PIC 9 VALUE 0.
           05  WS-HIST-READ-COUNT      PIC 9(7) VALUE 0.
           05  WS-RECORD-INDEXED       PIC 9 VALUE 0.
           05  WS-ITEM-MATCHES         PIC 9 VALUE 0.
           05  WS-STATED-COUNT         PIC 9(3) VALUE 0.

       01  WS-CRITERIA-AREA.
           05  WS-SEL-DATE-FROM        PIC 9(8) VALUE 0.
           05  WS-SEL-DATE-TO          PIC 9(8) VALUE 99999999.
           05  WS-SEL-CATEGORY         PIC X(4) VALUE SPACES.
           05  WS-SEL-SEQ-FROM         PIC 9(7) VALUE 0.
           05  WS-SEL-SEQ-TO           PIC 9(7) VALUE 0.
           05  WS-SEL-EXT-DATE         PIC 9(8) VALUE 0.
           05  WS-SEL-EXT-SERIAL       PIC 9(4) VALUE 0.
           05  WS-ITEM-FILTER-USED     PIC 9 VALUE 0.
           05  WS-REC-EXT-DATE         PIC 9(8) VALUE 0.
           05  WS-REC-EXT-SERIAL       PIC 9(4) VALUE 0.

       01  WS-FILE-STATUS-AREA.
           05  WS-CARD-STATUS          PIC XX VALUE "00".
           05  WS-AUDIT-STATUS         PIC XX VALUE "00".
           05  WS-CATG-STATUS          PIC XX VALUE "00".
           05  WS-STMR-STATUS          PIC XX VALUE "00".
           05  WS-AUDH-STATUS          PIC XX VALUE "00".
           05  WS-AUDIT-EOF-FLAG       PIC 9 VALUE 0.
           05  WS-AUDH-EOF-FLAG        PIC 9 VALUE 0.
           05  WS-AUDH-OPEN            PIC 9 VALUE 0.
           05  WS-CATG-EOF-FLAG        PIC 9 VALUE 0.

       01  WS-CATEGORY-MASTER-TABLE.
               10  WS-SCAT-OPENING     PIC S9(13)V99.
               10  WS-SCAT-MOVEMENT    PIC S9(13)V99.
               10  WS-SCAT-ITEMS       PIC 9(7).
               10  WS-SCAT-SELECTED    PIC S9(13)V99.

       01  WS-DETAIL-TABLE.
           05  WS-SDTL-COUNT           PIC 9(5) VALUE 0.
               10  WS-SDTL-DATE        PIC 9(8).
               10  WS-SDTL-ACTION      PIC X(1).
               10  WS-SDTL-VALUE       PIC S9(13)V99.
               10  WS-SDTL-CURRENCY    PIC X(3).
               10  WS-SDTL-ORIG-AMOUNT PIC S9(11)V99.
               10  WS-SDTL-FX-RATE     PIC 9(4)V9(6).

       01  WS-REPORT-LINES.
           05  WS-HDR-LINE-1.
               10  WS-PRD-FROM         PIC 9(8).
               10  FILLER              PIC X(6) VALUE " THRU ".
               10  WS-PRD-TO           PIC 9(8).
           05  WS-SELECTION-LINE.
               10  FILLER              PIC X(18)
                   VALUE "ITEMS FOR EXTRACT ".
               10  WS-SEL-LN-EXT-DATE  PIC 9(8).
               10  FILLER              PIC X(1) VALUE "/".
               10  WS-SEL-LN-SERIAL    PIC 9(4).
               10  FILLER              PIC X(10) VALUE " SEQUENCE ".
               10  WS-SEL-LN-SEQ-FROM  PIC 9(7).
               10  FILLER              PIC X(3) VALUE " - ".
               10  WS-SEL-LN-SEQ-TO    PIC 9(7).
           05  WS-OPENING-LINE.
               10  FILLER              PIC X(18)
                   VALUE "OPENING POSITION :".
               10  WS-OPN-AMOUNT       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-COLUMN-HDR-LINE.
               10  FILLER              PIC X(35)
                   VALUE "SEQUENCE DATE     ACT         VALUE".
               10  FILLER              PIC X(35)
                   VALUE " CUR   ORIGINAL AMOUNT         RATE".
           05  WS-DETAIL-LINE.
               10  WS-DTL-SEQUENCE     PIC 9(7).
               10  FILLER              PIC X(2) VALUE SPACES.
               10  WS-DTL-ACTION       PIC X(1).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-DTL-VALUE        PIC Z,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(2) VALUE SPACES.
               10  WS-DTL-CURRENCY     PIC X(3).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-DTL-ORIG-AMOUNT  PIC ZZ,ZZZ,ZZZ,ZZ9.99-
                                       BLANK WHEN ZERO.
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-DTL-FX-RATE      PIC ZZZ9.999999
                                       BLANK WHEN ZERO.
           05  WS-ITEMS-LINE.
               10  FILLER              PIC X(18)
                   VALUE "ITEMS THIS PERIOD:".
               10  WS-ITM-COUNT        PIC Z,ZZZ,ZZ9.
           05  WS-SELECTED-LINE.
               10  FILLER              PIC X(18)
                   VALUE "ITEMS LISTED     :".
               10  WS-SLD-AMOUNT       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-CLOSING-LINE.
               10  FILLER              PIC X(18)
                   VALUE "CLOSING TOTAL    :".
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-ERROR-FLAG = 0
      *    AUDTFILE IS NOT PRIMED UNTIL THE HISTORY PASS IS OVER -
      *    EACH INDEXED IMAGE IS WORKED IN THE AUDIT RECORD AREA.
               PERFORM 2500-COLLECT-HISTORY-RECORDS
                   UNTIL WS-AUDH-EOF-FLAG = 1
               PERFORM 2100-READ-AUDIT-RECORD
               PERFORM 2000-COLLECT-AUDIT-RECORDS
                   UNTIL WS-AUDIT-EOF-FLAG = 1
               PERFORM 8000-WRITE-STATEMENTS
                       SET WS-FILE-ERROR-FLAG TO 1
                       SET WS-ERROR-FLAG TO 1
                   ELSE
                       PERFORM 1400-OPEN-AUDIT-HISTORY
                   END-IF
                   IF WS-ERROR-FLAG = 0
                       PERFORM 2610-READ-HISTORY-RECORD
                   END-IF
               END-IF
           END-IF.
                           AND STM-DATE-TO > 0
                           MOVE STM-DATE-TO TO WS-SEL-DATE-TO
                       END-IF
                       PERFORM 1200-EDIT-SELECTION
               END-READ
               CLOSE STATEMENT-CARD-FILE
           END-IF.

       1200-EDIT-SELECTION.
           MOVE STM-CATEGORY TO WS-SEL-CATEGORY
           IF STM-SEQ-FROM IS NUMERIC
               MOVE STM-SEQ-FROM TO WS-SEL-SEQ-FROM
           END-IF
           IF STM-SEQ-TO IS NUMERIC
               MOVE STM-SEQ-TO TO WS-SEL-SEQ-TO
           END-IF
           IF WS-SEL-SEQ-FROM > 0 AND WS-SEL-SEQ-TO = 0
               MOVE WS-SEL-SEQ-FROM TO WS-SEL-SEQ-TO
           END-IF
           IF STM-EXTRACT-DATE IS NUMERIC
               MOVE STM-EXTRACT-DATE TO WS-SEL-EXT-DATE
           END-IF
           IF STM-FILE-SERIAL IS NUMERIC AND WS-SEL-EXT-DATE > 0
               MOVE STM-FILE-SERIAL TO WS-SEL-EXT-SERIAL
           END-IF
           IF WS-SEL-SEQ-TO > 0 OR WS-SEL-EXT-DATE > 0
               MOVE 1 TO WS-ITEM-FILTER-USED
           END-IF.

       1300-LOAD-CATEGORY-MASTER.
      *    THE DESCRIPTION IS COSMETIC ON A STATEMENT HEADING - A
      *    MISSING MASTER ONLY BYPASSES IT, IT NEVER HOLDS THE RUN.
                   TO WS-CATMAST-DESC (WS-CATMAST-COUNT)
           END-IF.

       1400-OPEN-AUDIT-HISTORY.
      *    THE INDEX ONLY EXISTS ONCE ARCHPURG HAS RUN - UNTIL THEN
      *    NOTHING HAS BEEN ARCHIVED AND AUDTFILE IS THE WHOLE TRAIL.
           OPEN INPUT AUDIT-HISTORY-FILE
           IF WS-AUDH-STATUS = "00"
               MOVE 1 TO WS-AUDH-OPEN
           ELSE
               SET WS-AUDH-EOF-FLAG TO 1
               IF WS-AUDH-STATUS = "35"
                   DISPLAY "WARNING: NO AUDIT HISTORY INDEX - "
                       "OPENING POSITIONS COVER THE LIVE TRAIL ONLY"
               ELSE
                   DISPLAY "ERROR OPENING AUDIT-HISTORY-FILE: "
                       WS-AUDH-STATUS
                   SET WS-FILE-ERROR-FLAG TO 1
                   SET WS-ERROR-FLAG TO 1
               END-IF
           END-IF.

       2000-COLLECT-AUDIT-RECORDS.
      *    A LIVE RECORD ALREADY ON THE INDEX WAS TAKEN IN THE
      *    HISTORY PASS AND IS NOT COUNTED TWICE.
           MOVE 0 TO WS-RECORD-INDEXED
           IF WS-AUDH-OPEN = 1
               PERFORM 2700-CHECK-RECORD-INDEXED
           END-IF
           IF WS-RECORD-INDEXED = 0
               ADD 1 TO WS-RECORDS-READ
               PERFORM 2200-APPLY-AUDIT-RECORD
           END-IF
           PERFORM 2100-READ-AUDIT-RECORD.

       2100-READ-AUDIT-RECORD.
           ELSE
               MOVE 0 TO WS-STMT-DATE-WORK
           END-IF
           IF WS-SEL-CATEGORY = SPACES
               OR AUD-CATEGORY-CODE = WS-SEL-CATEGORY
               PERFORM 2300-FIND-CATEGORY-ENTRY
           ELSE
               MOVE 0 TO WS-SCAT-MATCH-SUB
           END-IF
           IF WS-SCAT-MATCH-SUB > 0
               IF WS-STMT-DATE-WORK < WS-SEL-DATE-FROM
                   ADD WS-STMT-VALUE
                   IF WS-STMT-DATE-WORK <= WS-SEL-DATE-TO
                       ADD WS-STMT-VALUE
                           TO WS-SCAT-MOVEMENT (WS-SCAT-MATCH-SUB)
                       PERFORM 2250-APPLY-ITEM-CRITERIA
                       IF WS-ITEM-MATCHES = 1
                           ADD WS-STMT-VALUE
                               TO WS-SCAT-SELECTED (WS-SCAT-MATCH-SUB)
                           ADD 1 TO WS-SCAT-ITEMS (WS-SCAT-MATCH-SUB)
                           ADD 1 TO WS-ITEMS-SELECTED
                           PERFORM 2400-STORE-DETAIL-ENTRY
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2250-APPLY-ITEM-CRITERIA.
      *    RECORDS FROM BEFORE THE EXTRACT COLUMNS EXISTED CARRY
      *    BLANKS THERE AND COUNT AS NO EXTRACT.
           MOVE 1 TO WS-ITEM-MATCHES
           IF AUD-EXTRACT-DATE IS NUMERIC
               MOVE AUD-EXTRACT-DATE TO WS-REC-EXT-DATE
           ELSE
               MOVE 0 TO WS-REC-EXT-DATE
           END-IF
           IF AUD-FILE-SERIAL IS NUMERIC
               MOVE AUD-FILE-SERIAL TO WS-REC-EXT-SERIAL
           ELSE
               MOVE 0 TO WS-REC-EXT-SERIAL
           END-IF
           IF WS-SEL-SEQ-TO > 0
               IF AUD-SEQUENCE < WS-SEL-SEQ-FROM
                   OR AUD-SEQUENCE > WS-SEL-SEQ-TO
                   MOVE 0 TO WS-ITEM-MATCHES
               END-IF
           END-IF
           IF WS-SEL-EXT-DATE > 0
               AND WS-REC-EXT-DATE NOT = WS-SEL-EXT-DATE
               MOVE 0 TO WS-ITEM-MATCHES
           END-IF
           IF WS-SEL-EXT-SERIAL > 0
               AND WS-REC-EXT-SERIAL NOT = WS-SEL-EXT-SERIAL
               MOVE 0 TO WS-ITEM-MATCHES
           END-IF.

       2300-FIND-CATEGORY-ENTRY.
           MOVE 0 TO WS-SCAT-MATCH-SUB
           PERFORM VARYING WS-SCAT-SUB FROM 1 BY 1
                   MOVE 0 TO WS-SCAT-OPENING (WS-SCAT-MATCH-SUB)
                   MOVE 0 TO WS-SCAT-MOVEMENT (WS-SCAT-MATCH-SUB)
                   MOVE 0 TO WS-SCAT-ITEMS (WS-SCAT-MATCH-SUB)
                   MOVE 0 TO WS-SCAT-SELECTED (WS-SCAT-MATCH-SUB)
               ELSE
                   DISPLAY "WARNING: CATEGORY TABLE FULL - CODE "
                       AUD-CATEGORY-CODE " NOT STATED"
               MOVE AUD-ACTION-CODE
                   TO WS-SDTL-ACTION (WS-SDTL-COUNT)
               MOVE WS-STMT-VALUE TO WS-SDTL-VALUE (WS-SDTL-COUNT)
      *    RECORDS FROM BEFORE THE CURRENCY COLUMNS EXISTED CARRY
      *    BLANKS THERE AND STATE AS BASE CURRENCY.
               IF AUD-CURRENCY-CODE NOT = SPACES
                   AND AUD-ORIG-AMOUNT IS NUMERIC
                   AND AUD-FX-RATE IS NUMERIC
                   MOVE AUD-CURRENCY-CODE
                       TO WS-SDTL-CURRENCY (WS-SDTL-COUNT)
                   MOVE AUD-ORIG-AMOUNT
                       TO WS-SDTL-ORIG-AMOUNT (WS-SDTL-COUNT)
                   MOVE AUD-FX-RATE
                       TO WS-SDTL-FX-RATE (WS-SDTL-COUNT)
               ELSE
                   MOVE SPACES TO WS-SDTL-CURRENCY (WS-SDTL-COUNT)
                   MOVE 0 TO WS-SDTL-ORIG-AMOUNT (WS-SDTL-COUNT)
                   MOVE 0 TO WS-SDTL-FX-RATE (WS-SDTL-COUNT)
               END-IF
           ELSE
               DISPLAY "WARNING: DETAIL TABLE FULL - SEQUENCE "
                   AUD-SEQUENCE " LISTED IN TOTALS ONLY"
           END-IF.

       2500-COLLECT-HISTORY-RECORDS.
           ADD 1 TO WS-HIST-READ-COUNT
           ADD 1 TO WS-RECORDS-READ
           MOVE AH-AUDIT-IMAGE TO AUDIT-RECORD
           PERFORM 2200-APPLY-AUDIT-RECORD
           PERFORM 2610-READ-HISTORY-RECORD.

       2610-READ-HISTORY-RECORD.
      *    NO START HERE - THE OPENING POSITION NEEDS EVERYTHING
      *    BEFORE THE RANGE, SO THE INDEX IS READ FROM THE TOP. IT
      *    STOPS AT THE FIRST RECORD BEYOND THE RANGE.
           IF WS-AUDH-OPEN = 1
               READ AUDIT-HISTORY-FILE NEXT RECORD
                   AT END
                       SET WS-AUDH-EOF-FLAG TO 1
                   NOT AT END
                       IF AH-RUN-DATE > WS-SEL-DATE-TO
                           SET WS-AUDH-EOF-FLAG TO 1
                       END-IF
               END-READ
           END-IF.

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

       8000-WRITE-STATEMENTS.
           PERFORM VARYING WS-SCAT-SUB FROM 1 BY 1
                   UNTIL WS-SCAT-SUB > WS-SCAT-COUNT
               IF WS-ITEM-FILTER-USED = 0
                   OR WS-SCAT-ITEMS (WS-SCAT-SUB) > 0
                   PERFORM 8100-WRITE-ONE-STATEMENT
               END-IF
           END-PERFORM
           WRITE STATEMENT-REPORT-LINE FROM WS-FOOTER-LINE.

       8100-WRITE-ONE-STATEMENT.
           MOVE WS-SCAT-CODE (WS-SCAT-SUB) TO WS-HDR-CATEGORY
           PERFORM 8110-LOOKUP-CATEGORY-DESC
           ADD 1 TO WS-STATED-COUNT
           IF WS-STATED-COUNT = 1
               WRITE STATEMENT-REPORT-LINE FROM WS-HDR-LINE-1
           ELSE
               WRITE STATEMENT-REPORT-LINE FROM WS-HDR-LINE-1
           MOVE WS-SEL-DATE-FROM TO WS-PRD-FROM
           MOVE WS-SEL-DATE-TO TO WS-PRD-TO
           WRITE STATEMENT-REPORT-LINE FROM WS-PERIOD-LINE
           IF WS-ITEM-FILTER-USED = 1
               MOVE WS-SEL-EXT-DATE TO WS-SEL-LN-EXT-DATE
               MOVE WS-SEL-EXT-SERIAL TO WS-SEL-LN-SERIAL
               MOVE WS-SEL-SEQ-FROM TO WS-SEL-LN-SEQ-FROM
               MOVE WS-SEL-SEQ-TO TO WS-SEL-LN-SEQ-TO
               WRITE STATEMENT-REPORT-LINE FROM WS-SELECTION-LINE
           END-IF
           MOVE WS-SCAT-OPENING (WS-SCAT-SUB) TO WS-OPN-AMOUNT
           WRITE STATEMENT-REPORT-LINE FROM WS-OPENING-LINE
           WRITE STATEMENT-REPORT-LINE FROM WS-COLUMN-HDR-LINE
                   MOVE WS-SDTL-DATE (WS-SDTL-SUB) TO WS-DTL-DATE
                   MOVE WS-SDTL-ACTION (WS-SDTL-SUB) TO WS-DTL-ACTION
                   MOVE WS-SDTL-VALUE (WS-SDTL-SUB) TO WS-DTL-VALUE
                   MOVE WS-SDTL-CURRENCY (WS-SDTL-SUB)
                       TO WS-DTL-CURRENCY
                   MOVE WS-SDTL-ORIG-AMOUNT (WS-SDTL-SUB)
                       TO WS-DTL-ORIG-AMOUNT
                   MOVE WS-SDTL-FX-RATE (WS-SDTL-SUB)
                       TO WS-DTL-FX-RATE
                   WRITE STATEMENT-REPORT-LINE FROM WS-DETAIL-LINE
               END-IF
           END-PERFORM
           MOVE WS-SCAT-ITEMS (WS-SCAT-SUB) TO WS-ITM-COUNT
           WRITE STATEMENT-REPORT-LINE FROM WS-ITEMS-LINE
           IF WS-ITEM-FILTER-USED = 1
               MOVE WS-SCAT-SELECTED (WS-SCAT-SUB) TO WS-SLD-AMOUNT
               WRITE STATEMENT-REPORT-LINE FROM WS-SELECTED-LINE
           END-IF
           COMPUTE WS-CLOSING-WORK =
               WS-SCAT-OPENING (WS-SCAT-SUB)
                   + WS-SCAT-MOVEMENT (WS-SCAT-SUB)
       9000-TERMINATE.
           DISPLAY "Audit records read : " WS-RECORDS-READ
           DISPLAY "Items in period    : " WS-ITEMS-SELECTED
           DISPLAY "Categories stated  : " WS-STATED-COUNT
           DISPLAY "From history index : " WS-HIST-READ-COUNT
           IF WS-AUDIT-STATUS = "00" OR WS-AUDIT-EOF-FLAG = 1
               CLOSE AUDIT-FILE
           END-IF
           IF WS-AUDH-OPEN = 1
               CLOSE AUDIT-HISTORY-FILE
           END-IF
           IF WS-STMR-STATUS = "00"
               CLOSE STATEMENT-REPORT-FILE
           END-IF
