      *  THE ARCHIVE REPORT.
      *  THE CUTOFF DATE COMES FROM THE ARCHCARD CONTROL CARD; WITH
      *  NO CARD THE RUN REFUSES AND TOUCHES NOTHING.
      *  ONCE THE AUDIT FILES ARE SETTLED, EVERY RECORD ON AUDTARCH
      *  AND EVERY RECORD KEPT ON AUDTFILE IS POSTED TO THE AUDTHIST
      *  INDEX (KEYED ON RUN DATE, EXTRACT IDENTITY, SEQUENCE, ACTION,
      *  CATEGORY AND RUN TIME) SO THE INQUIRY PROGRAMS SEE THE WHOLE
      *  TRAIL. RECORDS ALREADY INDEXED ARE LEFT ALONE, SO A MISSING
      *  OR DAMAGED INDEX IS REBUILT SIMPLY BY DELETING IT AND
      *  RERUNNING. A DIFFERENT RECORD ARRIVING UNDER A KEY ALREADY
      *  ON FILE IS LISTED AND GRADES THE RUN RC 4.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDA-STATUS.

           SELECT AUDIT-HISTORY-FILE ASSIGN TO "AUDTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AH-HISTORY-KEY
               FILE STATUS IS WS-AUDH-STATUS.

           SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           05  AUD-ACTION-CODE          PIC X(1).
           05  AUD-REVERSED-SEQUENCE    PIC 9(7).
           05  AUD-BACKOUT-AMOUNT       PIC S9(13)V99.
           05  AUD-CURRENCY-CODE        PIC X(3).
           05  AUD-ORIG-AMOUNT          PIC S9(11)V99.
           05  AUD-FX-RATE              PIC 9(4)V9(6).
           05  AUD-EXTRACT-DATE         PIC 9(8).
           05  AUD-FILE-SERIAL          PIC 9(4).
           05  FILLER                   PIC X(13).

       FD  AUDIT-ARCHIVE-FILE
           RECORDING MODE IS F.
       01  AUDIT-ARCHIVE-RECORD         PIC X(120).

       FD  AUDIT-HISTORY-FILE.
      *    ONE ENTRY PER AUDIT RECORD, LIVE OR ARCHIVED: THE KEY IS
      *    BUILT FROM THE RECORD ITSELF AND THE WHOLE 120-BYTE IMAGE
      *    FOLLOWS IT UNCHANGED. AUD-SEQUENCE ALONE RESTARTS EVERY
      *    RUN, SO THE KEY LEADS WITH THE RUN DATE AND EXTRACT
      *    IDENTITY; CATEGORY AND RUN TIME SEPARATE THE ONE-PER-
      *    CATEGORY BACKOUT RECORDS AND REPEATED RUNS ON ONE DAY.
      *    A FIELD THAT IS NOT NUMERIC ON THE IMAGE KEYS AS ZERO.
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

       FD  RUN-HISTORY-FILE
           RECORDING MODE IS F.
           05  WS-EXC-DATE-WORK        PIC 9(8) VALUE 0.
           05  WS-AUD-VALUE-WORK       PIC S9(13)V99 VALUE 0.
           05  WS-RH-GROUP-ARCHIVE     PIC 9 VALUE 0.
           05  WS-WARNING-FLAG         PIC 9 VALUE 0.
           05  WS-AUH-IMAGE-WORK       PIC X(120) VALUE SPACES.

       01  WS-TALLY-AREA.
           05  WS-EXC-MOVED-COUNT      PIC 9(7) VALUE 0.
           05  WS-RH-MOVED-VALUE       PIC S9(13)V99 VALUE 0.
           05  WS-RH-KEPT-COUNT        PIC 9(7) VALUE 0.
           05  WS-RH-KEPT-VALUE        PIC S9(13)V99 VALUE 0.
           05  WS-AUH-ADDED-COUNT      PIC 9(7) VALUE 0.
           05  WS-AUH-PRESENT-COUNT    PIC 9(7) VALUE 0.
           05  WS-AUH-CLASH-COUNT      PIC 9(7) VALUE 0.

       01  WS-FILE-STATUS-AREA.
           05  WS-CARD-STATUS          PIC XX VALUE "00".
           05  WS-EXCA-STATUS          PIC XX VALUE "00".
           05  WS-AUDIT-STATUS         PIC XX VALUE "00".
           05  WS-AUDA-STATUS          PIC XX VALUE "00".
           05  WS-AUDH-STATUS          PIC XX VALUE "00".
           05  WS-HIST-STATUS          PIC XX VALUE "00".
           05  WS-HSTA-STATUS          PIC XX VALUE "00".
           05  WS-ARCR-STATUS          PIC XX VALUE "00".
           05  WS-CKPT-EOF-FLAG        PIC 9 VALUE 0.
           05  WS-EXCP-EOF-FLAG        PIC 9 VALUE 0.
           05  WS-AUDIT-EOF-FLAG       PIC 9 VALUE 0.
           05  WS-AUDA-EOF-FLAG        PIC 9 VALUE 0.
           05  WS-HIST-EOF-FLAG        PIC 9 VALUE 0.

       01  WS-RESOLVED-TABLE.
       01  WS-AUD-KEEP-TABLE.
           05  WS-AUKEEP-COUNT         PIC 9(5) VALUE 0.
           05  WS-AUKEEP-SUB           PIC 9(5) VALUE 0.
           05  WS-AUKEEP-ENTRY         PIC X(120)
                   OCCURS 1 TO 10000 TIMES
                   DEPENDING ON WS-AUKEEP-COUNT.

       01  WS-AUD-MOVE-TABLE.
           05  WS-AUMOVE-COUNT         PIC 9(5) VALUE 0.
           05  WS-AUMOVE-SUB           PIC 9(5) VALUE 0.
           05  WS-AUMOVE-ENTRY         PIC X(120)
                   OCCURS 1 TO 10000 TIMES
                   DEPENDING ON WS-AUMOVE-COUNT.

               10  WS-TLY-COUNT        PIC Z,ZZZ,ZZ9.
               10  FILLER              PIC X(7) VALUE " VALUE:".
               10  WS-TLY-VALUE        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-INDEX-LINE.
               10  FILLER              PIC X(9) VALUE "AUDTHIST ".
               10  FILLER              PIC X(7) VALUE "ADDED :".
               10  WS-IDX-ADDED        PIC Z,ZZZ,ZZ9.
               10  FILLER              PIC X(10) VALUE " ON FILE:".
               10  WS-IDX-PRESENT      PIC Z,ZZZ,ZZ9.
               10  FILLER              PIC X(10) VALUE " CLASHES:".
               10  WS-IDX-CLASHES      PIC Z,ZZZ,ZZ9.
           05  WS-CLASH-LINE.
               10  FILLER              PIC X(20)
                   VALUE "AUDTHIST KEY CLASH: ".
               10  WS-CLH-RUN-DATE     PIC 9(8).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-CLH-EXT-DATE     PIC 9(8).
               10  FILLER              PIC X(1) VALUE "/".
               10  WS-CLH-SERIAL       PIC 9(4).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-CLH-SEQUENCE     PIC 9(7).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-CLH-ACTION       PIC X(1).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-CLH-CATEGORY     PIC X(4).
               10  FILLER              PIC X(14)
                   VALUE " - NOT INDEXED".
           05  WS-SKIP-LINE.
               10  WS-SKP-FILE         PIC X(9).
               10  FILLER              PIC X(26)
               IF WS-ERROR-FLAG = 0
                   PERFORM 3300-REWRITE-LIVE-AUDIT
               END-IF
           END-IF
      *    THE INDEX IS BROUGHT UP TO DATE EVEN WHEN AUDTFILE IS
      *    MISSING, SO AN ARCHIVE-ONLY TRAIL STILL GETS INDEXED.
           IF WS-ERROR-FLAG = 0
               PERFORM 3400-UPDATE-AUDIT-HISTORY
           END-IF.

       3100-OPEN-AUDIT-ARCHIVE.
               CLOSE AUDIT-FILE
           END-IF.

       3400-UPDATE-AUDIT-HISTORY.
      *    THE ARCHIVE IS POSTED WHOLE EVERY RUN, NOT JUST TODAY'S
      *    MOVED RECORDS - AUDTARCH IS THE RECORD OF WHAT LEFT THE
      *    LIVE FILE, AND RE-POSTING IT COSTS ONLY A READ PER RECORD
      *    ALREADY INDEXED WHILE CLOSING ANY GAP A FAILED RUN LEFT.
           OPEN I-O AUDIT-HISTORY-FILE
           IF WS-AUDH-STATUS = "35"
               OPEN OUTPUT AUDIT-HISTORY-FILE
               CLOSE AUDIT-HISTORY-FILE
               OPEN I-O AUDIT-HISTORY-FILE
           END-IF
           IF WS-AUDH-STATUS NOT = "00"
               DISPLAY "ERROR OPENING AUDIT-HISTORY-FILE: "
                   WS-AUDH-STATUS
               SET WS-FILE-ERROR-FLAG TO 1
               SET WS-ERROR-FLAG TO 1
           ELSE
               PERFORM 3410-INDEX-AUDIT-ARCHIVE
               IF WS-ERROR-FLAG = 0
                   PERFORM VARYING WS-AUKEEP-SUB FROM 1 BY 1
                           UNTIL WS-AUKEEP-SUB > WS-AUKEEP-COUNT
                              OR WS-ERROR-FLAG = 1
                       MOVE WS-AUKEEP-ENTRY (WS-AUKEEP-SUB)
                           TO AH-AUDIT-IMAGE
                       PERFORM 3420-INDEX-AUDIT-RECORD
                   END-PERFORM
               END-IF
               CLOSE AUDIT-HISTORY-FILE
           END-IF.

       3410-INDEX-AUDIT-ARCHIVE.
           OPEN INPUT AUDIT-ARCHIVE-FILE
           IF WS-AUDA-STATUS NOT = "00"
               IF WS-AUDA-STATUS NOT = "35"
                   DISPLAY "ERROR OPENING AUDIT-ARCHIVE-FILE: "
                       WS-AUDA-STATUS
                   SET WS-FILE-ERROR-FLAG TO 1
                   SET WS-ERROR-FLAG TO 1
               END-IF
           ELSE
               PERFORM UNTIL WS-AUDA-EOF-FLAG = 1
                   READ AUDIT-ARCHIVE-FILE
                       AT END
                           SET WS-AUDA-EOF-FLAG TO 1
                       NOT AT END
                           MOVE AUDIT-ARCHIVE-RECORD
                               TO AH-AUDIT-IMAGE
                           PERFORM 3420-INDEX-AUDIT-RECORD
                           IF WS-ERROR-FLAG = 1
                               SET WS-AUDA-EOF-FLAG TO 1
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-ARCHIVE-FILE
           END-IF.

       3420-INDEX-AUDIT-RECORD.
      *    A KEY ALREADY ON FILE IS NORMALLY THE SAME RECORD POSTED
      *    BY AN EARLIER RUN. IT IS READ BACK TO MAKE SURE - A
      *    DIFFERENT IMAGE UNDER THE SAME KEY IS LISTED, NOT LOST
      *    SILENTLY AND NOT ALLOWED TO OVERWRITE THE FIRST.
           PERFORM 3430-BUILD-HISTORY-KEY
           WRITE AUDIT-HISTORY-RECORD
               INVALID KEY
                   MOVE AH-AUDIT-IMAGE TO WS-AUH-IMAGE-WORK
                   READ AUDIT-HISTORY-FILE
                       INVALID KEY
                           MOVE SPACES TO AH-AUDIT-IMAGE
                   END-READ
                   IF AH-AUDIT-IMAGE = WS-AUH-IMAGE-WORK
                       ADD 1 TO WS-AUH-PRESENT-COUNT
                   ELSE
                       PERFORM 3440-LIST-KEY-CLASH
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-AUH-ADDED-COUNT
           END-WRITE
           IF WS-AUDH-STATUS NOT = "00"
               AND WS-AUDH-STATUS NOT = "22"
               DISPLAY "ERROR WRITING AUDIT-HISTORY-FILE: "
                   WS-AUDH-STATUS
               SET WS-FILE-ERROR-FLAG TO 1
               SET WS-ERROR-FLAG TO 1
           END-IF.

       3430-BUILD-HISTORY-KEY.
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
           MOVE AHI-TIME TO AH-RUN-TIME.

       3440-LIST-KEY-CLASH.
           ADD 1 TO WS-AUH-CLASH-COUNT
           SET WS-WARNING-FLAG TO 1
           MOVE AH-RUN-DATE TO WS-CLH-RUN-DATE
           MOVE AH-EXTRACT-DATE TO WS-CLH-EXT-DATE
           MOVE AH-FILE-SERIAL TO WS-CLH-SERIAL
           MOVE AH-SEQUENCE TO WS-CLH-SEQUENCE
           MOVE AH-ACTION-CODE TO WS-CLH-ACTION
           MOVE AH-CATEGORY-CODE TO WS-CLH-CATEGORY
           WRITE ARCHIVE-REPORT-LINE FROM WS-CLASH-LINE
           DISPLAY "WARNING: AUDTHIST KEY CLASH AT " AH-HISTORY-KEY.

       4000-ARCHIVE-HISTORY.
           OPEN INPUT RUN-HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00"
               MOVE WS-AUD-KEPT-COUNT TO WS-TLY-COUNT
               MOVE WS-AUD-KEPT-VALUE TO WS-TLY-VALUE
               WRITE ARCHIVE-REPORT-LINE FROM WS-TALLY-LINE
               MOVE WS-AUH-ADDED-COUNT TO WS-IDX-ADDED
               MOVE WS-AUH-PRESENT-COUNT TO WS-IDX-PRESENT
               MOVE WS-AUH-CLASH-COUNT TO WS-IDX-CLASHES
               WRITE ARCHIVE-REPORT-LINE FROM WS-INDEX-LINE
               MOVE "RUNHIST  " TO WS-TLY-FILE
               MOVE "MOVED :" TO WS-TLY-WHICH
               MOVE WS-RH-MOVED-COUNT TO WS-TLY-COUNT
               " kept: " WS-AUD-KEPT-COUNT
           DISPLAY "History moved    : " WS-RH-MOVED-COUNT
               " kept: " WS-RH-KEPT-COUNT
           DISPLAY "Audit indexed    : " WS-AUH-ADDED-COUNT
               " clashes: " WS-AUH-CLASH-COUNT
           IF WS-FILE-ERROR-FLAG = 1
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-ERROR-FLAG = 1
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-WARNING-FLAG = 1
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
