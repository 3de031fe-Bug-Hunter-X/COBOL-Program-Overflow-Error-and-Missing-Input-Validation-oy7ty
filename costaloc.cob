       IDENTIFICATION DIVISION.
       PROGRAM-ID. COSTALOC.
       AUTHOR. DATA-PROCESSING.
      *****************************************************************
      *  COSTALOC - PERIOD-END SHARED-COST ALLOCATION
      *  SPREADS SHARED-COST CATEGORIES (FACILITIES, IT OVERHEAD AND
      *  THE LIKE) OVER THE DEPARTMENTS THAT CONSUME THEM, REPLACING
      *  THE MONTHLY SPREADSHEET. THE ALLOCATION-RULES MASTER MAPS
      *  EACH SOURCE CATEGORY TO ITS RECEIVING CATEGORIES, EITHER BY
      *  A FIXED PERCENTAGE OR BY EACH RECEIVER'S SHARE OF ACTUAL
      *  SPEND FOR THE PERIOD. SPEND IS THE SAME MONTH-TO-DATE
      *  FIGURE BUDGRPT USES - THE "C" RUN-HISTORY RECORDS WHOSE
      *  RUN DATE FALLS IN THE PERIOD ON THE CONTROL CARD.
      *  THE AMOUNTS MOVED GO OUT THREE WAYS: A BALANCED GL EXTRACT
      *  IN THE GLEXFILE LAYOUT (A CREDIT TO EACH SOURCE, DEBITS TO
      *  ITS RECEIVERS AND ONE CONTROL RECORD), A PRINTED ALLOCATION
      *  REGISTER SHOWING THE BASIS OF EVERY LINE, AND THE
      *  ALLOCATION-HISTORY FILE BUDGRPT READS SO DEPARTMENTS ARE
      *  MEASURED AGAINST BUDGET ON A FULLY LOADED BASIS.
      *  A PERIOD ALREADY ALLOCATED IS ONLY REDONE WHEN THE CARD
      *  ASKS FOR A RERUN; ITS EARLIER HISTORY IS THEN REPLACED, AND
      *  THE EXTRACT REVERSES THE EARLIER ALLOCATION'S LINES AHEAD OF
      *  THE NEW ONES, SO THE LEDGER TAKES ONLY THE NET CHANGE. THE
      *  REVERSAL IS LISTED ON THE REGISTER UNDER THE RERUN LINE.
      *  THE CARD'S PERIOD IS CHECKED AGAINST THE PERIOD-STATUS FILE
      *  AS ACCTTOT CHECKS ITS OWN: A LOCKED PERIOD REFUSES THE RUN.
      *  A CLOSED ONE IS STILL ALLOCATED FROM ITS OWN SPEND AND KEEPS
      *  ITS HISTORY, BUT THE GL LINES ARE REDIRECTED TO THE CURRENT
      *  OPEN PERIOD AS A PRIOR-PERIOD ADJUSTMENT AND THE REDIRECT
      *  IS LISTED ON THE REGISTER.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALLOCATION-CARD-FILE ASSIGN TO "ALOCCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

           SELECT ALLOCATION-RULE-FILE ASSIGN TO "ALOCRULE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.

           SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT CATEGORY-MASTER-FILE ASSIGN TO "CATGFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CATEGORY-CODE
               FILE STATUS IS WS-CATG-STATUS.

           SELECT ALLOCATION-GL-FILE ASSIGN TO "ALOCGLEX"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AGLX-STATUS.

           SELECT ALLOCATION-HISTORY-FILE ASSIGN TO "ALOCHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AHST-STATUS.

           SELECT ALLOCATION-REGISTER-FILE ASSIGN TO "ALOCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARPT-STATUS.

           SELECT PERIOD-STATUS-FILE ASSIGN TO "PERSTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PSTA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALLOCATION-CARD-FILE
           RECORDING MODE IS F.
      *    ALC-GL-PERIOD IS THE PERIOD TO ALLOCATE. ALC-GL-ACCOUNT IS
      *    THE ACCOUNT A CATEGORY WITH NO MAPPED GL ACCOUNT POSTS TO,
      *    AS ON ACCTTOT'S CONTROL CARD; IT IS ALSO CARRIED ON THE
      *    EXTRACT'S CONTROL RECORD. ALC-RERUN-FLAG "Y" REPLACES AN
      *    ALLOCATION ALREADY MADE FOR THE PERIOD.
       01  ALLOCATION-CARD-RECORD.
           05  ALC-GL-PERIOD            PIC X(6).
           05  ALC-GL-ACCOUNT           PIC X(4).
           05  ALC-RERUN-FLAG           PIC X(1).
           05  FILLER                   PIC X(69).

       FD  ALLOCATION-RULE-FILE
           RECORDING MODE IS F.
      *    ONE RECORD PER SOURCE/RECEIVER PAIR, MAINTAINED BY FINANCE.
      *    AR-BASIS "F" MOVES AR-PERCENT OF THE SOURCE'S SPEND TO THE
      *    RECEIVER - PERCENTAGES UNDER 100 IN TOTAL LEAVE THE REST
      *    ON THE SOURCE. "S" MOVES ALL OF THE SOURCE'S SPEND, SPLIT
      *    IN PROPORTION TO EACH RECEIVER'S OWN SPEND FOR THE PERIOD
      *    (AR-PERCENT IS IGNORED). EVERY RULE FOR ONE SOURCE MUST
      *    USE THE SAME BASIS. A RECEIVER MAY NOT ITSELF BE A SOURCE,
      *    SO ONE PASS OVER THE DIRECT SPEND SETTLES EVERY AMOUNT.
       01  ALLOCATION-RULE-RECORD.
           05  AR-SOURCE-CATEGORY       PIC X(4).
           05  AR-RECEIVER-CATEGORY     PIC X(4).
           05  AR-BASIS                 PIC X(1).
           05  AR-PERCENT               PIC 9(3)V99.
           05  FILLER                   PIC X(66).

       FD  RUN-HISTORY-FILE
           RECORDING MODE IS F.
       01  RUN-HISTORY-RECORD.
           05  RH-RECORD-TYPE           PIC X(1).
           05  RH-RUN-DATE              PIC 9(8).
           05  RH-SUMMARY-DATA.
               10  RH-COUNTER           PIC 9(7).
               10  RH-ACCEPTED-COUNT    PIC 9(7).
               10  RH-REJECTED-COUNT    PIC 9(7).
               10  RH-TOTAL             PIC S9(13)V99.
               10  FILLER               PIC X(35).
           05  RH-CATEGORY-DATA REDEFINES RH-SUMMARY-DATA.
               10  RH-CAT-CODE          PIC X(4).
               10  RH-CAT-TOTAL         PIC S9(13)V99.
               10  FILLER               PIC X(52).

       FD  CATEGORY-MASTER-FILE.
      *    ONLY CM-GL-ACCOUNT IS USED HERE - IT IS THE ACCOUNT EACH
      *    SOURCE IS CREDITED ON AND EACH RECEIVER DEBITED ON.
       01  CATEGORY-MASTER-RECORD.
           05  CM-CATEGORY-CODE         PIC X(4).
           05  CM-DESCRIPTION           PIC X(30).
           05  CM-ACTIVE-FLAG           PIC X(1).
           05  CM-GL-ACCOUNT            PIC X(4).
           05  CM-EFFECTIVE-DATE        PIC 9(8).
           05  CM-EXPIRY-DATE           PIC 9(8).
           05  CM-APPROVAL-LIMIT        PIC 9(7)V99.
           05  FILLER                   PIC X(16).

       FD  ALLOCATION-GL-FILE
           RECORDING MODE IS F.
      *    THE GLEXFILE LAYOUT. "D" LINES CREDIT EACH SOURCE (A
      *    NEGATIVE AMOUNT) AND DEBIT ITS RECEIVERS, SO THE DETAIL
      *    LINES NET TO ZERO. THE "C" CONTROL RECORD CARRIES THE
      *    TOTAL DEBITED - THE AMOUNT MOVED, PLUS ON A RERUN THE
      *    REVERSED SOURCE CREDITS - AND THE POSTING STAMP.
       01  ALLOCATION-GL-RECORD.
           05  GL-ACCOUNT-CODE          PIC X(4).
           05  GL-PERIOD                PIC X(6).
           05  GL-AMOUNT                PIC S9(13)V99.
           05  GL-RECORD-TYPE           PIC X(1).
           05  GL-POSTING-STAMP         PIC X(26).
           05  FILLER                   PIC X(28).

       FD  ALLOCATION-HISTORY-FILE
           RECORDING MODE IS F.
      *    ONE RECORD PER CATEGORY LINE OF EVERY ALLOCATION MADE: THE
      *    SOURCE'S OWN LINE CARRIES THE NEGATED AMOUNT MOVED, EACH
      *    RECEIVER'S LINE THE AMOUNT IT TOOK. AH-SOURCE-CATEGORY
      *    TIES A RECEIVER LINE BACK TO THE COST IT CAME FROM.
      *    AH-GL-ACCOUNT IS THE ACCOUNT THE LINE POSTED TO, SO A RERUN
      *    REVERSES IT THERE EVEN IF THE MAPPING HAS SINCE CHANGED;
      *    LINES WRITTEN BEFORE IT WAS KEPT CARRY BLANKS.
       01  ALLOCATION-HISTORY-RECORD.
           05  AH-GL-PERIOD             PIC X(6).
           05  AH-CATEGORY-CODE         PIC X(4).
           05  AH-SOURCE-CATEGORY       PIC X(4).
           05  AH-AMOUNT                PIC S9(13)V99.
           05  AH-BASIS                 PIC X(1).
           05  AH-RUN-DATE              PIC 9(8).
           05  AH-GL-ACCOUNT            PIC X(4).
           05  FILLER                   PIC X(38).

       FD  ALLOCATION-REGISTER-FILE.
       01  ALLOCATION-REGISTER-LINE     PIC X(80).

       FD  PERIOD-STATUS-FILE
           RECORDING MODE IS F.
      *    ACCTPER'S PERIOD-STATUS FILE. PS-STATUS "O" IS OPEN, "C"
      *    CLOSED AND "L" LOCKED; A PERIOD NOT ON THE FILE - OR NO
      *    FILE AT ALL - IS OPEN.
       01  PERIOD-STATUS-RECORD.
           05  PS-PERIOD-KEY            PIC X(6).
           05  PS-STATUS                PIC X(1).
           05  PS-START-DATE            PIC 9(8).
           05  PS-END-DATE              PIC 9(8).
           05  PS-CHANGED-DATE          PIC 9(8).
           05  PS-CHANGED-BY            PIC X(8).
           05  FILLER                   PIC X(41).

       WORKING-STORAGE SECTION.
       01  WS-DATA-AREA.
           05  WS-REQUESTED-PERIOD     PIC X(6) VALUE SPACES.
      *    THE PERIOD THE GL LINES POST TO - THE REQUESTED PERIOD
      *    UNLESS THAT IS CLOSED.
           05  WS-POST-PERIOD          PIC X(6) VALUE SPACES.
           05  WS-PERIOD-STATUS        PIC X(1) VALUE SPACE.
           05  WS-FALLBACK-ACCOUNT     PIC X(4) VALUE SPACES.
           05  WS-RERUN-FLAG           PIC X(1) VALUE SPACE.
           05  WS-RULES-READ           PIC 9(5) VALUE 0.
           05  WS-SOURCES-ALLOCATED    PIC 9(3) VALUE 0.
           05  WS-SOURCES-NIL          PIC 9(3) VALUE 0.
           05  WS-SOURCES-REFUSED      PIC 9(3) VALUE 0.
           05  WS-GL-LINES-WRITTEN     PIC 9(5) VALUE 0.
           05  WS-HIST-WRITTEN         PIC 9(5) VALUE 0.
      *    SIZED S9(16)V99 LIKE THE OTHER RUN-WIDE SUMS SO SEVERAL
      *    S9(13)V99 AMOUNTS CANNOT WRAP A SAME-SIZED RECEIVER.
           05  WS-TOTAL-MOVED          PIC S9(16)V99 VALUE 0.
           05  WS-GL-DEBIT-SUM         PIC S9(16)V99 VALUE 0.
           05  WS-GL-CREDIT-SUM        PIC S9(16)V99 VALUE 0.
           05  WS-PRIOR-FOUND          PIC 9 VALUE 0.
           05  WS-PRIOR-RUN-DATE       PIC 9(8) VALUE 0.
           05  WS-PRIOR-MOVED          PIC S9(16)V99 VALUE 0.
           05  WS-ERROR-FLAG           PIC 9 VALUE 0.
           05  WS-FILE-ERROR-FLAG      PIC 9 VALUE 0.
           05  WS-CATMAST-LOADED       PIC 9 VALUE 0.

       01  WS-ALLOCATION-WORK.
           05  WS-LOOKUP-CODE          PIC X(4) VALUE SPACES.
           05  WS-ACCOUNT-WORK         PIC X(4) VALUE SPACES.
           05  WS-SPEND-FOUND          PIC S9(13)V99 VALUE 0.
           05  WS-BASE-SUM             PIC S9(14)V99 VALUE 0.
           05  WS-PCT-SUM              PIC 9(4)V99 VALUE 0.
           05  WS-ASSIGNED-SUM         PIC S9(14)V99 VALUE 0.
           05  WS-LARGEST-SUB          PIC 9(3) VALUE 0.
           05  WS-SHARE-PCT            PIC 9(3)V99 VALUE 0.
           05  WS-GL-POSTING-STAMP     PIC X(26) VALUE SPACES.

       01  WS-DATE-WORK.
           05  WS-RUN-DATE-N           PIC 9(8) VALUE 0.
           05  WS-RUN-DATE-X REDEFINES WS-RUN-DATE-N.
               10  WS-RUN-PERIOD       PIC X(6).
               10  FILLER              PIC X(2).

       01  WS-RUN-DATE-AREA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YYYY     PIC 9(4).
               10  WS-CURRENT-MM       PIC 9(2).
               10  WS-CURRENT-DD       PIC 9(2).
           05  WS-TODAY-N REDEFINES WS-CURRENT-DATE
                                       PIC 9(8).

       01  WS-FILE-STATUS-AREA.
           05  WS-CARD-STATUS          PIC XX VALUE "00".
           05  WS-RULE-STATUS          PIC XX VALUE "00".
           05  WS-HIST-STATUS          PIC XX VALUE "00".
           05  WS-CATG-STATUS          PIC XX VALUE "00".
           05  WS-AGLX-STATUS          PIC XX VALUE "00".
           05  WS-AHST-STATUS          PIC XX VALUE "00".
           05  WS-ARPT-STATUS          PIC XX VALUE "00".
           05  WS-PSTA-STATUS          PIC XX VALUE "00".
           05  WS-RULE-EOF-FLAG        PIC 9 VALUE 0.
           05  WS-HIST-EOF-FLAG        PIC 9 VALUE 0.
           05  WS-CATG-EOF-FLAG        PIC 9 VALUE 0.
           05  WS-AHST-EOF-FLAG        PIC 9 VALUE 0.
           05  WS-PSTA-EOF-FLAG        PIC 9 VALUE 0.

       01  WS-PERIOD-STATUS-TABLE.
           05  WS-PSTAT-LOADED         PIC 9 VALUE 0.
           05  WS-PSTAT-COUNT          PIC 9(3) VALUE 0.
           05  WS-PSTAT-ENTRY
                   OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-PSTAT-COUNT
                   INDEXED BY WS-PSTAT-IDX.
               10  WS-PSTAT-KEY        PIC X(6).
               10  WS-PSTAT-STATUS     PIC X(1).
               10  WS-PSTAT-START      PIC 9(8).
               10  WS-PSTAT-END        PIC 9(8).

       01  WS-ACTUAL-TABLE.
      *    PERIOD SPEND PER CATEGORY, NETTED THE SAME WAY BUDGRPT NETS
      *    IT - BACKOUT OFFSET GROUPS CARRY NEGATED "C" RECORDS.
           05  WS-ACT-COUNT            PIC 9(3) VALUE 0.
           05  WS-ACT-SUB              PIC 9(3) VALUE 0.
           05  WS-ACT-MATCH-SUB        PIC 9(3) VALUE 0.
           05  WS-ACT-ENTRY
                   OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-ACT-COUNT
                   INDEXED BY WS-ACT-IDX.
               10  WS-ACT-CODE         PIC X(4).
               10  WS-ACT-TOTAL        PIC S9(13)V99.

       01  WS-CATEGORY-MASTER-TABLE.
           05  WS-CATMAST-COUNT        PIC 9(3) VALUE 0.
           05  WS-CATMAST-ENTRY
                   OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-CATMAST-COUNT
                   INDEXED BY WS-CATMAST-IDX.
               10  WS-CATMAST-CODE     PIC X(4).
               10  WS-CATMAST-GLACCT   PIC X(4).

       01  WS-RULE-TABLE.
      *    EVERY RULE AS READ, WITH THE RECEIVER'S GL ACCOUNT, ITS
      *    SPEND BASE AND THE AMOUNT IT TAKES FILLED IN AS THE
      *    SOURCE IS ALLOCATED.
           05  WS-RUL-COUNT            PIC 9(3) VALUE 0.
           05  WS-RUL-SUB              PIC 9(3) VALUE 0.
           05  WS-RUL-PRIOR-SUB        PIC 9(3) VALUE 0.
           05  WS-RUL-SCAN-SUB         PIC 9(3) VALUE 0.
           05  WS-RUL-ENTRY
                   OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-RUL-COUNT.
               10  WS-RUL-SOURCE       PIC X(4).
               10  WS-RUL-RECEIVER     PIC X(4).
               10  WS-RUL-BASIS        PIC X(1).
               10  WS-RUL-PERCENT      PIC 9(3)V99.
               10  WS-RUL-ACCOUNT      PIC X(4).
               10  WS-RUL-BASE         PIC S9(13)V99.
               10  WS-RUL-AMOUNT       PIC S9(13)V99.

       01  WS-SOURCE-TABLE.
      *    ONE ENTRY PER SOURCE CATEGORY NAMED ON THE RULES, IN THE
      *    ORDER FIRST MET. WS-SRC-STATUS "A" IS ALLOCATED, "N" HAD
      *    NOTHING TO MOVE AND "R" WAS REFUSED FOR WS-SRC-REASON.
           05  WS-SRC-COUNT            PIC 9(3) VALUE 0.
           05  WS-SRC-SUB              PIC 9(3) VALUE 0.
           05  WS-SRC-MATCH-SUB        PIC 9(3) VALUE 0.
           05  WS-SRC-SCAN-SUB         PIC 9(3) VALUE 0.
           05  WS-SRC-ENTRY
                   OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-SRC-COUNT.
               10  WS-SRC-CODE         PIC X(4).
               10  WS-SRC-BASIS        PIC X(1).
               10  WS-SRC-STATUS       PIC X(1).
               10  WS-SRC-REASON       PIC X(30).
               10  WS-SRC-ACCOUNT      PIC X(4).
               10  WS-SRC-SPEND        PIC S9(13)V99.
               10  WS-SRC-PCT-SUM      PIC 9(4)V99.
               10  WS-SRC-BASE-SUM     PIC S9(14)V99.
               10  WS-SRC-MOVED        PIC S9(13)V99.

       01  WS-HISTORY-TABLE.
      *    THE ALLOCATION-HISTORY FILE LESS THE REQUESTED PERIOD'S
      *    LINES, WHICH THIS RUN REPLACES. REWRITTEN IN FULL.
           05  WS-HST-COUNT            PIC 9(5) VALUE 0.
           05  WS-HST-SUB              PIC 9(5) VALUE 0.
           05  WS-HST-ENTRY
                   OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-HST-COUNT.
               10  WS-HST-GL-PERIOD    PIC X(6).
               10  WS-HST-CATEGORY     PIC X(4).
               10  WS-HST-SOURCE       PIC X(4).
               10  WS-HST-AMOUNT       PIC S9(13)V99.
               10  WS-HST-BASIS        PIC X(1).
               10  WS-HST-RUN-DATE     PIC 9(8).
               10  WS-HST-GL-ACCOUNT   PIC X(4).
               10  FILLER              PIC X(38).

       01  WS-REVERSAL-TABLE.
      *    ON A RERUN, THE REQUESTED PERIOD'S HISTORY LINES AS THE
      *    EARLIER ALLOCATION LEFT THEM - EACH IS POSTED BACK, SIGN
      *    TURNED, BEFORE THE NEW ALLOCATION GOES OUT.
           05  WS-RVS-COUNT            PIC 9(4) VALUE 0.
           05  WS-RVS-SUB              PIC 9(4) VALUE 0.
           05  WS-RVS-ENTRY
                   OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-RVS-COUNT.
               10  WS-RVS-CATEGORY     PIC X(4).
               10  WS-RVS-SOURCE       PIC X(4).
               10  WS-RVS-AMOUNT       PIC S9(13)V99.
               10  WS-RVS-ACCOUNT      PIC X(4).

       01  WS-REPORT-LINES.
           05  WS-HDR-LINE-1.
               10  FILLER              PIC X(34)
                   VALUE "COST ALLOCATION REGISTER - PERIOD ".
               10  WS-HDR-PERIOD       PIC X(6).
               10  FILLER              PIC X(3) VALUE " - ".
               10  WS-HDR-RUN-DATE     PIC 9999/99/99.
           05  WS-HDR-LINE-2           PIC X(40)
               VALUE "-----------------------------------".
           05  WS-RERUN-LINE.
               10  FILLER              PIC X(31)
                   VALUE "RERUN - REPLACES ALLOCATION OF ".
               10  WS-RRN-DATE         PIC 9999/99/99.
           05  WS-REDIRECT-LINE.
               10  FILLER              PIC X(7) VALUE "PERIOD ".
               10  WS-RDL-PERIOD       PIC X(6).
               10  FILLER              PIC X(26)
                   VALUE " IS CLOSED - GL POSTED TO ".
               10  WS-RDL-POST-PERIOD  PIC X(6).
               10  FILLER              PIC X(27)
                   VALUE " AS PRIOR-PERIOD ADJUSTMENT".
      *    ONE LINE PER EARLIER HISTORY LINE REVERSED BY A RERUN, IN
      *    THE ALLOCATION LINE'S COLUMNS: THE AMOUNT IS THE REVERSING
      *    ENTRY, SO A SOURCE SHOWS AS A DEBIT AND ITS RECEIVERS AS
      *    CREDITS.
           05  WS-REVERSAL-LINE.
               10  FILLER              PIC X(2) VALUE SPACES.
               10  WS-RVL-CODE         PIC X(4).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  FILLER              PIC X(11) VALUE "REVERSAL".
               10  FILLER              PIC X(6) VALUE " FROM ".
               10  WS-RVL-SOURCE       PIC X(4).
               10  FILLER              PIC X(14) VALUE SPACES.
               10  WS-RVL-MOVED        PIC Z,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-RVL-ACCOUNT      PIC X(4).
           05  WS-COLUMN-HDR-LINE.
               10  FILLER              PIC X(2) VALUE SPACES.
               10  FILLER              PIC X(4) VALUE "CAT ".
               10  FILLER              PIC X(1) VALUE SPACE.
               10  FILLER              PIC X(11) VALUE "BASIS".
               10  FILLER              PIC X(1) VALUE SPACE.
               10  FILLER              PIC X(6) VALUE "   PCT".
               10  FILLER              PIC X(1) VALUE SPACE.
               10  FILLER              PIC X(15)
                   VALUE "           BASE".
               10  FILLER              PIC X(1) VALUE SPACE.
               10  FILLER              PIC X(17)
                   VALUE "     AMOUNT MOVED".
               10  FILLER              PIC X(1) VALUE SPACE.
               10  FILLER              PIC X(4) VALUE "ACCT".
           05  WS-SOURCE-LINE.
               10  FILLER              PIC X(7) VALUE "SOURCE ".
               10  WS-SRL-CODE         PIC X(4).
               10  FILLER              PIC X(8) VALUE "  SPEND ".
               10  WS-SRL-SPEND        PIC Z,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-SRL-DISPOSITION  PIC X(11).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-SRL-REASON       PIC X(30).
      *    WS-ALL-BASE IS THE AMOUNT THE PERCENT WAS APPLIED TO: THE
      *    SOURCE'S SPEND ON A FIXED-PERCENT LINE, THE RECEIVER'S OWN
      *    SPEND ON A SHARE-OF-SPEND LINE (WHOSE PERCENT IS THE SHARE
      *    THAT SPEND EARNED).
           05  WS-ALLOCATION-LINE.
               10  FILLER              PIC X(2) VALUE SPACES.
               10  WS-ALL-CODE         PIC X(4).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-ALL-BASIS        PIC X(11).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-ALL-PCT          PIC ZZ9.99.
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-ALL-BASE         PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-ALL-MOVED        PIC Z,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-ALL-ACCOUNT      PIC X(4).
           05  WS-NO-RULES-LINE        PIC X(40)
               VALUE "NO ALLOCATION RULES ON FILE".
           05  WS-TOTAL-LINE-RULES.
               10  FILLER              PIC X(24)
                   VALUE "RULES READ             :".
               10  WS-TOT-RULES        PIC ZZ,ZZ9.
           05  WS-TOTAL-LINE-ALLOCATED.
               10  FILLER              PIC X(24)
                   VALUE "SOURCES ALLOCATED      :".
               10  WS-TOT-ALLOCATED    PIC ZZ,ZZ9.
           05  WS-TOTAL-LINE-NIL.
               10  FILLER              PIC X(24)
                   VALUE "SOURCES WITH NO SPEND  :".
               10  WS-TOT-NIL          PIC ZZ,ZZ9.
           05  WS-TOTAL-LINE-REFUSED.
               10  FILLER              PIC X(24)
                   VALUE "SOURCES REFUSED        :".
               10  WS-TOT-REFUSED      PIC ZZ,ZZ9.
           05  WS-TOTAL-LINE-MOVED.
               10  FILLER              PIC X(24)
                   VALUE "TOTAL AMOUNT MOVED     :".
               10  WS-TOT-MOVED        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-TOTAL-LINE-REVERSED.
               10  FILLER              PIC X(24)
                   VALUE "PRIOR AMOUNT REVERSED  :".
               10  WS-TOT-REVERSED     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-TOTAL-LINE-DEBITS.
               10  FILLER              PIC X(24)
                   VALUE "GL DEBITS              :".
               10  WS-TOT-DEBITS       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-TOTAL-LINE-CREDITS.
               10  FILLER              PIC X(24)
                   VALUE "GL CREDITS             :".
               10  WS-TOT-CREDITS      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-TOTAL-LINE-GL-LINES.
               10  FILLER              PIC X(24)
                   VALUE "GL DETAIL LINES        :".
               10  WS-TOT-GL-LINES     PIC ZZ,ZZ9.
           05  WS-FOOTER-LINE          PIC X(40)
               VALUE "*** END OF REPORT ***".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-ERROR-FLAG = 0
               PERFORM 2000-ALLOCATE-SOURCES
               PERFORM 3000-WRITE-GL-EXTRACT
           END-IF
      *    THE HISTORY IS ONLY REPLACED ONCE THE EXTRACT IS OUT - A
      *    PERIOD MUST NOT SHOW AS ALLOCATED IN BUDGRPT WHEN NO
      *    ENTRIES WENT TO THE LEDGER.
           IF WS-ERROR-FLAG = 0
               PERFORM 4000-REWRITE-ALLOCATION-HISTORY
           END-IF
           IF WS-ERROR-FLAG = 0
               PERFORM 8000-PRINT-REGISTER
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-GL-POSTING-STAMP
           PERFORM 1050-READ-ALLOCATION-CARD
           IF WS-ERROR-FLAG = 0
               PERFORM 1060-LOAD-PERIOD-STATUS
           END-IF
           IF WS-ERROR-FLAG = 0
               PERFORM 1070-CHECK-POSTING-PERIOD
           END-IF
           IF WS-ERROR-FLAG = 0
               PERFORM 1100-LOAD-CATEGORY-MASTER
               PERFORM 1200-LOAD-RULES
               PERFORM 1300-LOAD-ACTUALS
               PERFORM 1400-LOAD-ALLOCATION-HISTORY
           END-IF.

       1050-READ-ALLOCATION-CARD.
      *    THE PERIOD DECIDES WHICH SPEND IS ALLOCATED AND WHICH
      *    HISTORY IS REPLACED - NO CARD MEANS NO RUN.
           OPEN INPUT ALLOCATION-CARD-FILE
           IF WS-CARD-STATUS NOT = "00"
               DISPLAY "RUN REFUSED: NO ALLOCATION CARD ("
                   WS-CARD-STATUS ")"
               SET WS-ERROR-FLAG TO 1
           ELSE
               READ ALLOCATION-CARD-FILE
                   AT END
                       DISPLAY "RUN REFUSED: ALLOCATION CARD FILE IS "
                           "EMPTY"
                       SET WS-ERROR-FLAG TO 1
                   NOT AT END
                       IF ALC-GL-PERIOD = SPACES
                           DISPLAY "RUN REFUSED: NO GL PERIOD ON "
                               "ALLOCATION CARD"
                           SET WS-ERROR-FLAG TO 1
                       ELSE
                           MOVE ALC-GL-PERIOD TO WS-REQUESTED-PERIOD
                           MOVE ALC-GL-ACCOUNT TO WS-FALLBACK-ACCOUNT
                           MOVE ALC-RERUN-FLAG TO WS-RERUN-FLAG
                       END-IF
               END-READ
               CLOSE ALLOCATION-CARD-FILE
           END-IF.

       1060-LOAD-PERIOD-STATUS.
      *    NO PERIOD-STATUS FILE MEANS NO PERIOD HAS BEEN CLOSED YET.
      *    A FILE THAT IS THERE BUT CANNOT BE READ CANNOT PROVE THE
      *    PERIOD OPEN, SO NOTHING IS ALLOCATED.
           OPEN INPUT PERIOD-STATUS-FILE
           IF WS-PSTA-STATUS = "00"
               MOVE 1 TO WS-PSTAT-LOADED
               PERFORM UNTIL WS-PSTA-EOF-FLAG = 1
                   READ PERIOD-STATUS-FILE
                       AT END
                           SET WS-PSTA-EOF-FLAG TO 1
                       NOT AT END
                           PERFORM 1065-ADD-PSTAT-ENTRY
                   END-READ
               END-PERFORM
               CLOSE PERIOD-STATUS-FILE
           ELSE
               IF WS-PSTA-STATUS NOT = "35"
                   DISPLAY "ERROR OPENING PERIOD-STATUS-FILE: "
                       WS-PSTA-STATUS
                   SET WS-FILE-ERROR-FLAG TO 1
                   SET WS-ERROR-FLAG TO 1
               END-IF
           END-IF.

       1065-ADD-PSTAT-ENTRY.
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
           ELSE
               DISPLAY "WARNING: PERIOD-STATUS TABLE FULL - PERIOD "
                   PS-PERIOD-KEY " NOT LOADED"
           END-IF.

       1070-CHECK-POSTING-PERIOD.
      *    THE SAME RULES AS ACCTTOT'S 1950: A LOCKED PERIOD TAKES NO
      *    POSTINGS AT ALL, A CLOSED ONE POSTS TO THE CURRENT OPEN
      *    PERIOD, AND A CLOSED ONE WITH NO OPEN PERIOD TO TAKE ITS
      *    LINES IS REFUSED.
           MOVE "O" TO WS-PERIOD-STATUS
           MOVE WS-REQUESTED-PERIOD TO WS-POST-PERIOD
           IF WS-PSTAT-LOADED = 1
               SET WS-PSTAT-IDX TO 1
               SEARCH WS-PSTAT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PSTAT-KEY (WS-PSTAT-IDX)
                           = WS-REQUESTED-PERIOD
                       MOVE WS-PSTAT-STATUS (WS-PSTAT-IDX)
                           TO WS-PERIOD-STATUS
               END-SEARCH
           END-IF
           EVALUATE WS-PERIOD-STATUS
               WHEN "L"
                   DISPLAY "RUN REFUSED: GL PERIOD "
                       WS-REQUESTED-PERIOD " IS LOCKED"
                   SET WS-ERROR-FLAG TO 1
               WHEN "C"
                   PERFORM 1075-FIND-OPEN-PERIOD
                   IF WS-POST-PERIOD = SPACES
                       DISPLAY "RUN REFUSED: GL PERIOD "
                           WS-REQUESTED-PERIOD
                           " IS CLOSED AND NO OPEN PERIOD FOLLOWS IT"
                       SET WS-ERROR-FLAG TO 1
                   ELSE
                       DISPLAY "GL PERIOD " WS-REQUESTED-PERIOD
                           " IS CLOSED - ALLOCATION POSTS TO "
                           WS-POST-PERIOD
                           " AS A PRIOR-PERIOD ADJUSTMENT"
                   END-IF
               WHEN OTHER
                   MOVE "O" TO WS-PERIOD-STATUS
           END-EVALUATE.

       1075-FIND-OPEN-PERIOD.
      *    THE OPEN PERIOD WHOSE DATES COVER TODAY, FAILING THAT THE
      *    EARLIEST OPEN PERIOD AFTER THE ONE REQUESTED.
           MOVE SPACES TO WS-POST-PERIOD
           SET WS-PSTAT-IDX TO 1
           SEARCH WS-PSTAT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PSTAT-STATUS (WS-PSTAT-IDX) = "O"
                   AND WS-TODAY-N >= WS-PSTAT-START (WS-PSTAT-IDX)
                   AND WS-TODAY-N <= WS-PSTAT-END (WS-PSTAT-IDX)
                   MOVE WS-PSTAT-KEY (WS-PSTAT-IDX) TO WS-POST-PERIOD
           END-SEARCH
           IF WS-POST-PERIOD = SPACES
               PERFORM VARYING WS-PSTAT-IDX FROM 1 BY 1
                       UNTIL WS-PSTAT-IDX > WS-PSTAT-COUNT
                   IF WS-PSTAT-STATUS (WS-PSTAT-IDX) = "O"
                       AND WS-PSTAT-KEY (WS-PSTAT-IDX)
                           > WS-REQUESTED-PERIOD
                       AND (WS-POST-PERIOD = SPACES
                           OR WS-PSTAT-KEY (WS-PSTAT-IDX)
                               < WS-POST-PERIOD)
                       MOVE WS-PSTAT-KEY (WS-PSTAT-IDX)
                           TO WS-POST-PERIOD
                   END-IF
               END-PERFORM
           END-IF.

       1100-LOAD-CATEGORY-MASTER.
      *    A MISSING MASTER LEAVES EVERY CATEGORY ON THE CARD'S
      *    FALLBACK ACCOUNT; ANY OTHER OPEN FAILURE IS A FILE ERROR.
           OPEN INPUT CATEGORY-MASTER-FILE
           IF WS-CATG-STATUS = "00"
               MOVE 1 TO WS-CATMAST-LOADED
               PERFORM UNTIL WS-CATG-EOF-FLAG = 1
                   READ CATEGORY-MASTER-FILE
                       AT END
                           SET WS-CATG-EOF-FLAG TO 1
                       NOT AT END
                           PERFORM 1110-ADD-CATMAST-ENTRY
                   END-READ
               END-PERFORM
               CLOSE CATEGORY-MASTER-FILE
           ELSE
               IF WS-CATG-STATUS = "35"
                   DISPLAY "WARNING: NO CATEGORY MASTER FOUND - "
                       "ALL LINES POST TO THE CARD ACCOUNT"
               ELSE
                   DISPLAY "ERROR OPENING CATEGORY-MASTER-FILE: "
                       WS-CATG-STATUS
                   SET WS-FILE-ERROR-FLAG TO 1
                   SET WS-ERROR-FLAG TO 1
               END-IF
           END-IF.

       1110-ADD-CATMAST-ENTRY.
           IF WS-CATMAST-COUNT < 200
               ADD 1 TO WS-CATMAST-COUNT
               MOVE CM-CATEGORY-CODE
                   TO WS-CATMAST-CODE (WS-CATMAST-COUNT)
               MOVE CM-GL-ACCOUNT
                   TO WS-CATMAST-GLACCT (WS-CATMAST-COUNT)
           ELSE
               DISPLAY "WARNING: CATEGORY MASTER TABLE FULL - CODE "
                   CM-CATEGORY-CODE " NOT LOADED"
           END-IF.

       1200-LOAD-RULES.
      *    NO RULES FILE IS NOT AN ERROR - THERE IS SIMPLY NOTHING
      *    TO ALLOCATE, AND THE EMPTY EXTRACT AND REGISTER SAY SO.
           OPEN INPUT ALLOCATION-RULE-FILE
           IF WS-RULE-STATUS = "00"
               PERFORM UNTIL WS-RULE-EOF-FLAG = 1
                   READ ALLOCATION-RULE-FILE
                       AT END
                           SET WS-RULE-EOF-FLAG TO 1
                       NOT AT END
                           PERFORM 1210-ADD-RULE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE ALLOCATION-RULE-FILE
           ELSE
               IF WS-RULE-STATUS = "35"
                   DISPLAY "WARNING: NO ALLOCATION RULES FOUND - "
                       "NOTHING TO ALLOCATE"
               ELSE
                   DISPLAY "ERROR OPENING ALLOCATION-RULE-FILE: "
                       WS-RULE-STATUS
                   SET WS-FILE-ERROR-FLAG TO 1
                   SET WS-ERROR-FLAG TO 1
               END-IF
           END-IF.

       1210-ADD-RULE-ENTRY.
           IF AR-SOURCE-CATEGORY NOT = SPACES
               ADD 1 TO WS-RULES-READ
               IF WS-RUL-COUNT < 500
                   ADD 1 TO WS-RUL-COUNT
                   MOVE AR-SOURCE-CATEGORY
                       TO WS-RUL-SOURCE (WS-RUL-COUNT)
                   MOVE AR-RECEIVER-CATEGORY
                       TO WS-RUL-RECEIVER (WS-RUL-COUNT)
                   MOVE AR-BASIS TO WS-RUL-BASIS (WS-RUL-COUNT)
                   IF AR-PERCENT IS NUMERIC
                       MOVE AR-PERCENT
                           TO WS-RUL-PERCENT (WS-RUL-COUNT)
                   ELSE
                       MOVE 0 TO WS-RUL-PERCENT (WS-RUL-COUNT)
                   END-IF
                   MOVE SPACES TO WS-RUL-ACCOUNT (WS-RUL-COUNT)
                   MOVE 0 TO WS-RUL-BASE (WS-RUL-COUNT)
                   MOVE 0 TO WS-RUL-AMOUNT (WS-RUL-COUNT)
                   MOVE AR-SOURCE-CATEGORY TO WS-LOOKUP-CODE
                   PERFORM 5200-FIND-SOURCE
                   IF WS-SRC-MATCH-SUB = 0
                       PERFORM 1220-ADD-SOURCE-ENTRY
                   END-IF
               ELSE
      *    A SOURCE ALLOCATED FROM PART OF ITS RULES WOULD MOVE THE
      *    WRONG AMOUNTS - STOP RATHER THAN ALLOCATE FROM A PARTIAL
      *    RULE SET.
                   DISPLAY "ERROR: ALLOCATION RULE TABLE FULL - RULE "
                       AR-SOURCE-CATEGORY "/" AR-RECEIVER-CATEGORY
                       " NOT LOADED"
                   SET WS-ERROR-FLAG TO 1
               END-IF
           END-IF.

       1220-ADD-SOURCE-ENTRY.
           IF WS-SRC-COUNT < 100
               ADD 1 TO WS-SRC-COUNT
               MOVE AR-SOURCE-CATEGORY TO WS-SRC-CODE (WS-SRC-COUNT)
               MOVE AR-BASIS TO WS-SRC-BASIS (WS-SRC-COUNT)
               MOVE "A" TO WS-SRC-STATUS (WS-SRC-COUNT)
               MOVE SPACES TO WS-SRC-REASON (WS-SRC-COUNT)
               MOVE SPACES TO WS-SRC-ACCOUNT (WS-SRC-COUNT)
               MOVE 0 TO WS-SRC-SPEND (WS-SRC-COUNT)
               MOVE 0 TO WS-SRC-PCT-SUM (WS-SRC-COUNT)
               MOVE 0 TO WS-SRC-BASE-SUM (WS-SRC-COUNT)
               MOVE 0 TO WS-SRC-MOVED (WS-SRC-COUNT)
           ELSE
               DISPLAY "ERROR: ALLOCATION SOURCE TABLE FULL - SOURCE "
                   AR-SOURCE-CATEGORY " NOT LOADED"
               SET WS-ERROR-FLAG TO 1
           END-IF.

       1300-LOAD-ACTUALS.
           OPEN INPUT RUN-HISTORY-FILE
           IF WS-HIST-STATUS = "00"
               PERFORM UNTIL WS-HIST-EOF-FLAG = 1
                   READ RUN-HISTORY-FILE
                       AT END
                           SET WS-HIST-EOF-FLAG TO 1
                       NOT AT END
                           PERFORM 1310-TALLY-HISTORY-RECORD
                   END-READ
               END-PERFORM
               CLOSE RUN-HISTORY-FILE
           ELSE
               IF WS-HIST-STATUS = "35"
                   DISPLAY "WARNING: NO RUN-HISTORY FILE - NO SPEND "
                       "TO ALLOCATE"
               ELSE
                   DISPLAY "ERROR OPENING RUN-HISTORY-FILE: "
                       WS-HIST-STATUS
                   SET WS-FILE-ERROR-FLAG TO 1
                   SET WS-ERROR-FLAG TO 1
               END-IF
           END-IF.

       1310-TALLY-HISTORY-RECORD.
           IF RH-RECORD-TYPE = "C"
               MOVE RH-RUN-DATE TO WS-RUN-DATE-N
               IF WS-RUN-PERIOD = WS-REQUESTED-PERIOD
                   MOVE RH-CAT-CODE TO WS-LOOKUP-CODE
                   PERFORM 5000-FIND-ACTUAL-ENTRY
                   IF WS-ACT-MATCH-SUB = 0
                       PERFORM 1320-ADD-ACTUAL-ENTRY
                   END-IF
                   IF WS-ACT-MATCH-SUB > 0
                       ADD RH-CAT-TOTAL
                           TO WS-ACT-TOTAL (WS-ACT-MATCH-SUB)
                   END-IF
               END-IF
           END-IF.

       1320-ADD-ACTUAL-ENTRY.
      *    A CATEGORY WHOSE SPEND CANNOT BE TABLED WOULD BE TAKEN AS
      *    ZERO AND SKEW EVERY SHARE - STOP RATHER THAN ALLOCATE ON
      *    INCOMPLETE SPEND.
           IF WS-ACT-COUNT < 200
               ADD 1 TO WS-ACT-COUNT
               MOVE WS-ACT-COUNT TO WS-ACT-MATCH-SUB
               MOVE WS-LOOKUP-CODE TO WS-ACT-CODE (WS-ACT-MATCH-SUB)
               MOVE 0 TO WS-ACT-TOTAL (WS-ACT-MATCH-SUB)
           ELSE
               DISPLAY "ERROR: CATEGORY SPEND TABLE FULL - CODE "
                   WS-LOOKUP-CODE " NOT LOADED"
               SET WS-ERROR-FLAG TO 1
           END-IF.

       1400-LOAD-ALLOCATION-HISTORY.
      *    A MISSING HISTORY FILE IS STARTED EMPTY ON THE FIRST RUN.
           OPEN INPUT ALLOCATION-HISTORY-FILE
           IF WS-AHST-STATUS = "00"
               PERFORM UNTIL WS-AHST-EOF-FLAG = 1
                   READ ALLOCATION-HISTORY-FILE
                       AT END
                           SET WS-AHST-EOF-FLAG TO 1
                       NOT AT END
                           PERFORM 1410-ADD-HISTORY-ENTRY
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
           END-IF
      *    A SECOND ALLOCATION OF THE SAME PERIOD WOULD SEND THE
      *    LEDGER A SECOND SET OF ENTRIES - IT HAS TO BE ASKED FOR.
           IF WS-PRIOR-FOUND = 1 AND WS-RERUN-FLAG NOT = "Y"
               DISPLAY "RUN REFUSED: PERIOD " WS-REQUESTED-PERIOD
                   " ALREADY ALLOCATED ON " WS-PRIOR-RUN-DATE
                   " - RERUN FLAG NOT SET"
               SET WS-ERROR-FLAG TO 1
           END-IF.

       1410-ADD-HISTORY-ENTRY.
           IF AH-GL-PERIOD = WS-REQUESTED-PERIOD
               MOVE 1 TO WS-PRIOR-FOUND
               MOVE AH-RUN-DATE TO WS-PRIOR-RUN-DATE
               IF WS-RERUN-FLAG = "Y"
                   PERFORM 1420-ADD-REVERSAL-ENTRY
               END-IF
           ELSE
               IF WS-HST-COUNT < 5000
                   ADD 1 TO WS-HST-COUNT
                   MOVE ALLOCATION-HISTORY-RECORD
                       TO WS-HST-ENTRY (WS-HST-COUNT)
               ELSE
      *    A LINE THAT CANNOT BE TABLED WOULD BE LOST WHEN THE FILE
      *    IS REWRITTEN - STOP RATHER THAN DROP IT.
                   DISPLAY "ERROR: ALLOCATION HISTORY TABLE FULL - "
                       "PERIOD " AH-GL-PERIOD " NOT LOADED"
                   SET WS-ERROR-FLAG TO 1
               END-IF
           END-IF.

       1420-ADD-REVERSAL-ENTRY.
      *    THE ACCOUNT IS THE ONE THE EARLIER LINE POSTED TO; ONLY A
      *    LINE FROM BEFORE THAT WAS KEPT TAKES THE CATEGORY'S ACCOUNT
      *    AS MAPPED NOW. A RECEIVER LINE'S AMOUNT IS WHAT THE EARLIER
      *    RUN MOVED.
           IF WS-RVS-COUNT < 1000
               ADD 1 TO WS-RVS-COUNT
               MOVE AH-CATEGORY-CODE TO WS-RVS-CATEGORY (WS-RVS-COUNT)
               MOVE AH-SOURCE-CATEGORY TO WS-RVS-SOURCE (WS-RVS-COUNT)
               MOVE AH-AMOUNT TO WS-RVS-AMOUNT (WS-RVS-COUNT)
               IF AH-GL-ACCOUNT NOT = SPACES
                   AND AH-GL-ACCOUNT NOT = LOW-VALUES
                   MOVE AH-GL-ACCOUNT TO WS-RVS-ACCOUNT (WS-RVS-COUNT)
               ELSE
                   MOVE AH-CATEGORY-CODE TO WS-LOOKUP-CODE
                   PERFORM 5300-FIND-GL-ACCOUNT
                   MOVE WS-ACCOUNT-WORK TO WS-RVS-ACCOUNT (WS-RVS-COUNT)
               END-IF
               IF AH-AMOUNT > 0
                   ADD AH-AMOUNT TO WS-PRIOR-MOVED
               END-IF
           ELSE
      *    A LINE LEFT UNREVERSED WOULD STAY ON THE LEDGER TWICE.
               DISPLAY "ERROR: REVERSAL TABLE FULL - PERIOD "
                   AH-GL-PERIOD " CANNOT BE RERUN"
               SET WS-ERROR-FLAG TO 1
           END-IF.

       2000-ALLOCATE-SOURCES.
           PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SUB > WS-SRC-COUNT
               PERFORM 2100-CHECK-SOURCE
               EVALUATE WS-SRC-STATUS (WS-SRC-SUB)
                   WHEN "A"
                       PERFORM 2200-COMPUTE-AMOUNTS
                       ADD 1 TO WS-SOURCES-ALLOCATED
                   WHEN "N"
                       ADD 1 TO WS-SOURCES-NIL
                   WHEN OTHER
                       ADD 1 TO WS-SOURCES-REFUSED
               END-EVALUATE
           END-PERFORM.

       2100-CHECK-SOURCE.
      *    A SOURCE IS ALLOCATED WHOLE OR NOT AT ALL - ONE BAD RULE
      *    REFUSES THE SOURCE, SO A RECEIVER NEVER TAKES ITS SHARE
      *    WHILE ANOTHER'S IS LEFT BEHIND ON THE SOURCE.
           MOVE 0 TO WS-PCT-SUM
           MOVE 0 TO WS-BASE-SUM
           MOVE WS-SRC-CODE (WS-SRC-SUB) TO WS-LOOKUP-CODE
           PERFORM 5000-FIND-ACTUAL-ENTRY
           MOVE WS-SPEND-FOUND TO WS-SRC-SPEND (WS-SRC-SUB)
           PERFORM 5300-FIND-GL-ACCOUNT
           MOVE WS-ACCOUNT-WORK TO WS-SRC-ACCOUNT (WS-SRC-SUB)
           IF WS-ACCOUNT-WORK = SPACES
               MOVE "R" TO WS-SRC-STATUS (WS-SRC-SUB)
               MOVE "NO GL ACCOUNT FOR SOURCE"
                   TO WS-SRC-REASON (WS-SRC-SUB)
           END-IF
           PERFORM VARYING WS-RUL-SUB FROM 1 BY 1
                   UNTIL WS-RUL-SUB > WS-RUL-COUNT
               IF WS-RUL-SOURCE (WS-RUL-SUB) = WS-SRC-CODE (WS-SRC-SUB)
                   AND WS-SRC-STATUS (WS-SRC-SUB) = "A"
                   PERFORM 2110-CHECK-RULE
               END-IF
           END-PERFORM
           MOVE WS-PCT-SUM TO WS-SRC-PCT-SUM (WS-SRC-SUB)
           MOVE WS-BASE-SUM TO WS-SRC-BASE-SUM (WS-SRC-SUB)
           IF WS-SRC-STATUS (WS-SRC-SUB) = "A"
               EVALUATE TRUE
                   WHEN WS-SRC-BASIS (WS-SRC-SUB) = "F"
                       AND WS-PCT-SUM > 100
                       MOVE "R" TO WS-SRC-STATUS (WS-SRC-SUB)
                       MOVE "PERCENTAGES TOTAL OVER 100"
                           TO WS-SRC-REASON (WS-SRC-SUB)
                   WHEN WS-SRC-SPEND (WS-SRC-SUB) NOT > 0
                       MOVE "N" TO WS-SRC-STATUS (WS-SRC-SUB)
                       MOVE "NO SPEND TO ALLOCATE"
                           TO WS-SRC-REASON (WS-SRC-SUB)
                   WHEN WS-SRC-BASIS (WS-SRC-SUB) = "S"
                       AND WS-BASE-SUM NOT > 0
                       MOVE "R" TO WS-SRC-STATUS (WS-SRC-SUB)
                       MOVE "RECEIVERS HAVE NO SPEND"
                           TO WS-SRC-REASON (WS-SRC-SUB)
               END-EVALUATE
           END-IF.

       2110-CHECK-RULE.
           MOVE WS-RUL-RECEIVER (WS-RUL-SUB) TO WS-LOOKUP-CODE
           PERFORM 5200-FIND-SOURCE
           PERFORM 2120-CHECK-DUPLICATE-RECEIVER
           MOVE SPACES TO WS-SRC-REASON (WS-SRC-SUB)
           EVALUATE TRUE
               WHEN WS-RUL-BASIS (WS-RUL-SUB) NOT = "F"
                   AND WS-RUL-BASIS (WS-RUL-SUB) NOT = "S"
                   STRING "UNKNOWN BASIS " WS-RUL-BASIS (WS-RUL-SUB)
                       DELIMITED BY SIZE
                       INTO WS-SRC-REASON (WS-SRC-SUB)
               WHEN WS-RUL-BASIS (WS-RUL-SUB)
                       NOT = WS-SRC-BASIS (WS-SRC-SUB)
                   MOVE "MIXED BASES ON RULES"
                       TO WS-SRC-REASON (WS-SRC-SUB)
               WHEN WS-RUL-RECEIVER (WS-RUL-SUB) = SPACES
                   MOVE "BLANK RECEIVER"
                       TO WS-SRC-REASON (WS-SRC-SUB)
               WHEN WS-RUL-RECEIVER (WS-RUL-SUB)
                       = WS-SRC-CODE (WS-SRC-SUB)
                   MOVE "SOURCE IS ITS OWN RECEIVER"
                       TO WS-SRC-REASON (WS-SRC-SUB)
               WHEN WS-SRC-MATCH-SUB > 0
                   STRING "RECEIVER " WS-LOOKUP-CODE
                       " IS ALSO A SOURCE"
                       DELIMITED BY SIZE
                       INTO WS-SRC-REASON (WS-SRC-SUB)
               WHEN WS-RUL-PRIOR-SUB > 0
                   STRING "RECEIVER " WS-LOOKUP-CODE
                       " NAMED TWICE"
                       DELIMITED BY SIZE
                       INTO WS-SRC-REASON (WS-SRC-SUB)
               WHEN WS-RUL-BASIS (WS-RUL-SUB) = "F"
                   AND WS-RUL-PERCENT (WS-RUL-SUB) = 0
                   STRING "NO PERCENT FOR " WS-LOOKUP-CODE
                       DELIMITED BY SIZE
                       INTO WS-SRC-REASON (WS-SRC-SUB)
               WHEN OTHER
                   PERFORM 2130-ACCEPT-RULE
           END-EVALUATE
           IF WS-SRC-REASON (WS-SRC-SUB) NOT = SPACES
               MOVE "R" TO WS-SRC-STATUS (WS-SRC-SUB)
           END-IF.

       2120-CHECK-DUPLICATE-RECEIVER.
           MOVE 0 TO WS-RUL-PRIOR-SUB
           PERFORM VARYING WS-RUL-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-RUL-SCAN-SUB NOT < WS-RUL-SUB
               IF WS-RUL-SOURCE (WS-RUL-SCAN-SUB)
                       = WS-SRC-CODE (WS-SRC-SUB)
                   AND WS-RUL-RECEIVER (WS-RUL-SCAN-SUB)
                       = WS-RUL-RECEIVER (WS-RUL-SUB)
                   MOVE WS-RUL-SCAN-SUB TO WS-RUL-PRIOR-SUB
               END-IF
           END-PERFORM.

       2130-ACCEPT-RULE.
      *    A RECEIVER WHOSE NET SPEND IS A CREDIT EARNS NO SHARE - IT
      *    COUNTS AS ZERO RATHER THAN PUSHING COST BACK ONTO OTHERS.
           PERFORM 5300-FIND-GL-ACCOUNT
           IF WS-ACCOUNT-WORK = SPACES
               STRING "NO GL ACCOUNT FOR " WS-LOOKUP-CODE
                   DELIMITED BY SIZE
                   INTO WS-SRC-REASON (WS-SRC-SUB)
           ELSE
               MOVE WS-ACCOUNT-WORK TO WS-RUL-ACCOUNT (WS-RUL-SUB)
               ADD WS-RUL-PERCENT (WS-RUL-SUB) TO WS-PCT-SUM
               PERFORM 5000-FIND-ACTUAL-ENTRY
               IF WS-SPEND-FOUND > 0
                   MOVE WS-SPEND-FOUND TO WS-RUL-BASE (WS-RUL-SUB)
               ELSE
                   MOVE 0 TO WS-RUL-BASE (WS-RUL-SUB)
               END-IF
               ADD WS-RUL-BASE (WS-RUL-SUB) TO WS-BASE-SUM
           END-IF.

       2200-COMPUTE-AMOUNTS.
      *    EACH RECEIVER'S AMOUNT IS ROUNDED ON ITS OWN; THE PENNIES
      *    LEFT OVER GO TO THE RECEIVER TAKING THE MOST, SO THE LINES
      *    ALWAYS ADD BACK TO EXACTLY WHAT LEFT THE SOURCE.
           IF WS-SRC-BASIS (WS-SRC-SUB) = "F"
               COMPUTE WS-SRC-MOVED (WS-SRC-SUB) ROUNDED =
                   WS-SRC-SPEND (WS-SRC-SUB)
                       * WS-SRC-PCT-SUM (WS-SRC-SUB) / 100
           ELSE
               MOVE WS-SRC-SPEND (WS-SRC-SUB)
                   TO WS-SRC-MOVED (WS-SRC-SUB)
           END-IF
           MOVE 0 TO WS-ASSIGNED-SUM
           MOVE 0 TO WS-LARGEST-SUB
           PERFORM VARYING WS-RUL-SUB FROM 1 BY 1
                   UNTIL WS-RUL-SUB > WS-RUL-COUNT
               IF WS-RUL-SOURCE (WS-RUL-SUB) = WS-SRC-CODE (WS-SRC-SUB)
                   PERFORM 2210-COMPUTE-RULE-AMOUNT
               END-IF
           END-PERFORM
           IF WS-LARGEST-SUB > 0
               COMPUTE WS-RUL-AMOUNT (WS-LARGEST-SUB) =
                   WS-RUL-AMOUNT (WS-LARGEST-SUB)
                       + WS-SRC-MOVED (WS-SRC-SUB) - WS-ASSIGNED-SUM
           END-IF
           ADD WS-SRC-MOVED (WS-SRC-SUB) TO WS-TOTAL-MOVED.

       2210-COMPUTE-RULE-AMOUNT.
           IF WS-SRC-BASIS (WS-SRC-SUB) = "F"
               COMPUTE WS-RUL-AMOUNT (WS-RUL-SUB) ROUNDED =
                   WS-SRC-SPEND (WS-SRC-SUB)
                       * WS-RUL-PERCENT (WS-RUL-SUB) / 100
           ELSE
               COMPUTE WS-RUL-AMOUNT (WS-RUL-SUB) ROUNDED =
                   WS-SRC-SPEND (WS-SRC-SUB)
                       * WS-RUL-BASE (WS-RUL-SUB)
                       / WS-SRC-BASE-SUM (WS-SRC-SUB)
           END-IF
           ADD WS-RUL-AMOUNT (WS-RUL-SUB) TO WS-ASSIGNED-SUM
           IF WS-LARGEST-SUB = 0
               MOVE WS-RUL-SUB TO WS-LARGEST-SUB
           ELSE
               IF WS-RUL-AMOUNT (WS-RUL-SUB)
                       > WS-RUL-AMOUNT (WS-LARGEST-SUB)
                   MOVE WS-RUL-SUB TO WS-LARGEST-SUB
               END-IF
           END-IF.

       3000-WRITE-GL-EXTRACT.
      *    THE EXTRACT IS WRITTEN EVEN WHEN NOTHING WAS ALLOCATED, SO
      *    A STALE EXTRACT FROM AN EARLIER PERIOD IS NEVER PICKED UP
      *    BY THE LEDGER TRANSFER IN ITS PLACE.
           OPEN OUTPUT ALLOCATION-GL-FILE
           IF WS-AGLX-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ALLOCATION-GL-FILE: "
                   WS-AGLX-STATUS
               SET WS-FILE-ERROR-FLAG TO 1
               SET WS-ERROR-FLAG TO 1
           ELSE
               PERFORM VARYING WS-RVS-SUB FROM 1 BY 1
                       UNTIL WS-RVS-SUB > WS-RVS-COUNT
                   PERFORM 3050-WRITE-REVERSAL-ENTRY
               END-PERFORM
               PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
                       UNTIL WS-SRC-SUB > WS-SRC-COUNT
                   IF WS-SRC-STATUS (WS-SRC-SUB) = "A"
                       PERFORM 3100-WRITE-SOURCE-ENTRIES
                   END-IF
               END-PERFORM
               MOVE SPACES TO ALLOCATION-GL-RECORD
               MOVE WS-FALLBACK-ACCOUNT TO GL-ACCOUNT-CODE
               MOVE WS-POST-PERIOD TO GL-PERIOD
               MOVE WS-GL-DEBIT-SUM TO GL-AMOUNT
               MOVE "C" TO GL-RECORD-TYPE
               MOVE WS-GL-POSTING-STAMP TO GL-POSTING-STAMP
               WRITE ALLOCATION-GL-RECORD
               CLOSE ALLOCATION-GL-FILE
           END-IF.

       3050-WRITE-REVERSAL-ENTRY.
      *    THE EARLIER RUN'S LINE WITH ITS SIGN TURNED: A DEBIT BACK
      *    TO THE SOURCE, A CREDIT BACK FROM EACH RECEIVER. THEY NET
      *    TO ZERO AS THE ORIGINAL LINES DID.
           IF WS-RVS-AMOUNT (WS-RVS-SUB) NOT = 0
               MOVE SPACES TO ALLOCATION-GL-RECORD
               MOVE WS-RVS-ACCOUNT (WS-RVS-SUB) TO GL-ACCOUNT-CODE
               MOVE WS-POST-PERIOD TO GL-PERIOD
               COMPUTE GL-AMOUNT = 0 - WS-RVS-AMOUNT (WS-RVS-SUB)
               MOVE "D" TO GL-RECORD-TYPE
               WRITE ALLOCATION-GL-RECORD
               ADD 1 TO WS-GL-LINES-WRITTEN
               IF GL-AMOUNT < 0
                   ADD GL-AMOUNT TO WS-GL-CREDIT-SUM
               ELSE
                   ADD GL-AMOUNT TO WS-GL-DEBIT-SUM
               END-IF
           END-IF.

       3100-WRITE-SOURCE-ENTRIES.
           MOVE SPACES TO ALLOCATION-GL-RECORD
           MOVE WS-SRC-ACCOUNT (WS-SRC-SUB) TO GL-ACCOUNT-CODE
           MOVE WS-POST-PERIOD TO GL-PERIOD
           COMPUTE GL-AMOUNT = 0 - WS-SRC-MOVED (WS-SRC-SUB)
           MOVE "D" TO GL-RECORD-TYPE
           WRITE ALLOCATION-GL-RECORD
           ADD 1 TO WS-GL-LINES-WRITTEN
           ADD GL-AMOUNT TO WS-GL-CREDIT-SUM
           PERFORM VARYING WS-RUL-SUB FROM 1 BY 1
                   UNTIL WS-RUL-SUB > WS-RUL-COUNT
               IF WS-RUL-SOURCE (WS-RUL-SUB) = WS-SRC-CODE (WS-SRC-SUB)
                   AND WS-RUL-AMOUNT (WS-RUL-SUB) NOT = 0
                   MOVE SPACES TO ALLOCATION-GL-RECORD
                   MOVE WS-RUL-ACCOUNT (WS-RUL-SUB) TO GL-ACCOUNT-CODE
                   MOVE WS-POST-PERIOD TO GL-PERIOD
                   MOVE WS-RUL-AMOUNT (WS-RUL-SUB) TO GL-AMOUNT
                   MOVE "D" TO GL-RECORD-TYPE
                   WRITE ALLOCATION-GL-RECORD
                   ADD 1 TO WS-GL-LINES-WRITTEN
                   ADD GL-AMOUNT TO WS-GL-DEBIT-SUM
               END-IF
           END-PERFORM.

       4000-REWRITE-ALLOCATION-HISTORY.
           OPEN OUTPUT ALLOCATION-HISTORY-FILE
           IF WS-AHST-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ALLOCATION-HISTORY-FILE: "
                   WS-AHST-STATUS
               SET WS-FILE-ERROR-FLAG TO 1
               SET WS-ERROR-FLAG TO 1
           ELSE
               PERFORM VARYING WS-HST-SUB FROM 1 BY 1
                       UNTIL WS-HST-SUB > WS-HST-COUNT
                   MOVE WS-HST-ENTRY (WS-HST-SUB)
                       TO ALLOCATION-HISTORY-RECORD
                   WRITE ALLOCATION-HISTORY-RECORD
                   ADD 1 TO WS-HIST-WRITTEN
               END-PERFORM
               PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
                       UNTIL WS-SRC-SUB > WS-SRC-COUNT
                   IF WS-SRC-STATUS (WS-SRC-SUB) = "A"
                       PERFORM 4100-WRITE-SOURCE-HISTORY
                   END-IF
               END-PERFORM
               CLOSE ALLOCATION-HISTORY-FILE
           END-IF.

       4100-WRITE-SOURCE-HISTORY.
           MOVE SPACES TO ALLOCATION-HISTORY-RECORD
           MOVE WS-REQUESTED-PERIOD TO AH-GL-PERIOD
           MOVE WS-SRC-CODE (WS-SRC-SUB) TO AH-CATEGORY-CODE
           MOVE WS-SRC-CODE (WS-SRC-SUB) TO AH-SOURCE-CATEGORY
           COMPUTE AH-AMOUNT = 0 - WS-SRC-MOVED (WS-SRC-SUB)
           MOVE WS-SRC-BASIS (WS-SRC-SUB) TO AH-BASIS
           MOVE WS-TODAY-N TO AH-RUN-DATE
           MOVE WS-SRC-ACCOUNT (WS-SRC-SUB) TO AH-GL-ACCOUNT
           WRITE ALLOCATION-HISTORY-RECORD
           ADD 1 TO WS-HIST-WRITTEN
           PERFORM VARYING WS-RUL-SUB FROM 1 BY 1
                   UNTIL WS-RUL-SUB > WS-RUL-COUNT
               IF WS-RUL-SOURCE (WS-RUL-SUB) = WS-SRC-CODE (WS-SRC-SUB)
                   AND WS-RUL-AMOUNT (WS-RUL-SUB) NOT = 0
                   MOVE SPACES TO ALLOCATION-HISTORY-RECORD
                   MOVE WS-REQUESTED-PERIOD TO AH-GL-PERIOD
                   MOVE WS-RUL-RECEIVER (WS-RUL-SUB)
                       TO AH-CATEGORY-CODE
                   MOVE WS-SRC-CODE (WS-SRC-SUB) TO AH-SOURCE-CATEGORY
                   MOVE WS-RUL-AMOUNT (WS-RUL-SUB) TO AH-AMOUNT
                   MOVE WS-SRC-BASIS (WS-SRC-SUB) TO AH-BASIS
                   MOVE WS-TODAY-N TO AH-RUN-DATE
                   MOVE WS-RUL-ACCOUNT (WS-RUL-SUB) TO AH-GL-ACCOUNT
                   WRITE ALLOCATION-HISTORY-RECORD
                   ADD 1 TO WS-HIST-WRITTEN
               END-IF
           END-PERFORM.

       5000-FIND-ACTUAL-ENTRY.
      *    LOOKS UP WS-LOOKUP-CODE; A CATEGORY WITH NO RUN-HISTORY
      *    IN THE PERIOD HAS ZERO SPEND.
           MOVE 0 TO WS-ACT-MATCH-SUB
           MOVE 0 TO WS-SPEND-FOUND
           PERFORM VARYING WS-ACT-SUB FROM 1 BY 1
                   UNTIL WS-ACT-SUB > WS-ACT-COUNT
               IF WS-ACT-CODE (WS-ACT-SUB) = WS-LOOKUP-CODE
                   MOVE WS-ACT-SUB TO WS-ACT-MATCH-SUB
                   MOVE WS-ACT-TOTAL (WS-ACT-SUB) TO WS-SPEND-FOUND
               END-IF
           END-PERFORM.

       5200-FIND-SOURCE.
           MOVE 0 TO WS-SRC-MATCH-SUB
           PERFORM VARYING WS-SRC-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SCAN-SUB > WS-SRC-COUNT
               IF WS-SRC-CODE (WS-SRC-SCAN-SUB) = WS-LOOKUP-CODE
                   MOVE WS-SRC-SCAN-SUB TO WS-SRC-MATCH-SUB
               END-IF
           END-PERFORM.

       5300-FIND-GL-ACCOUNT.
      *    A CATEGORY WITH NO MAPPED ACCOUNT (OR NO MASTER LOADED AT
      *    ALL) POSTS TO THE CARD'S FALLBACK ACCOUNT, AS IN ACCTTOT.
           MOVE WS-FALLBACK-ACCOUNT TO WS-ACCOUNT-WORK
           IF WS-CATMAST-LOADED = 1 AND WS-CATMAST-COUNT > 0
               SET WS-CATMAST-IDX TO 1
               SEARCH WS-CATMAST-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CATMAST-CODE (WS-CATMAST-IDX)
                           = WS-LOOKUP-CODE
                       IF WS-CATMAST-GLACCT (WS-CATMAST-IDX)
                               NOT = SPACES
                           MOVE WS-CATMAST-GLACCT (WS-CATMAST-IDX)
                               TO WS-ACCOUNT-WORK
                       END-IF
               END-SEARCH
           END-IF.

       8000-PRINT-REGISTER.
           OPEN OUTPUT ALLOCATION-REGISTER-FILE
           IF WS-ARPT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ALLOCATION-REGISTER-FILE: "
                   WS-ARPT-STATUS
               SET WS-FILE-ERROR-FLAG TO 1
               SET WS-ERROR-FLAG TO 1
           ELSE
               MOVE WS-REQUESTED-PERIOD TO WS-HDR-PERIOD
               MOVE WS-CURRENT-DATE TO WS-HDR-RUN-DATE
               WRITE ALLOCATION-REGISTER-LINE FROM WS-HDR-LINE-1
               WRITE ALLOCATION-REGISTER-LINE FROM WS-HDR-LINE-2
               IF WS-PRIOR-FOUND = 1
                   MOVE WS-PRIOR-RUN-DATE TO WS-RRN-DATE
                   WRITE ALLOCATION-REGISTER-LINE FROM WS-RERUN-LINE
                   PERFORM VARYING WS-RVS-SUB FROM 1 BY 1
                           UNTIL WS-RVS-SUB > WS-RVS-COUNT
                       PERFORM 8050-PRINT-REVERSAL
                   END-PERFORM
               END-IF
               IF WS-PERIOD-STATUS = "C"
                   MOVE WS-REQUESTED-PERIOD TO WS-RDL-PERIOD
                   MOVE WS-POST-PERIOD TO WS-RDL-POST-PERIOD
                   WRITE ALLOCATION-REGISTER-LINE
                       FROM WS-REDIRECT-LINE
               END-IF
               IF WS-SRC-COUNT = 0
                   WRITE ALLOCATION-REGISTER-LINE FROM WS-NO-RULES-LINE
               ELSE
                   WRITE ALLOCATION-REGISTER-LINE
                       FROM WS-COLUMN-HDR-LINE
               END-IF
               PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
                       UNTIL WS-SRC-SUB > WS-SRC-COUNT
                   PERFORM 8100-PRINT-SOURCE
               END-PERFORM
               PERFORM 8300-PRINT-TOTALS
               CLOSE ALLOCATION-REGISTER-FILE
           END-IF.

       8050-PRINT-REVERSAL.
           IF WS-RVS-AMOUNT (WS-RVS-SUB) NOT = 0
               MOVE WS-RVS-CATEGORY (WS-RVS-SUB) TO WS-RVL-CODE
               MOVE WS-RVS-SOURCE (WS-RVS-SUB) TO WS-RVL-SOURCE
               COMPUTE WS-RVL-MOVED = 0 - WS-RVS-AMOUNT (WS-RVS-SUB)
               MOVE WS-RVS-ACCOUNT (WS-RVS-SUB) TO WS-RVL-ACCOUNT
               WRITE ALLOCATION-REGISTER-LINE FROM WS-REVERSAL-LINE
           END-IF.

       8100-PRINT-SOURCE.
           MOVE WS-SRC-CODE (WS-SRC-SUB) TO WS-SRL-CODE
           MOVE WS-SRC-SPEND (WS-SRC-SUB) TO WS-SRL-SPEND
           MOVE WS-SRC-REASON (WS-SRC-SUB) TO WS-SRL-REASON
           EVALUATE WS-SRC-STATUS (WS-SRC-SUB)
               WHEN "A"
                   MOVE "ALLOCATED" TO WS-SRL-DISPOSITION
               WHEN "N"
                   MOVE "NOT MOVED" TO WS-SRL-DISPOSITION
               WHEN OTHER
                   MOVE "REFUSED" TO WS-SRL-DISPOSITION
           END-EVALUATE
           WRITE ALLOCATION-REGISTER-LINE FROM WS-SOURCE-LINE
           IF WS-SRC-STATUS (WS-SRC-SUB) = "A"
               PERFORM VARYING WS-RUL-SUB FROM 1 BY 1
                       UNTIL WS-RUL-SUB > WS-RUL-COUNT
                   IF WS-RUL-SOURCE (WS-RUL-SUB)
                           = WS-SRC-CODE (WS-SRC-SUB)
                       PERFORM 8200-PRINT-RECEIVER
                   END-IF
               END-PERFORM
      *    THE SOURCE'S CREDIT CLOSES ITS BLOCK: ITS PERCENT IS THE
      *    SHARE OF SPEND THAT LEFT IT.
               MOVE WS-SRC-CODE (WS-SRC-SUB) TO WS-ALL-CODE
               MOVE "SOURCE CR" TO WS-ALL-BASIS
               IF WS-SRC-BASIS (WS-SRC-SUB) = "F"
                   MOVE WS-SRC-PCT-SUM (WS-SRC-SUB) TO WS-ALL-PCT
               ELSE
                   MOVE 100 TO WS-ALL-PCT
               END-IF
               MOVE WS-SRC-SPEND (WS-SRC-SUB) TO WS-ALL-BASE
               COMPUTE WS-ALL-MOVED = 0 - WS-SRC-MOVED (WS-SRC-SUB)
               MOVE WS-SRC-ACCOUNT (WS-SRC-SUB) TO WS-ALL-ACCOUNT
               WRITE ALLOCATION-REGISTER-LINE FROM WS-ALLOCATION-LINE
           END-IF.

       8200-PRINT-RECEIVER.
           MOVE WS-RUL-RECEIVER (WS-RUL-SUB) TO WS-ALL-CODE
           IF WS-SRC-BASIS (WS-SRC-SUB) = "F"
               MOVE "FIXED PCT" TO WS-ALL-BASIS
               MOVE WS-RUL-PERCENT (WS-RUL-SUB) TO WS-ALL-PCT
               MOVE WS-SRC-SPEND (WS-SRC-SUB) TO WS-ALL-BASE
           ELSE
               MOVE "SPEND SHARE" TO WS-ALL-BASIS
               COMPUTE WS-SHARE-PCT ROUNDED =
                   WS-RUL-BASE (WS-RUL-SUB) * 100
                       / WS-SRC-BASE-SUM (WS-SRC-SUB)
               MOVE WS-SHARE-PCT TO WS-ALL-PCT
               MOVE WS-RUL-BASE (WS-RUL-SUB) TO WS-ALL-BASE
           END-IF
           MOVE WS-RUL-AMOUNT (WS-RUL-SUB) TO WS-ALL-MOVED
           MOVE WS-RUL-ACCOUNT (WS-RUL-SUB) TO WS-ALL-ACCOUNT
           WRITE ALLOCATION-REGISTER-LINE FROM WS-ALLOCATION-LINE.

       8300-PRINT-TOTALS.
           WRITE ALLOCATION-REGISTER-LINE FROM WS-HDR-LINE-2
           MOVE WS-RULES-READ TO WS-TOT-RULES
           WRITE ALLOCATION-REGISTER-LINE FROM WS-TOTAL-LINE-RULES
           MOVE WS-SOURCES-ALLOCATED TO WS-TOT-ALLOCATED
           WRITE ALLOCATION-REGISTER-LINE FROM WS-TOTAL-LINE-ALLOCATED
           MOVE WS-SOURCES-NIL TO WS-TOT-NIL
           WRITE ALLOCATION-REGISTER-LINE FROM WS-TOTAL-LINE-NIL
           MOVE WS-SOURCES-REFUSED TO WS-TOT-REFUSED
           WRITE ALLOCATION-REGISTER-LINE FROM WS-TOTAL-LINE-REFUSED
           MOVE WS-TOTAL-MOVED TO WS-TOT-MOVED
           WRITE ALLOCATION-REGISTER-LINE FROM WS-TOTAL-LINE-MOVED
           IF WS-RVS-COUNT > 0
               MOVE WS-PRIOR-MOVED TO WS-TOT-REVERSED
               WRITE ALLOCATION-REGISTER-LINE
                   FROM WS-TOTAL-LINE-REVERSED
           END-IF
           MOVE WS-GL-DEBIT-SUM TO WS-TOT-DEBITS
           WRITE ALLOCATION-REGISTER-LINE FROM WS-TOTAL-LINE-DEBITS
           MOVE WS-GL-CREDIT-SUM TO WS-TOT-CREDITS
           WRITE ALLOCATION-REGISTER-LINE FROM WS-TOTAL-LINE-CREDITS
           MOVE WS-GL-LINES-WRITTEN TO WS-TOT-GL-LINES
           WRITE ALLOCATION-REGISTER-LINE FROM WS-TOTAL-LINE-GL-LINES
           WRITE ALLOCATION-REGISTER-LINE FROM WS-FOOTER-LINE.

       9000-TERMINATE.
           DISPLAY "Allocation rules read : " WS-RULES-READ
           DISPLAY "Sources allocated     : " WS-SOURCES-ALLOCATED
           DISPLAY "Sources with no spend : " WS-SOURCES-NIL
           DISPLAY "Sources refused       : " WS-SOURCES-REFUSED
           DISPLAY "Total amount moved    : " WS-TOTAL-MOVED
           IF WS-FILE-ERROR-FLAG = 1 OR WS-ERROR-FLAG = 1
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-SOURCES-REFUSED > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
