               RECORD KEY IS CM-CATEGORY-CODE
               FILE STATUS IS WS-CATG-STATUS.

           SELECT RATE-FILE ASSIGN TO "RATEFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-RATE-KEY
               FILE STATUS IS WS-RATE-STATUS.

           SELECT POSTED-REFERENCE-FILE ASSIGN TO "DOCREFS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DREF-STATUS.

           SELECT SUSPECT-REPORT-FILE ASSIGN TO "DUPRFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPR-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT RELEASE-CARD-FILE ASSIGN TO "RELCARDS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RELC-STATUS.

           SELECT SUSPENSE-LISTING-FILE ASSIGN TO "SUSLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSL-STATUS.

           SELECT PERIOD-STATUS-FILE ASSIGN TO "PERSTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PSTA-STATUS.

           SELECT PPA-REPORT-FILE ASSIGN TO "PPARFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PPAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE
      *    THE VERSION IN THE HEADER SO OLD AND NEW EXTRACTS CAN BOTH
      *    POST DURING THE CUTOVER. THE V2 TRAILER HASH CARRIES CENTS
      *    FOR THE SAME REASON.
      *    TR-DOC-REFERENCE-V2 IS THE UPSTREAM DOCUMENT (INVOICE,
      *    REFUND, CREDIT NOTE) NUMBER THE LINE WAS KEYED FROM. IT IS
      *    WHAT CATCHES THE SAME DOCUMENT KEYED INTO TWO DIFFERENT
      *    DAYS' EXTRACTS; A BLANK REFERENCE IS NOT CHECKED.
           05  TR-DETAIL-V2-DATA REDEFINES TR-DETAIL-DATA.
               10  TR-INPUT-VALUE-V2       PIC S9(7)V99.
               10  TR-CATEGORY-CODE-V2     PIC X(4).
               10  TR-TRANS-TYPE-V2        PIC X(1).
               10  TR-REVERSAL-SEQ-V2      PIC 9(7).
               10  TR-DOC-REFERENCE-V2     PIC X(16).
      *    TR-CURRENCY-CODE-V2 NAMES THE CURRENCY THE DOCUMENT WAS
      *    RAISED IN. BLANK, OR THE BASE CURRENCY NAMED ON THE CONTROL
      *    CARD, IS A BASE-CURRENCY LINE AND POSTS TR-INPUT-VALUE-V2
      *    AS IT ALWAYS HAS. ANY OTHER CODE IS A FOREIGN LINE: THE
      *    DOCUMENT AMOUNT IS IN TR-ORIG-AMOUNT-V2 AND IS CONVERTED
      *    AT THE RATE-TABLE RATE FOR THE EXTRACT DATE. THE TRAILER
      *    HASH IS STILL TAKEN ON THE AMOUNT AS KEYED - THE ORIGINAL
      *    AMOUNT FOR A FOREIGN LINE - SO IT BALANCES UPSTREAM OF
      *    ANY CONVERSION.
               10  TR-CURRENCY-CODE-V2     PIC X(3).
               10  TR-ORIG-AMOUNT-V2       PIC S9(11)V99.
               10  FILLER                  PIC X(26).
      *    THE HEADER CARRIES THE RUN IDENTITY - THE UPSTREAM EXTRACT
      *    DATE PLUS A FILE SERIAL - THAT THE PROCESSED-RUNS REGISTRY
      *    IS KEYED ON, SO THE SAME EXTRACT CAN NEVER BE POSTED TWICE
      *    FLAGGED ON THE VARIANCE SECTION. ZERO OR BLANK TURNS THE
      *    FLAGGING OFF.
           05  CTL-VARIANCE-PCT        PIC 9(3).
      *    CTL-DUP-WINDOW-DAYS IS HOW MANY DAYS BACK A DOCUMENT
      *    REFERENCE IS REMEMBERED FOR THE CROSS-DAY DUPLICATE CHECK.
      *    ZERO OR BLANK TAKES THE STANDARD WINDOW.
           05  CTL-DUP-WINDOW-DAYS     PIC 9(3).
      *    CTL-BASE-CURRENCY IS THE CURRENCY THE LEDGER IS KEPT IN. A
      *    DETAIL CARRYING THIS CODE IS NOT CONVERTED. BLANK LEAVES
      *    ONLY A BLANK CURRENCY CODE AS BASE.
           05  CTL-BASE-CURRENCY       PIC X(3).
           05  FILLER                  PIC X(40).

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(80).
      *    REPORT AGES AGAINST; RECORDS WRITTEN BEFORE IT EXISTED
      *    CARRY BLANKS THERE AND AGE AS "UNKNOWN".
           05  EXC-REJECT-DATE          PIC 9(8).
      *    A FOREIGN-CURRENCY DETAIL CARRIES ITS CURRENCY AND THE
      *    AMOUNT AS KEYED. ONE REJECTED BECAUSE IT COULD NOT BE
      *    CONVERTED HAS NO BASE VALUE - EXC-INPUT-VALUE IS ZERO AND
      *    THE CORRECTION CARD SUPPLIES THE BASE VALUE TO POST.
           05  EXC-CURRENCY-CODE        PIC X(3).
           05  EXC-ORIG-AMOUNT          PIC S9(11)V99.
           05  FILLER                   PIC X(6).

       FD  AUDIT-FILE
           RECORDING MODE IS F.
      *    AUD-ACTION-CODE "A" IS A NORMALLY ACCEPTED TRANSACTION, "C"
      *    A CORRECTION-RUN REPROCESS, AND "R" A REVERSAL - FOR A
      *    REVERSAL AUD-INPUT-VALUE CARRIES THE NEGATED AMOUNT AND
      *    AUD-REVERSED-SEQUENCE NAMES THE SEQUENCE BACKED OUT. "S"
      *    IS A HIGH-VALUE DETAIL RELEASED OUT OF SUSPENSE BY A
      *    SUPERVISOR - AUD-SEQUENCE IS THE SEQUENCE IT WAS HELD
      *    UNDER WITHIN ITS OWN (EARLIER) EXTRACT.
       01  AUDIT-RECORD.
           05  AUD-SEQUENCE             PIC 9(7).
           05  AUD-TIMESTAMP            PIC X(26).
           05  AUD-ACTION-CODE          PIC X(1).
           05  AUD-REVERSED-SEQUENCE    PIC 9(7).
           05  AUD-BACKOUT-AMOUNT       PIC S9(13)V99.
      *    A DETAIL CONVERTED FROM A FOREIGN CURRENCY CARRIES THE
      *    CURRENCY, THE AMOUNT AS KEYED AND THE RATE USED (BASE UNITS
      *    PER ONE FOREIGN UNIT) BESIDE THE CONVERTED AUD-INPUT-VALUE.
      *    BASE-CURRENCY RECORDS CARRY A BLANK CURRENCY, AS DO RECORDS
      *    WRITTEN WHEN THE TRAIL WAS STILL 80 BYTES AND PADDED OUT.
           05  AUD-CURRENCY-CODE        PIC X(3).
           05  AUD-ORIG-AMOUNT          PIC S9(11)V99.
           05  AUD-FX-RATE              PIC 9(4)V9(6).
      *    THE EXTRACT THE RECORD CAME FROM. AUD-SEQUENCE RESTARTS
      *    WITH EVERY RUN, SO RUN DATE PLUS THIS IDENTITY IS WHAT
      *    TELLS ONE SEQUENCE 1 FROM ANOTHER ONCE THE TRAIL IS
      *    ARCHIVED AND INDEXED. A RELEASED ITEM CARRIES THE EXTRACT
      *    IT WAS HELD FROM; CORRECTIONS, BACKOUTS AND HEADERLESS
      *    FILES CARRY ZEROS.
           05  AUD-EXTRACT-DATE         PIC 9(8).
           05  AUD-FILE-SERIAL          PIC 9(4).
           05  FILLER                   PIC X(13).

       FD  CHECKPOINT-FILE
           RECORDING MODE IS F.
               10  CKPT-ACC-CATEGORY    PIC X(4).
               10  CKPT-ACC-REVERSED    PIC 9.
               10  FILLER               PIC X(58).
      *    "D" RECORDS CARRY THE DOCUMENT REFERENCES THIS RUN HAS
      *    POSTED SO FAR. THE POSTED-REFERENCE FILE IS ONLY REWRITTEN
      *    WHEN A RUN COMPLETES, SO A RESUMED RUN NEEDS THESE TO KEEP
      *    CATCHING REPEATS OF LINES POSTED BEFORE THE INTERRUPTION.
           05  CKPT-DOCREF-DATA REDEFINES CKPT-SUMMARY-DATA.
               10  CKPT-DREF-REFERENCE  PIC X(16).
               10  CKPT-DREF-CATEGORY   PIC X(4).
               10  CKPT-DREF-AMOUNT     PIC S9(7)V99.
               10  CKPT-DREF-POSTED-DATE PIC 9(8).
               10  CKPT-DREF-EXTRACT-DATE PIC 9(8).
               10  CKPT-DREF-FILE-SERIAL PIC 9(4).
               10  CKPT-DREF-SEQUENCE   PIC 9(7).
               10  CKPT-DREF-STATUS     PIC X(1).
               10  CKPT-DREF-CURRENCY   PIC X(3).
               10  CKPT-DREF-ORIG-AMOUNT PIC S9(11)V99.
               10  FILLER               PIC X(6).
      *    "H" RECORDS CARRY THE SUSPENSE ENTRIES THIS RUN HELD,
      *    RELEASED OR DECLINED, SO A RESUMED RUN NEITHER LOSES A
      *    HOLD NOR POSTS A RELEASE TWICE, AND A BACKOUT CAN PUT
      *    ITS RELEASED ITEMS BACK INTO SUSPENSE.
           05  CKPT-SUSPENSE-DATA REDEFINES CKPT-SUMMARY-DATA.
               10  CKPT-SUS-EXTRACT-DATE PIC 9(8).
               10  CKPT-SUS-FILE-SERIAL PIC 9(4).
               10  CKPT-SUS-SEQUENCE    PIC 9(7).
               10  CKPT-SUS-VALUE       PIC S9(7)V99.
               10  CKPT-SUS-TRANS-TYPE  PIC X(1).
               10  CKPT-SUS-CATEGORY    PIC X(4).
               10  CKPT-SUS-REFERENCE   PIC X(16).
               10  CKPT-SUS-HELD-DATE   PIC 9(8).
               10  CKPT-SUS-LIMIT       PIC 9(7)V99.
               10  CKPT-SUS-STATUS      PIC X(1).
               10  CKPT-SUS-ACTIONED-BY PIC X(8).
               10  FILLER               PIC X(4).
      *    "F" RECORDS FOLLOW THE "H" RECORD OF A SUSPENSE ENTRY HELD
      *    OUT OF A FOREIGN-CURRENCY DETAIL AND CARRY ITS CURRENCY,
      *    AMOUNT AS KEYED AND RATE - THE "H" RECORD HAS NO ROOM.
           05  CKPT-SUSPENSE-FX-DATA REDEFINES CKPT-SUMMARY-DATA.
               10  CKPT-SFX-CURRENCY    PIC X(3).
               10  CKPT-SFX-ORIG-AMOUNT PIC S9(11)V99.
               10  CKPT-SFX-RATE        PIC 9(4)V9(6).
               10  FILLER               PIC X(53).

       FD  GL-EXTRACT-FILE
           RECORDING MODE IS F.
      *    "C" CONTROL RECORD CARRYING WS-TOTAL SO ACCOUNTING CAN
      *    PROVE THE DETAIL LINES SUM TO THE POSTED TOTAL. EXTRACTS
      *    WRITTEN BEFORE THE SPLIT CARRY A BLANK TYPE AND READ AS A
      *    SINGLE DETAIL LINE. GL-POSTING-STAMP IS CARRIED ON THE
      *    CONTROL RECORD ONLY - IT IS THE SAME STAMP THE RUN WRITES
      *    ON ITS PROCESSED-RUNS REGISTRY ENTRIES, SO GLACKREC CAN TIE
      *    THE LEDGER'S ACKNOWLEDGEMENT BACK TO THE EXTRACTS IT
      *    CONFIRMS. DETAIL LINES AND A BACKOUT'S NEGATING EXTRACT
      *    CARRY IT BLANK.
       01  GL-EXTRACT-RECORD.
           05  GL-ACCOUNT-CODE          PIC X(4).
           05  GL-PERIOD                PIC X(6).
           05  GL-AMOUNT                PIC S9(13)V99.
           05  GL-RECORD-TYPE           PIC X(1).
           05  GL-POSTING-STAMP         PIC X(26).
           05  FILLER                   PIC X(28).

       FD  CORRECTION-FILE
           RECORDING MODE IS F.
           05  RS-TOTAL                PIC S9(13)V99.
           05  RS-START-TIMESTAMP      PIC X(26).
           05  RS-END-TIMESTAMP        PIC X(26).
      *    DETAILS HELD IN SUSPENSE ARE NEITHER ACCEPTED NOR
      *    REJECTED - RUNRECON ADDS THEM IN WHEN IT PROVES THE
      *    COUNTS. BLANK ON RECORDS WRITTEN BEFORE THE HOLD EXISTED.
           05  RS-HELD-COUNT           PIC 9(7).
      *    SET WHEN THE RUN WAS REFUSED BECAUSE ITS GL PERIOD IS
      *    LOCKED (OR CLOSED WITH NO OPEN PERIOD TO TAKE IT).
           05  RS-PERIOD-REFUSED-FLAG  PIC 9.
           05  FILLER                  PIC X(13).

       FD  RUN-HISTORY-FILE
           RECORDING MODE IS F.
       FD  PROCESSED-RUNS-FILE
           RECORDING MODE IS F.
      *    ONE RECORD PER EXTRACT EVER POSTED TO THE LEDGER.
      *    PRG-RUN-STATUS "P" MEANS POSTED AND SENT TO THE LEDGER;
      *    "K" MEANS GLACKREC HAS SINCE HAD EVERY LINE CONFIRMED BY
      *    THE LEDGER'S ACKNOWLEDGEMENT (ON PRG-CONFIRMED-DATE). BOTH
      *    COUNT AS POSTED. A LATER BACKOUT MAY MARK AN ENTRY "B" SO
      *    THE CORRECTED EXTRACT CAN RUN CLEAN.
       01  PROCESSED-RUN-RECORD.
           05  PRG-EXTRACT-DATE         PIC 9(8).
           05  PRG-FILE-SERIAL          PIC 9(4).
           05  PRG-POSTED-TIMESTAMP     PIC X(26).
           05  PRG-RUN-STATUS           PIC X(1).
           05  PRG-CONFIRMED-DATE       PIC 9(8).
           05  FILLER                   PIC X(33).

       FD  CATEGORY-MASTER-FILE.
      *    THE CATEGORY MASTER IS MAINTAINED BY CATMAINT - OPS DO NOT
      *    MAY POST TO THE CATEGORY IN; ZERO OR BLANK LEAVES THAT
      *    END OPEN. RECORDS WRITTEN BEFORE THE COLUMNS EXISTED
      *    CARRY BLANKS AND VALIDATE AS ALWAYS-OPEN.
      *    CM-APPROVAL-LIMIT IS THE LARGEST SINGLE DETAIL THAT POSTS
      *    TO THE CATEGORY UNATTENDED; ANYTHING ABOVE IT WAITS IN
      *    SUSPENSE FOR A SUPERVISOR'S RELEASE CARD. ZERO OR BLANK
      *    MEANS NO LIMIT.
       01  CATEGORY-MASTER-RECORD.
           05  CM-CATEGORY-CODE         PIC X(4).
           05  CM-DESCRIPTION           PIC X(30).
           05  CM-GL-ACCOUNT            PIC X(4).
           05  CM-EFFECTIVE-DATE        PIC 9(8).
           05  CM-EXPIRY-DATE           PIC 9(8).
           05  CM-APPROVAL-LIMIT        PIC 9(7)V99.
           05  FILLER                   PIC X(16).

       FD  RATE-FILE.
      *    ONE RECORD PER CURRENCY PER BUSINESS DAY, KEYED ON THE
      *    CURRENCY CODE PLUS THE DATE THE RATE APPLIES TO. RT-RATE IS
      *    THE NUMBER OF BASE-CURRENCY UNITS ONE UNIT OF THE FOREIGN
      *    CURRENCY BUYS. A FOREIGN DETAIL IS CONVERTED AT THE RATE
      *    FOR ITS EXTRACT DATE AND NO OTHER - A DAY WITH NO RATE
      *    REJECTS THE DETAIL RATHER THAN BORROW A NEIGHBOURING DAY'S.
       01  RATE-RECORD.
           05  RT-RATE-KEY.
               10  RT-CURRENCY-CODE     PIC X(3).
               10  RT-RATE-DATE         PIC 9(8).
           05  RT-RATE                  PIC 9(4)V9(6).
           05  FILLER                   PIC X(59).

       FD  POSTED-REFERENCE-FILE
           RECORDING MODE IS F.
      *    THE ROLLING FILE OF DOCUMENT REFERENCES POSTED IN THE LAST
      *    CTL-DUP-WINDOW-DAYS DAYS. EVERY CLEAN NORMAL RUN REWRITES
      *    IT WITH THE ENTRIES STILL INSIDE THE WINDOW PLUS ITS OWN
      *    POSTINGS; A BACKOUT TAKES ITS EXTRACTS' ENTRIES BACK OUT
      *    SO THE CORRECTED EXTRACT IS NOT HELD AS A REPEAT OF ITSELF.
      *    A FOREIGN-CURRENCY DOCUMENT IS REMEMBERED BY ITS CURRENCY
      *    AND AMOUNT AS KEYED (DR-AMOUNT ZERO); A BASE-CURRENCY ONE
      *    BY DR-AMOUNT WITH A BLANK CURRENCY, AS BEFORE.
       01  POSTED-REFERENCE-RECORD.
           05  DR-DOC-REFERENCE         PIC X(16).
           05  DR-CATEGORY-CODE         PIC X(4).
           05  DR-AMOUNT                PIC S9(7)V99.
           05  DR-POSTED-DATE           PIC 9(8).
           05  DR-EXTRACT-DATE          PIC 9(8).
           05  DR-FILE-SERIAL           PIC 9(4).
           05  DR-SEQUENCE              PIC 9(7).
           05  DR-CURRENCY-CODE         PIC X(3).
           05  DR-ORIG-AMOUNT           PIC S9(11)V99.
           05  FILLER                   PIC X(8).

       FD  SUSPECT-REPORT-FILE.
       01  SUSPECT-REPORT-LINE          PIC X(80).

       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
      *    ONE RECORD PER HIGH-VALUE DETAIL STILL WAITING FOR A
      *    SUPERVISOR. THE KEY IS THE EXTRACT IDENTITY PLUS THE
      *    DETAIL'S SEQUENCE WITHIN THAT EXTRACT - THE NUMBER THE
      *    UPSTREAM SYSTEM AND THE SUSPENSE LISTING BOTH SHOW.
      *    SUS-INPUT-VALUE IS THE KEYED MAGNITUDE; SUS-TRANS-TYPE
      *    SAYS WHETHER IT POSTS AS A DEBIT OR A CREDIT. A RELEASED
      *    OR DECLINED ITEM DROPS OFF THE FILE WHEN THE RUN THAT
      *    ACTIONED IT COMPLETES.
      *    AN ITEM HELD OUT OF A FOREIGN-CURRENCY DETAIL KEEPS ITS
      *    CURRENCY, AMOUNT AS KEYED AND RATE SO ITS RELEASE IS
      *    AUDITED THE SAME AS A DETAIL POSTED STRAIGHT THROUGH;
      *    SUS-INPUT-VALUE IS THEN THE CONVERTED VALUE. RECORDS FROM
      *    WHEN THE FILE WAS STILL 80 BYTES, PADDED OUT, CARRY A BLANK
      *    CURRENCY.
       01  SUSPENSE-RECORD.
           05  SUS-EXTRACT-DATE         PIC 9(8).
           05  SUS-FILE-SERIAL          PIC 9(4).
           05  SUS-SEQUENCE             PIC 9(7).
           05  SUS-INPUT-VALUE          PIC S9(7)V99.
           05  SUS-TRANS-TYPE           PIC X(1).
           05  SUS-CATEGORY-CODE        PIC X(4).
           05  SUS-DOC-REFERENCE        PIC X(16).
           05  SUS-HELD-DATE            PIC 9(8).
           05  SUS-LIMIT                PIC 9(7)V99.
           05  FILLER                   PIC X(14).
           05  SUS-CURRENCY-CODE        PIC X(3).
           05  SUS-ORIG-AMOUNT          PIC S9(11)V99.
           05  SUS-FX-RATE              PIC 9(4)V9(6).
           05  FILLER                   PIC X(14).

       FD  RELEASE-CARD-FILE
           RECORDING MODE IS F.
      *    REL-ACTION "R" RELEASES THE NAMED SUSPENSE ITEM INTO THIS
      *    RUN'S POSTING; "D" DECLINES IT - IT NEVER POSTS AND LEAVES
      *    SUSPENSE. REL-SUPERVISOR-ID IS REQUIRED ON EVERY CARD AND
      *    IS PRINTED ON THE SUSPENSE LISTING AGAINST THE ITEM.
       01  RELEASE-CARD-RECORD.
           05  REL-ACTION               PIC X(1).
           05  REL-EXTRACT-DATE         PIC 9(8).
           05  REL-FILE-SERIAL          PIC 9(4).
           05  REL-SEQUENCE             PIC 9(7).
           05  REL-SUPERVISOR-ID        PIC X(8).
           05  FILLER                   PIC X(52).

       FD  SUSPENSE-LISTING-FILE.
       01  SUSPENSE-LISTING-LINE        PIC X(80).

       FD  PERIOD-STATUS-FILE
           RECORDING MODE IS F.
      *    ONE RECORD PER FISCAL PERIOD, MAINTAINED BY ACCTPER.
      *    PS-STATUS "O" IS OPEN, "C" CLOSED BY THE PERIOD-END
      *    CONSOLIDATION (LATE ACTIVITY IS REDIRECTED TO THE CURRENT
      *    OPEN PERIOD AS A PRIOR-PERIOD ADJUSTMENT) AND "L" LOCKED
      *    BY FINANCE (NOTHING MAY POST TO IT AT ALL). A PERIOD NOT
      *    ON THE FILE - OR NO FILE AT ALL - IS OPEN.
       01  PERIOD-STATUS-RECORD.
           05  PS-PERIOD-KEY            PIC X(6).
           05  PS-STATUS                PIC X(1).
           05  PS-START-DATE            PIC 9(8).
           05  PS-END-DATE              PIC 9(8).
           05  PS-CHANGED-DATE          PIC 9(8).
           05  PS-CHANGED-BY            PIC X(8).
           05  FILLER                   PIC X(41).

       FD  PPA-REPORT-FILE.
       01  PPA-REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-DATA-AREA.
           05  WS-DUPLICATE-RUN-FLAG   PIC 9 VALUE 0.
           05  WS-BACKOUT-MISMATCH-FLAG PIC 9 VALUE 0.
           05  WS-CORRECTION-REFUSED-FLAG PIC 9 VALUE 0.
           05  WS-PERIOD-REFUSED-FLAG  PIC 9 VALUE 0.

       01  WS-RUN-STATUS-AREA.
      *    RETURN-CODE GRADES: 0 CLEAN, 4 COMPLETED WITH REJECTS,
      *    8 RUN HELD (TOLERANCE, OUT OF BALANCE, DUPLICATE, BACKOUT
      *    REFUSED, LOCKED PERIOD), 12 WS-TOTAL OVERFLOW, 16 FILE
      *    ERROR.
           05  WS-RETURN-CODE          PIC 9(2) VALUE 0.
           05  WS-START-TIMESTAMP      PIC X(26) VALUE SPACES.

           05  WS-GLEX-CTL-FOUND       PIC 9 VALUE 0.
           05  WS-GLEX-CTL-AMOUNT      PIC S9(13)V99 VALUE 0.
           05  WS-GLEX-ACCOUNT-WORK    PIC X(4) VALUE SPACES.
           05  WS-GL-POSTING-STAMP     PIC X(26) VALUE SPACES.
           05  WS-GLLINE-COUNT         PIC 9(3) VALUE 0.
           05  WS-GLLINE-ENTRY
                   OCCURS 1 TO 60 TIMES
               10  WS-PREG-SERIAL      PIC 9(4).
               10  WS-PREG-RUN-STATUS  PIC X(1).

       01  WS-RESTAMP-TABLE.
      *    THE IDENTITIES A RUN WITH NO HEADER OF ITS OWN - A
      *    CORRECTION RUN, OR A HEADERLESS LEGACY FILE - REGISTERS
      *    ITS GL EXTRACT UNDER, AND WHETHER 8160 FOUND EACH ONE ON
      *    THE REGISTRY ALREADY.
           05  WS-RST-COUNT            PIC 9(3) VALUE 0.
           05  WS-RST-SUB              PIC 9(3) VALUE 0.
           05  WS-RST-NEW-COUNT        PIC 9(3) VALUE 0.
           05  WS-RST-ENTRY
                   OCCURS 1 TO 20 TIMES
                   DEPENDING ON WS-RST-COUNT.
               10  WS-RST-DATE         PIC 9(8).
               10  WS-RST-SERIAL       PIC 9(4).
               10  WS-RST-FOUND        PIC 9.

       01  WS-BALANCE-AREA.
      *    WS-HASH-TOTAL ACCUMULATES TR-INPUT-VALUE FOR EVERY DETAIL
      *    RECORD READ, ACCEPTED OR REJECTED, SO IT CAN BE BALANCED
      *    AGAINST THE HASH TOTAL THE UPSTREAM SYSTEM STAMPED IN THE
      *    TRAILER RECORD. A FOREIGN-CURRENCY DETAIL HASHES ITS
      *    ORIGINAL AMOUNT, PICKED UP INTO WS-HASH-AMOUNT IN 2010.
           05  WS-HASH-TOTAL           PIC S9(13)V99 VALUE 0.
           05  WS-HEADER-FOUND         PIC 9 VALUE 0.
           05  WS-TRAILER-FOUND        PIC 9 VALUE 0.
           05  WS-TRL-RECORD-COUNT     PIC 9(7) VALUE 0.
           05  WS-TRL-HASH-TOTAL       PIC S9(13)V99 VALUE 0.
           05  WS-HASH-AMOUNT          PIC S9(11)V99 VALUE 0.

       01  WS-CATEGORY-TABLE.
           05  WS-CATEGORY-COUNT       PIC 9(3) VALUE 0.
               10  WS-CATMAST-GLACCT   PIC X(4).
               10  WS-CATMAST-EFF      PIC 9(8).
               10  WS-CATMAST-EXP      PIC 9(8).
               10  WS-CATMAST-LIMIT    PIC 9(7)V99.

       01  WS-CURRENCY-AREA.
      *    THE CURRENCY, AMOUNT AS KEYED AND RATE OF THE CURRENT
      *    DETAIL. A BASE-CURRENCY DETAIL LEAVES THE CODE BLANK AND
      *    THE AMOUNT AND RATE ZERO, AND SO DOES EVERY RECORD WRITTEN
      *    OUTSIDE 2010 - REVERSALS, CORRECTIONS, RELEASES, BACKOUTS.
           05  WS-CURRENCY-CODE        PIC X(3) VALUE SPACES.
           05  WS-ORIG-AMOUNT          PIC S9(11)V99 VALUE 0.
           05  WS-FX-RATE              PIC 9(4)V9(6) VALUE 0.
           05  WS-FX-FOREIGN           PIC 9 VALUE 0.
           05  WS-FX-REJECT            PIC 9 VALUE 0.
           05  WS-FX-RESULT            PIC X(1) VALUE SPACE.
           05  WS-FX-DATE              PIC 9(8) VALUE 0.
           05  WS-FX-CONVERTED-COUNT   PIC 9(7) VALUE 0.
           05  WS-RATE-FILE-OPEN       PIC 9 VALUE 0.
           05  WS-FX-UNKNOWN-REASON.
               10  FILLER              PIC X(17)
                   VALUE "UNKNOWN CURRENCY ".
               10  WS-FXU-CURRENCY     PIC X(3).
               10  FILLER              PIC X(10) VALUE SPACES.
           05  WS-FX-NO-RATE-REASON.
               10  FILLER              PIC X(12)
                   VALUE "NO RATE FOR ".
               10  WS-FXN-CURRENCY     PIC X(3).
               10  FILLER              PIC X(4) VALUE " ON ".
               10  WS-FXN-DATE         PIC 9(8).
               10  FILLER              PIC X(3) VALUE SPACES.
      *    EVERY CURRENCY/DATE PAIR LOOKED UP THIS RUN, FOUND OR NOT,
      *    SO A FILE OF A THOUSAND EURO INVOICES COSTS ONE KEYED READ.
      *    WS-FXC-RESULT IS "F" FOUND, "U" CURRENCY NOT ON THE TABLE
      *    AT ALL, "N" CURRENCY KNOWN BUT NO RATE FOR THAT DATE. A
      *    FULL CACHE ONLY MEANS LATER PAIRS ARE READ EVERY TIME.
           05  WS-FXC-COUNT            PIC 9(3) VALUE 0.
           05  WS-FXC-SUB              PIC 9(3) VALUE 0.
           05  WS-FXC-MATCH-SUB        PIC 9(3) VALUE 0.
           05  WS-FXC-ENTRY
                   OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-FXC-COUNT.
               10  WS-FXC-CURRENCY     PIC X(3).
               10  WS-FXC-DATE         PIC 9(8).
               10  WS-FXC-RATE         PIC 9(4)V9(6).
               10  WS-FXC-RESULT       PIC X(1).

       01  WS-CONTROL-AREA.
           05  WS-RUN-MODE             PIC X(1) VALUE "N".
           05  WS-GL-PERIOD            PIC X(6) VALUE SPACES.
           05  WS-REPROCESS-OVERRIDE   PIC X(1) VALUE SPACE.
           05  WS-VARIANCE-PCT         PIC 9(3) VALUE 0.
           05  WS-DUP-WINDOW-DAYS      PIC 9(3) VALUE 30.
           05  WS-BASE-CURRENCY        PIC X(3) VALUE SPACES.

       01  WS-FILE-STATUS-AREA.
           05  WS-TRANS-STATUS         PIC XX VALUE "00".
           05  WS-PREG-STATUS          PIC XX VALUE "00".
           05  WS-HIST-STATUS          PIC XX VALUE "00".
           05  WS-STAT-STATUS          PIC XX VALUE "00".
           05  WS-DREF-STATUS          PIC XX VALUE "00".
           05  WS-DUPR-STATUS          PIC XX VALUE "00".
           05  WS-SUSP-STATUS          PIC XX VALUE "00".
           05  WS-RELC-STATUS          PIC XX VALUE "00".
           05  WS-SUSL-STATUS          PIC XX VALUE "00".
           05  WS-PSTA-STATUS          PIC XX VALUE "00".
           05  WS-PPAR-STATUS          PIC XX VALUE "00".
           05  WS-RATE-STATUS          PIC XX VALUE "00".
           05  WS-EOF-FLAG             PIC 9 VALUE 0.
           05  WS-DREF-EOF-FLAG        PIC 9 VALUE 0.
           05  WS-SUSP-EOF-FLAG        PIC 9 VALUE 0.
           05  WS-PSTA-EOF-FLAG        PIC 9 VALUE 0.
           05  WS-RELC-EOF-FLAG        PIC 9 VALUE 0.
           05  WS-CORR-EOF-FLAG        PIC 9 VALUE 0.
           05  WS-CATG-EOF-FLAG        PIC 9 VALUE 0.
           05  WS-PREG-EOF-FLAG        PIC 9 VALUE 0.
           05  WS-REVERSAL-SEQUENCE    PIC 9(7) VALUE 0.
           05  WS-AUDIT-ACTION         PIC X(1) VALUE "A".
           05  WS-AUDIT-REVERSED-SEQ   PIC 9(7) VALUE 0.
      *    THE DOCUMENT REFERENCE AND KEYED MAGNITUDE OF THE CURRENT
      *    DETAIL, PICKED UP IN 2010 BEFORE A CREDIT IS NEGATED, AND
      *    THE SWITCH 2050 SETS WHEN THEY MATCH AN EARLIER POSTING.
      *    FOR A FOREIGN-CURRENCY DETAIL WS-DOC-CURRENCY IS ITS
      *    CURRENCY AND WS-DOC-AMOUNT ITS AMOUNT AS KEYED; OTHERWISE
      *    THE CURRENCY IS BLANK AND THE AMOUNT IS THE BASE VALUE.
      *    WS-DUP-PRIOR-HELD IS SET WHEN THE MATCH IS AN ITEM STILL
      *    HELD IN SUSPENSE RATHER THAN A POSTING.
           05  WS-DOC-REFERENCE        PIC X(16) VALUE SPACES.
           05  WS-DOC-CURRENCY         PIC X(3) VALUE SPACES.
           05  WS-DOC-AMOUNT           PIC S9(11)V99 VALUE 0.
           05  WS-DUP-SUSPECT          PIC 9 VALUE 0.
           05  WS-DUP-PRIOR-HELD       PIC 9 VALUE 0.
           05  WS-DUP-SUSPECT-COUNT    PIC 9(7) VALUE 0.
           05  WS-DUPR-OPEN            PIC 9 VALUE 0.
      *    HIGH-VALUE HOLD AND RELEASE. WS-HIGH-VALUE IS SET BY 2070
      *    WHEN THE CURRENT DETAIL IS OVER ITS CATEGORY'S LIMIT.
           05  WS-HIGH-VALUE           PIC 9 VALUE 0.
           05  WS-HOLD-SEQUENCE        PIC 9(7) VALUE 0.
           05  WS-HELD-COUNT           PIC 9(7) VALUE 0.
           05  WS-RELEASED-COUNT       PIC 9(7) VALUE 0.
           05  WS-DECLINED-COUNT       PIC 9(7) VALUE 0.
           05  WS-RELEASE-REJECTED     PIC 9(7) VALUE 0.
           05  WS-RELEASED-TOTAL       PIC S9(13)V99 VALUE 0.
           05  WS-STILL-HELD-COUNT     PIC 9(7) VALUE 0.
           05  WS-STILL-HELD-TOTAL     PIC S9(13)V99 VALUE 0.
           05  WS-SUS-AGE-DAYS         PIC 9(5) VALUE 0.
           05  WS-SUSL-OPEN            PIC 9 VALUE 0.

       01  WS-SUSPENSE-TABLE.
      *    THE SUSPENSE FILE PLUS EVERY ITEM THIS RUN HOLDS. STATUS
      *    "F" IS STILL HELD FROM AN EARLIER RUN, "N" WAS HELD BY
      *    THIS RUN, "P" WAS RELEASED AND POSTED BY THIS RUN, "D"
      *    WAS DECLINED BY THIS RUN AND "X" IS DROPPED BY A BACKOUT.
      *    ONLY "F" AND "N" ARE WRITTEN BACK TO THE FILE.
           05  WS-SUS-COUNT            PIC 9(5) VALUE 0.
           05  WS-SUS-FOUND            PIC 9 VALUE 0.
           05  WS-SUS-RESTORED         PIC 9 VALUE 0.
           05  WS-SUS-ENTRY
                   OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-SUS-COUNT
                   INDEXED BY WS-SUS-IDX.
               10  WS-SUS-EXT-DATE     PIC 9(8).
               10  WS-SUS-EXT-SERIAL   PIC 9(4).
               10  WS-SUS-SEQUENCE     PIC 9(7).
               10  WS-SUS-VALUE        PIC S9(7)V99.
               10  WS-SUS-TYPE         PIC X(1).
               10  WS-SUS-CATEGORY     PIC X(4).
               10  WS-SUS-REFERENCE    PIC X(16).
               10  WS-SUS-HELD-DATE    PIC 9(8).
               10  WS-SUS-LIMIT        PIC 9(7)V99.
               10  WS-SUS-ENT-STATUS   PIC X(1).
               10  WS-SUS-ACTIONED-BY  PIC X(8).
               10  WS-SUS-CURRENCY     PIC X(3).
               10  WS-SUS-ORIG-AMOUNT  PIC S9(11)V99.
               10  WS-SUS-FX-RATE      PIC 9(4)V9(6).

       01  WS-POSTED-REFERENCE-TABLE.
      *    THE POSTED-REFERENCE FILE, LESS ANYTHING OLDER THAN THE
      *    WINDOW, PLUS EVERY REFERENCED LINE THIS RUN POSTS. STATUS
      *    "F" CAME FROM THE FILE, "N" WAS POSTED THIS RUN, AND "X"
      *    WAS POSTED THIS RUN BUT REVERSED AGAIN, SO IT IS NOT
      *    CARRIED FORWARD TO HOLD A LEGITIMATE RE-KEY. CURRENCY AND
      *    AMOUNT ARE AS IN WS-DOC-CURRENCY AND WS-DOC-AMOUNT.
           05  WS-DREF-CUTOFF-DATE     PIC 9(8) VALUE 0.
           05  WS-DREF-POSTED-DATE     PIC 9(8) VALUE 0.
           05  WS-DREF-COUNT           PIC 9(5) VALUE 0.
           05  WS-DREF-ENTRY
                   OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-DREF-COUNT
                   INDEXED BY WS-DREF-IDX.
               10  WS-DREF-REFERENCE   PIC X(16).
               10  WS-DREF-CATEGORY    PIC X(4).
               10  WS-DREF-CURRENCY    PIC X(3).
               10  WS-DREF-AMOUNT      PIC S9(11)V99.
               10  WS-DREF-DATE        PIC 9(8).
               10  WS-DREF-EXT-DATE    PIC 9(8).
               10  WS-DREF-EXT-SERIAL  PIC 9(4).
               10  WS-DREF-SEQUENCE    PIC 9(7).
               10  WS-DREF-ENT-STATUS  PIC X(1).

       01  WS-ACCEPTED-TABLE.
      *    EVERY ACCEPTED DEBIT AND CREDIT IS KEPT HERE (AND
               10  WS-CORR-TBL-CATEGORY PIC X(4).
               10  WS-CORR-TBL-DATE     PIC 9(8).

       01  WS-PERIOD-STATUS-TABLE.
      *    THE PERIOD-STATUS FILE, TABLED BEFORE ANY MODE STARTS SO
      *    EVERY POSTING PATH CHECKS THE SAME PICTURE. WS-PER-TARGET
      *    IS THE PERIOD ACTIVITY IS AIMED AT; 1950 RETURNS ITS
      *    STATUS IN WS-PER-TARGET-STATUS AND THE PERIOD IT MAY
      *    ACTUALLY POST TO IN WS-PER-POST-PERIOD - THE TARGET
      *    ITSELF WHEN OPEN, THE CURRENT OPEN PERIOD WHEN CLOSED,
      *    AND SPACES WHEN NOTHING MAY POST.
           05  WS-PSTAT-LOADED         PIC 9 VALUE 0.
           05  WS-PER-TARGET           PIC X(6) VALUE SPACES.
           05  WS-PER-TARGET-STATUS    PIC X(1) VALUE SPACE.
           05  WS-PER-POST-PERIOD      PIC X(6) VALUE SPACES.
           05  WS-PER-LOOKUP-DATE      PIC 9(8) VALUE 0.
      *    SET WHEN 1150 REDIRECTED THE RUN'S OWN CTL-GL-PERIOD,
      *    WITH THE ADJUSTMENT-TABLE ENTRY THAT RECORDS THE REDIRECT
      *    SO 8100 CAN FILL IN THE AMOUNT ACTUALLY POSTED.
           05  WS-PER-RUN-REDIRECTED   PIC 9 VALUE 0.
           05  WS-PER-RUN-PPA-SUB      PIC 9(3) VALUE 0.
           05  WS-PER-BACKOUT-REDIRECTED PIC 9 VALUE 0.
           05  WS-PSTAT-COUNT          PIC 9(3) VALUE 0.
           05  WS-PSTAT-ENTRY
                   OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-PSTAT-COUNT
                   INDEXED BY WS-PSTAT-IDX.
               10  WS-PSTAT-KEY        PIC X(6).
               10  WS-PSTAT-STATUS     PIC X(1).
               10  WS-PSTAT-START      PIC 9(8).
               10  WS-PSTAT-END        PIC 9(8).

       01  WS-PPA-TABLE.
      *    EVERYTHING THIS RUN AIMED AT A CLOSED OR LOCKED PERIOD -
      *    REDIRECTED OR REFUSED - FOR THE PRIOR-PERIOD ADJUSTMENT
      *    REPORT WRITTEN AT TERMINATION. WS-PPA-MODE IS THE RUN
      *    MODE THAT RAISED IT; WS-PPA-SEQUENCE IS THE CORRECTED
      *    EXCEPTION'S SEQUENCE, ZERO FOR A WHOLE-RUN ENTRY.
           05  WS-PPA-COUNT            PIC 9(3) VALUE 0.
           05  WS-PPA-REDIRECT-COUNT   PIC 9(3) VALUE 0.
           05  WS-PPA-NEW-MODE         PIC X(1) VALUE SPACE.
           05  WS-PPA-NEW-SEQUENCE     PIC 9(7) VALUE 0.
           05  WS-PPA-NEW-AMOUNT       PIC S9(13)V99 VALUE 0.
           05  WS-PPA-NEW-ACTION       PIC X(16) VALUE SPACES.
           05  WS-PPA-ENTRY
                   OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-PPA-COUNT
                   INDEXED BY WS-PPA-IDX.
               10  WS-PPA-MODE         PIC X(1).
               10  WS-PPA-SEQUENCE     PIC 9(7).
               10  WS-PPA-FROM-PERIOD  PIC X(6).
               10  WS-PPA-TO-PERIOD    PIC X(6).
               10  WS-PPA-AMOUNT       PIC S9(13)V99.
               10  WS-PPA-ACTION       PIC X(16).

       01  WS-RUN-DATE-AREA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YYYY     PIC 9(4).
               10  WS-CURRENT-MM       PIC 9(2).
               10  WS-CURRENT-DD       PIC 9(2).
           05  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
                                       PIC 9(8).

       01  WS-REPORT-LINES.
           05  WS-HEADER-LINE-1.
               10  WS-VAR-PCT-X REDEFINES WS-VAR-PCT PIC X(5).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-VAR-FLAG         PIC X(1).
           05  WS-BODY-LINE-SUSPECTS.
               10  FILLER              PIC X(20)
                   VALUE "DUPLICATE SUSPECTS :".
               10  WS-BDY-SUSPECTS     PIC Z,ZZZ,ZZ9.
           05  WS-BODY-LINE-HELD.
               10  FILLER              PIC X(20)
                   VALUE "HELD IN SUSPENSE   :".
               10  WS-BDY-HELD         PIC Z,ZZZ,ZZ9.
           05  WS-BODY-LINE-CONVERTED.
               10  FILLER              PIC X(20)
                   VALUE "FOREIGN CONVERTED  :".
               10  WS-BDY-CONVERTED    PIC Z,ZZZ,ZZ9.
           05  WS-BODY-LINE-RELEASED.
               10  FILLER              PIC X(20)
                   VALUE "RELEASED FROM HOLD :".
               10  WS-BDY-RELEASED     PIC Z,ZZZ,ZZ9.
               10  FILLER              PIC X(8) VALUE " AMOUNT ".
               10  WS-BDY-RELEASED-AMT PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-BODY-LINE-TOTAL.
               10  FILLER              PIC X(20)
                   VALUE "GRAND TOTAL        :".
           05  WS-FOOTER-LINE          PIC X(40)
               VALUE "*** END OF REPORT ***".

       01  WS-SUSPECT-REPORT-LINES.
           05  WS-DUP-HDR-LINE-1.
               10  FILLER              PIC X(26)
                   VALUE "DUPLICATE SUSPECT REPORT -".
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-DUP-HDR-DATE     PIC 9999/99/99.
           05  WS-DUP-COLUMN-LINE.
               10  FILLER              PIC X(27)
                   VALUE "      SEQ DOC REFERENCE".
               10  FILLER              PIC X(25)
                   VALUE "CAT         AMOUNT POSTED".
               10  FILLER              PIC X(24)
                   VALUE "   EXTRACT/SER     PRIOR".
           05  WS-DUP-DETAIL-LINE.
               10  FILLER              PIC X(2) VALUE SPACES.
               10  WS-DUP-SEQ          PIC Z(6)9.
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-DUP-REF          PIC X(16).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-DUP-CAT          PIC X(4).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-DUP-AMOUNT       PIC Z,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-DUP-PRIOR-DATE   PIC 9(8).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-DUP-PRIOR-EXT    PIC 9(8).
               10  FILLER              PIC X(1) VALUE "/".
               10  WS-DUP-PRIOR-SER    PIC 9(4).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-DUP-PRIOR-SEQ    PIC Z(6)9.
      *    UNDER A FOREIGN-CURRENCY SUSPECT, WHOSE AMOUNT ABOVE IS
      *    THIS RUN'S CONVERTED VALUE: THE AMOUNT AS KEYED, WHICH IS
      *    WHAT MATCHED.
           05  WS-DUP-ORIGINAL-LINE.
               10  FILLER              PIC X(27) VALUE SPACES.
               10  FILLER              PIC X(9) VALUE "ORIGINAL ".
               10  WS-DUO-CURRENCY     PIC X(3).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-DUO-AMOUNT       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
      *    UNDER A SUSPECT WHOSE EARLIER COPY IS STILL IN SUSPENSE:
      *    THE PRIOR COLUMNS THEN NAME THE HELD ITEM AND ITS HELD DATE.
           05  WS-DUP-HELD-LINE.
               10  FILLER              PIC X(27) VALUE SPACES.
               10  FILLER              PIC X(40)
                   VALUE "PRIOR COPY HELD IN SUSPENSE OVER LIMIT".
           05  WS-DUP-TOTAL-LINE.
               10  FILLER              PIC X(20)
                   VALUE "SUSPECTS HELD      :".
               10  WS-DUP-TOTAL        PIC Z,ZZZ,ZZ9.

       01  WS-SUSPENSE-LISTING-LINES.
           05  WS-SUL-HDR-LINE-1.
               10  FILLER              PIC X(26)
                   VALUE "HIGH-VALUE SUSPENSE LIST -".
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-SUL-HDR-DATE     PIC 9999/99/99.
           05  WS-SUL-CARD-HDR-LINE    PIC X(40)
               VALUE "RELEASE CARDS THIS RUN:".
           05  WS-SUL-NO-CARDS-LINE    PIC X(40)
               VALUE "  NO RELEASE CARDS SUPPLIED".
           05  WS-SUL-CARD-LINE.
               10  FILLER              PIC X(2) VALUE SPACES.
               10  WS-SUC-ACTION       PIC X(1).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-SUC-EXT-DATE     PIC 9(8).
               10  FILLER              PIC X(1) VALUE "/".
               10  WS-SUC-EXT-SERIAL   PIC 9(4).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-SUC-SEQUENCE     PIC Z(6)9.
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-SUC-SUPERVISOR   PIC X(8).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-SUC-DISPOSITION  PIC X(9).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-SUC-REASON       PIC X(30).
           05  WS-SUL-HELD-HDR-LINE    PIC X(40)
               VALUE "ITEMS STILL HELD AWAITING RELEASE:".
           05  WS-SUL-COLUMN-LINE.
               10  FILLER              PIC X(25)
                   VALUE "  EXTRACT/SER      SEQ CA".
               10  FILLER              PIC X(25)
                   VALUE "T  T        AMOUNT       ".
               10  FILLER              PIC X(26)
                   VALUE "  LIMIT     HELD  AGE".
           05  WS-SUL-HELD-LINE.
               10  FILLER              PIC X(2) VALUE SPACES.
               10  WS-SUH-EXT-DATE     PIC 9(8).
               10  FILLER              PIC X(1) VALUE "/".
               10  WS-SUH-EXT-SERIAL   PIC 9(4).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-SUH-SEQUENCE     PIC Z(6)9.
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-SUH-CATEGORY     PIC X(4).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-SUH-TYPE         PIC X(1).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-SUH-AMOUNT       PIC Z,ZZZ,ZZ9.99.
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-SUH-LIMIT        PIC Z,ZZZ,ZZ9.99.
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-SUH-HELD-DATE    PIC 9(8).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-SUH-AGE          PIC ZZZ9.
           05  WS-SUL-NONE-HELD-LINE   PIC X(40)
               VALUE "  NOTHING HELD".
           05  WS-SUL-COUNT-LINE.
               10  FILLER              PIC X(20)
                   VALUE "ITEMS STILL HELD   :".
               10  WS-SUL-COUNT        PIC Z,ZZZ,ZZ9.
           05  WS-SUL-VALUE-LINE.
               10  FILLER              PIC X(20)
                   VALUE "VALUE STILL HELD   :".
               10  WS-SUL-VALUE        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-SUL-RUN-HELD-LINE    PIC X(60)
               VALUE "RUN HELD - RELEASES ABOVE ARE NOT POSTED".

       01  WS-PPA-REPORT-LINES.
           05  WS-PPA-HDR-LINE-1.
               10  FILLER              PIC X(31)
                   VALUE "PRIOR-PERIOD ADJUSTMENT REPORT-".
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-PPA-HDR-DATE     PIC 9999/99/99.
           05  WS-PPA-MODE-LINE.
               10  FILLER              PIC X(20)
                   VALUE "RUN MODE           :".
               10  WS-PPA-RUN-MODE     PIC X(1).
           05  WS-PPA-COLUMN-LINE.
               10  FILLER              PIC X(28)
                   VALUE "MODE    SEQ AIMED  POSTED   ".
               10  FILLER              PIC X(28)
                   VALUE "            AMOUNT   ACTION".
           05  WS-PPA-DETAIL-LINE.
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-PPD-MODE         PIC X(1).
               10  FILLER              PIC X(2) VALUE SPACES.
               10  WS-PPD-SEQUENCE     PIC Z(6)9.
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-PPD-FROM         PIC X(6).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-PPD-TO           PIC X(6).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-PPD-AMOUNT       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(2) VALUE SPACES.
               10  WS-PPD-ACTION       PIC X(16).
           05  WS-PPA-NONE-LINE        PIC X(40)
               VALUE "  NO PRIOR-PERIOD ACTIVITY THIS RUN".
           05  WS-PPA-COUNT-LINE.
               10  FILLER              PIC X(20)
                   VALUE "ENTRIES LISTED     :".
               10  WS-PPA-TOTAL-COUNT  PIC Z,ZZZ,ZZ9.
           05  WS-PPA-RUN-HELD-LINE    PIC X(60)
               VALUE "RUN HELD - AMOUNTS ABOVE WERE NOT POSTED".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TIMESTAMP
           PERFORM 1100-READ-CONTROL-RECORD
      *    THE PERIOD-STATUS CHECK COMES BEFORE ANY MODE OPENS ITS
      *    OUTPUT FILES - A RUN REFUSED FOR A LOCKED PERIOD MUST
      *    LEAVE THE AUDIT TRAIL AND CHECKPOINT OF THE LAST GOOD RUN
      *    EXACTLY AS THEY WERE. A BACKOUT CHECKS THE PERIOD OF THE
      *    EXTRACT IT NEGATES INSTEAD, ONCE IT HAS TABLED IT.
           PERFORM 1900-LOAD-PERIOD-STATUS
           EVALUATE WS-RUN-MODE
               WHEN "C"
                   PERFORM 1150-CHECK-RUN-PERIOD
                   IF WS-PERIOD-REFUSED-FLAG = 0
                       PERFORM 5000-CORRECTION-RUN
                   END-IF
               WHEN "B"
                   IF WS-PERIOD-REFUSED-FLAG = 0
                       PERFORM 6000-BACKOUT-RUN
                   END-IF
               WHEN OTHER
                   PERFORM 1150-CHECK-RUN-PERIOD
                   IF WS-PERIOD-REFUSED-FLAG = 0
                       PERFORM 1000-INITIALIZE
                       PERFORM 2000-PROCESS-TRANSACTIONS
                           UNTIL WS-EOF-FLAG = 1 OR WS-ERROR-FLAG = 1
                           OR (WS-EXPECTED-COUNT > 0 AND
                               WS-COUNTER >= WS-EXPECTED-COUNT)
                   END-IF
           END-EVALUATE
      *    A RUN WHOSE EVERY EXTRACT GROUP WAS REFUSED AS A DUPLICATE
      *    POSTED NOTHING - HOLD THE REPORT AND GL EXTRACT EXACTLY AS
                   AND WS-ERROR-FLAG = 0 AND WS-EOF-FLAG = 1
               PERFORM 7000-BALANCE-TOTALS
           END-IF
      *    SUPERVISOR RELEASES POST ONLY INTO A RUN THAT READ AND
      *    BALANCED ITS WHOLE FILE - A HELD RUN LEAVES THE ITEMS IN
      *    SUSPENSE FOR THE RERUN TO RELEASE.
           IF WS-RUN-MODE NOT = "C" AND WS-RUN-MODE NOT = "B"
                   AND WS-ERROR-FLAG = 0 AND WS-EOF-FLAG = 1
                   AND WS-OUTPUT-FILES-OPEN = 1
               PERFORM 7500-APPLY-RELEASES
           END-IF
      *    A REPORT OR GL EXTRACT BUILT FROM AN INCOMPLETE OR FAILED
      *    RUN (FILE ERROR, OVERFLOW, TOLERANCE EXCEEDED) WOULD LOOK
      *    LIKE A GENUINE, TRUSTWORTHY WS-TOTAL TO A DOWNSTREAM READER
       1000-INITIALIZE.
           PERFORM 1200-LOAD-CHECKPOINT
           PERFORM 1400-LOAD-CATEGORY-MASTER
           PERFORM 1450-OPEN-RATE-FILE
      *    THE REGISTRY IS TABLED UP FRONT BECAUSE A CONCATENATED
      *    FILE DELIVERS A HEADER PER EXTRACT GROUP - EACH ONE IS
      *    CHECKED AS IT ARRIVES AND ONLY A DUPLICATE GROUP IS
               MOVE 0 TO WS-ACCEPTED-TBL-COUNT
               MOVE 0 TO WS-EXTRACT-COUNT
               MOVE 0 TO WS-CUR-EXT
               MOVE 0 TO WS-DREF-COUNT
               MOVE 0 TO WS-SUS-COUNT
               MOVE 0 TO WS-HELD-COUNT
               MOVE 0 TO WS-RELEASED-COUNT
               MOVE 0 TO WS-DECLINED-COUNT
               MOVE 0 TO WS-RELEASED-TOTAL
      *    THE RESOLVED SET IS DELIBERATELY KEPT ACROSS DAYS: THE
      *    EXCEPTION FILE CARRIES UNRESOLVED REJECTS FORWARD, SO THE
      *    RECORD OF WHICH REJECT-DATE/SEQUENCE PAIRS WERE ALREADY
      *    AGING REPORT AND A LATER CORRECTION RUN WOULD SEE THEM AS
      *    OPEN AGAIN.
           END-IF
      *    THE POSTED-REFERENCE FILE IS LOADED AFTER THE CHECKPOINT
      *    SO A RESUMED RUN HOLDS BOTH EARLIER DAYS' REFERENCES AND
      *    THE ONES IT POSTED ITSELF BEFORE THE INTERRUPTION.
           PERFORM 1700-LOAD-POSTED-REFERENCES
      *    THE SUSPENSE FILE LIKEWISE FOLLOWS THE CHECKPOINT: AN ITEM
      *    A RESUMED RUN ALREADY RELEASED OR DECLINED IS STILL ON THE
      *    FILE, AND THE CHECKPOINT'S ENTRY FOR IT MUST WIN.
           PERFORM 1800-LOAD-SUSPENSE
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "ERROR OPENING TRANSACTION-FILE: "
                   WS-TRANS-STATUS
               DISPLAY "ERROR OPENING CHECKPOINT-FILE: " WS-CKPT-STATUS
               SET WS-FILE-ERROR-FLAG TO 1
               SET WS-ERROR-FLAG TO 1
           END-IF
           PERFORM 1610-OPEN-SUSPECT-REPORT.

       1610-OPEN-SUSPECT-REPORT.
      *    THE DUPLICATE-SUSPECT REPORT IS WRITTEN AS EACH SUSPECT IS
      *    HELD, NOT AT THE END, SO A HELD OR ABORTED RUN STILL SHOWS
      *    WHAT IT HELD. A RESUMED RUN ADDS TO THE REPORT THE
      *    INTERRUPTED RUN STARTED.
           IF WS-RESTART-FOUND = 1
               OPEN EXTEND SUSPECT-REPORT-FILE
           END-IF
           IF WS-RESTART-FOUND = 0 OR WS-DUPR-STATUS = "35"
               OPEN OUTPUT SUSPECT-REPORT-FILE
               IF WS-DUPR-STATUS = "00"
                   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
                   MOVE WS-CURRENT-DATE TO WS-DUP-HDR-DATE
                   WRITE SUSPECT-REPORT-LINE FROM WS-DUP-HDR-LINE-1
                   WRITE SUSPECT-REPORT-LINE FROM WS-HEADER-LINE-2
                   WRITE SUSPECT-REPORT-LINE FROM WS-DUP-COLUMN-LINE
               END-IF
           END-IF
           IF WS-DUPR-STATUS NOT = "00"
               DISPLAY "ERROR OPENING SUSPECT-REPORT-FILE: "
                   WS-DUPR-STATUS
               SET WS-FILE-ERROR-FLAG TO 1
               SET WS-ERROR-FLAG TO 1
           ELSE
               MOVE 1 TO WS-DUPR-OPEN
           END-IF.

       1100-READ-CONTROL-RECORD.
                       ELSE
                           MOVE 0 TO WS-VARIANCE-PCT
                       END-IF
                       IF CTL-DUP-WINDOW-DAYS IS NUMERIC
                           AND CTL-DUP-WINDOW-DAYS > 0
                           MOVE CTL-DUP-WINDOW-DAYS
                               TO WS-DUP-WINDOW-DAYS
                       END-IF
                       MOVE CTL-BASE-CURRENCY TO WS-BASE-CURRENCY
               END-READ
               CLOSE CONTROL-FILE
           ELSE
               END-IF
           END-IF.

       1150-CHECK-RUN-PERIOD.
      *    THE NORMAL AND CORRECTION RUNS POST THEIR WHOLE GL
      *    EXTRACT TO CTL-GL-PERIOD. AIMED AT A CLOSED PERIOD THE RUN
      *    POSTS TO THE CURRENT OPEN PERIOD INSTEAD AND THE REDIRECT
      *    IS LISTED AS A PRIOR-PERIOD ADJUSTMENT; AIMED AT A LOCKED
      *    PERIOD IT IS REFUSED BEFORE IT TOUCHES ANYTHING. A CARD
      *    WITH NO PERIOD NAMES NOTHING TO CHECK.
           IF WS-GL-PERIOD NOT = SPACES
               MOVE WS-GL-PERIOD TO WS-PER-TARGET
               PERFORM 1950-CHECK-POSTING-PERIOD
               IF WS-PER-POST-PERIOD = SPACES
                   IF WS-PER-TARGET-STATUS = "L"
                       DISPLAY "RUN REFUSED: GL PERIOD " WS-GL-PERIOD
                           " IS LOCKED"
                       MOVE "REFUSED-LOCKED" TO WS-PPA-NEW-ACTION
                   ELSE
                       DISPLAY "RUN REFUSED: GL PERIOD " WS-GL-PERIOD
                           " IS CLOSED AND NO OPEN PERIOD FOLLOWS IT"
                       MOVE "REFUSED-NO OPEN" TO WS-PPA-NEW-ACTION
                   END-IF
                   MOVE 0 TO WS-PPA-NEW-SEQUENCE
                   MOVE 0 TO WS-PPA-NEW-AMOUNT
                   PERFORM 1970-ADD-PPA-ENTRY
                   SET WS-PERIOD-REFUSED-FLAG TO 1
                   SET WS-ERROR-FLAG TO 1
               ELSE
                   IF WS-PER-TARGET-STATUS = "C"
                       DISPLAY "GL PERIOD " WS-GL-PERIOD " IS CLOSED "
                           "- RUN POSTS TO " WS-PER-POST-PERIOD
                           " AS A PRIOR-PERIOD ADJUSTMENT"
                       MOVE 0 TO WS-PPA-NEW-SEQUENCE
                       MOVE 0 TO WS-PPA-NEW-AMOUNT
                       MOVE "REDIRECTED" TO WS-PPA-NEW-ACTION
                       PERFORM 1970-ADD-PPA-ENTRY
                       MOVE WS-PPA-COUNT TO WS-PER-RUN-PPA-SUB
                       MOVE WS-PER-POST-PERIOD TO WS-GL-PERIOD
                       MOVE 1 TO WS-PER-RUN-REDIRECTED
                   END-IF
               END-IF
           END-IF.

       1200-LOAD-CHECKPOINT.
      *    IF A CHECKPOINT FILE FROM A PRIOR RUN EXISTS, RESTORE THE
      *    LAST CHECKPOINTED COUNTERS SO A RESTARTED RUN DOES NOT
                                   MOVE 0 TO WS-ACCEPTED-TBL-COUNT
                                   MOVE 0 TO WS-EXTRACT-COUNT
                                   MOVE 0 TO WS-CUR-EXT
                                   MOVE 0 TO WS-DREF-COUNT
                                   MOVE 0 TO WS-SUS-COUNT
                                   MOVE 0 TO WS-HELD-COUNT
                                   MOVE 0 TO WS-RELEASED-COUNT
                                   MOVE 0 TO WS-DECLINED-COUNT
                                   MOVE 0 TO WS-RELEASED-TOTAL
                               WHEN "C"
                                   PERFORM 1210-RESTORE-CATEGORY-ENTRY
                               WHEN "R"
                                   PERFORM 1230-RESTORE-ACCEPTED-ENTRY
                               WHEN "I"
                                   PERFORM 1240-RESTORE-EXTRACT-ENTRY
                               WHEN "D"
                                   PERFORM 1250-RESTORE-DOCREF-ENTRY
                               WHEN "H"
                                   PERFORM 1260-RESTORE-SUSPENSE-ENTRY
                               WHEN "F"
                                   PERFORM 1265-RESTORE-SUSPENSE-FX
                               WHEN "E"
                                   MOVE 1 TO WS-CKPT-RUN-COMPLETE
                           END-EVALUATE
                   TO WS-RUN-LAYOUT-VERSION
           END-IF.

       1250-RESTORE-DOCREF-ENTRY.
           IF WS-DREF-COUNT < 5000
               ADD 1 TO WS-DREF-COUNT
               MOVE CKPT-DREF-REFERENCE
                   TO WS-DREF-REFERENCE (WS-DREF-COUNT)
               MOVE CKPT-DREF-CATEGORY
                   TO WS-DREF-CATEGORY (WS-DREF-COUNT)
      *    A "D" RECORD FROM BEFORE THE CURRENCY WAS CARRIED HAS NO
      *    CURRENCY CODE THERE AND RESTORES AS BASE CURRENCY.
               IF CKPT-DREF-CURRENCY IS ALPHABETIC
                   AND CKPT-DREF-CURRENCY NOT = SPACES
                   AND CKPT-DREF-ORIG-AMOUNT IS NUMERIC
                   MOVE CKPT-DREF-CURRENCY
                       TO WS-DREF-CURRENCY (WS-DREF-COUNT)
                   MOVE CKPT-DREF-ORIG-AMOUNT
                       TO WS-DREF-AMOUNT (WS-DREF-COUNT)
               ELSE
                   MOVE SPACES TO WS-DREF-CURRENCY (WS-DREF-COUNT)
                   MOVE CKPT-DREF-AMOUNT
                       TO WS-DREF-AMOUNT (WS-DREF-COUNT)
               END-IF
               MOVE CKPT-DREF-POSTED-DATE
                   TO WS-DREF-DATE (WS-DREF-COUNT)
               MOVE CKPT-DREF-EXTRACT-DATE
                   TO WS-DREF-EXT-DATE (WS-DREF-COUNT)
               MOVE CKPT-DREF-FILE-SERIAL
                   TO WS-DREF-EXT-SERIAL (WS-DREF-COUNT)
               MOVE CKPT-DREF-SEQUENCE
                   TO WS-DREF-SEQUENCE (WS-DREF-COUNT)
               MOVE CKPT-DREF-STATUS
                   TO WS-DREF-ENT-STATUS (WS-DREF-COUNT)
           END-IF.

       1260-RESTORE-SUSPENSE-ENTRY.
      *    THE RUN'S HOLD AND RELEASE COUNTS ARE NOT CARRIED ON THE
      *    SUMMARY RECORD - THEY ARE REBUILT FROM THE ENTRIES.
           MOVE 0 TO WS-SUS-RESTORED
           IF WS-SUS-COUNT < 2000
               ADD 1 TO WS-SUS-COUNT
               MOVE 1 TO WS-SUS-RESTORED
               MOVE SPACES TO WS-SUS-CURRENCY (WS-SUS-COUNT)
               MOVE 0 TO WS-SUS-ORIG-AMOUNT (WS-SUS-COUNT)
               MOVE 0 TO WS-SUS-FX-RATE (WS-SUS-COUNT)
               MOVE CKPT-SUS-EXTRACT-DATE
                   TO WS-SUS-EXT-DATE (WS-SUS-COUNT)
               MOVE CKPT-SUS-FILE-SERIAL
                   TO WS-SUS-EXT-SERIAL (WS-SUS-COUNT)
               MOVE CKPT-SUS-SEQUENCE TO WS-SUS-SEQUENCE (WS-SUS-COUNT)
               MOVE CKPT-SUS-VALUE TO WS-SUS-VALUE (WS-SUS-COUNT)
               MOVE CKPT-SUS-TRANS-TYPE TO WS-SUS-TYPE (WS-SUS-COUNT)
               MOVE CKPT-SUS-CATEGORY TO WS-SUS-CATEGORY (WS-SUS-COUNT)
               MOVE CKPT-SUS-REFERENCE
                   TO WS-SUS-REFERENCE (WS-SUS-COUNT)
               MOVE CKPT-SUS-HELD-DATE
                   TO WS-SUS-HELD-DATE (WS-SUS-COUNT)
               MOVE CKPT-SUS-LIMIT TO WS-SUS-LIMIT (WS-SUS-COUNT)
               MOVE CKPT-SUS-STATUS TO WS-SUS-ENT-STATUS (WS-SUS-COUNT)
               MOVE CKPT-SUS-ACTIONED-BY
                   TO WS-SUS-ACTIONED-BY (WS-SUS-COUNT)
               EVALUATE CKPT-SUS-STATUS
                   WHEN "N"
                       ADD 1 TO WS-HELD-COUNT
                   WHEN "P"
                       ADD 1 TO WS-RELEASED-COUNT
                       IF CKPT-SUS-TRANS-TYPE = "C"
                           SUBTRACT CKPT-SUS-VALUE
                               FROM WS-RELEASED-TOTAL
                       ELSE
                           ADD CKPT-SUS-VALUE TO WS-RELEASED-TOTAL
                       END-IF
                   WHEN "D"
                       ADD 1 TO WS-DECLINED-COUNT
               END-EVALUATE
           END-IF.

       1265-RESTORE-SUSPENSE-FX.
      *    BELONGS TO THE "H" RECORD JUST BEFORE IT - AND ONLY IF
      *    THAT ENTRY FOUND ROOM IN THE TABLE.
           IF WS-SUS-RESTORED = 1
               MOVE CKPT-SFX-CURRENCY TO WS-SUS-CURRENCY (WS-SUS-COUNT)
               MOVE CKPT-SFX-ORIG-AMOUNT
                   TO WS-SUS-ORIG-AMOUNT (WS-SUS-COUNT)
               MOVE CKPT-SFX-RATE TO WS-SUS-FX-RATE (WS-SUS-COUNT)
           END-IF.

       1300-SKIP-PROCESSED-RECORDS.
      *    ONLY DETAIL RECORDS ADVANCE WS-COUNTER, SO ONLY DETAIL
      *    RECORDS COUNT TOWARD THE SKIP; A HEADER OR TRAILER PASSED
               ELSE
                   MOVE 0 TO WS-CATMAST-EXP (WS-CATMAST-COUNT)
               END-IF
               IF CM-APPROVAL-LIMIT IS NUMERIC
                   MOVE CM-APPROVAL-LIMIT
                       TO WS-CATMAST-LIMIT (WS-CATMAST-COUNT)
               ELSE
                   MOVE 0 TO WS-CATMAST-LIMIT (WS-CATMAST-COUNT)
               END-IF
           ELSE
               DISPLAY "WARNING: CATEGORY MASTER TABLE FULL - CODE "
                   CM-CATEGORY-CODE " NOT LOADED"
           END-IF.

       1450-OPEN-RATE-FILE.
      *    THE RATE TABLE IS TOO LARGE TO TABLE WHOLE - IT IS READ BY
      *    KEY AS FOREIGN DETAILS ARRIVE. A MISSING TABLE DOES NOT
      *    HOLD A RUN THAT MAY WELL BE ALL BASE CURRENCY; ANY FOREIGN
      *    DETAIL IT DOES CARRY REJECTS AS AN UNKNOWN CURRENCY.
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS = "00"
               MOVE 1 TO WS-RATE-FILE-OPEN
           ELSE
               IF WS-RATE-STATUS = "35"
                   DISPLAY "WARNING: NO RATE TABLE FOUND - FOREIGN-"
                       "CURRENCY DETAILS WILL REJECT"
               ELSE
                   DISPLAY "ERROR OPENING RATE-FILE: " WS-RATE-STATUS
                   SET WS-FILE-ERROR-FLAG TO 1
                   SET WS-ERROR-FLAG TO 1
               END-IF
           END-IF.

       1500-LOAD-PROCESSED-RUNS.
      *    THE SCHEDULER (OR A HUMAN) RUNNING THE SAME EXTRACT TWICE
      *    USED TO REBUILD WS-TOTAL AND WRITE A SECOND GL EXTRACT.
                   " NOT CHECKED FOR DUPLICATES"
           END-IF.

       1700-LOAD-POSTED-REFERENCES.
      *    ONLY REFERENCES POSTED INSIDE THE WINDOW ARE TABLED - AN
      *    OLDER ONE DROPS OUT HERE AND IS GONE FOR GOOD THE NEXT TIME
      *    THE FILE IS REWRITTEN. A MISSING FILE IS AN EMPTY HISTORY,
      *    NOT AN ERROR - THE FIRST CLEAN RUN CREATES IT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           COMPUTE WS-DREF-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE-N)
                   - WS-DUP-WINDOW-DAYS)
           MOVE 0 TO WS-DREF-EOF-FLAG
           OPEN INPUT POSTED-REFERENCE-FILE
           IF WS-DREF-STATUS = "00"
               PERFORM UNTIL WS-DREF-EOF-FLAG = 1
                   READ POSTED-REFERENCE-FILE
                       AT END
                           SET WS-DREF-EOF-FLAG TO 1
                       NOT AT END
                           IF DR-POSTED-DATE IS NUMERIC
                               AND DR-POSTED-DATE
                                   >= WS-DREF-CUTOFF-DATE
                               PERFORM 1710-ADD-DREF-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTED-REFERENCE-FILE
           ELSE
               IF WS-DREF-STATUS NOT = "35"
                   DISPLAY "ERROR OPENING POSTED-REFERENCE-FILE: "
                       WS-DREF-STATUS
                   SET WS-FILE-ERROR-FLAG TO 1
                   SET WS-ERROR-FLAG TO 1
               END-IF
           END-IF.

       1710-ADD-DREF-ENTRY.
           IF WS-DREF-COUNT < 5000
               ADD 1 TO WS-DREF-COUNT
               MOVE DR-DOC-REFERENCE
                   TO WS-DREF-REFERENCE (WS-DREF-COUNT)
               MOVE DR-CATEGORY-CODE TO WS-DREF-CATEGORY (WS-DREF-COUNT)
      *    A RECORD WRITTEN BEFORE THE CURRENCY WAS CARRIED HAS
      *    BLANKS THERE AND LOADS AS BASE CURRENCY.
               IF DR-CURRENCY-CODE IS ALPHABETIC
                   AND DR-CURRENCY-CODE NOT = SPACES
                   AND DR-ORIG-AMOUNT IS NUMERIC
                   MOVE DR-CURRENCY-CODE
                       TO WS-DREF-CURRENCY (WS-DREF-COUNT)
                   MOVE DR-ORIG-AMOUNT TO WS-DREF-AMOUNT (WS-DREF-COUNT)
               ELSE
                   MOVE SPACES TO WS-DREF-CURRENCY (WS-DREF-COUNT)
                   MOVE DR-AMOUNT TO WS-DREF-AMOUNT (WS-DREF-COUNT)
               END-IF
               MOVE DR-POSTED-DATE TO WS-DREF-DATE (WS-DREF-COUNT)
               MOVE DR-EXTRACT-DATE TO WS-DREF-EXT-DATE (WS-DREF-COUNT)
               MOVE DR-FILE-SERIAL
                   TO WS-DREF-EXT-SERIAL (WS-DREF-COUNT)
               MOVE DR-SEQUENCE TO WS-DREF-SEQUENCE (WS-DREF-COUNT)
               MOVE "F" TO WS-DREF-ENT-STATUS (WS-DREF-COUNT)
           ELSE
               DISPLAY "WARNING: POSTED-REFERENCE TABLE FULL - "
                   "DOCUMENT " DR-DOC-REFERENCE " NOT CHECKED"
           END-IF.

       1800-LOAD-SUSPENSE.
      *    EVERY HIGH-VALUE ITEM STILL AWAITING A SUPERVISOR. A
      *    MISSING FILE MEANS NOTHING HAS EVER BEEN HELD.
           MOVE 0 TO WS-SUSP-EOF-FLAG
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSP-STATUS = "00"
               PERFORM UNTIL WS-SUSP-EOF-FLAG = 1
                   READ SUSPENSE-FILE
                       AT END
                           SET WS-SUSP-EOF-FLAG TO 1
                       NOT AT END
                           PERFORM 1810-ADD-SUSPENSE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           ELSE
               IF WS-SUSP-STATUS NOT = "35"
                   DISPLAY "ERROR OPENING SUSPENSE-FILE: "
                       WS-SUSP-STATUS
                   SET WS-FILE-ERROR-FLAG TO 1
                   SET WS-ERROR-FLAG TO 1
               END-IF
           END-IF.

       1810-ADD-SUSPENSE-ENTRY.
           MOVE 0 TO WS-SUS-FOUND
           IF WS-SUS-COUNT > 0
               SET WS-SUS-IDX TO 1
               SEARCH WS-SUS-ENTRY
                   WHEN WS-SUS-EXT-DATE (WS-SUS-IDX) = SUS-EXTRACT-DATE
                       AND WS-SUS-EXT-SERIAL (WS-SUS-IDX)
                           = SUS-FILE-SERIAL
                       AND WS-SUS-SEQUENCE (WS-SUS-IDX) = SUS-SEQUENCE
                       MOVE 1 TO WS-SUS-FOUND
               END-SEARCH
           END-IF
           IF WS-SUS-FOUND = 0
               IF WS-SUS-COUNT < 2000
                   ADD 1 TO WS-SUS-COUNT
                   MOVE SUS-EXTRACT-DATE
                       TO WS-SUS-EXT-DATE (WS-SUS-COUNT)
                   MOVE SUS-FILE-SERIAL
                       TO WS-SUS-EXT-SERIAL (WS-SUS-COUNT)
                   MOVE SUS-SEQUENCE TO WS-SUS-SEQUENCE (WS-SUS-COUNT)
                   MOVE SUS-INPUT-VALUE TO WS-SUS-VALUE (WS-SUS-COUNT)
                   MOVE SUS-TRANS-TYPE TO WS-SUS-TYPE (WS-SUS-COUNT)
                   MOVE SUS-CATEGORY-CODE
                       TO WS-SUS-CATEGORY (WS-SUS-COUNT)
                   MOVE SUS-DOC-REFERENCE
                       TO WS-SUS-REFERENCE (WS-SUS-COUNT)
                   MOVE SUS-HELD-DATE TO WS-SUS-HELD-DATE (WS-SUS-COUNT)
                   MOVE SUS-LIMIT TO WS-SUS-LIMIT (WS-SUS-COUNT)
                   MOVE "F" TO WS-SUS-ENT-STATUS (WS-SUS-COUNT)
                   MOVE SPACES TO WS-SUS-ACTIONED-BY (WS-SUS-COUNT)
                   IF SUS-CURRENCY-CODE NOT = SPACES
                       AND SUS-ORIG-AMOUNT IS NUMERIC
                       AND SUS-FX-RATE IS NUMERIC
                       MOVE SUS-CURRENCY-CODE
                           TO WS-SUS-CURRENCY (WS-SUS-COUNT)
                       MOVE SUS-ORIG-AMOUNT
                           TO WS-SUS-ORIG-AMOUNT (WS-SUS-COUNT)
                       MOVE SUS-FX-RATE
                           TO WS-SUS-FX-RATE (WS-SUS-COUNT)
                   ELSE
                       MOVE SPACES TO WS-SUS-CURRENCY (WS-SUS-COUNT)
                       MOVE 0 TO WS-SUS-ORIG-AMOUNT (WS-SUS-COUNT)
                       MOVE 0 TO WS-SUS-FX-RATE (WS-SUS-COUNT)
                   END-IF
               ELSE
      *    AN ITEM THAT CANNOT BE TABLED WOULD BE DROPPED WHEN THE
      *    FILE IS REWRITTEN - STOP RATHER THAN LOSE IT.
                   DISPLAY "ERROR: SUSPENSE TABLE FULL - ITEM "
                       SUS-EXTRACT-DATE "/" SUS-FILE-SERIAL "/"
                       SUS-SEQUENCE " NOT LOADED"
                   SET WS-ERROR-FLAG TO 1
               END-IF
           END-IF.

       1900-LOAD-PERIOD-STATUS.
      *    NO PERIOD-STATUS FILE MEANS NO PERIOD HAS BEEN CLOSED YET -
      *    EVERYTHING IS OPEN. A FILE THAT IS THERE BUT CANNOT BE
      *    READ CANNOT PROVE ANY PERIOD OPEN, SO NOTHING POSTS.
           OPEN INPUT PERIOD-STATUS-FILE
           IF WS-PSTA-STATUS = "00"
               MOVE 1 TO WS-PSTAT-LOADED
               PERFORM UNTIL WS-PSTA-EOF-FLAG = 1
                   READ PERIOD-STATUS-FILE
                       AT END
                           SET WS-PSTA-EOF-FLAG TO 1
                       NOT AT END
                           PERFORM 1910-ADD-PSTAT-ENTRY
                   END-READ
               END-PERFORM
               CLOSE PERIOD-STATUS-FILE
           ELSE
               IF WS-PSTA-STATUS NOT = "35"
                   DISPLAY "ERROR OPENING PERIOD-STATUS-FILE: "
                       WS-PSTA-STATUS
                   SET WS-FILE-ERROR-FLAG TO 1
                   SET WS-ERROR-FLAG TO 1
                   SET WS-PERIOD-REFUSED-FLAG TO 1
               END-IF
           END-IF.

       1910-ADD-PSTAT-ENTRY.
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

       1950-CHECK-POSTING-PERIOD.
           MOVE "O" TO WS-PER-TARGET-STATUS
           MOVE WS-PER-TARGET TO WS-PER-POST-PERIOD
           IF WS-PSTAT-LOADED = 1
               SET WS-PSTAT-IDX TO 1
               SEARCH WS-PSTAT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PSTAT-KEY (WS-PSTAT-IDX) = WS-PER-TARGET
                       MOVE WS-PSTAT-STATUS (WS-PSTAT-IDX)
                           TO WS-PER-TARGET-STATUS
               END-SEARCH
           END-IF
           EVALUATE WS-PER-TARGET-STATUS
               WHEN "L"
                   MOVE SPACES TO WS-PER-POST-PERIOD
               WHEN "C"
                   PERFORM 1960-FIND-OPEN-PERIOD
               WHEN OTHER
                   MOVE "O" TO WS-PER-TARGET-STATUS
           END-EVALUATE.

       1960-FIND-OPEN-PERIOD.
      *    THE CURRENT OPEN PERIOD IS THE OPEN PERIOD WHOSE DATES
      *    COVER TODAY. FAILING THAT (TODAY'S OWN PERIOD ALREADY
      *    CLOSED, OR NOT YET ON FILE) IT IS THE EARLIEST OPEN PERIOD
      *    AFTER THE ONE AIMED AT. WITH NEITHER, NOTHING MAY POST.
           MOVE SPACES TO WS-PER-POST-PERIOD
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           SET WS-PSTAT-IDX TO 1
           SEARCH WS-PSTAT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PSTAT-STATUS (WS-PSTAT-IDX) = "O"
                   AND WS-CURRENT-DATE-N
                       >= WS-PSTAT-START (WS-PSTAT-IDX)
                   AND WS-CURRENT-DATE-N
                       <= WS-PSTAT-END (WS-PSTAT-IDX)
                   MOVE WS-PSTAT-KEY (WS-PSTAT-IDX)
                       TO WS-PER-POST-PERIOD
           END-SEARCH
           IF WS-PER-POST-PERIOD = SPACES
               PERFORM VARYING WS-PSTAT-IDX FROM 1 BY 1
                       UNTIL WS-PSTAT-IDX > WS-PSTAT-COUNT
                   IF WS-PSTAT-STATUS (WS-PSTAT-IDX) = "O"
                       AND WS-PSTAT-KEY (WS-PSTAT-IDX) > WS-PER-TARGET
                       AND (WS-PER-POST-PERIOD = SPACES
                           OR WS-PSTAT-KEY (WS-PSTAT-IDX)
                               < WS-PER-POST-PERIOD)
                       MOVE WS-PSTAT-KEY (WS-PSTAT-IDX)
                           TO WS-PER-POST-PERIOD
                   END-IF
               END-PERFORM
           END-IF.

       1965-FIND-PERIOD-FOR-DATE.
      *    THE PERIOD WHOSE DATES COVER WS-PER-LOOKUP-DATE, AND ITS
      *    STATUS. A DATE NO PERIOD COVERS (OR A ZERO DATE) COMES
      *    BACK BLANK AND OPEN.
           MOVE SPACES TO WS-PER-TARGET
           MOVE "O" TO WS-PER-TARGET-STATUS
           IF WS-PSTAT-LOADED = 1 AND WS-PER-LOOKUP-DATE > 0
               SET WS-PSTAT-IDX TO 1
               SEARCH WS-PSTAT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PER-LOOKUP-DATE
                           >= WS-PSTAT-START (WS-PSTAT-IDX)
                       AND WS-PER-LOOKUP-DATE
                           <= WS-PSTAT-END (WS-PSTAT-IDX)
                       MOVE WS-PSTAT-KEY (WS-PSTAT-IDX)
                           TO WS-PER-TARGET
                       MOVE WS-PSTAT-STATUS (WS-PSTAT-IDX)
                           TO WS-PER-TARGET-STATUS
               END-SEARCH
           END-IF.

       1970-ADD-PPA-ENTRY.
      *    WS-PER-TARGET IS THE PERIOD AIMED AT, WS-PER-POST-PERIOD
      *    WHERE IT WENT (SPACES WHEN REFUSED); THE CALLER SETS UP
      *    THE WS-PPA-NEW- FIELDS.
           IF WS-PPA-COUNT < 500
               ADD 1 TO WS-PPA-COUNT
               MOVE WS-RUN-MODE TO WS-PPA-MODE (WS-PPA-COUNT)
               MOVE WS-PPA-NEW-SEQUENCE
                   TO WS-PPA-SEQUENCE (WS-PPA-COUNT)
               MOVE WS-PER-TARGET TO WS-PPA-FROM-PERIOD (WS-PPA-COUNT)
               MOVE WS-PER-POST-PERIOD
                   TO WS-PPA-TO-PERIOD (WS-PPA-COUNT)
               MOVE WS-PPA-NEW-AMOUNT TO WS-PPA-AMOUNT (WS-PPA-COUNT)
               MOVE WS-PPA-NEW-ACTION TO WS-PPA-ACTION (WS-PPA-COUNT)
               IF WS-PPA-NEW-ACTION = "REDIRECTED"
                   ADD 1 TO WS-PPA-REDIRECT-COUNT
               END-IF
           ELSE
               DISPLAY "WARNING: PRIOR-PERIOD ADJUSTMENT TABLE FULL - "
                   WS-PER-TARGET " " WS-PPA-NEW-ACTION " NOT LISTED"
           END-IF.

       2000-PROCESS-TRANSACTIONS.
           EVALUATE TR-RECORD-TYPE
               WHEN "H"
      *    THE HEADER'S LAYOUT VERSION DECIDES WHICH PICTURE THE
      *    DETAIL IS PICKED UP THROUGH, SO OLD WHOLE-UNIT EXTRACTS
      *    AND NEW CENTS EXTRACTS BOTH POST DURING THE CUTOVER.
      *    A REFERENCED DEBIT OR CREDIT WHOSE DOCUMENT, CATEGORY AND
      *    AMOUNT MATCH ONE ALREADY POSTED INSIDE THE WINDOW - ON AN
      *    EARLIER DAY OR EARLIER IN THIS RUN - IS HELD AS A SUSPECTED
      *    DUPLICATE INSTEAD OF POSTING. V1 EXTRACTS CARRY NO
      *    REFERENCE AND ARE NEVER HELD.
      *    A FOREIGN-CURRENCY DETAIL IS COUNTED AND HASHED ON ITS
      *    ORIGINAL AMOUNT FIRST, THEN CONVERTED; ONE THAT CANNOT BE
      *    CONVERTED REJECTS BEFORE ANY OTHER EDIT, SO EVERY LATER
      *    CHECK - DUPLICATE, LIMIT, SIGN - SEES ONLY BASE VALUES.
      *    A REVERSAL POSTS THE BASE VALUE OF ITS TARGET AND IS NEVER
      *    CONVERTED.
           IF WS-GROUP-SKIP = 1
               CONTINUE
           ELSE
               ADD 1 TO WS-COUNTER
               MOVE SPACES TO WS-CURRENCY-CODE
               MOVE 0 TO WS-ORIG-AMOUNT
               MOVE 0 TO WS-FX-RATE
               MOVE 0 TO WS-FX-FOREIGN
               MOVE 0 TO WS-FX-REJECT
               IF WS-RUN-LAYOUT-VERSION = "2"
                   MOVE TR-INPUT-VALUE-V2 TO WS-INPUT-VALUE
                   MOVE TR-INPUT-VALUE-V2 TO WS-HASH-AMOUNT
                   MOVE TR-CATEGORY-CODE-V2 TO WS-CATEGORY-CODE
                   MOVE TR-TRANS-TYPE-V2 TO WS-TRANS-TYPE
                   MOVE TR-REVERSAL-SEQ-V2 TO WS-REVERSAL-SEQUENCE
                   MOVE TR-DOC-REFERENCE-V2 TO WS-DOC-REFERENCE
                   IF TR-CURRENCY-CODE-V2 NOT = SPACES
                       AND TR-CURRENCY-CODE-V2 NOT = WS-BASE-CURRENCY
                       AND WS-TRANS-TYPE NOT = "R"
                       MOVE 1 TO WS-FX-FOREIGN
                       MOVE TR-CURRENCY-CODE-V2 TO WS-CURRENCY-CODE
                       MOVE TR-ORIG-AMOUNT-V2 TO WS-ORIG-AMOUNT
                       MOVE TR-ORIG-AMOUNT-V2 TO WS-HASH-AMOUNT
                       MOVE 0 TO WS-INPUT-VALUE
                   END-IF
               ELSE
                   MOVE TR-INPUT-VALUE TO WS-INPUT-VALUE
                   MOVE TR-INPUT-VALUE TO WS-HASH-AMOUNT
                   MOVE TR-CATEGORY-CODE TO WS-CATEGORY-CODE
                   MOVE TR-TRANS-TYPE TO WS-TRANS-TYPE
                   MOVE TR-REVERSAL-SEQUENCE TO WS-REVERSAL-SEQUENCE
                   MOVE SPACES TO WS-DOC-REFERENCE
               END-IF
               ADD WS-HASH-AMOUNT TO WS-HASH-TOTAL
               IF WS-CUR-EXT > 0
                   ADD 1 TO WS-EXT-COUNT (WS-CUR-EXT)
                   ADD WS-HASH-AMOUNT TO WS-EXT-HASH (WS-CUR-EXT)
               END-IF
               IF WS-FX-FOREIGN = 1
                   PERFORM 2090-CONVERT-CURRENCY
               END-IF
               IF WS-FX-FOREIGN = 1
                   MOVE WS-CURRENCY-CODE TO WS-DOC-CURRENCY
                   MOVE WS-ORIG-AMOUNT TO WS-DOC-AMOUNT
               ELSE
                   MOVE SPACES TO WS-DOC-CURRENCY
                   MOVE WS-INPUT-VALUE TO WS-DOC-AMOUNT
               END-IF
               MOVE 0 TO WS-DUP-SUSPECT
               IF WS-DOC-REFERENCE NOT = SPACES
                   AND WS-TRANS-TYPE NOT = "R"
                   AND WS-FX-REJECT = 0
                   PERFORM 2050-CHECK-POSTED-REFERENCE
               END-IF
               IF WS-FX-REJECT = 1
                   PERFORM 2200-WRITE-EXCEPTION
               ELSE
                   IF WS-DUP-SUSPECT = 1
                       PERFORM 2060-HOLD-DUPLICATE-SUSPECT
                   ELSE
                       EVALUATE WS-TRANS-TYPE
                           WHEN "R"
                               PERFORM 2030-PROCESS-REVERSAL
                           WHEN "D"
                           WHEN "C"
                           WHEN SPACE
                               PERFORM 2015-PROCESS-DEBIT-CREDIT
                           WHEN OTHER
                               MOVE "INVALID TRANSACTION TYPE"
                                   TO WS-REJECT-REASON
                               PERFORM 2200-WRITE-EXCEPTION
                       END-EVALUATE
                   END-IF
               END-IF
               IF WS-CHECKPOINT-INTERVAL > 0
                   AND FUNCTION MOD(WS-COUNTER,
                       WS-CHECKPOINT-INTERVAL) = 0
      *    A BLANK TYPE IS A DEBIT SO EXTRACTS BUILT BEFORE THE TYPE
      *    CODE EXISTED STILL POST. A NEGATIVE MAGNITUDE ON EITHER
      *    TYPE IS STILL A KEYING ERROR - LEGITIMATE REFUNDS ARRIVE
      *    AS "C" RECORDS WITH A POSITIVE MAGNITUDE. A VALID DETAIL
      *    WHOSE MAGNITUDE IS OVER ITS CATEGORY'S APPROVAL LIMIT IS
      *    NEITHER POSTED NOR REJECTED - IT WAITS IN SUSPENSE FOR A
      *    SUPERVISOR'S RELEASE CARD ON A LATER RUN.
           IF WS-INPUT-VALUE < 0
               MOVE "NEGATIVE VALUE" TO WS-REJECT-REASON
               PERFORM 2200-WRITE-EXCEPTION
           ELSE
               PERFORM 2020-VALIDATE-CATEGORY
               IF WS-CATEGORY-VALID = 1
                   PERFORM 2070-CHECK-APPROVAL-LIMIT
                   IF WS-HIGH-VALUE = 1
                       PERFORM 2080-HOLD-HIGH-VALUE
                   ELSE
                       IF WS-TRANS-TYPE = "C"
                           COMPUTE WS-INPUT-VALUE = 0 - WS-INPUT-VALUE
                       END-IF
                       PERFORM 2300-ACCUMULATE-TOTAL
                   END-IF
               ELSE
                   PERFORM 2200-WRITE-EXCEPTION
               END-IF
           MOVE WS-ACC-CATEGORY (WS-ACC-IDX) TO WS-CATEGORY-CODE
           COMPUTE WS-INPUT-VALUE = 0 - WS-ACC-VALUE (WS-ACC-IDX)
           MOVE 1 TO WS-ACC-REVERSED (WS-ACC-IDX)
           PERFORM 2045-DROP-REVERSED-REFERENCE
           MOVE "R" TO WS-AUDIT-ACTION
           MOVE WS-REVERSAL-SEQUENCE TO WS-AUDIT-REVERSED-SEQ
           PERFORM 2300-ACCUMULATE-TOTAL
           MOVE "A" TO WS-AUDIT-ACTION
           MOVE 0 TO WS-AUDIT-REVERSED-SEQ.

       2045-DROP-REVERSED-REFERENCE.
      *    A LINE BACKED OUT BY A SAME-DAY REVERSAL NEVER REALLY
      *    POSTED - ITS DOCUMENT MUST NOT HOLD THE CORRECT RE-KEY.
           PERFORM VARYING WS-DREF-IDX FROM 1 BY 1
                   UNTIL WS-DREF-IDX > WS-DREF-COUNT
               IF WS-DREF-ENT-STATUS (WS-DREF-IDX) = "N"
                   AND WS-DREF-SEQUENCE (WS-DREF-IDX)
                       = WS-REVERSAL-SEQUENCE
                   MOVE "X" TO WS-DREF-ENT-STATUS (WS-DREF-IDX)
               END-IF
           END-PERFORM.

       2050-CHECK-POSTED-REFERENCE.
      *    THE MATCH IS ON THE KEYED MAGNITUDE, SO A REFUND KEYED
      *    TWICE AS A CREDIT IS CAUGHT THE SAME WAY AS AN INVOICE.
      *    A FOREIGN-CURRENCY LINE MATCHES ON ITS CURRENCY AND AMOUNT
      *    AS KEYED - THE SAME INVOICE KEYED ON ANOTHER DAY CONVERTS
      *    AT ANOTHER RATE. A DOCUMENT STILL HELD IN SUSPENSE OVER ITS
      *    LIMIT IS CHECKED TOO: ITS RELEASE WOULD POST IT AGAIN.
           MOVE 0 TO WS-DUP-PRIOR-HELD
           SET WS-DREF-IDX TO 1
           SEARCH WS-DREF-ENTRY
               AT END
                   CONTINUE
               WHEN WS-DREF-REFERENCE (WS-DREF-IDX) = WS-DOC-REFERENCE
                   AND WS-DREF-CATEGORY (WS-DREF-IDX)
                       = WS-CATEGORY-CODE
                   AND WS-DREF-CURRENCY (WS-DREF-IDX) = WS-DOC-CURRENCY
                   AND WS-DREF-AMOUNT (WS-DREF-IDX) = WS-DOC-AMOUNT
                   AND WS-DREF-ENT-STATUS (WS-DREF-IDX) NOT = "X"
                   MOVE 1 TO WS-DUP-SUSPECT
                   MOVE WS-DREF-DATE (WS-DREF-IDX) TO WS-DUP-PRIOR-DATE
                   MOVE WS-DREF-EXT-DATE (WS-DREF-IDX)
                       TO WS-DUP-PRIOR-EXT
                   MOVE WS-DREF-EXT-SERIAL (WS-DREF-IDX)
                       TO WS-DUP-PRIOR-SER
                   MOVE WS-DREF-SEQUENCE (WS-DREF-IDX)
                       TO WS-DUP-PRIOR-SEQ
           END-SEARCH
           IF WS-DUP-SUSPECT = 0 AND WS-SUS-COUNT > 0
               PERFORM 2055-CHECK-HELD-REFERENCE
           END-IF.

       2055-CHECK-HELD-REFERENCE.
      *    "F" IS HELD FROM AN EARLIER RUN, "N" BY THIS ONE. THE HELD
      *    VALUE IS THE KEYED MAGNITUDE, CONVERTED FOR A FOREIGN ITEM,
      *    SO A FOREIGN ITEM MATCHES ON ITS AMOUNT AS KEYED INSTEAD.
           SET WS-SUS-IDX TO 1
           SEARCH WS-SUS-ENTRY
               AT END
                   CONTINUE
               WHEN (WS-SUS-ENT-STATUS (WS-SUS-IDX) = "F"
                       OR WS-SUS-ENT-STATUS (WS-SUS-IDX) = "N")
                   AND WS-SUS-REFERENCE (WS-SUS-IDX) = WS-DOC-REFERENCE
                   AND WS-SUS-CATEGORY (WS-SUS-IDX) = WS-CATEGORY-CODE
                   AND WS-SUS-CURRENCY (WS-SUS-IDX) = WS-DOC-CURRENCY
                   AND ((WS-DOC-CURRENCY = SPACES
                           AND WS-SUS-VALUE (WS-SUS-IDX)
                               = WS-DOC-AMOUNT)
                       OR (WS-DOC-CURRENCY NOT = SPACES
                           AND WS-SUS-ORIG-AMOUNT (WS-SUS-IDX)
                               = WS-DOC-AMOUNT))
                   MOVE 1 TO WS-DUP-SUSPECT
                   MOVE 1 TO WS-DUP-PRIOR-HELD
                   MOVE WS-SUS-HELD-DATE (WS-SUS-IDX)
                       TO WS-DUP-PRIOR-DATE
                   MOVE WS-SUS-EXT-DATE (WS-SUS-IDX) TO WS-DUP-PRIOR-EXT
                   MOVE WS-SUS-EXT-SERIAL (WS-SUS-IDX)
                       TO WS-DUP-PRIOR-SER
                   MOVE WS-SUS-SEQUENCE (WS-SUS-IDX) TO WS-DUP-PRIOR-SEQ
           END-SEARCH.

       2060-HOLD-DUPLICATE-SUSPECT.
      *    THE SUSPECT GOES OUT THROUGH THE STANDARD EXCEPTION PATH -
      *    SO A LINE THAT TURNS OUT TO BE GENUINE IS FOLDED BACK IN BY
      *    A CORRECTION RUN LIKE ANY OTHER REJECT - AND ONTO THE
      *    SUSPECT REPORT NEXT TO THE POSTING IT REPEATS.
           ADD 1 TO WS-DUP-SUSPECT-COUNT
           IF WS-DUPR-OPEN = 1
               MOVE WS-COUNTER TO WS-DUP-SEQ
               MOVE WS-DOC-REFERENCE TO WS-DUP-REF
               MOVE WS-CATEGORY-CODE TO WS-DUP-CAT
               MOVE WS-INPUT-VALUE TO WS-DUP-AMOUNT
               WRITE SUSPECT-REPORT-LINE FROM WS-DUP-DETAIL-LINE
               IF WS-DOC-CURRENCY NOT = SPACES
                   MOVE WS-DOC-CURRENCY TO WS-DUO-CURRENCY
                   MOVE WS-DOC-AMOUNT TO WS-DUO-AMOUNT
                   WRITE SUSPECT-REPORT-LINE FROM WS-DUP-ORIGINAL-LINE
               END-IF
               IF WS-DUP-PRIOR-HELD = 1
                   WRITE SUSPECT-REPORT-LINE FROM WS-DUP-HELD-LINE
               END-IF
           END-IF
           MOVE "SUSPECTED DUPLICATE DOCUMENT" TO WS-REJECT-REASON
           PERFORM 2200-WRITE-EXCEPTION.

       2070-CHECK-APPROVAL-LIMIT.
      *    2020 LEAVES WS-CATMAST-IDX ON THE MATCHED ENTRY WHENEVER
      *    THE MASTER IS LOADED AND THE CODE IS VALID. WITH NO MASTER
      *    THERE ARE NO LIMITS.
           MOVE 0 TO WS-HIGH-VALUE
           IF WS-CATMAST-LOADED = 1
               IF WS-CATMAST-LIMIT (WS-CATMAST-IDX) > 0
                   AND WS-INPUT-VALUE
                       > WS-CATMAST-LIMIT (WS-CATMAST-IDX)
                   MOVE 1 TO WS-HIGH-VALUE
               END-IF
           END-IF.

       2080-HOLD-HIGH-VALUE.
      *    THE ITEM IS KEYED BY ITS EXTRACT AND ITS SEQUENCE WITHIN
      *    THAT EXTRACT, SO THE RELEASE CARD NAMES IT THE SAME WAY
      *    THE UPSTREAM SYSTEM DOES. IT WAS ALREADY COUNTED AND HASHED
      *    IN 2010, SO THE TRAILER STILL BALANCES. A FULL TABLE
      *    CANNOT HOLD IT - IT REJECTS INSTEAD, SO IT IS NEVER LOST.
           IF WS-CUR-EXT > 0
               COMPUTE WS-HOLD-SEQUENCE =
                   WS-COUNTER - WS-EXT-BASE (WS-CUR-EXT)
           ELSE
               MOVE WS-COUNTER TO WS-HOLD-SEQUENCE
           END-IF
           IF WS-SUS-COUNT < 2000
               ADD 1 TO WS-SUS-COUNT
               ADD 1 TO WS-HELD-COUNT
               MOVE WS-RUN-EXTRACT-DATE
                   TO WS-SUS-EXT-DATE (WS-SUS-COUNT)
               MOVE WS-RUN-FILE-SERIAL
                   TO WS-SUS-EXT-SERIAL (WS-SUS-COUNT)
               MOVE WS-HOLD-SEQUENCE TO WS-SUS-SEQUENCE (WS-SUS-COUNT)
               MOVE WS-INPUT-VALUE TO WS-SUS-VALUE (WS-SUS-COUNT)
               IF WS-TRANS-TYPE = "C"
                   MOVE "C" TO WS-SUS-TYPE (WS-SUS-COUNT)
               ELSE
                   MOVE "D" TO WS-SUS-TYPE (WS-SUS-COUNT)
               END-IF
               MOVE WS-CATEGORY-CODE TO WS-SUS-CATEGORY (WS-SUS-COUNT)
               MOVE WS-DOC-REFERENCE TO WS-SUS-REFERENCE (WS-SUS-COUNT)
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
               MOVE WS-CURRENT-DATE-N TO WS-SUS-HELD-DATE (WS-SUS-COUNT)
               MOVE WS-CATMAST-LIMIT (WS-CATMAST-IDX)
                   TO WS-SUS-LIMIT (WS-SUS-COUNT)
               MOVE "N" TO WS-SUS-ENT-STATUS (WS-SUS-COUNT)
               MOVE SPACES TO WS-SUS-ACTIONED-BY (WS-SUS-COUNT)
               MOVE WS-CURRENCY-CODE TO WS-SUS-CURRENCY (WS-SUS-COUNT)
               MOVE WS-ORIG-AMOUNT TO WS-SUS-ORIG-AMOUNT (WS-SUS-COUNT)
               MOVE WS-FX-RATE TO WS-SUS-FX-RATE (WS-SUS-COUNT)
           ELSE
               DISPLAY "WARNING: SUSPENSE TABLE FULL - RECORD "
                   WS-COUNTER " REJECTED INSTEAD OF HELD"
               MOVE "OVER LIMIT - SUSPENSE FULL" TO WS-REJECT-REASON
               PERFORM 2200-WRITE-EXCEPTION
           END-IF.

       2090-CONVERT-CURRENCY.
      *    THE RATE IS THE ONE FOR THE EXTRACT'S BUSINESS DATE (OR
      *    TODAY FOR A HEADERLESS FILE), THE SAME DATE THE CATEGORY
      *    WINDOW IS JUDGED ON. THE CONVERTED VALUE IS ROUNDED TO THE
      *    CENT; ONE TOO LARGE FOR A SINGLE DETAIL REJECTS.
           IF WS-RUN-EXTRACT-DATE > 0
               MOVE WS-RUN-EXTRACT-DATE TO WS-FX-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
               MOVE WS-CURRENT-DATE-N TO WS-FX-DATE
           END-IF
           PERFORM 2093-FIND-RATE
           EVALUATE WS-FX-RESULT
               WHEN "F"
                   COMPUTE WS-INPUT-VALUE ROUNDED =
                       WS-ORIG-AMOUNT * WS-FX-RATE
                       ON SIZE ERROR
                           MOVE 0 TO WS-INPUT-VALUE
                           MOVE 1 TO WS-FX-REJECT
                           MOVE "CONVERTED VALUE TOO LARGE"
                               TO WS-REJECT-REASON
                       NOT ON SIZE ERROR
                           ADD 1 TO WS-FX-CONVERTED-COUNT
                   END-COMPUTE
               WHEN "N"
                   MOVE 1 TO WS-FX-REJECT
                   MOVE WS-CURRENCY-CODE TO WS-FXN-CURRENCY
                   MOVE WS-FX-DATE TO WS-FXN-DATE
                   MOVE WS-FX-NO-RATE-REASON TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE 1 TO WS-FX-REJECT
                   MOVE WS-CURRENCY-CODE TO WS-FXU-CURRENCY
                   MOVE WS-FX-UNKNOWN-REASON TO WS-REJECT-REASON
           END-EVALUATE.

       2091-LOOKUP-RATE.
      *    AN EXACT KEY MISS IS EITHER A CURRENCY THE TABLE HAS NEVER
      *    HEARD OF OR A KNOWN CURRENCY WITH NO RATE STRUCK FOR THE
      *    DAY - THE FIRST KEY AT OR AFTER THE CURRENCY'S LOWEST
      *    POSSIBLE KEY TELLS WHICH. A ZERO RATE ON FILE IS NO RATE.
           MOVE 0 TO WS-FX-RATE
           MOVE "U" TO WS-FX-RESULT
           IF WS-RATE-FILE-OPEN = 1
               MOVE WS-CURRENCY-CODE TO RT-CURRENCY-CODE
               MOVE WS-FX-DATE TO RT-RATE-DATE
               READ RATE-FILE
                   INVALID KEY
                       PERFORM 2092-CHECK-CURRENCY-KNOWN
                   NOT INVALID KEY
                       IF RT-RATE IS NUMERIC AND RT-RATE > 0
                           MOVE "F" TO WS-FX-RESULT
                           MOVE RT-RATE TO WS-FX-RATE
                       ELSE
                           MOVE "N" TO WS-FX-RESULT
                       END-IF
               END-READ
           END-IF
           IF WS-FXC-COUNT < 100
               ADD 1 TO WS-FXC-COUNT
               MOVE WS-CURRENCY-CODE TO WS-FXC-CURRENCY (WS-FXC-COUNT)
               MOVE WS-FX-DATE TO WS-FXC-DATE (WS-FXC-COUNT)
               MOVE WS-FX-RATE TO WS-FXC-RATE (WS-FXC-COUNT)
               MOVE WS-FX-RESULT TO WS-FXC-RESULT (WS-FXC-COUNT)
           END-IF.

       2092-CHECK-CURRENCY-KNOWN.
           MOVE WS-CURRENCY-CODE TO RT-CURRENCY-CODE
           MOVE 0 TO RT-RATE-DATE
           START RATE-FILE KEY IS NOT LESS THAN RT-RATE-KEY
               INVALID KEY
                   MOVE "U" TO WS-FX-RESULT
               NOT INVALID KEY
                   READ RATE-FILE NEXT RECORD
                       AT END
                           MOVE "U" TO WS-FX-RESULT
                       NOT AT END
                           IF RT-CURRENCY-CODE = WS-CURRENCY-CODE
                               MOVE "N" TO WS-FX-RESULT
                           ELSE
                               MOVE "U" TO WS-FX-RESULT
                           END-IF
                   END-READ
           END-START.

       2093-FIND-RATE.
      *    RATE FOR WS-CURRENCY-CODE ON WS-FX-DATE, FROM THE RUN'S
      *    CACHE WHEN THIS PAIR HAS BEEN LOOKED UP ALREADY.
           MOVE 0 TO WS-FXC-MATCH-SUB
           PERFORM VARYING WS-FXC-SUB FROM 1 BY 1
                   UNTIL WS-FXC-SUB > WS-FXC-COUNT
               IF WS-FXC-CURRENCY (WS-FXC-SUB) = WS-CURRENCY-CODE
                   AND WS-FXC-DATE (WS-FXC-SUB) = WS-FX-DATE
                   MOVE WS-FXC-SUB TO WS-FXC-MATCH-SUB
               END-IF
           END-PERFORM
           IF WS-FXC-MATCH-SUB > 0
               MOVE WS-FXC-RESULT (WS-FXC-MATCH-SUB) TO WS-FX-RESULT
               MOVE WS-FXC-RATE (WS-FXC-MATCH-SUB) TO WS-FX-RATE
           ELSE
               PERFORM 2091-LOOKUP-RATE
           END-IF.

       2020-VALIDATE-CATEGORY.
      *    UNKNOWN, INACTIVE AND OUT-OF-WINDOW CODES GO THROUGH THE
      *    STANDARD EXCEPTION PATH WITH THEIR OWN REASON TEXT SO
           MOVE WS-REJECT-REASON TO EXC-REASON
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE TO EXC-REJECT-DATE
           MOVE WS-CURRENCY-CODE TO EXC-CURRENCY-CODE
           MOVE WS-ORIG-AMOUNT TO EXC-ORIG-AMOUNT
           WRITE EXCEPTION-RECORD
           DISPLAY "Rejected record " WS-COUNTER ": " WS-REJECT-REASON
           IF WS-ERROR-TOLERANCE > 0
               PERFORM 2500-WRITE-AUDIT-RECORD
               IF WS-TRANS-TYPE NOT = "R"
                   PERFORM 2310-ADD-ACCEPTED-ENTRY
                   IF WS-DOC-REFERENCE NOT = SPACES
                       PERFORM 2320-ADD-POSTED-REFERENCE
                   END-IF
               END-IF
           END-IF.

                   "SEQUENCE " WS-COUNTER " NOT REVERSIBLE"
           END-IF.

       2320-ADD-POSTED-REFERENCE.
      *    A HEADERLESS LEGACY FILE HAS NO BUSINESS DATE - ITS
      *    POSTINGS ARE DATED TODAY.
           IF WS-RUN-EXTRACT-DATE > 0
               MOVE WS-RUN-EXTRACT-DATE TO WS-DREF-POSTED-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
               MOVE WS-CURRENT-DATE-N TO WS-DREF-POSTED-DATE
           END-IF
           IF WS-DREF-COUNT < 5000
               ADD 1 TO WS-DREF-COUNT
               MOVE WS-DOC-REFERENCE
                   TO WS-DREF-REFERENCE (WS-DREF-COUNT)
               MOVE WS-CATEGORY-CODE TO WS-DREF-CATEGORY (WS-DREF-COUNT)
               MOVE WS-DOC-CURRENCY TO WS-DREF-CURRENCY (WS-DREF-COUNT)
               MOVE WS-DOC-AMOUNT TO WS-DREF-AMOUNT (WS-DREF-COUNT)
               MOVE WS-DREF-POSTED-DATE TO WS-DREF-DATE (WS-DREF-COUNT)
               MOVE WS-RUN-EXTRACT-DATE
                   TO WS-DREF-EXT-DATE (WS-DREF-COUNT)
               MOVE WS-RUN-FILE-SERIAL
                   TO WS-DREF-EXT-SERIAL (WS-DREF-COUNT)
               MOVE WS-COUNTER TO WS-DREF-SEQUENCE (WS-DREF-COUNT)
               MOVE "N" TO WS-DREF-ENT-STATUS (WS-DREF-COUNT)
           ELSE
               DISPLAY "WARNING: POSTED-REFERENCE TABLE FULL - "
                   "DOCUMENT " WS-DOC-REFERENCE " NOT REMEMBERED"
           END-IF.

       2500-WRITE-AUDIT-RECORD.
           MOVE WS-COUNTER TO AUD-SEQUENCE
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE WS-AUDIT-ACTION TO AUD-ACTION-CODE
           MOVE WS-AUDIT-REVERSED-SEQ TO AUD-REVERSED-SEQUENCE
           MOVE 0 TO AUD-BACKOUT-AMOUNT
           MOVE WS-CURRENCY-CODE TO AUD-CURRENCY-CODE
           MOVE WS-ORIG-AMOUNT TO AUD-ORIG-AMOUNT
           MOVE WS-FX-RATE TO AUD-FX-RATE
           MOVE WS-RUN-EXTRACT-DATE TO AUD-EXTRACT-DATE
           MOVE WS-RUN-FILE-SERIAL TO AUD-FILE-SERIAL
           WRITE AUDIT-RECORD.

       2600-WRITE-CHECKPOINT.
           PERFORM 2640-WRITE-EXTRACT-CHECKPOINTS
           PERFORM 2610-WRITE-CATEGORY-CHECKPOINTS
           PERFORM 2620-WRITE-RESOLVED-CHECKPOINTS
           PERFORM 2630-WRITE-ACCEPTED-CHECKPOINTS
           PERFORM 2660-WRITE-DOCREF-CHECKPOINTS
           PERFORM 2670-WRITE-SUSPENSE-CHECKPOINTS.

       2610-WRITE-CATEGORY-CHECKPOINTS.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
               WRITE CHECKPOINT-RECORD
           END-PERFORM.

       2660-WRITE-DOCREF-CHECKPOINTS.
      *    ONLY THIS RUN'S OWN POSTINGS - THE EARLIER DAYS' ENTRIES
      *    ARE STILL ON THE POSTED-REFERENCE FILE.
           PERFORM VARYING WS-DREF-IDX FROM 1 BY 1
                   UNTIL WS-DREF-IDX > WS-DREF-COUNT
               IF WS-DREF-ENT-STATUS (WS-DREF-IDX) NOT = "F"
                   INITIALIZE CHECKPOINT-RECORD
                   MOVE "D" TO CKPT-RECORD-TYPE
                   MOVE WS-DREF-REFERENCE (WS-DREF-IDX)
                       TO CKPT-DREF-REFERENCE
                   MOVE WS-DREF-CATEGORY (WS-DREF-IDX)
                       TO CKPT-DREF-CATEGORY
                   MOVE WS-DREF-CURRENCY (WS-DREF-IDX)
                       TO CKPT-DREF-CURRENCY
                   IF WS-DREF-CURRENCY (WS-DREF-IDX) = SPACES
                       MOVE WS-DREF-AMOUNT (WS-DREF-IDX)
                           TO CKPT-DREF-AMOUNT
                       MOVE 0 TO CKPT-DREF-ORIG-AMOUNT
                   ELSE
                       MOVE 0 TO CKPT-DREF-AMOUNT
                       MOVE WS-DREF-AMOUNT (WS-DREF-IDX)
                           TO CKPT-DREF-ORIG-AMOUNT
                   END-IF
                   MOVE WS-DREF-DATE (WS-DREF-IDX)
                       TO CKPT-DREF-POSTED-DATE
                   MOVE WS-DREF-EXT-DATE (WS-DREF-IDX)
                       TO CKPT-DREF-EXTRACT-DATE
                   MOVE WS-DREF-EXT-SERIAL (WS-DREF-IDX)
                       TO CKPT-DREF-FILE-SERIAL
                   MOVE WS-DREF-SEQUENCE (WS-DREF-IDX)
                       TO CKPT-DREF-SEQUENCE
                   MOVE WS-DREF-ENT-STATUS (WS-DREF-IDX)
                       TO CKPT-DREF-STATUS
                   WRITE CHECKPOINT-RECORD
               END-IF
           END-PERFORM.

       2670-WRITE-SUSPENSE-CHECKPOINTS.
      *    ONLY THE ITEMS THIS RUN HELD, RELEASED OR DECLINED - THE
      *    ONES STILL WAITING FROM EARLIER RUNS ARE ON THE FILE.
           PERFORM VARYING WS-SUS-IDX FROM 1 BY 1
                   UNTIL WS-SUS-IDX > WS-SUS-COUNT
               IF WS-SUS-ENT-STATUS (WS-SUS-IDX) NOT = "F"
                   INITIALIZE CHECKPOINT-RECORD
                   MOVE "H" TO CKPT-RECORD-TYPE
                   MOVE WS-SUS-EXT-DATE (WS-SUS-IDX)
                       TO CKPT-SUS-EXTRACT-DATE
                   MOVE WS-SUS-EXT-SERIAL (WS-SUS-IDX)
                       TO CKPT-SUS-FILE-SERIAL
                   MOVE WS-SUS-SEQUENCE (WS-SUS-IDX)
                       TO CKPT-SUS-SEQUENCE
                   MOVE WS-SUS-VALUE (WS-SUS-IDX) TO CKPT-SUS-VALUE
                   MOVE WS-SUS-TYPE (WS-SUS-IDX) TO CKPT-SUS-TRANS-TYPE
                   MOVE WS-SUS-CATEGORY (WS-SUS-IDX)
                       TO CKPT-SUS-CATEGORY
                   MOVE WS-SUS-REFERENCE (WS-SUS-IDX)
                       TO CKPT-SUS-REFERENCE
                   MOVE WS-SUS-HELD-DATE (WS-SUS-IDX)
                       TO CKPT-SUS-HELD-DATE
                   MOVE WS-SUS-LIMIT (WS-SUS-IDX) TO CKPT-SUS-LIMIT
                   MOVE WS-SUS-ENT-STATUS (WS-SUS-IDX)
                       TO CKPT-SUS-STATUS
                   MOVE WS-SUS-ACTIONED-BY (WS-SUS-IDX)
                       TO CKPT-SUS-ACTIONED-BY
                   WRITE CHECKPOINT-RECORD
                   IF WS-SUS-CURRENCY (WS-SUS-IDX) NOT = SPACES
                       INITIALIZE CHECKPOINT-RECORD
                       MOVE "F" TO CKPT-RECORD-TYPE
                       MOVE WS-SUS-CURRENCY (WS-SUS-IDX)
                           TO CKPT-SFX-CURRENCY
                       MOVE WS-SUS-ORIG-AMOUNT (WS-SUS-IDX)
                           TO CKPT-SFX-ORIG-AMOUNT
                       MOVE WS-SUS-FX-RATE (WS-SUS-IDX)
                           TO CKPT-SFX-RATE
                       WRITE CHECKPOINT-RECORD
                   END-IF
               END-IF
           END-PERFORM.

       2650-WRITE-COMPLETION-MARKER.
      *    MARKS THE CHECKPOINT FILE AS BELONGING TO A RUN THAT
      *    COMPLETED SUCCESSFULLY SO A LATER RUN AGAINST A NEW DAY'S
               IF WS-PREG-DATE (WS-PREG-IDX) = WS-RUN-EXTRACT-DATE
                   AND WS-PREG-SERIAL (WS-PREG-IDX)
                       = WS-RUN-FILE-SERIAL
                   AND (WS-PREG-RUN-STATUS (WS-PREG-IDX) = "P"
                       OR WS-PREG-RUN-STATUS (WS-PREG-IDX) = "K")
                   MOVE 1 TO WS-RUN-ALREADY-POSTED
               END-IF
           END-PERFORM
                   ELSE
                       PERFORM 2020-VALIDATE-CATEGORY
                       IF WS-CATEGORY-VALID = 1
                           PERFORM 5250-CHECK-REJECT-PERIOD
                       ELSE
                           DISPLAY "CORRECTION FOR SEQUENCE "
                               EXC-SEQUENCE " HAS BAD CATEGORY "
                   END-IF
           END-SEARCH.

       5250-CHECK-REJECT-PERIOD.
      *    A REJECT FROM A LOCKED PERIOD MAY NOT BE FOLDED IN AT ALL -
      *    IT STAYS UNRESOLVED AND IS LISTED AS REFUSED. ONE FROM A
      *    CLOSED PERIOD POSTS WITH THIS RUN AND IS LISTED AS A
      *    PRIOR-PERIOD ADJUSTMENT, SO FINANCE CAN SEE EXACTLY WHICH
      *    LATE CORRECTIONS MOVED THE CURRENT PERIOD.
           MOVE WS-EXC-DATE-WORK TO WS-PER-LOOKUP-DATE
           PERFORM 1965-FIND-PERIOD-FOR-DATE
           IF WS-PER-TARGET-STATUS = "L"
               DISPLAY "CORRECTION FOR SEQUENCE " EXC-SEQUENCE
                   " WAS REJECTED IN LOCKED PERIOD " WS-PER-TARGET
                   " - SKIPPED"
               MOVE SPACES TO WS-PER-POST-PERIOD
               MOVE EXC-SEQUENCE TO WS-PPA-NEW-SEQUENCE
               MOVE WS-INPUT-VALUE TO WS-PPA-NEW-AMOUNT
               MOVE "REFUSED-LOCKED" TO WS-PPA-NEW-ACTION
               PERFORM 1970-ADD-PPA-ENTRY
           ELSE
               PERFORM 5300-ACCUMULATE-CORRECTION
           END-IF.

       5300-ACCUMULATE-CORRECTION.
           ADD WS-INPUT-VALUE TO WS-TOTAL
               ON SIZE ERROR
               MOVE "C" TO AUD-ACTION-CODE
               MOVE 0 TO AUD-REVERSED-SEQUENCE
               MOVE 0 TO AUD-BACKOUT-AMOUNT
               PERFORM 5320-SET-CORRECTION-CURRENCY
               MOVE 0 TO AUD-EXTRACT-DATE
               MOVE 0 TO AUD-FILE-SERIAL
               WRITE AUDIT-RECORD
               PERFORM 5310-ADD-RESOLVED-ENTRY
               DISPLAY "Corrected record " EXC-SEQUENCE
                   " reprocessed into WS-TOTAL."
               IF WS-PER-TARGET-STATUS = "C"
                   MOVE WS-GL-PERIOD TO WS-PER-POST-PERIOD
                   MOVE EXC-SEQUENCE TO WS-PPA-NEW-SEQUENCE
                   MOVE WS-INPUT-VALUE TO WS-PPA-NEW-AMOUNT
                   MOVE "REDIRECTED" TO WS-PPA-NEW-ACTION
                   PERFORM 1970-ADD-PPA-ENTRY
               END-IF
           END-IF.

       5320-SET-CORRECTION-CURRENCY.
      *    A CORRECTED FOREIGN-CURRENCY REJECT KEEPS ITS CURRENCY AND
      *    AMOUNT AS KEYED ON THE TRAIL BESIDE THE BASE VALUE FROM THE
      *    CORRECTION CARD. THE RATE SHOWN IS THE ONE THAT CORRECTION
      *    ACTUALLY APPLIED - BASE VALUE OVER AMOUNT AS KEYED - NOT A
      *    RATE-TABLE FIGURE THE CORRECTOR MAY NOT HAVE USED. A ZERO
      *    OR CREDIT AMOUNT AS KEYED IMPLIES NO RATE AND SHOWS ZERO.
      *    EXCEPTIONS FROM BEFORE THE CURRENCY COLUMNS EXISTED CARRY
      *    BLANKS OR LOW-VALUES THERE AND STAY BASE CURRENCY.
           MOVE SPACES TO AUD-CURRENCY-CODE
           MOVE 0 TO AUD-ORIG-AMOUNT
           MOVE 0 TO AUD-FX-RATE
           IF EXC-CURRENCY-CODE NOT = SPACES
               AND EXC-CURRENCY-CODE NOT = LOW-VALUES
               AND EXC-ORIG-AMOUNT IS NUMERIC
               MOVE EXC-CURRENCY-CODE TO AUD-CURRENCY-CODE
               MOVE EXC-ORIG-AMOUNT TO AUD-ORIG-AMOUNT
               IF EXC-ORIG-AMOUNT > 0
                   COMPUTE AUD-FX-RATE ROUNDED =
                       WS-INPUT-VALUE / EXC-ORIG-AMOUNT
                       ON SIZE ERROR
                           MOVE 0 TO AUD-FX-RATE
                   END-COMPUTE
               END-IF
           END-IF.

       5310-ADD-RESOLVED-ENTRY.
                   MOVE WS-RESTART-REJECTED TO WS-REJECTED-COUNT
                   MOVE WS-RESTART-TOTAL TO WS-TOTAL
                   PERFORM 6100-VERIFY-GL-EXTRACT
                   IF WS-BACKOUT-OK = 1
                       PERFORM 6150-CHECK-BACKOUT-PERIOD
                   END-IF
               END-IF
           END-IF
           IF WS-BACKOUT-OK = 1
                   PERFORM 6300-WRITE-BACKOUT-AUDIT
                   PERFORM 6400-MARK-REGISTRY
                   PERFORM 6450-WRITE-BACKOUT-HISTORY
                   PERFORM 6460-REMOVE-BACKOUT-REFERENCES
                   PERFORM 6470-RESTORE-SUSPENSE
                   PERFORM 6500-ZERO-BACKED-OUT-TOTALS
                   IF WS-ERROR-FLAG = 0
                       DISPLAY "BACKOUT COMPLETE: GL POSTING OF "
               END-IF
           END-IF.

       6150-CHECK-BACKOUT-PERIOD.
      *    THE NEGATING EXTRACT REVERSES INTO THE PERIOD THE POSTING
      *    WENT TO. IF THAT PERIOD HAS SINCE CLOSED THE REVERSAL GOES
      *    TO THE CURRENT OPEN PERIOD INSTEAD AND IS LISTED AS A
      *    PRIOR-PERIOD ADJUSTMENT; IF IT IS LOCKED THE BACKOUT IS
      *    REFUSED BEFORE ANYTHING IS WRITTEN. THE ADJUSTMENT IS
      *    LISTED ONCE, AGAINST THE CONTROL LINE (OR EVERY LINE OF
      *    AN EXTRACT OLD ENOUGH TO HAVE NO CONTROL RECORD).
           MOVE 0 TO WS-PER-BACKOUT-REDIRECTED
           PERFORM VARYING WS-GLLINE-IDX FROM 1 BY 1
                   UNTIL WS-GLLINE-IDX > WS-GLLINE-COUNT
                   OR WS-BACKOUT-OK = 0
               MOVE WS-GLLINE-PERIOD (WS-GLLINE-IDX) TO WS-PER-TARGET
               IF WS-PER-TARGET NOT = SPACES
                   PERFORM 1950-CHECK-POSTING-PERIOD
                   IF WS-PER-POST-PERIOD = SPACES
                       DISPLAY "BACKOUT REFUSED: GL PERIOD "
                           WS-PER-TARGET " IS LOCKED OR HAS NO OPEN "
                           "PERIOD TO TAKE THE REVERSAL"
                       MOVE 0 TO WS-PPA-NEW-SEQUENCE
                       COMPUTE WS-PPA-NEW-AMOUNT =
                           0 - WS-GLEX-CTL-AMOUNT
                       IF WS-PER-TARGET-STATUS = "L"
                           MOVE "REFUSED-LOCKED" TO WS-PPA-NEW-ACTION
                       ELSE
                           MOVE "REFUSED-NO OPEN" TO WS-PPA-NEW-ACTION
                       END-IF
                       PERFORM 1970-ADD-PPA-ENTRY
                       MOVE 0 TO WS-BACKOUT-OK
                       SET WS-PERIOD-REFUSED-FLAG TO 1
                       SET WS-ERROR-FLAG TO 1
                   ELSE
                       IF WS-PER-TARGET-STATUS = "C"
                           MOVE WS-PER-POST-PERIOD
                               TO WS-GLLINE-PERIOD (WS-GLLINE-IDX)
                           IF WS-GLLINE-TYPE (WS-GLLINE-IDX) = "C"
                               OR WS-GLEX-CTL-FOUND = 0
                               MOVE 0 TO WS-PPA-NEW-SEQUENCE
                               COMPUTE WS-PPA-NEW-AMOUNT = 0 -
                                   WS-GLLINE-AMOUNT (WS-GLLINE-IDX)
                               MOVE "REDIRECTED" TO WS-PPA-NEW-ACTION
                               PERFORM 1970-ADD-PPA-ENTRY
                           END-IF
                           IF WS-PER-BACKOUT-REDIRECTED = 0
                               DISPLAY "GL PERIOD " WS-PER-TARGET
                                   " IS CLOSED - BACKOUT REVERSES "
                                   "INTO " WS-PER-POST-PERIOD
                               MOVE 1 TO WS-PER-BACKOUT-REDIRECTED
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       6200-WRITE-NEGATING-EXTRACT.
      *    EVERY LINE OF THE POSTED DISTRIBUTION - DETAIL AND CONTROL
      *    ALIKE - IS REWRITTEN NEGATED, SO THE GL PICKUP REVERSES
               MOVE 0 TO AUD-REVERSED-SEQUENCE
               COMPUTE AUD-BACKOUT-AMOUNT =
                   0 - WS-CAT-TOTAL (WS-CAT-IDX)
               MOVE 0 TO AUD-ORIG-AMOUNT
               MOVE 0 TO AUD-FX-RATE
               MOVE 0 TO AUD-EXTRACT-DATE
               MOVE 0 TO AUD-FILE-SERIAL
               WRITE AUDIT-RECORD
           END-PERFORM.

                   MOVE WS-EXT-SUB TO WS-EXT-MATCH-SUB
               END-IF
           END-PERFORM
           IF WS-EXT-MATCH-SUB > 0
               AND (PRG-RUN-STATUS = "P" OR PRG-RUN-STATUS = "K")
               MOVE "B" TO PRG-RUN-STATUS
               REWRITE PROCESSED-RUN-RECORD
           END-IF.
               CLOSE RUN-HISTORY-FILE
           END-IF.

       6460-REMOVE-BACKOUT-REFERENCES.
      *    THE BACKED-OUT EXTRACTS' DOCUMENTS NO LONGER STAND POSTED.
      *    LEFT ON THE POSTED-REFERENCE FILE THEY WOULD HOLD EVERY
      *    LINE OF THE CORRECTED EXTRACT AS A DUPLICATE OF ITSELF.
      *    THE FILE IS RELOADED FRESH - THE CHECKPOINT'S "D" ENTRIES
      *    ARE ALREADY ON IT.
           MOVE 0 TO WS-DREF-COUNT
           PERFORM 1700-LOAD-POSTED-REFERENCES
           IF WS-ERROR-FLAG = 0 AND WS-DREF-COUNT > 0
               PERFORM VARYING WS-DREF-IDX FROM 1 BY 1
                       UNTIL WS-DREF-IDX > WS-DREF-COUNT
                   PERFORM VARYING WS-EXT-SUB FROM 1 BY 1
                           UNTIL WS-EXT-SUB > WS-EXTRACT-COUNT
                       IF WS-DREF-EXT-DATE (WS-DREF-IDX)
                               = WS-EXT-DATE (WS-EXT-SUB)
                           AND WS-DREF-EXT-SERIAL (WS-DREF-IDX)
                               = WS-EXT-SERIAL (WS-EXT-SUB)
                           AND (WS-EXT-STATUS (WS-EXT-SUB) = "A"
                               OR WS-EXT-STATUS (WS-EXT-SUB) = "O")
                           MOVE "X" TO WS-DREF-ENT-STATUS (WS-DREF-IDX)
                       END-IF
                   END-PERFORM
      *    SO ARE THE DOCUMENTS OF ITEMS THE RUN RELEASED FROM
      *    SUSPENSE - THEY GO BACK TO WAITING FOR A SUPERVISOR.
                   PERFORM VARYING WS-SUS-IDX FROM 1 BY 1
                           UNTIL WS-SUS-IDX > WS-SUS-COUNT
                       IF WS-SUS-ENT-STATUS (WS-SUS-IDX) = "P"
                           AND WS-DREF-EXT-DATE (WS-DREF-IDX)
                               = WS-SUS-EXT-DATE (WS-SUS-IDX)
                           AND WS-DREF-EXT-SERIAL (WS-DREF-IDX)
                               = WS-SUS-EXT-SERIAL (WS-SUS-IDX)
                           AND WS-DREF-SEQUENCE (WS-DREF-IDX)
                               = WS-SUS-SEQUENCE (WS-SUS-IDX)
                           MOVE "X" TO WS-DREF-ENT-STATUS (WS-DREF-IDX)
                       END-IF
                   END-PERFORM
               END-PERFORM
               PERFORM 8250-WRITE-POSTED-REFERENCES
           END-IF.

       6470-RESTORE-SUSPENSE.
      *    THE CHECKPOINT'S "H" ENTRIES SAY WHAT THE BACKED-OUT RUN
      *    DID TO SUSPENSE. ITEMS IT HELD OUT OF THE BACKED-OUT
      *    EXTRACTS LEAVE SUSPENSE WITH THEM - THE CORRECTED EXTRACT
      *    WILL HOLD THEM AFRESH. ITEMS IT RELEASED NEVER REALLY
      *    POSTED AND GO BACK TO WAITING. A DECLINE STANDS.
           PERFORM 1800-LOAD-SUSPENSE
           IF WS-ERROR-FLAG = 0
               PERFORM VARYING WS-SUS-IDX FROM 1 BY 1
                       UNTIL WS-SUS-IDX > WS-SUS-COUNT
                   EVALUATE WS-SUS-ENT-STATUS (WS-SUS-IDX)
                       WHEN "N"
                           MOVE "X" TO WS-SUS-ENT-STATUS (WS-SUS-IDX)
                       WHEN "P"
                           MOVE "F" TO WS-SUS-ENT-STATUS (WS-SUS-IDX)
                           MOVE SPACES
                               TO WS-SUS-ACTIONED-BY (WS-SUS-IDX)
                   END-EVALUATE
               END-PERFORM
               PERFORM 8260-WRITE-SUSPENSE-FILE
      *    THE BACKOUT'S OWN CHECKPOINT CARRIES NO SUSPENSE ACTIVITY.
               MOVE 0 TO WS-SUS-COUNT
               MOVE 0 TO WS-HELD-COUNT
               MOVE 0 TO WS-RELEASED-COUNT
               MOVE 0 TO WS-DECLINED-COUNT
               MOVE 0 TO WS-RELEASED-TOTAL
           END-IF.

       6500-ZERO-BACKED-OUT-TOTALS.
      *    THE POSTING IS REVERSED, SO THE CHECKPOINT THIS RUN LEAVES
      *    BEHIND SHOWS ZERO TOTALS AND COUNTS - A LATER BACKOUT
               END-IF
           END-IF.

       7500-APPLY-RELEASES.
      *    EACH RELEASE CARD NAMES ONE ITEM HELD BY AN EARLIER RUN.
      *    A RELEASED ITEM POSTS INTO THIS RUN'S TOTALS, CATEGORY
      *    SUBTOTALS AND GL EXTRACT UNDER AUDIT ACTION "S"; IT IS NOT
      *    A DETAIL OF THIS RUN'S FILE, SO THE PROCESSED, ACCEPTED
      *    AND EXTRACT COUNTS ARE LEFT ALONE. A MISSING CARD FILE
      *    SIMPLY MEANS NOTHING IS RELEASED TODAY.
           OPEN OUTPUT SUSPENSE-LISTING-FILE
           IF WS-SUSL-STATUS NOT = "00"
               DISPLAY "WARNING: SUSPENSE-LISTING-FILE NOT WRITTEN: "
                   WS-SUSL-STATUS
           ELSE
               MOVE 1 TO WS-SUSL-OPEN
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
               MOVE WS-CURRENT-DATE TO WS-SUL-HDR-DATE
               WRITE SUSPENSE-LISTING-LINE FROM WS-SUL-HDR-LINE-1
               WRITE SUSPENSE-LISTING-LINE FROM WS-HEADER-LINE-2
               WRITE SUSPENSE-LISTING-LINE FROM WS-SUL-CARD-HDR-LINE
           END-IF
           MOVE 0 TO WS-RELC-EOF-FLAG
           OPEN INPUT RELEASE-CARD-FILE
           IF WS-RELC-STATUS = "00"
               PERFORM UNTIL WS-RELC-EOF-FLAG = 1
                       OR WS-ERROR-FLAG = 1
                   READ RELEASE-CARD-FILE
                       AT END
                           SET WS-RELC-EOF-FLAG TO 1
                       NOT AT END
                           PERFORM 7510-APPLY-RELEASE-CARD
                   END-READ
               END-PERFORM
               CLOSE RELEASE-CARD-FILE
           ELSE
               IF WS-RELC-STATUS = "35"
                   IF WS-SUSL-OPEN = 1
                       WRITE SUSPENSE-LISTING-LINE
                           FROM WS-SUL-NO-CARDS-LINE
                   END-IF
               ELSE
                   DISPLAY "ERROR OPENING RELEASE-CARD-FILE: "
                       WS-RELC-STATUS
                   SET WS-FILE-ERROR-FLAG TO 1
                   SET WS-ERROR-FLAG TO 1
               END-IF
           END-IF.

       7510-APPLY-RELEASE-CARD.
           MOVE SPACES TO WS-SUC-DISPOSITION
           MOVE SPACES TO WS-SUC-REASON
           MOVE 0 TO WS-SUS-FOUND
           IF WS-SUS-COUNT > 0
               SET WS-SUS-IDX TO 1
               SEARCH WS-SUS-ENTRY
                   WHEN WS-SUS-EXT-DATE (WS-SUS-IDX) = REL-EXTRACT-DATE
                       AND WS-SUS-EXT-SERIAL (WS-SUS-IDX)
                           = REL-FILE-SERIAL
                       AND WS-SUS-SEQUENCE (WS-SUS-IDX) = REL-SEQUENCE
                       MOVE 1 TO WS-SUS-FOUND
               END-SEARCH
           END-IF
           EVALUATE TRUE
               WHEN REL-SUPERVISOR-ID = SPACES
                   MOVE "NO SUPERVISOR ID" TO WS-SUC-REASON
               WHEN REL-ACTION NOT = "R" AND REL-ACTION NOT = "D"
                   MOVE "UNKNOWN ACTION CODE" TO WS-SUC-REASON
               WHEN WS-SUS-FOUND = 0
                   MOVE "NOT IN SUSPENSE" TO WS-SUC-REASON
               WHEN WS-SUS-ENT-STATUS (WS-SUS-IDX) = "N"
                   MOVE "HELD THIS RUN - RELEASE LATER"
                       TO WS-SUC-REASON
               WHEN WS-SUS-ENT-STATUS (WS-SUS-IDX) NOT = "F"
                   MOVE "ALREADY ACTIONED" TO WS-SUC-REASON
               WHEN REL-ACTION = "D"
                   MOVE "D" TO WS-SUS-ENT-STATUS (WS-SUS-IDX)
                   MOVE REL-SUPERVISOR-ID
                       TO WS-SUS-ACTIONED-BY (WS-SUS-IDX)
                   ADD 1 TO WS-DECLINED-COUNT
                   MOVE "DECLINED" TO WS-SUC-DISPOSITION
               WHEN OTHER
      *    THE CATEGORY MAY HAVE BEEN CLOSED WHILE THE ITEM WAITED -
      *    IT IS CHECKED AGAIN AND STAYS IN SUSPENSE IF IT FAILS.
                   MOVE WS-SUS-CATEGORY (WS-SUS-IDX) TO WS-CATEGORY-CODE
                   PERFORM 2020-VALIDATE-CATEGORY
                   IF WS-CATEGORY-VALID = 1
                       PERFORM 7520-POST-RELEASED-ITEM
                   ELSE
                       MOVE WS-REJECT-REASON TO WS-SUC-REASON
                   END-IF
           END-EVALUATE
           IF WS-SUC-DISPOSITION = SPACES
               ADD 1 TO WS-RELEASE-REJECTED
               MOVE "REJECTED" TO WS-SUC-DISPOSITION
           END-IF
           IF WS-SUSL-OPEN = 1
               MOVE REL-ACTION TO WS-SUC-ACTION
               MOVE REL-EXTRACT-DATE TO WS-SUC-EXT-DATE
               MOVE REL-FILE-SERIAL TO WS-SUC-EXT-SERIAL
               MOVE REL-SEQUENCE TO WS-SUC-SEQUENCE
               MOVE REL-SUPERVISOR-ID TO WS-SUC-SUPERVISOR
               WRITE SUSPENSE-LISTING-LINE FROM WS-SUL-CARD-LINE
           END-IF.

       7520-POST-RELEASED-ITEM.
           MOVE WS-SUS-VALUE (WS-SUS-IDX) TO WS-INPUT-VALUE
           IF WS-SUS-TYPE (WS-SUS-IDX) = "C"
               COMPUTE WS-INPUT-VALUE = 0 - WS-INPUT-VALUE
           END-IF
           ADD WS-INPUT-VALUE TO WS-TOTAL
               ON SIZE ERROR
                   SET WS-OVERFLOW-FLAG TO 1
                   SET WS-ERROR-FLAG TO 1
                   DISPLAY "FATAL: WS-TOTAL OVERFLOW RELEASING "
                       REL-EXTRACT-DATE "/" REL-FILE-SERIAL "/"
                       REL-SEQUENCE
           END-ADD
           IF WS-OVERFLOW-FLAG = 0
               MOVE "P" TO WS-SUS-ENT-STATUS (WS-SUS-IDX)
               MOVE REL-SUPERVISOR-ID TO WS-SUS-ACTIONED-BY (WS-SUS-IDX)
               ADD 1 TO WS-RELEASED-COUNT
               ADD WS-INPUT-VALUE TO WS-RELEASED-TOTAL
               PERFORM 2400-UPDATE-CATEGORY-SUBTOTAL
               MOVE WS-SUS-SEQUENCE (WS-SUS-IDX) TO AUD-SEQUENCE
               MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
               MOVE WS-INPUT-VALUE TO AUD-INPUT-VALUE
               MOVE WS-CATEGORY-CODE TO AUD-CATEGORY-CODE
               MOVE "S" TO AUD-ACTION-CODE
               MOVE 0 TO AUD-REVERSED-SEQUENCE
               MOVE 0 TO AUD-BACKOUT-AMOUNT
               MOVE WS-SUS-CURRENCY (WS-SUS-IDX) TO AUD-CURRENCY-CODE
               MOVE WS-SUS-ORIG-AMOUNT (WS-SUS-IDX) TO AUD-ORIG-AMOUNT
               MOVE WS-SUS-FX-RATE (WS-SUS-IDX) TO AUD-FX-RATE
               MOVE WS-SUS-EXT-DATE (WS-SUS-IDX) TO AUD-EXTRACT-DATE
               MOVE WS-SUS-EXT-SERIAL (WS-SUS-IDX) TO AUD-FILE-SERIAL
               WRITE AUDIT-RECORD
               IF WS-SUS-REFERENCE (WS-SUS-IDX) NOT = SPACES
                   PERFORM 7530-REMEMBER-RELEASED-REFERENCE
               END-IF
               MOVE "RELEASED" TO WS-SUC-DISPOSITION
           END-IF.

       7530-REMEMBER-RELEASED-REFERENCE.
      *    THE DOCUMENT POSTED TODAY, SO ITS DUPLICATE WINDOW RUNS
      *    FROM TODAY. STATUS "L" KEEPS IT CLEAR OF THE SAME-DAY
      *    REVERSAL DROP IN 2045, WHICH KEYS ON THIS RUN'S COUNTER.
      *    A FOREIGN ITEM IS REMEMBERED BY ITS AMOUNT AS KEYED, AS IN
      *    2320.
           IF WS-DREF-COUNT < 5000
               ADD 1 TO WS-DREF-COUNT
               MOVE WS-SUS-REFERENCE (WS-SUS-IDX)
                   TO WS-DREF-REFERENCE (WS-DREF-COUNT)
               MOVE WS-SUS-CATEGORY (WS-SUS-IDX)
                   TO WS-DREF-CATEGORY (WS-DREF-COUNT)
               MOVE WS-SUS-CURRENCY (WS-SUS-IDX)
                   TO WS-DREF-CURRENCY (WS-DREF-COUNT)
               IF WS-SUS-CURRENCY (WS-SUS-IDX) = SPACES
                   MOVE WS-SUS-VALUE (WS-SUS-IDX)
                       TO WS-DREF-AMOUNT (WS-DREF-COUNT)
               ELSE
                   MOVE WS-SUS-ORIG-AMOUNT (WS-SUS-IDX)
                       TO WS-DREF-AMOUNT (WS-DREF-COUNT)
               END-IF
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
               MOVE WS-CURRENT-DATE-N TO WS-DREF-DATE (WS-DREF-COUNT)
               MOVE WS-SUS-EXT-DATE (WS-SUS-IDX)
                   TO WS-DREF-EXT-DATE (WS-DREF-COUNT)
               MOVE WS-SUS-EXT-SERIAL (WS-SUS-IDX)
                   TO WS-DREF-EXT-SERIAL (WS-DREF-COUNT)
               MOVE WS-SUS-SEQUENCE (WS-SUS-IDX)
                   TO WS-DREF-SEQUENCE (WS-DREF-COUNT)
               MOVE "L" TO WS-DREF-ENT-STATUS (WS-DREF-COUNT)
           ELSE
               DISPLAY "WARNING: POSTED-REFERENCE TABLE FULL - "
                   "DOCUMENT " WS-SUS-REFERENCE (WS-SUS-IDX)
                   " NOT REMEMBERED"
           END-IF.

       8000-PRODUCE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = "00"
               WRITE REPORT-LINE FROM WS-BODY-LINE-ACCEPTED
               MOVE WS-REJECTED-COUNT TO WS-BDY-REJECTS
               WRITE REPORT-LINE FROM WS-BODY-LINE-REJECTS
               IF WS-DUP-SUSPECT-COUNT > 0
                   MOVE WS-DUP-SUSPECT-COUNT TO WS-BDY-SUSPECTS
                   WRITE REPORT-LINE FROM WS-BODY-LINE-SUSPECTS
               END-IF
               IF WS-HELD-COUNT > 0
                   MOVE WS-HELD-COUNT TO WS-BDY-HELD
                   WRITE REPORT-LINE FROM WS-BODY-LINE-HELD
               END-IF
               IF WS-FX-CONVERTED-COUNT > 0
                   MOVE WS-FX-CONVERTED-COUNT TO WS-BDY-CONVERTED
                   WRITE REPORT-LINE FROM WS-BODY-LINE-CONVERTED
               END-IF
               IF WS-RELEASED-COUNT > 0
                   MOVE WS-RELEASED-COUNT TO WS-BDY-RELEASED
                   MOVE WS-RELEASED-TOTAL TO WS-BDY-RELEASED-AMT
                   WRITE REPORT-LINE FROM WS-BODY-LINE-RELEASED
               END-IF
               PERFORM 8015-WRITE-EXTRACT-SECTION
               WRITE REPORT-LINE FROM WS-CATEGORY-HDR-LINE
               PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
      *    THE HISTORY RECORD IS APPENDED ONLY FOR A RUN THAT STAYED
      *    CLEAN ALL THE WAY THROUGH ITS GL EXTRACT, SO THE VARIANCE
      *    BASELINE IS NEVER POLLUTED BY A FAILED OR HELD RUN.
      *    THE POSTED-REFERENCE FILE FOLLOWS THE SAME RULE - A HELD
      *    RUN'S REFERENCES NEVER POSTED AND MUST NOT HOLD ITS RERUN.
           IF WS-ERROR-FLAG = 0 AND WS-RUN-MODE NOT = "C"
               PERFORM 8200-WRITE-RUN-HISTORY
               IF WS-ERROR-FLAG = 0
                   PERFORM 8250-WRITE-POSTED-REFERENCES
               END-IF
               IF WS-ERROR-FLAG = 0
                   PERFORM 8260-WRITE-SUSPENSE-FILE
               END-IF
           END-IF.

       8015-WRITE-EXTRACT-SECTION.
               CLOSE RUN-HISTORY-FILE
           END-IF.

       8250-WRITE-POSTED-REFERENCES.
      *    REWRITTEN WHOLE FROM THE TABLE: THE ENTRIES STILL INSIDE
      *    THE WINDOW PLUS THIS RUN'S POSTINGS, LESS ANYTHING MARKED
      *    REVERSED OR BACKED OUT.
           OPEN OUTPUT POSTED-REFERENCE-FILE
           IF WS-DREF-STATUS NOT = "00"
               DISPLAY "ERROR OPENING POSTED-REFERENCE-FILE: "
                   WS-DREF-STATUS
               SET WS-FILE-ERROR-FLAG TO 1
               SET WS-ERROR-FLAG TO 1
           ELSE
               PERFORM VARYING WS-DREF-IDX FROM 1 BY 1
                       UNTIL WS-DREF-IDX > WS-DREF-COUNT
                   IF WS-DREF-ENT-STATUS (WS-DREF-IDX) NOT = "X"
                       MOVE SPACES TO POSTED-REFERENCE-RECORD
                       MOVE WS-DREF-REFERENCE (WS-DREF-IDX)
                           TO DR-DOC-REFERENCE
                       MOVE WS-DREF-CATEGORY (WS-DREF-IDX)
                           TO DR-CATEGORY-CODE
                       IF WS-DREF-CURRENCY (WS-DREF-IDX) = SPACES
                           MOVE WS-DREF-AMOUNT (WS-DREF-IDX)
                               TO DR-AMOUNT
                           MOVE 0 TO DR-ORIG-AMOUNT
                       ELSE
                           MOVE 0 TO DR-AMOUNT
                           MOVE WS-DREF-CURRENCY (WS-DREF-IDX)
                               TO DR-CURRENCY-CODE
                           MOVE WS-DREF-AMOUNT (WS-DREF-IDX)
                               TO DR-ORIG-AMOUNT
                       END-IF
                       MOVE WS-DREF-DATE (WS-DREF-IDX) TO DR-POSTED-DATE
                       MOVE WS-DREF-EXT-DATE (WS-DREF-IDX)
                           TO DR-EXTRACT-DATE
                       MOVE WS-DREF-EXT-SERIAL (WS-DREF-IDX)
                           TO DR-FILE-SERIAL
                       MOVE WS-DREF-SEQUENCE (WS-DREF-IDX)
                           TO DR-SEQUENCE
                       WRITE POSTED-REFERENCE-RECORD
                   END-IF
               END-PERFORM
               CLOSE POSTED-REFERENCE-FILE
           END-IF.

       8260-WRITE-SUSPENSE-FILE.
      *    REWRITTEN WHOLE FROM THE TABLE: WHAT WAS STILL WAITING PLUS
      *    WHAT THIS RUN HELD, LESS WHAT IT RELEASED OR DECLINED.
           OPEN OUTPUT SUSPENSE-FILE
           IF WS-SUSP-STATUS NOT = "00"
               DISPLAY "ERROR OPENING SUSPENSE-FILE: " WS-SUSP-STATUS
               SET WS-FILE-ERROR-FLAG TO 1
               SET WS-ERROR-FLAG TO 1
           ELSE
               PERFORM VARYING WS-SUS-IDX FROM 1 BY 1
                       UNTIL WS-SUS-IDX > WS-SUS-COUNT
                   IF WS-SUS-ENT-STATUS (WS-SUS-IDX) = "F"
                       OR WS-SUS-ENT-STATUS (WS-SUS-IDX) = "N"
                       MOVE SPACES TO SUSPENSE-RECORD
                       MOVE WS-SUS-EXT-DATE (WS-SUS-IDX)
                           TO SUS-EXTRACT-DATE
                       MOVE WS-SUS-EXT-SERIAL (WS-SUS-IDX)
                           TO SUS-FILE-SERIAL
                       MOVE WS-SUS-SEQUENCE (WS-SUS-IDX) TO SUS-SEQUENCE
                       MOVE WS-SUS-VALUE (WS-SUS-IDX) TO SUS-INPUT-VALUE
                       MOVE WS-SUS-TYPE (WS-SUS-IDX) TO SUS-TRANS-TYPE
                       MOVE WS-SUS-CATEGORY (WS-SUS-IDX)
                           TO SUS-CATEGORY-CODE
                       MOVE WS-SUS-REFERENCE (WS-SUS-IDX)
                           TO SUS-DOC-REFERENCE
                       MOVE WS-SUS-HELD-DATE (WS-SUS-IDX)
                           TO SUS-HELD-DATE
                       MOVE WS-SUS-LIMIT (WS-SUS-IDX) TO SUS-LIMIT
                       MOVE WS-SUS-CURRENCY (WS-SUS-IDX)
                           TO SUS-CURRENCY-CODE
                       MOVE WS-SUS-ORIG-AMOUNT (WS-SUS-IDX)
                           TO SUS-ORIG-AMOUNT
                       MOVE WS-SUS-FX-RATE (WS-SUS-IDX) TO SUS-FX-RATE
                       WRITE SUSPENSE-RECORD
                   END-IF
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF.

       8010-LOOKUP-CATEGORY-DESC.
      *    THE MASTER-FILE DESCRIPTION IS CARRIED NEXT TO THE CODE SO
      *    ACCOUNTING DOES NOT HAVE TO DECODE FOUR-CHARACTER
               SET WS-ERROR-FLAG TO 1
           ELSE
               MOVE 0 TO WS-GLEX-LINE-SUM
               MOVE FUNCTION CURRENT-DATE TO WS-GL-POSTING-STAMP
               PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                       UNTIL WS-CAT-IDX > WS-CATEGORY-COUNT
                   PERFORM 8110-WRITE-GL-DETAIL
               MOVE WS-GL-PERIOD TO GL-PERIOD
               MOVE WS-TOTAL TO GL-AMOUNT
               MOVE "C" TO GL-RECORD-TYPE
               MOVE WS-GL-POSTING-STAMP TO GL-POSTING-STAMP
               WRITE GL-EXTRACT-RECORD
               CLOSE GL-EXTRACT-FILE
               IF WS-PER-RUN-REDIRECTED = 1
                   MOVE WS-TOTAL TO WS-PPA-AMOUNT (WS-PER-RUN-PPA-SUB)
               END-IF
               IF WS-HEADER-FOUND = 1
                   PERFORM 8150-REGISTER-PROCESSED-RUN
               ELSE
                   PERFORM 8160-REGISTER-UNHEADED-RUN
               END-IF
           END-IF.

                           TO PRG-EXTRACT-DATE
                       MOVE WS-EXT-SERIAL (WS-EXT-SUB)
                           TO PRG-FILE-SERIAL
                       MOVE WS-GL-POSTING-STAMP
                           TO PRG-POSTED-TIMESTAMP
                       MOVE "P" TO PRG-RUN-STATUS
                       WRITE PROCESSED-RUN-RECORD
               CLOSE PROCESSED-RUNS-FILE
           END-IF.

       8160-REGISTER-UNHEADED-RUN.
      *    A CORRECTION RUN SENDS THE LEDGER A FRESH EXTRACT, UNDER A
      *    NEW POSTING STAMP, FOR THE RUN IT CORRECTED. THAT RUN'S
      *    REGISTRY ENTRIES ARE RE-STAMPED TO IT AND SET BACK TO SENT
      *    ("P") SO GLACKREC CAN CONFIRM THE EXTRACT NOW AT THE
      *    LEDGER - STILL ONE ENTRY PER IDENTITY, SO RUNRECON'S
      *    DUPLICATE CHECK STANDS. A RUN WITH NO IDENTITY AT ALL (A
      *    HEADERLESS FILE, OR A CORRECTION TO ONE) IS REGISTERED
      *    UNDER ITS RUN DATE AND SERIAL ZERO. AN IDENTITY NOT YET ON
      *    THE REGISTRY IS ADDED.
           MOVE 0 TO WS-RST-COUNT
           PERFORM VARYING WS-EXT-SUB FROM 1 BY 1
                   UNTIL WS-EXT-SUB > WS-EXTRACT-COUNT
               IF WS-EXT-STATUS (WS-EXT-SUB) = "A"
                   OR WS-EXT-STATUS (WS-EXT-SUB) = "O"
                   ADD 1 TO WS-RST-COUNT
                   MOVE WS-EXT-DATE (WS-EXT-SUB)
                       TO WS-RST-DATE (WS-RST-COUNT)
                   MOVE WS-EXT-SERIAL (WS-EXT-SUB)
                       TO WS-RST-SERIAL (WS-RST-COUNT)
                   MOVE 0 TO WS-RST-FOUND (WS-RST-COUNT)
               END-IF
           END-PERFORM
           IF WS-RST-COUNT = 0
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
               MOVE 1 TO WS-RST-COUNT
               MOVE WS-CURRENT-DATE-N TO WS-RST-DATE (1)
               MOVE 0 TO WS-RST-SERIAL (1)
               MOVE 0 TO WS-RST-FOUND (1)
           END-IF
           MOVE 0 TO WS-PREG-EOF-FLAG
           OPEN I-O PROCESSED-RUNS-FILE
           IF WS-PREG-STATUS = "00"
               PERFORM UNTIL WS-PREG-EOF-FLAG = 1
                   READ PROCESSED-RUNS-FILE
                       AT END
                           SET WS-PREG-EOF-FLAG TO 1
                       NOT AT END
                           PERFORM 8170-RESTAMP-REGISTRY-RECORD
                   END-READ
               END-PERFORM
               CLOSE PROCESSED-RUNS-FILE
               PERFORM 8180-ADD-NEW-IDENTITIES
           ELSE
               IF WS-PREG-STATUS = "35"
                   PERFORM 8180-ADD-NEW-IDENTITIES
               ELSE
                   DISPLAY "ERROR OPENING PROCESSED-RUNS-FILE: "
                       WS-PREG-STATUS
                   SET WS-FILE-ERROR-FLAG TO 1
                   SET WS-ERROR-FLAG TO 1
               END-IF
           END-IF.

       8170-RESTAMP-REGISTRY-RECORD.
      *    A BACKED-OUT ("B") ENTRY NO LONGER STANDS AND IS LEFT AS
      *    IT IS; A CONFIRMED ("K") ONE WAS CONFIRMED FOR THE EXTRACT
      *    THIS ONE REPLACES, SO IT GOES BACK TO SENT.
           PERFORM VARYING WS-RST-SUB FROM 1 BY 1
                   UNTIL WS-RST-SUB > WS-RST-COUNT
               IF PRG-EXTRACT-DATE = WS-RST-DATE (WS-RST-SUB)
                   AND PRG-FILE-SERIAL = WS-RST-SERIAL (WS-RST-SUB)
                   AND (PRG-RUN-STATUS = "P" OR PRG-RUN-STATUS = "K")
                   MOVE 1 TO WS-RST-FOUND (WS-RST-SUB)
                   MOVE WS-GL-POSTING-STAMP TO PRG-POSTED-TIMESTAMP
                   MOVE "P" TO PRG-RUN-STATUS
                   MOVE 0 TO PRG-CONFIRMED-DATE
                   REWRITE PROCESSED-RUN-RECORD
               END-IF
           END-PERFORM.

       8180-ADD-NEW-IDENTITIES.
           MOVE 0 TO WS-RST-NEW-COUNT
           PERFORM VARYING WS-RST-SUB FROM 1 BY 1
                   UNTIL WS-RST-SUB > WS-RST-COUNT
               IF WS-RST-FOUND (WS-RST-SUB) = 0
                   ADD 1 TO WS-RST-NEW-COUNT
               END-IF
           END-PERFORM
           IF WS-RST-NEW-COUNT > 0
               OPEN EXTEND PROCESSED-RUNS-FILE
               IF WS-PREG-STATUS = "35"
                   OPEN OUTPUT PROCESSED-RUNS-FILE
               END-IF
               IF WS-PREG-STATUS NOT = "00"
                   DISPLAY "ERROR OPENING PROCESSED-RUNS-FILE: "
                       WS-PREG-STATUS
                   SET WS-FILE-ERROR-FLAG TO 1
                   SET WS-ERROR-FLAG TO 1
               ELSE
                   PERFORM VARYING WS-RST-SUB FROM 1 BY 1
                           UNTIL WS-RST-SUB > WS-RST-COUNT
                       IF WS-RST-FOUND (WS-RST-SUB) = 0
                           MOVE SPACES TO PROCESSED-RUN-RECORD
                           MOVE WS-RST-DATE (WS-RST-SUB)
                               TO PRG-EXTRACT-DATE
                           MOVE WS-RST-SERIAL (WS-RST-SUB)
                               TO PRG-FILE-SERIAL
                           MOVE WS-GL-POSTING-STAMP
                               TO PRG-POSTED-TIMESTAMP
                           MOVE "P" TO PRG-RUN-STATUS
                           WRITE PROCESSED-RUN-RECORD
                       END-IF
                   END-PERFORM
                   CLOSE PROCESSED-RUNS-FILE
               END-IF
           END-IF.

       9000-TERMINATE.
      *    ONLY WRITE TO CHECKPOINT-FILE IF IT ACTUALLY OPENED - ON A
      *    RUNTIME THAT ABENDS ON A WRITE TO AN UNOPENED FILE, WRITING
                                           "correction run refused - "
                                           "see prior messages."
                                   ELSE
                                       IF WS-PERIOD-REFUSED-FLAG = 1
                                           DISPLAY "Program terminated:"
                                               " GL period not open "
                                               "- see prior messages."
                                       ELSE
                                           DISPLAY "Total: " WS-TOTAL
                                       END-IF
                                   END-IF
                               END-IF
                           END-IF
           END-IF
           DISPLAY "Records accepted: " WS-ACCEPTED-COUNT
           DISPLAY "Records rejected: " WS-REJECTED-COUNT
           IF WS-DUP-SUSPECT-COUNT > 0
               DISPLAY "Duplicate suspects held: " WS-DUP-SUSPECT-COUNT
           END-IF
           IF WS-HELD-COUNT > 0
               DISPLAY "Records held in suspense: " WS-HELD-COUNT
           END-IF
           IF WS-FX-CONVERTED-COUNT > 0
               DISPLAY "Foreign-currency records converted: "
                   WS-FX-CONVERTED-COUNT
           END-IF
           IF WS-RATE-FILE-OPEN = 1
               CLOSE RATE-FILE
           END-IF
           IF WS-RELEASED-COUNT > 0
               DISPLAY "Records released from suspense: "
                   WS-RELEASED-COUNT
           END-IF
           IF WS-SUSL-OPEN = 1
               PERFORM 9050-FINISH-SUSPENSE-LISTING
           END-IF
           IF WS-PPA-REDIRECT-COUNT > 0
               DISPLAY "Prior-period adjustments: "
                   WS-PPA-REDIRECT-COUNT
           END-IF
           PERFORM 9060-WRITE-PPA-REPORT
           IF WS-DUPR-OPEN = 1
               MOVE WS-DUP-SUSPECT-COUNT TO WS-DUP-TOTAL
               WRITE SUSPECT-REPORT-LINE FROM WS-HEADER-LINE-2
               WRITE SUSPECT-REPORT-LINE FROM WS-DUP-TOTAL-LINE
               WRITE SUSPECT-REPORT-LINE FROM WS-FOOTER-LINE
               CLOSE SUSPECT-REPORT-FILE
           END-IF
           IF WS-RUN-MODE NOT = "C" AND WS-RUN-MODE NOT = "B"
               CLOSE TRANSACTION-FILE
               IF WS-OUTPUT-FILES-OPEN = 1
           PERFORM 9200-WRITE-RUN-STATUS
           MOVE WS-RETURN-CODE TO RETURN-CODE.

       9050-FINISH-SUSPENSE-LISTING.
      *    EVERYTHING STILL WAITING, OLDEST AGE FIRST AS IT WAS HELD,
      *    SO THE SUPERVISOR CAN SEE WHAT IS GROWING STALE.
           MOVE 0 TO WS-STILL-HELD-COUNT
           MOVE 0 TO WS-STILL-HELD-TOTAL
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           WRITE SUSPENSE-LISTING-LINE FROM WS-HEADER-LINE-2
           WRITE SUSPENSE-LISTING-LINE FROM WS-SUL-HELD-HDR-LINE
           WRITE SUSPENSE-LISTING-LINE FROM WS-SUL-COLUMN-LINE
           PERFORM VARYING WS-SUS-IDX FROM 1 BY 1
                   UNTIL WS-SUS-IDX > WS-SUS-COUNT
               IF WS-SUS-ENT-STATUS (WS-SUS-IDX) = "F"
                   OR WS-SUS-ENT-STATUS (WS-SUS-IDX) = "N"
                   ADD 1 TO WS-STILL-HELD-COUNT
                   ADD WS-SUS-VALUE (WS-SUS-IDX) TO WS-STILL-HELD-TOTAL
                   MOVE WS-SUS-EXT-DATE (WS-SUS-IDX) TO WS-SUH-EXT-DATE
                   MOVE WS-SUS-EXT-SERIAL (WS-SUS-IDX)
                       TO WS-SUH-EXT-SERIAL
                   MOVE WS-SUS-SEQUENCE (WS-SUS-IDX) TO WS-SUH-SEQUENCE
                   MOVE WS-SUS-CATEGORY (WS-SUS-IDX) TO WS-SUH-CATEGORY
                   MOVE WS-SUS-TYPE (WS-SUS-IDX) TO WS-SUH-TYPE
                   MOVE WS-SUS-VALUE (WS-SUS-IDX) TO WS-SUH-AMOUNT
                   MOVE WS-SUS-LIMIT (WS-SUS-IDX) TO WS-SUH-LIMIT
                   MOVE WS-SUS-HELD-DATE (WS-SUS-IDX)
                       TO WS-SUH-HELD-DATE
                   MOVE 0 TO WS-SUS-AGE-DAYS
                   IF WS-SUS-HELD-DATE (WS-SUS-IDX) > 0
                       COMPUTE WS-SUS-AGE-DAYS =
                           FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE-N)
                           - FUNCTION INTEGER-OF-DATE
                               (WS-SUS-HELD-DATE (WS-SUS-IDX))
                   END-IF
                   MOVE WS-SUS-AGE-DAYS TO WS-SUH-AGE
                   WRITE SUSPENSE-LISTING-LINE FROM WS-SUL-HELD-LINE
               END-IF
           END-PERFORM
           IF WS-STILL-HELD-COUNT = 0
               WRITE SUSPENSE-LISTING-LINE FROM WS-SUL-NONE-HELD-LINE
           END-IF
           WRITE SUSPENSE-LISTING-LINE FROM WS-HEADER-LINE-2
           MOVE WS-STILL-HELD-COUNT TO WS-SUL-COUNT
           WRITE SUSPENSE-LISTING-LINE FROM WS-SUL-COUNT-LINE
           MOVE WS-STILL-HELD-TOTAL TO WS-SUL-VALUE
           WRITE SUSPENSE-LISTING-LINE FROM WS-SUL-VALUE-LINE
           IF WS-ERROR-FLAG = 1
               WRITE SUSPENSE-LISTING-LINE FROM WS-SUL-RUN-HELD-LINE
           END-IF
           WRITE SUSPENSE-LISTING-LINE FROM WS-FOOTER-LINE
           CLOSE SUSPENSE-LISTING-FILE.

       9060-WRITE-PPA-REPORT.
      *    WRITTEN EVERY RUN, WHATEVER THE MODE, SO THE PERIOD-END
      *    FILE FINANCE RECONCILES AGAINST ALWAYS SAYS WHETHER THE
      *    LAST RUN TOUCHED A CLOSED PERIOD - "NOTHING" INCLUDED.
           OPEN OUTPUT PPA-REPORT-FILE
           IF WS-PPAR-STATUS NOT = "00"
               DISPLAY "WARNING: PPA-REPORT-FILE NOT WRITTEN: "
                   WS-PPAR-STATUS
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
               MOVE WS-CURRENT-DATE TO WS-PPA-HDR-DATE
               WRITE PPA-REPORT-LINE FROM WS-PPA-HDR-LINE-1
               WRITE PPA-REPORT-LINE FROM WS-HEADER-LINE-2
               MOVE WS-RUN-MODE TO WS-PPA-RUN-MODE
               WRITE PPA-REPORT-LINE FROM WS-PPA-MODE-LINE
               WRITE PPA-REPORT-LINE FROM WS-PPA-COLUMN-LINE
               PERFORM VARYING WS-PPA-IDX FROM 1 BY 1
                       UNTIL WS-PPA-IDX > WS-PPA-COUNT
                   MOVE WS-PPA-MODE (WS-PPA-IDX) TO WS-PPD-MODE
                   MOVE WS-PPA-SEQUENCE (WS-PPA-IDX) TO WS-PPD-SEQUENCE
                   MOVE WS-PPA-FROM-PERIOD (WS-PPA-IDX) TO WS-PPD-FROM
                   MOVE WS-PPA-TO-PERIOD (WS-PPA-IDX) TO WS-PPD-TO
                   MOVE WS-PPA-AMOUNT (WS-PPA-IDX) TO WS-PPD-AMOUNT
                   MOVE WS-PPA-ACTION (WS-PPA-IDX) TO WS-PPD-ACTION
                   WRITE PPA-REPORT-LINE FROM WS-PPA-DETAIL-LINE
               END-PERFORM
               IF WS-PPA-COUNT = 0
                   WRITE PPA-REPORT-LINE FROM WS-PPA-NONE-LINE
               END-IF
               WRITE PPA-REPORT-LINE FROM WS-HEADER-LINE-2
               MOVE WS-PPA-COUNT TO WS-PPA-TOTAL-COUNT
               WRITE PPA-REPORT-LINE FROM WS-PPA-COUNT-LINE
               IF WS-ERROR-FLAG = 1 AND WS-PPA-REDIRECT-COUNT > 0
                   WRITE PPA-REPORT-LINE FROM WS-PPA-RUN-HELD-LINE
               END-IF
               WRITE PPA-REPORT-LINE FROM WS-FOOTER-LINE
               CLOSE PPA-REPORT-FILE
           END-IF.

       9100-SET-RETURN-CODE.
      *    GRADED SO THE SCHEDULER CAN TELL "HOLD THE GL PICKUP AND
      *    PAGE SOMEONE" (8 AND UP) FROM "COMPLETED BUT REJECTS NEED
      *    THE CORRECTION RUN" (4) FROM A CLEAN RUN (0). ITEMS HELD
      *    FOR A SUPERVISOR, OR RELEASE CARDS THAT COULD NOT BE
      *    ACTED ON, ALSO GRADE 4, AS DOES ANYTHING REDIRECTED OUT
      *    OF A CLOSED PERIOD. A LOCKED PERIOD HOLDS THE RUN AT 8.
           IF WS-FILE-ERROR-FLAG = 1
               MOVE 16 TO WS-RETURN-CODE
           ELSE
                           AND WS-COUNTER = 0)
                       OR WS-BACKOUT-MISMATCH-FLAG = 1
                       OR WS-CORRECTION-REFUSED-FLAG = 1
                       OR WS-PERIOD-REFUSED-FLAG = 1
                       MOVE 8 TO WS-RETURN-CODE
                   ELSE
                       IF WS-REJECTED-COUNT > 0
                           OR WS-DUPLICATE-RUN-FLAG = 1
                           OR WS-HELD-COUNT > 0
                           OR WS-RELEASE-REJECTED > 0
                           OR WS-PPA-COUNT > 0
                           MOVE 4 TO WS-RETURN-CODE
                       ELSE
                           MOVE 0 TO WS-RETURN-CODE
               MOVE WS-COUNTER TO RS-COUNTER
               MOVE WS-ACCEPTED-COUNT TO RS-ACCEPTED-COUNT
               MOVE WS-REJECTED-COUNT TO RS-REJECTED-COUNT
               MOVE WS-HELD-COUNT TO RS-HELD-COUNT
               MOVE WS-PERIOD-REFUSED-FLAG TO RS-PERIOD-REFUSED-FLAG
               MOVE WS-TOTAL TO RS-TOTAL
               MOVE WS-START-TIMESTAMP TO RS-START-TIMESTAMP
               MOVE FUNCTION CURRENT-DATE TO RS-END-TIMESTAMP
