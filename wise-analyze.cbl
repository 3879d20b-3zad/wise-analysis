               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUDGETS-FILE-STATUS.

           SELECT OWN-ACCOUNTS-FILE
               ASSIGN TO DYNAMIC OWN-ACCOUNTS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OWN-ACCOUNTS-STATUS.

           SELECT OPEN-INVOICES-FILE
               ASSIGN TO DYNAMIC OPEN-INVOICES-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPEN-INVOICES-STATUS.

           SELECT EXPECTED-FEES-FILE
               ASSIGN TO DYNAMIC EXPECTED-FEES-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXPECTED-FEES-STATUS.

           SELECT PERIOD-STATUS-FILE
               ASSIGN TO DYNAMIC PERIOD-STATUS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-STATUS-STATUS.

      * DYNAMIC ACCESS: THE DUPLICATE LOOKUP STILL READS BY KEY,
      * AND THE RECURRING-PAYMENT SCAN WALKS THE WHOLE HISTORY
      * WITH READ NEXT.
               10  RST-FX-PAIR-COUNT    PIC 9(5).
               10  RST-FX-TOTAL-CONV    PIC S9(9)V99.
               10  RST-FX-RATE-TOTAL    PIC S9(7)V9999.
               10  RST-FX-AUDITED       PIC 9(5).
               10  RST-FX-NO-REFERENCE  PIC 9(5).
               10  RST-FX-REF-RATE-TOTAL PIC S9(7)V9(6).
               10  RST-FX-SOURCE-HOME   PIC S9(11)V99.
               10  RST-FX-FEE-HOME      PIC S9(11)V99.
               10  RST-FX-MARKUP-HOME   PIC S9(11)V99.
           05  RST-MISMATCH-DATA OCCURS 200 TIMES
                   INDEXED BY RST-MISMATCH-IDX.
               10  RST-MISMATCH-ENTRY   PIC X(80).
               10  RST-CM-YYYYMM        PIC 9(6).
               10  RST-CM-SPEND         PIC S9(9)V99.
           05  RST-FILE-LAST-DATE      PIC 9(8).
           05  RST-FILE-FIRST-DATE     PIC 9(8).
           05  RST-QUARANTINE-COUNT    PIC 9(6).
      * THE ACK RECONCILIATION RUNS ONCE, AT THE FRESH START --
      * WITHOUT THESE A CRASH-AND-RESUME WOULD FINISH THE FILE
                   INDEXED BY RST-ACK-REJ-IDX.
               10  RST-ACK-REJ-ENTRY   PIC X(100).
           05  RST-CARRY-COUNT         PIC 9(3).
           05  RST-LEG-MATCHED-COUNT   PIC 9(5).
           05  RST-LEG-OPEN-COUNT      PIC 9(5).
      * PAYMENTS THIS FILE HAS APPLIED TO OPEN INVOICES SO FAR --
      * THE INVOICES FILE ITSELF IS ONLY REWRITTEN AT END OF FILE,
      * SO WITHOUT THESE A RESUME WOULD LOSE EVERY PAYMENT MATCHED
      * BEFORE THE CRASH. KEYED ON VENDOR AND INVOICE NUMBER, NOT
      * TABLE POSITION, IN CASE THE FILE WAS EDITED IN BETWEEN.
           05  RST-AP-ENTRY-COUNT      PIC 9(3).
           05  RST-AP-DATA OCCURS 500 TIMES
                   INDEXED BY RST-AP-IDX.
               10  RST-AP-VENDOR        PIC X(30).
               10  RST-AP-INVOICE       PIC X(20).
               10  RST-AP-FILE-PAID     PIC S9(9)V99.
               10  RST-AP-FILE-PAYMENTS PIC 9(3).
               10  RST-AP-PAID-TWICE    PIC X.
      * THE VAT WORKSHEET SO FAR -- ITS EIGHT CODE/DIRECTION TOTALS
      * AND THE ROWS THAT COULD NOT GO ON IT.
           05  RST-VAT-DATA OCCURS 8 TIMES
                   INDEXED BY RST-VAT-IDX.
               10  RST-VAT-ROW-COUNT    PIC 9(5).
               10  RST-VAT-NET          PIC S9(11)V99.
               10  RST-VAT-TAX          PIC S9(11)V99.
               10  RST-VAT-GROSS        PIC S9(11)V99.
           05  RST-VAT-EXC-COUNT       PIC 9(5).
           05  RST-VAT-EXC-ENTRY-COUNT PIC 9(3).
           05  RST-VAT-EXC-DATA OCCURS 200 TIMES
                   INDEXED BY RST-VAT-EXC-IDX.
               10  RST-VAT-EXC-ENTRY    PIC X(100).
      * CONVERSIONS FLAGGED OVER THE EXPECTED-FEE SCHEDULE SO FAR.
           05  RST-FX-OVER-COUNT       PIC 9(5).
           05  RST-FX-OVER-ENTRY-COUNT PIC 9(3).
           05  RST-FX-OVER-DATA OCCURS 200 TIMES
                   INDEXED BY RST-FX-OVER-IDX.
               10  RST-FX-OVER-ENTRY    PIC X(100).
      * ROWS REDIRECTED OUT OF A CLOSED PERIOD SO FAR.
           05  RST-LATE-COUNT          PIC 9(5).
           05  RST-LATE-ENTRY-COUNT    PIC 9(3).
           05  RST-LATE-DATA OCCURS 200 TIMES
                   INDEXED BY RST-LATE-IDX.
               10  RST-LATE-ENTRY       PIC X(100).

       FD  CATEGORY-RULES-FILE.
       01  CATEGORY-RULES-RECORD   PIC X(120).
       FD  BUDGETS-FILE.
       01  BUDGETS-RECORD          PIC X(100).

       FD  OWN-ACCOUNTS-FILE.
       01  OWN-ACCOUNTS-RECORD     PIC X(100).

       FD  OPEN-INVOICES-FILE.
       01  OPEN-INVOICES-RECORD    PIC X(150).

       FD  EXPECTED-FEES-FILE.
       01  EXPECTED-FEES-RECORD    PIC X(100).

       FD  PERIOD-STATUS-FILE.
       01  PERIOD-STATUS-RECORD    PIC X(100).

      * ONE FIXED-WIDTH LINE PER ACCOUNT AND CURRENCY, REWRITTEN IN
      * FULL AT THE END OF EVERY COMPLETED FILE: THE LAST DECLARED
      * RUNNING BALANCE AND THE LAST ROW DATE THAT ACCOUNT'S MOST
           05  RH-DUP-COUNT            PIC 9(6).
           05  RH-GROSS-TOTAL          PIC S9(9)V99.
           05  RH-GROSS-FEES           PIC S9(9)V99.
      * THE STAMP THIS RUN PUT ON THE MASTER RECORDS IT ADDED, AND
      * Y WHEN IT RESUMED A CRASHED RUN -- THE ROWS THAT RUN GOT
      * THROUGH BEFORE ITS LAST CHECKPOINT KEEP THE CRASHED RUN'S
      * STAMP BUT ARE IN THIS RUN'S NEW COUNT. WISE-VERIFY TIES THE
      * MASTER BACK TO THE HISTORY WITH THESE; RECORDS WRITTEN
      * BEFORE THEY EXISTED CARRY SPACES.
           05  RH-RUN-STAMP            PIC X(14).
           05  RH-RESUMED-FLAG         PIC X.

      * PERMANENT TRANSACTION HISTORY, KEYED ON THE TRANSFERWISE ID.
      * EVERY IN-RANGE ROW IS LOOKED UP HERE BEFORE IT IS COUNTED, SO
      * WISE-REBUILD PASS; OPEN-MASTER-FILE REFUSES TO RUN
      * WITHOUT IT RATHER THAN COUNT EVERYTHING TWICE WITH THE
      * DEDUPLICATION OFF.
      * A ROW THAT MOVES MONEY BETWEEN TWO OF OUR OWN ACCOUNTS IS
      * ONE LEG OF AN INTER-ACCOUNT TRANSFER. THE LEG FIELDS HOLD
      * ITS STATE: U AN OPEN LEG STILL WAITING FOR THE OTHER
      * ACCOUNT'S ROW, M MATCHED (THE OTHER LEG'S TRANSFER ID IN
      * MST-LEG-MATCH-ID), SPACE NOT A TRANSFER LEG AT ALL. THE
      * LEG AMOUNT AND CURRENCY ARE WHAT ARRIVES IN THE RECEIVING
      * ACCOUNT -- THE CONVERTED AMOUNT ON A SENDING LEG THAT
      * CHANGED CURRENCY -- SO THE TWO LEGS COMPARE DIRECTLY.
      * MST-GL-CODE IS THE LEDGER ACCOUNT THE ROW'S AMOUNT WAS
      * POSTED TO, SO A LATER CORRECTION KNOWS WHAT IT REVERSES.
      * MST-RECORD-STATUS IS SPACE FOR A ROW AS IT WAS POSTED HERE;
      * WISE-ADJUST SETS V WHEN THE TRANSFER IS VOIDED AND A WHEN IT
      * HAS BEEN RECLASSIFIED OR SPLIT. A VOIDED ROW STAYS ON FILE
      * SO THE DEDUPLICATION STILL KNOWS IT, BUT IS NEVER TREATED AS
      * A PAYMENT AGAIN.
       FD  MASTER-FILE.
       01  MASTER-RECORD.
           05  MST-TRANSFER-ID         PIC X(30).
           05  MST-RUN-STAMP           PIC X(14).
           05  MST-COUNTERPARTY        PIC X(30).
           05  MST-ACCOUNT-ID          PIC X(30).
           05  MST-LEG-STATUS          PIC X.
           05  MST-LEG-OTHER-ACCOUNT   PIC X(30).
           05  MST-LEG-AMOUNT          PIC S9(9)V99.
           05  MST-LEG-CURRENCY        PIC X(30).
           05  MST-LEG-MATCH-ID        PIC X(30).
           05  MST-RECORD-STATUS       PIC X.
           05  MST-GL-CODE             PIC X(8).
      *-----------------------
       WORKING-STORAGE SECTION.
       01  FILE-NAME               PIC X(100) VALUE SPACES.
       01  RESTART-FILE-STATUS     PIC XX.
       01  RESUME-FLAG             PIC X VALUE "N".
       01  CHECKPOINT-INTERVAL     PIC 9(5) VALUE 500.
       01  CHECKPOINT-LAYOUT-VERSION PIC X(4) VALUE "0003".

      * SET WHENEVER THIS FILE'S CHECKPOINT WAS FOUND IN-PROGRESS,
      * WHETHER OR NOT THE RESUME WAS ACCEPTED. A DECLINED RESUME
       01  ACK-REJ-OVERFLOW-COUNT    PIC 9(6) VALUE 0.
       01  CARRY-OVERFLOW-COUNT      PIC 9(6) VALUE 0.
       01  BAL-OVERFLOW-COUNT        PIC 9(6) VALUE 0.
       01  ONE-SIDED-OVERFLOW-COUNT  PIC 9(6) VALUE 0.
       01  GRAND-CURR-OVERFLOW-COUNT PIC 9(6) VALUE 0.
       01  TABLE-OVERFLOW-TOTAL      PIC 9(7) VALUE 0.
       01  OVF-WORK-NAME             PIC X(40).
       01  BAL-SCAN-CURRENCY       PIC X(30).
       01  OPENING-PRIOR-BALANCE   PIC S9(9)V99 VALUE 0.
       01  FILE-LAST-ROW-DATE      PIC 9(8) VALUE 0.
      * EARLIEST IN-RANGE ROW DATE -- THE OLDEST DAY THIS EXPORT
      * CAN SPEAK FOR WHEN LOOKING FOR ONE-SIDED TRANSFERS.
       01  FILE-FIRST-ROW-DATE     PIC 9(8) VALUE 0.
       77  STORED-CLOSING-EDITED   PIC -Z(8).99 VALUE 0.
       77  OPENING-PRIOR-EDITED    PIC -Z(8).99 VALUE 0.

               10  FX-COUNT            PIC 9(5) VALUE 0.
               10  FX-TOTAL-CONVERTED  PIC S9(9)V99 VALUE 0.
               10  FX-RATE-TOTAL       PIC S9(7)V9999 VALUE 0.
               10  FX-AUDITED-COUNT    PIC 9(5) VALUE 0.
               10  FX-NO-REFERENCE-COUNT PIC 9(5) VALUE 0.
               10  FX-REF-RATE-TOTAL   PIC S9(7)V9(6) VALUE 0.
               10  FX-SOURCE-HOME      PIC S9(11)V99 VALUE 0.
               10  FX-FEE-HOME         PIC S9(11)V99 VALUE 0.
               10  FX-MARKUP-HOME      PIC S9(11)V99 VALUE 0.
       01  FX-PAIR-ENTRY-COUNT     PIC 9(2) VALUE 0.
       01  FX-FOUND-IDX            PIC 9(2) VALUE 0.
       77  FX-RATE-AVERAGE         PIC Z(4).9999 VALUE 0.
       77  FX-TOTAL-EDITED         PIC -Z(8).99 VALUE 0.

      * FX MARGIN AUDIT -- EVERY CONVERSION IS PRICED AGAIN AT THE
      * REFERENCE RATES IN EXCHANGE-RATES.TXT FOR ITS DATE. WHAT
      * LEFT IN THE FROM CURRENCY (THE CONVERTED AMOUNT OVER WISE'S
      * RATE, SO FEES ARE NOT COUNTED TWICE) LESS WHAT ARRIVED IN
      * THE TO CURRENCY, BOTH VALUED IN HOME CURRENCY, IS THE
      * MARKUP HIDDEN IN THE RATE. ADDED TO THE EXPLICIT FEE IT IS
      * THE TRUE COST OF THE CONVERSION. THE OPTIONAL
      * EXPECTED-FEES.TXT SETS THE CEILING PER CURRENCY PAIR, ONE
      * "FROM,TO,FEE-PCT,MARKUP-PCT" LINE PER PAIR, BOTH AS A
      * PERCENT OF THE AMOUNT CONVERTED (A BLANK LIMIT IS NOT
      * CHECKED); A CONVERSION OVER EITHER CEILING GOES TO THE
      * EXCEPTION FEED. A CONVERSION WITH NO REFERENCE RATE ON
      * EITHER SIDE IS COUNTED, NOT GUESSED AT.
       01  EXPECTED-FEES-FILENAME  PIC X(120)
               VALUE "EXPECTED-FEES.TXT".
       01  EXPECTED-FEES-STATUS    PIC XX.
       01  EXPECTED-FEES-EOF       PIC X VALUE "N".
       01  FEE-SCHEDULE-TABLE.
           05  FEE-SCHEDULE-ENTRY OCCURS 100 TIMES
                   INDEXED BY FSC-IDX.
               10  FSC-FROM-CODE       PIC X(3).
               10  FSC-TO-CODE         PIC X(3).
               10  FSC-FEE-LIMIT-SET   PIC X VALUE "N".
               10  FSC-FEE-LIMIT       PIC 9(3)V999 VALUE 0.
               10  FSC-MARKUP-LIMIT-SET PIC X VALUE "N".
               10  FSC-MARKUP-LIMIT    PIC 9(3)V999 VALUE 0.
       01  FEE-SCHEDULE-COUNT      PIC 9(3) VALUE 0.
       01  FSC-FOUND-IDX           PIC 9(3) VALUE 0.
       01  FSC-WORK-FROM           PIC X(10).
       01  FSC-WORK-TO             PIC X(10).
       01  FSC-WORK-FEE            PIC X(20).
       01  FSC-WORK-MARKUP         PIC X(20).
       01  FXA-LOOKUP-CODE         PIC X(3).
       01  FXA-LOOKUP-RATE         PIC 9(4)V9(6) VALUE 0.
       01  FXA-LOOKUP-FOUND        PIC X VALUE "N".
       01  FXA-FROM-HOME-RATE      PIC 9(4)V9(6) VALUE 0.
       01  FXA-TO-HOME-RATE        PIC 9(4)V9(6) VALUE 0.
       01  FXA-FROM-FOUND          PIC X VALUE "N".
       01  FXA-TO-AMOUNT           PIC S9(9)V99 VALUE 0.
       01  FXA-WISE-RATE           PIC S9(5)V9(6) VALUE 0.
       01  FXA-REF-RATE            PIC S9(7)V9(6) VALUE 0.
       01  FXA-SOURCE-HOME         PIC S9(11)V99 VALUE 0.
       01  FXA-TARGET-HOME         PIC S9(11)V99 VALUE 0.
       01  FXA-FEE-HOME            PIC S9(11)V99 VALUE 0.
       01  FXA-MARKUP-HOME         PIC S9(11)V99 VALUE 0.
       01  FXA-TRUE-COST           PIC S9(11)V99 VALUE 0.
       01  FXA-FEE-PCT             PIC S9(5)V999 VALUE 0.
       01  FXA-MARKUP-PCT          PIC S9(5)V999 VALUE 0.
       01  FXA-OVER-FLAG           PIC X VALUE "N".
       01  FX-OVERCHARGE-TABLE.
           05  FX-OVERCHARGE-ENTRY PIC X(100) OCCURS 200 TIMES
                   INDEXED BY FX-OVER-IDX.
       01  FX-OVERCHARGE-ENTRY-COUNT PIC 9(3) VALUE 0.
       01  FX-OVERCHARGE-COUNT     PIC 9(5) VALUE 0.
       01  FX-OVER-OVERFLOW-COUNT  PIC 9(6) VALUE 0.
       77  FXA-FEE-PCT-EDITED      PIC -ZZ9.999 VALUE 0.
       77  FXA-MARKUP-PCT-EDITED   PIC -ZZ9.999 VALUE 0.
       77  FXA-FEE-EDITED          PIC -Z(8).99 VALUE 0.
       77  FXA-MARKUP-EDITED       PIC -Z(8).99 VALUE 0.
       77  FXA-TRUE-COST-EDITED    PIC -Z(8).99 VALUE 0.
       77  FXA-REF-RATE-EDITED     PIC Z(4).9999 VALUE 0.

      * DATE-RANGE MODE -- BLANK MEANS NO LIMIT ON THAT END. LIMITS
      * ARE ENTERED AT THE PROMPTS AS YYYY-MM-DD, BUT DATE-FIELD
      * COMES OUT OF THE WISE EXPORT AS DD-MM-YYYY -- NORMALIZE-
               10  RULE-MATCH-LENGTH   PIC 9(2).
               10  RULE-CATEGORY       PIC X(20).
               10  RULE-GL-CODE        PIC X(8).
               10  RULE-TAX-CODE       PIC X(3).
       01  CATEGORY-RULE-COUNT     PIC 9(3) VALUE 0.
       01  RULE-WORK-TEXT          PIC X(60).
       01  RULE-WORK-LENGTH        PIC 9(3) VALUE 0.
       01  RULE-WORK-CATEGORY      PIC X(20).
       01  RULE-WORK-GL-CODE       PIC X(8).
       01  RULE-WORK-TAX-CODE      PIC X(10).
       01  RULE-HIT-COUNT          PIC 9(3) VALUE 0.
       01  ROW-CATEGORY            PIC X(20).
       01  ROW-GL-CODE             PIC X(8).
      * HAVE COLLECTED COMES FROM KEYWORD=VALUE LINES IN THAT FILE
      * INSTEAD, AND THE RUN ENDS WITH A RETURN CODE THE SCHEDULER
      * CAN ACT ON: 0 CLEAN, 4 RAN WITH MISMATCHES, 8 HEADER ABORT,
      * 12 COULD NOT START (BAD PARAMETER FILE), 16 NOT STARTED
      * BECAUSE ANOTHER RUN HOLDS THE RUN LOCK -- RETRY LATER.
      * KEYWORDS:
      *   START-DATE=YYYY-MM-DD   END-DATE=YYYY-MM-DD
      *   BATCH-MODE=Y/N          INPUT-FILE=name
      *   CONTROL-FILE=name       RESUME-POLICY=Y/N
      *   RECEIPT-LIMIT=amount    ACCOUNT-ID=name
      *   TRANSFER-DAYS=days      BANK-CHANGE-DAYS=days
      *   VAT-STANDARD-RATE=pct   VAT-REDUCED-RATE=pct
       01  PARM-COMMAND-LINE       PIC X(100).
       01  PARAMETER-FILENAME      PIC X(120).
       01  PARAMETER-FILE-STATUS   PIC XX.
       01  HEADER-ABORT-COUNT      PIC 9(3) VALUE 0.
       01  RUN-MISMATCH-TOTAL      PIC 9(6) VALUE 0.

      * RUN LOCK -- TAKEN THROUGH RUNLOCK BEFORE THE BALANCES, THE
      * MASTER OR THE RUN HISTORY ARE OPENED, SO NO WISE-ARCHIVE,
      * WISE-REBUILD, WISE-ADJUST, WISE-VENDOR OR SECOND ANALYSIS
      * CAN WORK ON THEM AT THE SAME TIME.
       01  LOCK-ACTION             PIC X.
       01  LOCK-PROGRAM-NAME       PIC X(12) VALUE "WISE-ANALYZE".
       01  LOCK-STATUS             PIC XX.
       01  RUN-LOCK-HELD-FLAG      PIC X VALUE "N".
       01  RUN-LOCK-REFUSED-FLAG   PIC X VALUE "N".

      * MASTER TRANSACTION HISTORY -- DUPLICATE DETECTION ACROSS
      * OVERLAPPING EXPORTS. THE FILE LIVES IN THE WORKING DIRECTORY
      * AND IS CREATED ON FIRST USE.
      * THE ONE ON RECORD, IS CAPTURED THE SAME WAY BALANCE
      * MISMATCHES ARE -- THAT SECOND CASE IS WHAT AN INVOICE-
      * REDIRECTION FRAUD LOOKS LIKE AFTER THE FACT. NAMES ARE
      * COMPARED UPPERCASED. WISE-VENDOR MAINTAINS THE FILE AND
      * WRITES FURTHER FIELDS AFTER THE ACCOUNT NUMBER:
      *   ...,STATUS,ACCOUNT-CHANGED-DATE(YYYY-MM-DD),...
      * A RETIRED VENDOR (STATUS R) IS NOT LOADED, SO PAYING ONE IS
      * AN UNKNOWN PAYEE -- EVEN WHEN EVERY VENDOR ON FILE IS
      * RETIRED, WHICH STILL TURNS SCREENING ON. A PAYMENT DATED
      * WITHIN BANK-CHANGE-DAYS AFTER THE VENDOR'S ACCOUNT NUMBER
      * WAS LAST CHANGED IS ALSO FLAGGED -- A FRESHLY REDIRECTED
      * ACCOUNT PASSES THE ACCOUNT COMPARE, SO THE TIMING IS THE
      * ONLY SIGN LEFT. HAND-KEPT LINES WITH NAME AND ACCOUNT ONLY
      * ARE ACTIVE AND UNDATED.
       01  VENDOR-MASTER-FILENAME  PIC X(120)
               VALUE "APPROVED-VENDORS.TXT".
       01  VENDOR-MASTER-STATUS    PIC XX.
           05  VENDOR-ENTRY OCCURS 200 TIMES INDEXED BY VND-IDX.
               10  VND-NAME            PIC X(30).
               10  VND-ACCOUNT         PIC X(30).
               10  VND-CHANGED-DATE    PIC 9(8).
       01  VENDOR-ENTRY-COUNT      PIC 9(3) VALUE 0.
       01  VENDOR-RETIRED-COUNT    PIC 9(5) VALUE 0.
       01  VND-FOUND-IDX           PIC 9(3) VALUE 0.
       01  VND-WORK-NAME           PIC X(30).
       01  VND-WORK-ACCOUNT        PIC X(30).
       01  VND-WORK-STATUS         PIC X(10).
       01  VND-WORK-CHANGED        PIC X(10).
       01  VND-SCREEN-NAME         PIC X(30).
       01  BANK-CHANGE-DAYS        PIC 9(3) VALUE 30.
       01  BANK-CHANGE-AGE         PIC S9(7) VALUE 0.
       77  BANK-CHANGE-EDITED      PIC 9999/99/99.

      * TEXT OF EACH SCREENING EXCEPTION, HELD FOR THE REPORT THE
      * SAME WAY MISMATCH-TABLE HOLDS BALANCE MISMATCHES
      * FILE), SO THE POSTING FILE ALWAYS MATCHES THE CHECKPOINTED
      * STATE AND A CRASH/RESUME CANNOT DOUBLE-POST THE ROWS
      * BETWEEN THE LAST CHECKPOINT AND THE CRASH.
      * A LINE DATED IN A MONTH FINANCE HAS CLOSED IS POSTED ON THE
      * FIRST DAY OF THE FIRST OPEN PERIOD INSTEAD, WITH "P"
      * (PRIOR-PERIOD ADJUSTMENT) IN PD-ADJUST-TYPE AND THE ROW'S
      * OWN DATE IN PD-ORIGINAL-DATE FOR REFERENCE. BOTH ARE
      * BLANK ON AN ORDINARY LINE. WISE-ADJUST WRITES ITS
      * REVERSING AND RE-POSTING LINES IN THIS SAME LAYOUT WITH "A"
      * (MANUAL ADJUSTMENT) IN PD-ADJUST-TYPE.
       01  POSTING-FILENAME        PIC X(120).
       01  POSTING-FILE-STATUS     PIC XX.
       01  POSTING-DETAIL-LINE.
           05  PD-AMOUNT           PIC +9(9).99.
           05  PD-CURRENCY         PIC X(3).
           05  PD-ACCOUNT          PIC X(8).
           05  PD-ADJUST-TYPE      PIC X.
           05  PD-ORIGINAL-DATE    PIC X(8).
       01  POSTING-TRAILER-LINE.
           05  PT-TYPE             PIC X VALUE "T".
           05  PT-COUNT            PIC 9(7).
       01  CAT-MONTH-ENTRY-COUNT   PIC 9(3) VALUE 0.
       01  CM-FOUND-IDX            PIC 9(3) VALUE 0.

      * INTER-ACCOUNT TRANSFER MATCHING -- OUR OWN ACCOUNTS ARE
      * LOADED ONCE AT STARTUP FROM OWN-ACCOUNTS.TXT, ONE
      * "ACCOUNT-ID,NAME" LINE PER NAME AN ACCOUNT SHOWS UP UNDER
      * AS PAYEE OR PAYER ON THE OTHER ACCOUNTS' EXPORTS (AN
      * ACCOUNT MAY HAVE SEVERAL LINES). A ROW WHOSE PAYEE
      * (OUTGOING) OR PAYER (INCOMING) IS ANOTHER OF OUR OWN
      * ACCOUNTS IS ONE LEG OF A TRANSFER: IT STAYS OUT OF THE
      * CATEGORY, BUDGET, COUNTERPARTY AND SCREENING FIGURES,
      * POSTS TO THE INTER-COMPANY CLEARING ACCOUNT, AND IS PAIRED
      * ON THE MASTER WITH THE OPPOSITE LEG FROM THE OTHER
      * ACCOUNT'S EXPORT -- SAME RECEIVED AMOUNT AND CURRENCY,
      * DATED WITHIN TRANSFER-MATCH-DAYS OF EACH OTHER (SET PER
      * RUN WITH TRANSFER-DAYS= IN THE PARAMETER FILE). LEGS ARE
      * TIED TO ACCOUNTS BY ACCOUNT ID, SO A FILE RUN WITHOUT ONE
      * TREATS EVERY ROW AS ORDINARY.
       01  OWN-ACCOUNTS-FILENAME   PIC X(120)
               VALUE "OWN-ACCOUNTS.TXT".
       01  OWN-ACCOUNTS-STATUS     PIC XX.
       01  OWN-ACCOUNTS-EOF        PIC X VALUE "N".
       01  OWN-ACCOUNT-TABLE.
           05  OWN-ACCOUNT-ENTRY OCCURS 50 TIMES INDEXED BY OWN-IDX.
               10  OWN-ACCOUNT-ID      PIC X(30).
               10  OWN-ACCOUNT-NAME    PIC X(30).
       01  OWN-ACCOUNT-COUNT       PIC 9(2) VALUE 0.
       01  OWN-WORK-ID             PIC X(30).
       01  OWN-WORK-NAME           PIC X(30).
       01  OWN-SCAN-NAME           PIC X(30).
       01  INTERCO-LEDGER-ACCOUNT  PIC X(8) VALUE "ICCLEAR".
       01  TRANSFER-MATCH-DAYS     PIC 9(3) VALUE 3.
       01  TRANSFER-LEG-FLAG       PIC X VALUE "N".
       01  LEG-OTHER-ACCOUNT       PIC X(30).
       01  LEG-AMOUNT              PIC S9(9)V99 VALUE 0.
       01  LEG-CURRENCY            PIC X(30).
       01  LEG-TRANSFER-ID         PIC X(30).
       01  LEG-CANDIDATE-ID        PIC X(30).
       01  LEG-CANDIDATE-GAP       PIC S9(7) VALUE 0.
       01  LEG-DAY-GAP             PIC S9(7) VALUE 0.
       01  LEG-SCAN-EOF            PIC X VALUE "N".
       01  LEG-MATCHED-COUNT       PIC 9(5) VALUE 0.
       01  LEG-OPEN-COUNT          PIC 9(5) VALUE 0.
       77  LEG-AMOUNT-EDITED       PIC -Z(8).99 VALUE 0.
       77  LEG-DATE-EDITED         PIC 9999/99/99.

      * OPEN LEGS TOUCHING THIS FILE'S ACCOUNT, FOUND ON THE
      * MASTER AT END OF FILE AND HELD FOR THE REPORT THE SAME WAY
      * MISMATCH-TABLE HOLDS BALANCE MISMATCHES. "MISSING" IS THE
      * OTHER ACCOUNT'S LEG THAT THIS EXPORT SHOULD HAVE CARRIED
      * AND DIDN'T; "AWAITING" IS THIS ACCOUNT'S OWN LEG STILL
      * WAITING FOR THE OTHER ACCOUNT'S EXPORT TO BE RUN.
       01  ONE-SIDED-TABLE.
           05  ONE-SIDED-ENTRY PIC X(100) OCCURS 200 TIMES
                   INDEXED BY ONE-SIDED-IDX.
       01  ONE-SIDED-ENTRY-COUNT   PIC 9(3) VALUE 0.
       01  ONE-SIDED-MISSING-COUNT PIC 9(5) VALUE 0.
       01  ONE-SIDED-AWAITING-COUNT PIC 9(5) VALUE 0.
       01  ONE-SIDED-KIND          PIC X(40).

      * ACCOUNTS-PAYABLE MATCHING -- OPEN INVOICES ARE LOADED ONCE AT
      * STARTUP FROM OPEN-INVOICES.TXT, KEPT NEXT TO
      * APPROVED-VENDORS.TXT, ONE
      * "VENDOR,INVOICE-NUMBER,AMOUNT,CURRENCY,YYYY-MM-DD" LINE PER
      * INVOICE (THE DATE IS THE DUE DATE). EVERY OUTGOING ROW IS
      * MATCHED ON ITS PAYEE NAME PLUS THE INVOICE NUMBER APPEARING AS A
      * WORD OF ITS OWN IN ITS PAYMENT REFERENCE OR NOTE (NO LETTER OR
      * DIGIT EITHER SIDE, SO INV10 IS NOT INV1), UPPERCASED ON BOTH
      * SIDES THE WAY THE CATEGORY RULES ARE. AN INVOICE STILL OWING IS
      * PREFERRED OVER A SETTLED ONE THE SAME PAYMENT ALSO MATCHES. THE
      * FILE IS REWRITTEN IN FULL AT THE END OF EVERY FILE THAT PAID
      * SOMETHING, WITH TWO MORE FIELDS -- AMOUNT PAID TO DATE AND
      * NUMBER OF PAYMENTS -- SO A PART-PAID BALANCE CARRIES INTO THE
      * NEXT RUN AND A SECOND PAYMENT OF A SETTLED INVOICE IS STILL
      * RECOGNISED AS ONE. THE REWRITE CHANGES ONLY THOSE TWO FIELDS:
      * EVERY LINE COMES BACK IN ITS ORIGINAL ORDER, THE FIRST FIVE
      * FIELDS EXACTLY AS KEYED, AND COMMENT LINES AND LINES THE LOADER
      * COULD NOT READ COME BACK UNTOUCHED. A PAYMENT IN ANOTHER
      * CURRENCY COUNTS WHEN ITS CONVERTED AMOUNT LANDED IN THE
      * INVOICE'S CURRENCY.
       01  OPEN-INVOICES-FILENAME  PIC X(120)
               VALUE "OPEN-INVOICES.TXT".
       01  OPEN-INVOICES-STATUS    PIC XX.
       01  OPEN-INVOICES-EOF       PIC X VALUE "N".
       01  AP-MATCHING-FLAG        PIC X VALUE "N".
       01  INVOICE-TABLE.
           05  INVOICE-ENTRY OCCURS 500 TIMES INDEXED BY IVC-IDX.
               10  IVC-VENDOR          PIC X(30).
               10  IVC-NUMBER          PIC X(20).
               10  IVC-NUMBER-LENGTH   PIC 9(2) VALUE 0.
               10  IVC-AMOUNT          PIC S9(9)V99 VALUE 0.
               10  IVC-CURRENCY        PIC X(3).
               10  IVC-DUE-DATE        PIC 9(8) VALUE 0.
               10  IVC-PAID            PIC S9(9)V99 VALUE 0.
               10  IVC-PAYMENTS        PIC 9(3) VALUE 0.
               10  IVC-FILE-PAID       PIC S9(9)V99 VALUE 0.
               10  IVC-FILE-PAYMENTS   PIC 9(3) VALUE 0.
               10  IVC-PAID-TWICE      PIC X VALUE "N".
               10  IVC-GROUP           PIC X VALUE SPACE.
      * LENGTH OF THE LINE AS KEYED UP TO THE END OF THE DUE DATE.
               10  IVC-KEYED-LENGTH    PIC 9(3) VALUE 0.
       01  INVOICE-ENTRY-COUNT     PIC 9(3) VALUE 0.
      * EVERY LINE OF THE FILE AS READ, IN ORDER, FOR THE REWRITE.
      * IVL-INVOICE POINTS AT THE INVOICE TABLE ENTRY THE LINE
      * LOADED INTO, ZERO FOR A LINE COPIED BACK UNCHANGED.
       01  INVOICE-LINE-TABLE.
           05  INVOICE-LINE-ENTRY OCCURS 1000 TIMES
                   INDEXED BY IVL-IDX.
               10  IVL-TEXT            PIC X(150).
               10  IVL-INVOICE         PIC 9(3) VALUE 0.
       01  INVOICE-LINE-COUNT      PIC 9(4) VALUE 0.
       01  INVOICE-LINE-OVERFLOW-FLAG PIC X VALUE "N".
       01  IVC-FOUND-IDX           PIC 9(3) VALUE 0.
       01  IVC-WORK-VENDOR         PIC X(30).
       01  IVC-WORK-NUMBER         PIC X(20).
       01  IVC-WORK-NUMBER-LENGTH  PIC 9(3) VALUE 0.
       01  IVC-WORK-VENDOR-LENGTH  PIC 9(3) VALUE 0.
       01  IVC-WORK-AMOUNT-LENGTH  PIC 9(3) VALUE 0.
       01  IVC-WORK-CURRENCY-LENGTH PIC 9(3) VALUE 0.
       01  IVC-WORK-DUE-LENGTH     PIC 9(3) VALUE 0.
       01  IVC-WORK-KEYED-LENGTH   PIC 9(3) VALUE 0.
       01  IVC-WORK-AMOUNT         PIC X(20).
       01  IVC-WORK-CURRENCY       PIC X(10).
       01  IVC-WORK-DUE            PIC X(10).
       01  IVC-WORK-PAID           PIC X(20).
       01  IVC-WORK-PAYMENTS       PIC X(10).
       01  IVC-SCAN-PAYEE          PIC X(30).
       01  IVC-SCAN-REF            PIC X(30).
       01  IVC-SCAN-NOTE           PIC X(30).
       01  IVC-HIT-COUNT           PIC 9(3) VALUE 0.
       01  IVC-SETTLED-IDX         PIC 9(3) VALUE 0.
       01  IVC-SCAN-FIELD          PIC X(30).
       01  IVC-SCAN-POS            PIC 9(3) VALUE 0.
       01  IVC-SCAN-LAST           PIC 9(3) VALUE 0.
       01  IVC-SCAN-AFTER          PIC 9(3) VALUE 0.
       01  IVC-SCAN-CHAR           PIC X.
       01  IVC-SCAN-EDGE-OK        PIC X VALUE "N".
       01  IVC-PAY-AMOUNT          PIC S9(9)V99 VALUE 0.
       01  IVC-OUTSTANDING         PIC S9(9)V99 VALUE 0.
       01  AP-AS-OF-DATE           PIC 9(8) VALUE 0.
       01  AP-FILE-MATCH-COUNT     PIC 9(5) VALUE 0.
       01  AP-FULL-COUNT           PIC 9(3) VALUE 0.
       01  AP-PARTIAL-COUNT        PIC 9(3) VALUE 0.
       01  AP-OVERPAID-COUNT       PIC 9(3) VALUE 0.
       01  AP-TWICE-COUNT          PIC 9(3) VALUE 0.
       01  AP-OVERDUE-COUNT        PIC 9(3) VALUE 0.
       01  AP-REPORT-GROUP         PIC X.
       01  AP-GROUP-TITLE          PIC X(40).
       01  AP-GROUP-COUNT          PIC 9(3) VALUE 0.
       77  IVC-AMOUNT-EDITED       PIC -Z(8).99 VALUE 0.
       77  IVC-PAID-EDITED         PIC -Z(8).99 VALUE 0.
       77  IVC-OUTSTANDING-EDITED  PIC -Z(8).99 VALUE 0.
       77  IVC-DUE-EDITED          PIC 9999/99/99.
       77  AP-AS-OF-EDITED         PIC 9999/99/99.

      * THE PAID-TO-DATE FIELD OF THE REWRITTEN INVOICES FILE,
      * PUNCTUATED THE WAY AN AMOUNT IS KEYED SO THE LOADER READS IT
      * BACK UNCHANGED.
       01  IVC-SAVE-PAID           PIC -(9)9.99.

      * VAT WORKSHEET -- A CATEGORY RULE MAY CARRY A FOURTH FIELD,
      * THE TAX CODE OF EVERYTHING IT CLAIMS: STD (STANDARD RATE),
      * RED (REDUCED RATE), EXE (EXEMPT) OR OOS (OUTSIDE THE SCOPE
      * OF THE TAX). ONCE ANY RULE CARRIES ONE, EVERY COUNTED ROW
      * THAT IS NOT A TRANSFER LEG IS SPLIT INTO NET AND TAX IN THE
      * HOME CURRENCY AND ROLLED UP BY CODE, SPEND AS INPUT TAX AND
      * RECEIPTS AS OUTPUT TAX. THE EXPORT'S AMOUNTS ARE TAX-
      * INCLUSIVE, SO THE TAX IS BACKED OUT OF THE GROSS AT THE
      * CODE'S RATE; THE RATES DEFAULT BELOW AND COME FROM
      * VAT-STANDARD-RATE= AND VAT-REDUCED-RATE= IN THE PARAMETER
      * FILE. THE WORKSHEET COVERS THE RUN'S DATE RANGE, SO RUN IT
      * WITH THE QUARTER'S START AND END DATES. A ROW THAT IS
      * UNCATEGORIZED, CARRIES NO TAX CODE OR HAS NO RATE INTO THE
      * HOME CURRENCY CANNOT GO ON THE RETURN AND IS LISTED AS AN
      * EXCEPTION INSTEAD OF BEING LEFT OUT SILENTLY.
      * SLOTS 1-4 ARE INPUT STD/RED/EXE/OOS, 5-8 THE SAME FOR OUTPUT.
       01  VAT-WORKSHEET-FLAG      PIC X VALUE "N".
       01  VAT-STANDARD-RATE       PIC 9(2)V99 VALUE 20.00.
       01  VAT-REDUCED-RATE        PIC 9(2)V99 VALUE 5.00.
       01  VAT-TOTALS-TABLE.
           05  VAT-TOTALS-ENTRY OCCURS 8 TIMES INDEXED BY VAT-IDX.
               10  VAT-ROW-COUNT       PIC 9(5) VALUE 0.
               10  VAT-NET             PIC S9(11)V99 VALUE 0.
               10  VAT-TAX             PIC S9(11)V99 VALUE 0.
               10  VAT-GROSS           PIC S9(11)V99 VALUE 0.
       01  ROW-TAX-CODE            PIC X(3).
       01  VAT-ROW-SLOT            PIC 9 VALUE 0.
       01  VAT-ROW-RATE            PIC 9(2)V99 VALUE 0.
       01  VAT-ROW-GROSS           PIC S9(11)V99 VALUE 0.
       01  VAT-ROW-NET             PIC S9(11)V99 VALUE 0.
       01  VAT-ROW-TAX             PIC S9(11)V99 VALUE 0.
       01  VAT-EXC-REASON          PIC X(30).
       01  VAT-EXCEPTION-TABLE.
           05  VAT-EXCEPTION-ENTRY PIC X(100) OCCURS 200 TIMES
                   INDEXED BY VAT-EXC-IDX.
       01  VAT-EXCEPTION-ENTRY-COUNT PIC 9(3) VALUE 0.
       01  VAT-EXCEPTION-COUNT     PIC 9(5) VALUE 0.
       01  VAT-EXC-OVERFLOW-COUNT  PIC 9(6) VALUE 0.
       01  VAT-REPORT-TITLE        PIC X(30).
       01  VAT-REPORT-RATE         PIC 9(2)V99 VALUE 0.
       01  VAT-SIDE-NET            PIC S9(11)V99 VALUE 0.
       01  VAT-SIDE-TAX            PIC S9(11)V99 VALUE 0.
       01  VAT-SIDE-GROSS          PIC S9(11)V99 VALUE 0.
       01  VAT-INPUT-TAX           PIC S9(11)V99 VALUE 0.
       77  VAT-NET-EDITED          PIC -Z(10).99 VALUE 0.
       77  VAT-TAX-EDITED          PIC -Z(10).99 VALUE 0.
       77  VAT-GROSS-EDITED        PIC -Z(10).99 VALUE 0.
       77  VAT-RATE-EDITED         PIC Z9.99 VALUE 0.

      * ACCOUNTING PERIOD CLOSE -- OPTIONAL PERIOD-STATUS.TXT, ONE
      * "YYYY-MM,CLOSED" OR "YYYY-MM,OPEN" LINE PER MONTH FINANCE
      * HAS CLOSED (OR REOPENED) IN THE LEDGER; A MONTH NOT LISTED
      * IS OPEN, AND A LATER LINE FOR THE SAME MONTH WINS. THE
      * ACCOUNTING IMPORT REJECTS ANYTHING DATED IN A CLOSED MONTH,
      * SO BUILD-POSTING-LINES MOVES SUCH A ROW INTO THE FIRST OPEN
      * PERIOD AFTER IT AS A PRIOR-PERIOD ADJUSTMENT, AND EVERY ONE
      * IS LISTED IN THE SUMMARY AND FED AS LATEPOST -- A CLOSED
      * MONTH'S NUMBERS NEVER MOVE WITHOUT SOMEONE SEEING IT.
       01  PERIOD-STATUS-FILENAME  PIC X(120)
               VALUE "PERIOD-STATUS.TXT".
       01  PERIOD-STATUS-STATUS    PIC XX.
       01  PERIOD-STATUS-EOF       PIC X VALUE "N".
       01  PERIOD-CLOSE-FLAG       PIC X VALUE "N".
       01  PERIOD-TABLE.
           05  PERIOD-ENTRY OCCURS 240 TIMES INDEXED BY PER-IDX.
               10  PER-YYYYMM          PIC 9(6).
               10  PER-CLOSED          PIC X VALUE "N".
       01  PERIOD-ENTRY-COUNT      PIC 9(3) VALUE 0.
       01  PERIOD-CLOSED-COUNT     PIC 9(3) VALUE 0.
       01  PER-FOUND-IDX           PIC 9(3) VALUE 0.
       01  PER-WORK-PERIOD         PIC X(10).
       01  PER-WORK-STATUS         PIC X(10).
       01  PER-WORK-YYYYMM         PIC 9(6) VALUE 0.
       01  PER-SCAN-YYYYMM         PIC 9(6) VALUE 0.
       01  PER-SCAN-CLOSED         PIC X VALUE "N".
       01  PERIOD-WORK-DATE        PIC 9(8) VALUE 0.
       01  PERIOD-POST-DATE        PIC 9(8) VALUE 0.
       01  PERIOD-LATE-FLAG        PIC X VALUE "N".
       01  LATE-WORK-ROW           PIC 9(6) VALUE 0.
       01  LATE-WORK-AMOUNT        PIC S9(9)V99 VALUE 0.
       01  LATE-POSTING-TABLE.
           05  LATE-POSTING-ENTRY PIC X(100) OCCURS 200 TIMES
                   INDEXED BY LATE-IDX.
       01  LATE-POSTING-ENTRY-COUNT PIC 9(3) VALUE 0.
       01  LATE-POSTING-COUNT      PIC 9(5) VALUE 0.
       01  LATE-OVERFLOW-COUNT     PIC 9(6) VALUE 0.
       77  LATE-AMOUNT-EDITED      PIC -Z(8).99 VALUE 0.
       77  LATE-ORIGINAL-EDITED    PIC 9999/99/99.
       77  LATE-POSTED-EDITED      PIC 9999/99/99.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           MOVE RUN-DATE TO RUN-STAMP-DATE
           MOVE RUN-TIME-NOW (1:6) TO RUN-STAMP-TIME

           PERFORM TAKE-RUN-LOCK
           IF RUN-LOCK-HELD-FLAG = "N"
               PERFORM SET-RUN-RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-CATEGORY-RULES
           PERFORM LOAD-BUDGETS
           PERFORM LOAD-APPROVED-VENDORS
           PERFORM LOAD-OWN-ACCOUNTS
           PERFORM LOAD-OPEN-INVOICES
           PERFORM LOAD-EXCHANGE-RATES
           PERFORM LOAD-EXPECTED-FEES
           PERFORM LOAD-PERIOD-STATUS
           PERFORM LOAD-ACCOUNT-BALANCES
           PERFORM OPEN-MASTER-FILE

               CLOSE MASTER-FILE
           END-IF

           PERFORM RELEASE-RUN-LOCK
           PERFORM SET-RUN-RETURN-CODE

           STOP RUN.

      *-----------------------------------------------------------
      * TAKE-RUN-LOCK
      * Takes the run lock for this run stamp. Another run holding
      * it (stale or not -- RUNLOCK says which) means this run does
      * not start and ends 16 so the scheduler can retry; a lock
      * file that cannot be read or written is a setup error.
      *-----------------------------------------------------------
       TAKE-RUN-LOCK.
           MOVE "T" TO LOCK-ACTION
           CALL "RUNLOCK" USING LOCK-ACTION LOCK-PROGRAM-NAME
               RUN-STAMP LOCK-STATUS

           EVALUATE LOCK-STATUS
               WHEN "00"
                   MOVE "Y" TO RUN-LOCK-HELD-FLAG
               WHEN "E1"
                   DISPLAY "ERROR: run lock unavailable -- "
                       "analysis not started."
                   MOVE "Y" TO SETUP-ERROR-FLAG
               WHEN OTHER
                   DISPLAY "ERROR: another run holds the run lock "
                       "-- analysis not started. Retry once it "
                       "has finished."
                   MOVE "Y" TO RUN-LOCK-REFUSED-FLAG
           END-EVALUATE.

      *-----------------------------------------------------------
      * RELEASE-RUN-LOCK
      * Gives the run lock back at the end of the run.
      *-----------------------------------------------------------
       RELEASE-RUN-LOCK.
           IF RUN-LOCK-HELD-FLAG = "Y"
               MOVE "R" TO LOCK-ACTION
               CALL "RUNLOCK" USING LOCK-ACTION LOCK-PROGRAM-NAME
                   RUN-STAMP LOCK-STATUS
               MOVE "N" TO RUN-LOCK-HELD-FLAG
           END-IF.

      *-----------------------------------------------------------
      * RUN-INTERACTIVE-MODE
      * The original terminal-driven flow: date range, batch mode
                   WHEN "RECEIPT-LIMIT"
                       MOVE FUNCTION NUMVAL(PARM-VALUE)
                           TO RECEIPT-LIMIT-AMOUNT
                   WHEN "TRANSFER-DAYS"
                       MOVE FUNCTION NUMVAL(PARM-VALUE)
                           TO TRANSFER-MATCH-DAYS
                   WHEN "BANK-CHANGE-DAYS"
                       MOVE FUNCTION NUMVAL(PARM-VALUE)
                           TO BANK-CHANGE-DAYS
                   WHEN "VAT-STANDARD-RATE"
                       MOVE FUNCTION NUMVAL(PARM-VALUE)
                           TO VAT-STANDARD-RATE
                   WHEN "VAT-REDUCED-RATE"
                       MOVE FUNCTION NUMVAL(PARM-VALUE)
                           TO VAT-REDUCED-RATE
                   WHEN OTHER
                       DISPLAY "WARNING: unknown parameter keyword "
                           PARM-KEYWORD (1:20) " ignored"
      *-----------------------------------------------------------
      * SET-RUN-RETURN-CODE
      * Condenses the run into the return code the scheduler tests:
      * 16 the run never started because another run holds the run
      * lock, 12 the run never started (bad parameter file), 8 at least
      * one file aborted on header validation, 4 the run finished
      * but flagged mismatches, 0 clean.
      *-----------------------------------------------------------
       SET-RUN-RETURN-CODE.
           EVALUATE TRUE
               WHEN RUN-LOCK-REFUSED-FLAG = "Y"
                   MOVE 16 TO RETURN-CODE
               WHEN SETUP-ERROR-FLAG = "Y"
                   MOVE 12 TO RETURN-CODE
               WHEN HEADER-ABORT-COUNT NOT = 0
               PERFORM FLUSH-QUARANTINE-BUFFER
               PERFORM CLEAR-CHECKPOINT
               PERFORM UPDATE-ACCOUNT-BALANCES
               PERFORM SCAN-ONE-SIDED-TRANSFERS

      * ONLY NOW, WITH THE FILE COMPLETE AND THE CARRIED REJECTS
      * SAFELY IN A TRAILERED POSTING FILE, IS THE ACKNOWLEDGMENT
               ADD PAYEE-EXCEPTION-COUNT TO RUN-MISMATCH-TOTAL
               ADD ACK-REJECTED-COUNT TO RUN-MISMATCH-TOTAL

      * A TRANSFER LEG THE OTHER ACCOUNT SENT THAT NEVER SHOWED UP
      * IN THIS EXPORT IS MONEY IN FLIGHT NOBODY CAN ACCOUNT FOR.
               ADD ONE-SIDED-MISSING-COUNT TO RUN-MISMATCH-TOTAL

      * AN INVOICE PAID TWICE OR PAID OVER ITS AMOUNT IS MONEY OUT
      * THE DOOR THAT HAS TO BE CLAWED BACK FROM THE VENDOR.
               IF AP-MATCHING-FLAG = "Y"
                   PERFORM CLASSIFY-OPEN-INVOICES
                   ADD AP-TWICE-COUNT TO RUN-MISMATCH-TOTAL
                   ADD AP-OVERPAID-COUNT TO RUN-MISMATCH-TOTAL
                   IF AP-FILE-MATCH-COUNT NOT = 0
                       PERFORM SAVE-OPEN-INVOICES
                   END-IF
               END-IF

      * A SKIPPED ROW IS A RECONCILIATION BREAK WAITING TO BE
      * FOUND -- QUARANTINED ROWS FLAG THE RUN THE SAME WAY.
               ADD QUARANTINE-COUNT TO RUN-MISMATCH-TOTAL
                       PAYEE-EXCEPTION-COUNT
               END-IF

               IF OWN-ACCOUNT-COUNT NOT = 0
                   AND ACCOUNT-ID NOT = SPACES
                   DISPLAY "Transfer legs matched:      "
                       LEG-MATCHED-COUNT
                   DISPLAY "Transfer legs left open:    "
                       LEG-OPEN-COUNT
                   DISPLAY "One-sided transfers:        "
                       ONE-SIDED-MISSING-COUNT " missing, "
                       ONE-SIDED-AWAITING-COUNT " awaiting"
               END-IF

               IF AP-MATCHING-FLAG = "Y"
                   DISPLAY "Invoice payments matched:   "
                       AP-FILE-MATCH-COUNT
                   DISPLAY "Invoices paid twice/over:   "
                       AP-TWICE-COUNT "/" AP-OVERPAID-COUNT
                       ", overdue unpaid " AP-OVERDUE-COUNT
               END-IF

               PERFORM DETECT-RECURRING-PAYMENTS
               IF MASTER-AVAILABLE-FLAG = "Y"
                   DISPLAY "Recurring counterparties:   "
               MOVE ROW-DATE-NORMALIZED TO FILE-LAST-ROW-DATE
           END-IF

      * THE EARLIEST ROW THAT COUNTS, ON THE OTHER HAND, IS TAKEN
      * FROM THE IN-RANGE ROWS ONLY -- A TRANSFER DATED BEFORE IT
      * COULD NEVER HAVE BEEN CARRIED BY THIS EXPORT.
           IF DATE-IN-RANGE-FLAG = "Y"
               AND ROW-DATE-NORMALIZED NOT = 0
               IF FILE-FIRST-ROW-DATE = 0
                   OR ROW-DATE-NORMALIZED < FILE-FIRST-ROW-DATE
                   MOVE ROW-DATE-NORMALIZED TO FILE-FIRST-ROW-DATE
               END-IF
           END-IF

      * A ROW WHOSE ID IS ALREADY ON THE MASTER FILE WAS COUNTED
      * BY AN EARLIER RUN -- REPORT IT AND KEEP IT OUT OF EVERY
      * TOTAL, SO THE OVERLAPPING TAIL OF ONE EXPORT CAN BE FED
               ADD MONEY-NUMERIC TO GROSS-TOTAL-MONEY
               ADD FEE-NUMERIC TO GROSS-TOTAL-FEES

               PERFORM IDENTIFY-TRANSFER-LEG
               PERFORM CHECK-MASTER-FILE
           END-IF

                       TO CURR-TOTAL (CURR-FOUND-IDX)
               END-IF

      * A MOVE BETWEEN TWO OF OUR OWN ACCOUNTS IS NEITHER SPEND
      * NOR INCOME -- IT IS PAIRED WITH ITS OTHER LEG INSTEAD AND
      * POSTS TO THE CLEARING ACCOUNT, WHERE THE TWO LEGS NET OUT.
               IF TRANSFER-LEG-FLAG = "Y"
                   PERFORM MATCH-TRANSFER-LEG
                   MOVE INTERCO-LEDGER-ACCOUNT TO ROW-GL-CODE
               ELSE
                   PERFORM CATEGORIZE-ROW
                   PERFORM TRACK-COUNTERPARTY
                   PERFORM SCREEN-PAYEE
                   PERFORM MATCH-OPEN-INVOICE
               END-IF

               IF CARD-LAST-FOUR-DIGITS-FIELD NOT = SPACES
                   PERFORM TRACK-CARD-ROW

               PERFORM TRACK-MONTH
               PERFORM CONVERT-TO-HOME-CURRENCY

               IF TRANSFER-LEG-FLAG NOT = "Y"
                   PERFORM ADD-ROW-TO-VAT-WORKSHEET
               END-IF

               PERFORM BUILD-POSTING-LINES
               PERFORM RECORD-MASTER-GL-CODE

               IF EXCHANGE-FROM-FIELD NOT = SPACES
                   AND EXCHANGE-TO-FIELD NOT = SPACES
                           (EXCHANGE-RATE-FIELD)
                           TO FX-RATE-TOTAL (FX-FOUND-IDX)
                   END-IF
                   PERFORM AUDIT-FX-MARGIN
               END-IF
           END-IF.

                   TO FX-TOTAL-CONVERTED (FX-IDX)
               MOVE RST-FX-RATE-TOTAL (RST-FX-IDX)
                   TO FX-RATE-TOTAL (FX-IDX)
               IF RST-FX-AUDITED (RST-FX-IDX) IS NUMERIC
                   AND RST-FX-NO-REFERENCE (RST-FX-IDX) IS NUMERIC
                   MOVE RST-FX-AUDITED (RST-FX-IDX)
                       TO FX-AUDITED-COUNT (FX-IDX)
                   MOVE RST-FX-NO-REFERENCE (RST-FX-IDX)
                       TO FX-NO-REFERENCE-COUNT (FX-IDX)
                   MOVE RST-FX-REF-RATE-TOTAL (RST-FX-IDX)
                       TO FX-REF-RATE-TOTAL (FX-IDX)
                   MOVE RST-FX-SOURCE-HOME (RST-FX-IDX)
                       TO FX-SOURCE-HOME (FX-IDX)
                   MOVE RST-FX-FEE-HOME (RST-FX-IDX)
                       TO FX-FEE-HOME (FX-IDX)
                   MOVE RST-FX-MARKUP-HOME (RST-FX-IDX)
                       TO FX-MARKUP-HOME (FX-IDX)
               END-IF
           END-PERFORM

           MOVE RST-MISMATCH-ENTRY-COUNT TO MISMATCH-ENTRY-COUNT
               MOVE 0 TO FILE-LAST-ROW-DATE
           END-IF

           IF RST-FILE-FIRST-DATE IS NUMERIC
               MOVE RST-FILE-FIRST-DATE TO FILE-FIRST-ROW-DATE
           ELSE
               MOVE 0 TO FILE-FIRST-ROW-DATE
           END-IF

           IF RST-QUARANTINE-COUNT IS NUMERIC
               MOVE RST-QUARANTINE-COUNT TO QUARANTINE-COUNT
           ELSE
               MOVE 0 TO POSTING-CARRY-COUNT
           END-IF

           IF RST-LEG-MATCHED-COUNT IS NUMERIC
               MOVE RST-LEG-MATCHED-COUNT TO LEG-MATCHED-COUNT
           ELSE
               MOVE 0 TO LEG-MATCHED-COUNT
           END-IF

           IF RST-LEG-OPEN-COUNT IS NUMERIC
               MOVE RST-LEG-OPEN-COUNT TO LEG-OPEN-COUNT
           ELSE
               MOVE 0 TO LEG-OPEN-COUNT
           END-IF

           IF RST-AP-ENTRY-COUNT IS NUMERIC
               PERFORM VARYING RST-AP-IDX FROM 1 BY 1
                   UNTIL RST-AP-IDX > RST-AP-ENTRY-COUNT
                   PERFORM RESTORE-INVOICE-PAYMENTS
               END-PERFORM
           END-IF

           PERFORM VARYING VAT-IDX FROM 1 BY 1 UNTIL VAT-IDX > 8
               SET RST-VAT-IDX TO VAT-IDX
               IF RST-VAT-ROW-COUNT (RST-VAT-IDX) IS NUMERIC
                   AND RST-VAT-NET (RST-VAT-IDX) IS NUMERIC
                   AND RST-VAT-TAX (RST-VAT-IDX) IS NUMERIC
                   AND RST-VAT-GROSS (RST-VAT-IDX) IS NUMERIC
                   MOVE RST-VAT-ROW-COUNT (RST-VAT-IDX)
                       TO VAT-ROW-COUNT (VAT-IDX)
                   MOVE RST-VAT-NET (RST-VAT-IDX) TO VAT-NET (VAT-IDX)
                   MOVE RST-VAT-TAX (RST-VAT-IDX) TO VAT-TAX (VAT-IDX)
                   MOVE RST-VAT-GROSS (RST-VAT-IDX)
                       TO VAT-GROSS (VAT-IDX)
               END-IF
           END-PERFORM

           IF RST-VAT-EXC-COUNT IS NUMERIC
               MOVE RST-VAT-EXC-COUNT TO VAT-EXCEPTION-COUNT
           ELSE
               MOVE 0 TO VAT-EXCEPTION-COUNT
           END-IF

           IF RST-VAT-EXC-ENTRY-COUNT IS NUMERIC
               MOVE RST-VAT-EXC-ENTRY-COUNT
                   TO VAT-EXCEPTION-ENTRY-COUNT
           ELSE
               MOVE 0 TO VAT-EXCEPTION-ENTRY-COUNT
           END-IF

           PERFORM VARYING VAT-EXC-IDX FROM 1 BY 1
               UNTIL VAT-EXC-IDX > VAT-EXCEPTION-ENTRY-COUNT
               SET RST-VAT-EXC-IDX TO VAT-EXC-IDX
               MOVE RST-VAT-EXC-ENTRY (RST-VAT-EXC-IDX)
                   TO VAT-EXCEPTION-ENTRY (VAT-EXC-IDX)
           END-PERFORM

           IF RST-FX-OVER-COUNT IS NUMERIC
               MOVE RST-FX-OVER-COUNT TO FX-OVERCHARGE-COUNT
           ELSE
               MOVE 0 TO FX-OVERCHARGE-COUNT
           END-IF

           IF RST-FX-OVER-ENTRY-COUNT IS NUMERIC
               MOVE RST-FX-OVER-ENTRY-COUNT
                   TO FX-OVERCHARGE-ENTRY-COUNT
           ELSE
               MOVE 0 TO FX-OVERCHARGE-ENTRY-COUNT
           END-IF

           PERFORM VARYING FX-OVER-IDX FROM 1 BY 1
               UNTIL FX-OVER-IDX > FX-OVERCHARGE-ENTRY-COUNT
               SET RST-FX-OVER-IDX TO FX-OVER-IDX
               MOVE RST-FX-OVER-ENTRY (RST-FX-OVER-IDX)
                   TO FX-OVERCHARGE-ENTRY (FX-OVER-IDX)
           END-PERFORM

           IF RST-LATE-COUNT IS NUMERIC
               MOVE RST-LATE-COUNT TO LATE-POSTING-COUNT
           ELSE
               MOVE 0 TO LATE-POSTING-COUNT
           END-IF

           IF RST-LATE-ENTRY-COUNT IS NUMERIC
               MOVE RST-LATE-ENTRY-COUNT TO LATE-POSTING-ENTRY-COUNT
           ELSE
               MOVE 0 TO LATE-POSTING-ENTRY-COUNT
           END-IF

           PERFORM VARYING LATE-IDX FROM 1 BY 1
               UNTIL LATE-IDX > LATE-POSTING-ENTRY-COUNT
               SET RST-LATE-IDX TO LATE-IDX
               MOVE RST-LATE-ENTRY (RST-LATE-IDX)
                   TO LATE-POSTING-ENTRY (LATE-IDX)
           END-PERFORM

      * A RESUME REUSES THE DATE RANGE THE CHECKPOINT WAS TAKEN
      * UNDER, NOT WHATEVER GOT ENTERED AT THIS RUN'S PROMPTS --
      * OTHERWISE THE ROWS BEFORE AND AFTER THE CHECKPOINT COULD END
      * REEMIT-RESTORED-EXCEPTIONS
      * Replays the exception entries a resume restored from the
      * checkpoint into the consolidated feed: balance mismatches
      * and gaps, vendor screening hits, missing receipts,
      * rejected postings, rows kept off the VAT worksheet and
      * conversions over the expected-fee schedule. The stored
      * entries are the formatted report lines, so the row and
      * amount columns are zero here and the text rides in the
      * detail column; balance gaps are
      * told apart from mismatches, and recent bank-detail changes
      * from other vendor hits, by their own leading words.
      * Does nothing outside a batch run --
      * WRITE-EXCEPTION-LINE already guards that.
      *-----------------------------------------------------------
           PERFORM VARYING VEND-EXC-IDX FROM 1 BY 1
               UNTIL VEND-EXC-IDX > VENDOR-EXCEPTION-ENTRY-COUNT
               MOVE 0 TO EXC-WORK-ROW
               IF VENDOR-EXCEPTION-ENTRY (VEND-EXC-IDX) (13:12)
                   = "bank details"
                   MOVE "BANKCHG" TO EXC-WORK-TYPE
               ELSE
                   MOVE "VENDOR" TO EXC-WORK-TYPE
               END-IF
               MOVE "H" TO EXC-WORK-SEVERITY
               MOVE 0 TO EXC-WORK-AMOUNT
               MOVE VENDOR-EXCEPTION-ENTRY (VEND-EXC-IDX) (1:70)
               MOVE ACK-REJECT-ENTRY (ACK-REJECT-IDX) (1:70)
                   TO EXC-WORK-DETAIL
               PERFORM WRITE-EXCEPTION-LINE
           END-PERFORM

           PERFORM VARYING VAT-EXC-IDX FROM 1 BY 1
               UNTIL VAT-EXC-IDX > VAT-EXCEPTION-ENTRY-COUNT
               MOVE 0 TO EXC-WORK-ROW
               MOVE "VATCODE" TO EXC-WORK-TYPE
               MOVE "M" TO EXC-WORK-SEVERITY
               MOVE 0 TO EXC-WORK-AMOUNT
               MOVE VAT-EXCEPTION-ENTRY (VAT-EXC-IDX) (1:70)
                   TO EXC-WORK-DETAIL
               PERFORM WRITE-EXCEPTION-LINE
           END-PERFORM

           PERFORM VARYING FX-OVER-IDX FROM 1 BY 1
               UNTIL FX-OVER-IDX > FX-OVERCHARGE-ENTRY-COUNT
               MOVE 0 TO EXC-WORK-ROW
               MOVE "FXCOST" TO EXC-WORK-TYPE
               MOVE "M" TO EXC-WORK-SEVERITY
               MOVE 0 TO EXC-WORK-AMOUNT
               MOVE FX-OVERCHARGE-ENTRY (FX-OVER-IDX) (1:70)
                   TO EXC-WORK-DETAIL
               PERFORM WRITE-EXCEPTION-LINE
           END-PERFORM

           PERFORM VARYING LATE-IDX FROM 1 BY 1
               UNTIL LATE-IDX > LATE-POSTING-ENTRY-COUNT
               MOVE 0 TO EXC-WORK-ROW
               MOVE "LATEPOST" TO EXC-WORK-TYPE
               MOVE "M" TO EXC-WORK-SEVERITY
               MOVE 0 TO EXC-WORK-AMOUNT
               MOVE LATE-POSTING-ENTRY (LATE-IDX) (1:70)
                   TO EXC-WORK-DETAIL
               PERFORM WRITE-EXCEPTION-LINE
           END-PERFORM.

      *-----------------------------------------------------------
                   TO RST-FX-TOTAL-CONV (RST-FX-IDX)
               MOVE FX-RATE-TOTAL (FX-IDX)
                   TO RST-FX-RATE-TOTAL (RST-FX-IDX)
               MOVE FX-AUDITED-COUNT (FX-IDX)
                   TO RST-FX-AUDITED (RST-FX-IDX)
               MOVE FX-NO-REFERENCE-COUNT (FX-IDX)
                   TO RST-FX-NO-REFERENCE (RST-FX-IDX)
               MOVE FX-REF-RATE-TOTAL (FX-IDX)
                   TO RST-FX-REF-RATE-TOTAL (RST-FX-IDX)
               MOVE FX-SOURCE-HOME (FX-IDX)
                   TO RST-FX-SOURCE-HOME (RST-FX-IDX)
               MOVE FX-FEE-HOME (FX-IDX)
                   TO RST-FX-FEE-HOME (RST-FX-IDX)
               MOVE FX-MARKUP-HOME (FX-IDX)
                   TO RST-FX-MARKUP-HOME (RST-FX-IDX)
           END-PERFORM

           MOVE MISMATCH-ENTRY-COUNT TO RST-MISMATCH-ENTRY-COUNT
           END-PERFORM

           MOVE FILE-LAST-ROW-DATE TO RST-FILE-LAST-DATE
           MOVE FILE-FIRST-ROW-DATE TO RST-FILE-FIRST-DATE
           MOVE QUARANTINE-COUNT TO RST-QUARANTINE-COUNT

           MOVE ACK-RECONCILED-FLAG TO RST-ACK-RECONCILED
           END-PERFORM

           MOVE POSTING-CARRY-COUNT TO RST-CARRY-COUNT
           MOVE LEG-MATCHED-COUNT TO RST-LEG-MATCHED-COUNT
           MOVE LEG-OPEN-COUNT TO RST-LEG-OPEN-COUNT

           MOVE 0 TO RST-AP-ENTRY-COUNT
           PERFORM VARYING IVC-IDX FROM 1 BY 1
               UNTIL IVC-IDX > INVOICE-ENTRY-COUNT
               IF IVC-FILE-PAYMENTS (IVC-IDX) NOT = 0
                   ADD 1 TO RST-AP-ENTRY-COUNT
                   SET RST-AP-IDX TO RST-AP-ENTRY-COUNT
                   MOVE IVC-VENDOR (IVC-IDX)
                       TO RST-AP-VENDOR (RST-AP-IDX)
                   MOVE IVC-NUMBER (IVC-IDX)
                       TO RST-AP-INVOICE (RST-AP-IDX)
                   MOVE IVC-FILE-PAID (IVC-IDX)
                       TO RST-AP-FILE-PAID (RST-AP-IDX)
                   MOVE IVC-FILE-PAYMENTS (IVC-IDX)
                       TO RST-AP-FILE-PAYMENTS (RST-AP-IDX)
                   MOVE IVC-PAID-TWICE (IVC-IDX)
                       TO RST-AP-PAID-TWICE (RST-AP-IDX)
               END-IF
           END-PERFORM

           PERFORM VARYING VAT-IDX FROM 1 BY 1 UNTIL VAT-IDX > 8
               SET RST-VAT-IDX TO VAT-IDX
               MOVE VAT-ROW-COUNT (VAT-IDX)
                   TO RST-VAT-ROW-COUNT (RST-VAT-IDX)
               MOVE VAT-NET (VAT-IDX) TO RST-VAT-NET (RST-VAT-IDX)
               MOVE VAT-TAX (VAT-IDX) TO RST-VAT-TAX (RST-VAT-IDX)
               MOVE VAT-GROSS (VAT-IDX)
                   TO RST-VAT-GROSS (RST-VAT-IDX)
           END-PERFORM

           MOVE VAT-EXCEPTION-COUNT TO RST-VAT-EXC-COUNT
           MOVE VAT-EXCEPTION-ENTRY-COUNT TO RST-VAT-EXC-ENTRY-COUNT

           PERFORM VARYING VAT-EXC-IDX FROM 1 BY 1
               UNTIL VAT-EXC-IDX > VAT-EXCEPTION-ENTRY-COUNT
               SET RST-VAT-EXC-IDX TO VAT-EXC-IDX
               MOVE VAT-EXCEPTION-ENTRY (VAT-EXC-IDX)
                   TO RST-VAT-EXC-ENTRY (RST-VAT-EXC-IDX)
           END-PERFORM

           MOVE FX-OVERCHARGE-COUNT TO RST-FX-OVER-COUNT
           MOVE FX-OVERCHARGE-ENTRY-COUNT TO RST-FX-OVER-ENTRY-COUNT

           PERFORM VARYING FX-OVER-IDX FROM 1 BY 1
               UNTIL FX-OVER-IDX > FX-OVERCHARGE-ENTRY-COUNT
               SET RST-FX-OVER-IDX TO FX-OVER-IDX
               MOVE FX-OVERCHARGE-ENTRY (FX-OVER-IDX)
                   TO RST-FX-OVER-ENTRY (RST-FX-OVER-IDX)
           END-PERFORM

           MOVE LATE-POSTING-COUNT TO RST-LATE-COUNT
           MOVE LATE-POSTING-ENTRY-COUNT TO RST-LATE-ENTRY-COUNT

           PERFORM VARYING LATE-IDX FROM 1 BY 1
               UNTIL LATE-IDX > LATE-POSTING-ENTRY-COUNT
               SET RST-LATE-IDX TO LATE-IDX
               MOVE LATE-POSTING-ENTRY (LATE-IDX)
                   TO RST-LATE-ENTRY (RST-LATE-IDX)
           END-PERFORM

           OPEN OUTPUT RESTART-FILE
           WRITE RESTART-RECORD

           MOVE ACCOUNT-ID TO MST-ACCOUNT-ID

      * A TRANSFER LEG GOES ON FILE OPEN; MATCH-TRANSFER-LEG PAIRS
      * IT ONCE THE ROW IS COUNTED.
           IF TRANSFER-LEG-FLAG = "Y"
               MOVE "U" TO MST-LEG-STATUS
               MOVE LEG-OTHER-ACCOUNT TO MST-LEG-OTHER-ACCOUNT
               MOVE LEG-CURRENCY TO MST-LEG-CURRENCY
           END-IF
           MOVE LEG-AMOUNT TO MST-LEG-AMOUNT

           WRITE MASTER-RECORD
               INVALID KEY
                   DISPLAY "WARNING: could not record "
                       "(status " MASTER-FILE-STATUS ")"
           END-WRITE.

      *-----------------------------------------------------------
      * RECORD-MASTER-GL-CODE
      * Stamps the ledger account the current row just posted to on
      * its master record. The row went on file before it was
      * categorized, so this is a keyed re-read and rewrite; a row
      * with a blank ID never reached the master and is skipped.
      *-----------------------------------------------------------
       RECORD-MASTER-GL-CODE.
           IF MASTER-AVAILABLE-FLAG NOT = "Y"
               OR TRANSFERWISE-ID-FIELD = SPACES
               CONTINUE
           ELSE
               MOVE TRANSFERWISE-ID-FIELD TO MST-TRANSFER-ID
               READ MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MST-GL-CODE NOT = ROW-GL-CODE
                           MOVE ROW-GL-CODE TO MST-GL-CODE
                           REWRITE MASTER-RECORD
                               INVALID KEY
                                   DISPLAY "WARNING: could not "
                                       "record the ledger account "
                                       "of " TRANSFERWISE-ID-FIELD
                                       " on the master file"
                           END-REWRITE
                       END-IF
               END-READ
           END-IF.

      *-----------------------------------------------------------
      * RESET-FILE-ACCUMULATORS
      * Zeroes every per-file accumulator before the next file in
           MOVE 0 TO GROSS-TOTAL-MONEY
           MOVE 0 TO GROSS-TOTAL-FEES
           MOVE 0 TO FILE-LAST-ROW-DATE
           MOVE 0 TO FILE-FIRST-ROW-DATE
           MOVE 0 TO QUARANTINE-COUNT
           MOVE 0 TO QUARANTINE-BUFFER-COUNT
           MOVE 0 TO CURRENCY-OVERFLOW-COUNT
           MOVE 0 TO ACK-OVERFLOW-COUNT
           MOVE 0 TO CARRY-OVERFLOW-COUNT
           MOVE 0 TO BAL-OVERFLOW-COUNT
           MOVE 0 TO LEG-MATCHED-COUNT
           MOVE 0 TO LEG-OPEN-COUNT
           INITIALIZE ONE-SIDED-TABLE
           MOVE 0 TO ONE-SIDED-ENTRY-COUNT
           MOVE 0 TO ONE-SIDED-MISSING-COUNT
           MOVE 0 TO ONE-SIDED-AWAITING-COUNT
           MOVE 0 TO ONE-SIDED-OVERFLOW-COUNT
           PERFORM VARYING IVC-IDX FROM 1 BY 1
               UNTIL IVC-IDX > INVOICE-ENTRY-COUNT
               MOVE 0 TO IVC-FILE-PAID (IVC-IDX)
               MOVE 0 TO IVC-FILE-PAYMENTS (IVC-IDX)
               MOVE "N" TO IVC-PAID-TWICE (IVC-IDX)
               MOVE SPACE TO IVC-GROUP (IVC-IDX)
           END-PERFORM
           MOVE 0 TO AP-FILE-MATCH-COUNT
           MOVE 0 TO AP-FULL-COUNT
           MOVE 0 TO AP-PARTIAL-COUNT
           MOVE 0 TO AP-OVERPAID-COUNT
           MOVE 0 TO AP-TWICE-COUNT
           MOVE 0 TO AP-OVERDUE-COUNT
           INITIALIZE VAT-TOTALS-TABLE
           INITIALIZE VAT-EXCEPTION-TABLE
           MOVE 0 TO VAT-EXCEPTION-ENTRY-COUNT
           MOVE 0 TO VAT-EXCEPTION-COUNT
           MOVE 0 TO VAT-EXC-OVERFLOW-COUNT
           INITIALIZE FX-OVERCHARGE-TABLE
           MOVE 0 TO FX-OVERCHARGE-ENTRY-COUNT
           MOVE 0 TO FX-OVERCHARGE-COUNT
           MOVE 0 TO FX-OVER-OVERFLOW-COUNT
           INITIALIZE LATE-POSTING-TABLE
           MOVE 0 TO LATE-POSTING-ENTRY-COUNT
           MOVE 0 TO LATE-POSTING-COUNT
           MOVE 0 TO LATE-OVERFLOW-COUNT
           MOVE 1 TO CSV-ROW-NUMBER
           MOVE "N" TO EOF-REACHED.

               MOVE 0 TO RULE-WORK-LENGTH

               MOVE SPACES TO RULE-WORK-GL-CODE
               MOVE SPACES TO RULE-WORK-TAX-CODE
               UNSTRING CATEGORY-RULES-RECORD DELIMITED BY ","
                   INTO RULE-WORK-TEXT COUNT IN RULE-WORK-LENGTH
                        RULE-WORK-CATEGORY
                        RULE-WORK-GL-CODE
                        RULE-WORK-TAX-CODE
               END-UNSTRING

               IF RULE-WORK-LENGTH > 60
                       MOVE RULE-WORK-GL-CODE
                           TO RULE-GL-CODE (RULE-IDX)
                   END-IF
                   PERFORM SET-RULE-TAX-CODE
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * SET-RULE-TAX-CODE
      * Files the optional tax code from the rule just loaded. Any
      * valid code turns the VAT worksheet on for the run; a code
      * that is not one of the four is warned about and the rule
      * loaded without one, so its rows surface as exceptions on
      * the worksheet rather than under a guessed rate.
      *-----------------------------------------------------------
       SET-RULE-TAX-CODE.
           MOVE SPACES TO RULE-TAX-CODE (RULE-IDX)
           MOVE FUNCTION UPPER-CASE(RULE-WORK-TAX-CODE)
               TO RULE-WORK-TAX-CODE

           EVALUATE RULE-WORK-TAX-CODE
               WHEN SPACES
                   CONTINUE
               WHEN "STD"
               WHEN "RED"
               WHEN "EXE"
               WHEN "OOS"
                   MOVE RULE-WORK-TAX-CODE (1:3)
                       TO RULE-TAX-CODE (RULE-IDX)
                   MOVE "Y" TO VAT-WORKSHEET-FLAG
               WHEN OTHER
                   DISPLAY "WARNING: unknown tax code "
                       RULE-WORK-TAX-CODE " on the rule for "
                       RULE-WORK-CATEGORY " -- loaded without one."
           END-EVALUATE.

      *-----------------------------------------------------------
      * LOAD-BUDGETS
      * Reads BUDGETS.TXT once at startup into BUDGET-TABLE, the
      *-----------------------------------------------------------
       CATEGORIZE-ROW.
           MOVE SPACES TO ROW-CATEGORY
           MOVE SPACES TO ROW-TAX-CODE
           MOVE FUNCTION UPPER-CASE(MERCHANT-FIELD)
               TO CAT-SCAN-MERCHANT
           MOVE FUNCTION UPPER-CASE(DESCRIPTION-FIELD)
               IF RULE-HIT-COUNT NOT = 0
                   MOVE RULE-CATEGORY (RULE-IDX) TO ROW-CATEGORY
                   MOVE RULE-GL-CODE (RULE-IDX) TO ROW-GL-CODE
                   MOVE RULE-TAX-CODE (RULE-IDX) TO ROW-TAX-CODE
               END-IF
           END-PERFORM

      * LOAD-APPROVED-VENDORS
      * Reads APPROVED-VENDORS.TXT once at startup into the vendor
      * table: one "payee-name,account-number" line per approved
      * vendor (plus the status and account-changed date when
      * WISE-VENDOR wrote it), blank lines and * comment lines
      * skipped, names stored uppercased for the screening compare.
      * Screening is on whenever the file holds a vendor, retired or
      * not. No vendor file simply leaves screening off -- not
      * every installation keeps a vendor master.
      *-----------------------------------------------------------
       LOAD-APPROVED-VENDORS.
           MOVE 0 TO VENDOR-ENTRY-COUNT
           MOVE 0 TO VENDOR-RETIRED-COUNT
           MOVE "N" TO VENDOR-MASTER-EOF
           MOVE "N" TO VENDOR-SCREENING-FLAG

               END-PERFORM
               CLOSE VENDOR-MASTER-FILE

      * A FILE OF NOTHING BUT RETIRED VENDORS STILL SCREENS -- EVERY
      * PAYEE ON IT IS THEN UNKNOWN, WHICH IS THE POINT OF RETIRING.
               IF VENDOR-ENTRY-COUNT NOT = 0
                   OR VENDOR-RETIRED-COUNT NOT = 0
                   MOVE "Y" TO VENDOR-SCREENING-FLAG
               END-IF

               DISPLAY "Loaded " VENDOR-ENTRY-COUNT
                   " approved vendor(s) from " VENDOR-MASTER-FILENAME
               IF VENDOR-RETIRED-COUNT NOT = 0
                   DISPLAY "Skipped " VENDOR-RETIRED-COUNT
                       " retired vendor(s)"
               END-IF

               IF VENDOR-ENTRY-COUNT >= 200
                   DISPLAY "WARNING: the vendor table is at its "
      *-----------------------------------------------------------
      * PARSE-VENDOR-LINE
      * Files one "payee-name,account-number" line in the vendor
      * table. Lines missing either half are ignored; retired
      * vendors are counted but not loaded. The account-changed
      * date is kept as YYYYMMDD, zero when the line has none.
      *-----------------------------------------------------------
       PARSE-VENDOR-LINE.
           IF VENDOR-MASTER-RECORD = SPACES
           ELSE
               MOVE SPACES TO VND-WORK-NAME
               MOVE SPACES TO VND-WORK-ACCOUNT
               MOVE SPACES TO VND-WORK-STATUS
               MOVE SPACES TO VND-WORK-CHANGED
               UNSTRING VENDOR-MASTER-RECORD DELIMITED BY ","
                   INTO VND-WORK-NAME VND-WORK-ACCOUNT
                        VND-WORK-STATUS VND-WORK-CHANGED
               END-UNSTRING

               IF VND-WORK-NAME NOT = SPACES
                   AND VND-WORK-ACCOUNT NOT = SPACES
                   AND VND-WORK-STATUS = "R"
                   ADD 1 TO VENDOR-RETIRED-COUNT
               END-IF

               IF VND-WORK-NAME NOT = SPACES
                   AND VND-WORK-ACCOUNT NOT = SPACES
                   AND VND-WORK-STATUS NOT = "R"
                   AND VENDOR-ENTRY-COUNT < 200
                   ADD 1 TO VENDOR-ENTRY-COUNT
                   SET VND-IDX TO VENDOR-ENTRY-COUNT
                   MOVE FUNCTION UPPER-CASE(VND-WORK-NAME)
                       TO VND-NAME (VND-IDX)
                   MOVE VND-WORK-ACCOUNT TO VND-ACCOUNT (VND-IDX)
                   MOVE 0 TO VND-CHANGED-DATE (VND-IDX)
                   IF VND-WORK-CHANGED (1:4) IS NUMERIC
                       AND VND-WORK-CHANGED (6:2) IS NUMERIC
                       AND VND-WORK-CHANGED (9:2) IS NUMERIC
                       MOVE VND-WORK-CHANGED (1:4)
                           TO VND-CHANGED-DATE (VND-IDX) (1:4)
                       MOVE VND-WORK-CHANGED (6:2)
                           TO VND-CHANGED-DATE (VND-IDX) (5:2)
                       MOVE VND-WORK-CHANGED (9:2)
                           TO VND-CHANGED-DATE (VND-IDX) (7:2)
                   END-IF
               END-IF
           END-IF.

                              PAYEE-NAME-FIELD DELIMITED BY SIZE
                              INTO EXC-WORK-DETAIL
                       PERFORM WRITE-EXCEPTION-LINE
                   ELSE
                       PERFORM CHECK-RECENT-BANK-CHANGE
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * CHECK-RECENT-BANK-CHANGE
      * The payee and account match the vendor master, but if the
      * account number on record was changed no more than
      * BANK-CHANGE-DAYS before this payment, the payment is the
      * first money into a new account and is flagged as a
      * high-severity screening exception all the same.
      *-----------------------------------------------------------
       CHECK-RECENT-BANK-CHANGE.
           IF VND-CHANGED-DATE (VND-FOUND-IDX) NOT = 0
               AND ROW-DATE-NORMALIZED
                   NOT < VND-CHANGED-DATE (VND-FOUND-IDX)
               COMPUTE BANK-CHANGE-AGE =
                   FUNCTION INTEGER-OF-DATE (ROW-DATE-NORMALIZED)
                   - FUNCTION INTEGER-OF-DATE
                       (VND-CHANGED-DATE (VND-FOUND-IDX))
               IF BANK-CHANGE-AGE NOT > BANK-CHANGE-DAYS
                   MOVE VND-CHANGED-DATE (VND-FOUND-IDX)
                       TO BANK-CHANGE-EDITED
                   ADD 1 TO PAYEE-EXCEPTION-COUNT
                   DISPLAY "Payee exception at row "
                       CSV-ROW-NUMBER ": " PAYEE-NAME-FIELD
                       " bank details changed " BANK-CHANGE-EDITED
                   IF VENDOR-EXCEPTION-ENTRY-COUNT < 200
                       ADD 1 TO VENDOR-EXCEPTION-ENTRY-COUNT
                       MOVE SPACES TO VENDOR-EXCEPTION-ENTRY
                           (VENDOR-EXCEPTION-ENTRY-COUNT)
                       STRING "Row " DELIMITED BY SIZE
                              CSV-ROW-NUMBER DELIMITED BY SIZE
                              ": bank details changed "
                              DELIMITED BY SIZE
                              BANK-CHANGE-EDITED DELIMITED BY SIZE
                              " for " DELIMITED BY SIZE
                              PAYEE-NAME-FIELD DELIMITED BY SIZE
                              INTO VENDOR-EXCEPTION-ENTRY
                                  (VENDOR-EXCEPTION-ENTRY-COUNT)
                   ELSE
                       IF VENDOR-EXC-OVERFLOW-COUNT = 0
                           DISPLAY "WARNING: vendor exception "
                               "table full -- the screening "
                               "detail in the summary is "
                               "incomplete."
                       END-IF
                       ADD 1 TO VENDOR-EXC-OVERFLOW-COUNT
                   END-IF

                   MOVE CSV-ROW-NUMBER TO EXC-WORK-ROW
                   MOVE "BANKCHG" TO EXC-WORK-TYPE
                   MOVE "H" TO EXC-WORK-SEVERITY
                   MOVE MONEY-NUMERIC TO EXC-WORK-AMOUNT
                   MOVE SPACES TO EXC-WORK-DETAIL
                   STRING "bank details changed " DELIMITED BY SIZE
                          BANK-CHANGE-EDITED DELIMITED BY SIZE
                          " for " DELIMITED BY SIZE
                          PAYEE-NAME-FIELD DELIMITED BY SIZE
                          INTO EXC-WORK-DETAIL
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
           END-IF.

           END-PERFORM.

      *-----------------------------------------------------------
      * LOAD-OWN-ACCOUNTS
      * Reads OWN-ACCOUNTS.TXT once at startup into the own-account
      * table: one "account-id,name" line per name one of our own
      * accounts shows up under on the others' exports, blank
      * lines and * comment lines skipped, names stored uppercased
      * for the compare. No file simply leaves transfer matching
      * off -- every row is then treated as ordinary spend or
      * income, exactly as before.
      *-----------------------------------------------------------
       LOAD-OWN-ACCOUNTS.
           MOVE 0 TO OWN-ACCOUNT-COUNT
           MOVE "N" TO OWN-ACCOUNTS-EOF

           OPEN INPUT OWN-ACCOUNTS-FILE
           IF OWN-ACCOUNTS-STATUS NOT = "00"
               DISPLAY "No own-accounts file -- inter-account "
                   "transfer matching is off this run."
           ELSE
               PERFORM UNTIL OWN-ACCOUNTS-EOF = "Y"
                   READ OWN-ACCOUNTS-FILE
                       AT END
                           MOVE "Y" TO OWN-ACCOUNTS-EOF
                       NOT AT END
                           PERFORM PARSE-OWN-ACCOUNT-LINE
                   END-READ
               END-PERFORM
               CLOSE OWN-ACCOUNTS-FILE

               DISPLAY "Loaded " OWN-ACCOUNT-COUNT
                   " own-account name(s) from " OWN-ACCOUNTS-FILENAME

               IF OWN-ACCOUNT-COUNT >= 50
                   DISPLAY "WARNING: the own-account table is at "
                       "its limit of 50 -- any names past that in "
                       "the file were ignored."
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * PARSE-OWN-ACCOUNT-LINE
      * Files one "account-id,name" line in the own-account table.
      * Lines missing either half are ignored.
      *-----------------------------------------------------------
       PARSE-OWN-ACCOUNT-LINE.
           IF OWN-ACCOUNTS-RECORD = SPACES
               OR OWN-ACCOUNTS-RECORD (1:1) = "*"
               CONTINUE
           ELSE
               MOVE SPACES TO OWN-WORK-ID
               MOVE SPACES TO OWN-WORK-NAME
               UNSTRING OWN-ACCOUNTS-RECORD DELIMITED BY ","
                   INTO OWN-WORK-ID OWN-WORK-NAME
               END-UNSTRING

               IF OWN-WORK-ID NOT = SPACES
                   AND OWN-WORK-NAME NOT = SPACES
                   AND OWN-ACCOUNT-COUNT < 50
                   ADD 1 TO OWN-ACCOUNT-COUNT
                   SET OWN-IDX TO OWN-ACCOUNT-COUNT
                   MOVE OWN-WORK-ID TO OWN-ACCOUNT-ID (OWN-IDX)
                   MOVE FUNCTION UPPER-CASE(OWN-WORK-NAME)
                       TO OWN-ACCOUNT-NAME (OWN-IDX)
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * IDENTIFY-TRANSFER-LEG
      * Decides whether the current in-range row is one leg of a
      * transfer between two of our own accounts: its payee (when
      * outgoing) or payer (when incoming) is on the own-account
      * list under an account ID other than the one this file runs
      * under. Leaves "Y"/"N" in TRANSFER-LEG-FLAG, the other
      * account in LEG-OTHER-ACCOUNT, and the amount and currency
      * the receiving account gets in LEG-AMOUNT/LEG-CURRENCY --
      * the EXCHANGE-TO side when a sending leg converted currency,
      * so both legs of the transfer carry the same figure.
      *-----------------------------------------------------------
       IDENTIFY-TRANSFER-LEG.
           MOVE "N" TO TRANSFER-LEG-FLAG
           MOVE SPACES TO LEG-OTHER-ACCOUNT
           MOVE 0 TO LEG-AMOUNT
           MOVE SPACES TO LEG-CURRENCY

           IF OWN-ACCOUNT-COUNT = 0
               OR ACCOUNT-ID = SPACES
               OR ROW-DATE-NORMALIZED = 0
               OR MONEY-NUMERIC = 0
               CONTINUE
           ELSE
               IF MONEY-NUMERIC < 0
                   MOVE FUNCTION UPPER-CASE(PAYEE-NAME-FIELD)
                       TO OWN-SCAN-NAME
               ELSE
                   MOVE FUNCTION UPPER-CASE(PAYER-NAME-FIELD)
                       TO OWN-SCAN-NAME
               END-IF

               IF OWN-SCAN-NAME NOT = SPACES
                   PERFORM VARYING OWN-IDX FROM 1 BY 1
                       UNTIL OWN-IDX > OWN-ACCOUNT-COUNT
                       OR TRANSFER-LEG-FLAG = "Y"
                       IF OWN-ACCOUNT-NAME (OWN-IDX) = OWN-SCAN-NAME
                           AND OWN-ACCOUNT-ID (OWN-IDX)
                               NOT = ACCOUNT-ID
                           MOVE "Y" TO TRANSFER-LEG-FLAG
                           MOVE OWN-ACCOUNT-ID (OWN-IDX)
                               TO LEG-OTHER-ACCOUNT
                       END-IF
                   END-PERFORM
               END-IF
           END-IF

           IF TRANSFER-LEG-FLAG = "Y"
               IF MONEY-NUMERIC < 0
                   AND EXCHANGE-TO-FIELD NOT = SPACES
                   AND EXCHANGE-TO-AMOUNT-FIELD NOT = SPACES
                   AND EXCHANGE-TO-FIELD NOT = CURRENCY-FIELD
                   MOVE FUNCTION NUMVAL(EXCHANGE-TO-AMOUNT-FIELD)
                       TO LEG-AMOUNT
                   MOVE EXCHANGE-TO-FIELD TO LEG-CURRENCY
               ELSE
                   IF MONEY-NUMERIC < 0
                       COMPUTE LEG-AMOUNT = 0 - MONEY-NUMERIC
                   ELSE
                       MOVE MONEY-NUMERIC TO LEG-AMOUNT
                   END-IF
                   MOVE CURRENCY-FIELD TO LEG-CURRENCY
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * MATCH-TRANSFER-LEG
      * Pairs the transfer leg just counted with the opposite leg
      * from the other account's export, if that export has already
      * been run. A leg claimed back from a crashed run may have
      * been paired before the crash, so its own master record is
      * read first. No partner on file leaves the leg open (U) for
      * whichever run brings the other side in.
      *-----------------------------------------------------------
       MATCH-TRANSFER-LEG.
           MOVE SPACES TO LEG-CANDIDATE-ID
           MOVE 0 TO LEG-CANDIDATE-GAP
           MOVE TRANSFERWISE-ID-FIELD TO LEG-TRANSFER-ID

           IF MASTER-AVAILABLE-FLAG NOT = "Y"
               OR LEG-TRANSFER-ID = SPACES
               ADD 1 TO LEG-OPEN-COUNT
           ELSE
               MOVE LEG-TRANSFER-ID TO MST-TRANSFER-ID
               READ MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO MST-LEG-STATUS
               END-READ

               IF MST-LEG-STATUS = "M"
                   ADD 1 TO LEG-MATCHED-COUNT
               ELSE
                   PERFORM FIND-MATCHING-LEG
                   IF LEG-CANDIDATE-ID = SPACES
                       ADD 1 TO LEG-OPEN-COUNT
                   ELSE
                       PERFORM PAIR-TRANSFER-LEGS
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * FIND-MATCHING-LEG
      * Walks the master for the open leg that pairs with the
      * current row: the other account's row pointing back at this
      * account, opposite sign, same received amount and currency,
      * dated within TRANSFER-MATCH-DAYS. Where more than one
      * qualifies the closest date wins. Leaves the partner's
      * transfer ID in LEG-CANDIDATE-ID, spaces when none.
      *-----------------------------------------------------------
       FIND-MATCHING-LEG.
           MOVE "N" TO LEG-SCAN-EOF
           MOVE LOW-VALUES TO MST-TRANSFER-ID
           START MASTER-FILE KEY NOT < MST-TRANSFER-ID
               INVALID KEY
                   MOVE "Y" TO LEG-SCAN-EOF
           END-START

           PERFORM UNTIL LEG-SCAN-EOF = "Y"
               READ MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO LEG-SCAN-EOF
                   NOT AT END
                       PERFORM CHECK-CANDIDATE-LEG
               END-READ
           END-PERFORM.

      *-----------------------------------------------------------
      * CHECK-CANDIDATE-LEG
      * Tests the master record just read as a partner for the
      * current leg, keeping it in LEG-CANDIDATE-ID when it
      * qualifies and is closer in date than any found so far.
      *-----------------------------------------------------------
       CHECK-CANDIDATE-LEG.
           IF MST-LEG-STATUS = "U"
               AND MST-TRANSFER-ID NOT = LEG-TRANSFER-ID
               AND MST-ACCOUNT-ID = LEG-OTHER-ACCOUNT
               AND MST-LEG-OTHER-ACCOUNT = ACCOUNT-ID
               AND MST-LEG-AMOUNT = LEG-AMOUNT
               AND MST-LEG-CURRENCY = LEG-CURRENCY
               AND MST-DATE NOT = 0
               AND ((MONEY-NUMERIC < 0 AND MST-AMOUNT > 0)
                   OR (MONEY-NUMERIC > 0 AND MST-AMOUNT < 0))
               COMPUTE LEG-DAY-GAP =
                   FUNCTION INTEGER-OF-DATE (MST-DATE)
                   - FUNCTION INTEGER-OF-DATE (ROW-DATE-NORMALIZED)
               IF LEG-DAY-GAP < 0
                   COMPUTE LEG-DAY-GAP = 0 - LEG-DAY-GAP
               END-IF

               IF LEG-DAY-GAP <= TRANSFER-MATCH-DAYS
                   AND (LEG-CANDIDATE-ID = SPACES
                       OR LEG-DAY-GAP < LEG-CANDIDATE-GAP)
                   MOVE MST-TRANSFER-ID TO LEG-CANDIDATE-ID
                   MOVE LEG-DAY-GAP TO LEG-CANDIDATE-GAP
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * PAIR-TRANSFER-LEGS
      * Marks both legs matched on the master, each carrying the
      * other's transfer ID. The partner is rewritten first -- if
      * that fails nothing has changed and the current leg simply
      * stays open for a later run.
      *-----------------------------------------------------------
       PAIR-TRANSFER-LEGS.
           MOVE LEG-CANDIDATE-ID TO MST-TRANSFER-ID
           READ MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO LEG-CANDIDATE-ID
               NOT INVALID KEY
                   MOVE "M" TO MST-LEG-STATUS
                   MOVE LEG-TRANSFER-ID TO MST-LEG-MATCH-ID
                   REWRITE MASTER-RECORD
                       INVALID KEY
                           MOVE SPACES TO LEG-CANDIDATE-ID
                   END-REWRITE
           END-READ

           IF LEG-CANDIDATE-ID = SPACES
               DISPLAY "WARNING: could not mark the partner of "
                   "transfer " LEG-TRANSFER-ID " on the master file "
                   "(status " MASTER-FILE-STATUS ") -- left open"
               ADD 1 TO LEG-OPEN-COUNT
           ELSE
               MOVE LEG-TRANSFER-ID TO MST-TRANSFER-ID
               READ MASTER-FILE
                   INVALID KEY
                       DISPLAY "WARNING: transfer " LEG-TRANSFER-ID
                           " is not on the master file -- its "
                           "partner " LEG-CANDIDATE-ID
                           " is marked matched alone"
                   NOT INVALID KEY
                       MOVE "M" TO MST-LEG-STATUS
                       MOVE LEG-CANDIDATE-ID TO MST-LEG-MATCH-ID
                       REWRITE MASTER-RECORD
                           INVALID KEY
                               DISPLAY "WARNING: could not mark "
                                   "transfer " LEG-TRANSFER-ID
                                   " matched on the master file"
                       END-REWRITE
               END-READ

               ADD 1 TO LEG-MATCHED-COUNT
               DISPLAY "Transfer leg at row " CSV-ROW-NUMBER
                   " matched to " LEG-CANDIDATE-ID
           END-IF.

      *-----------------------------------------------------------
      * SCAN-ONE-SIDED-TRANSFERS
      * At end of file, walks the master for every leg still open
      * that touches this file's account. The other account's leg
      * pointing at this account, dated on or after this export's
      * earliest in-range row and more than TRANSFER-MATCH-DAYS
      * before its last row, is MISSING -- this export should have
      * carried its other side and didn't -- and goes to the
      * exception feed. Such a leg dated before the export's first
      * in-range row is one this export could never carry, and is
      * listed as open, for information only. This account's own
      * open legs are AWAITING the other account's export and are
      * listed for information only too.
      *-----------------------------------------------------------
       SCAN-ONE-SIDED-TRANSFERS.
           IF MASTER-AVAILABLE-FLAG NOT = "Y"
               OR OWN-ACCOUNT-COUNT = 0
               OR ACCOUNT-ID = SPACES
               CONTINUE
           ELSE
               MOVE "N" TO LEG-SCAN-EOF
               MOVE LOW-VALUES TO MST-TRANSFER-ID
               START MASTER-FILE KEY NOT < MST-TRANSFER-ID
                   INVALID KEY
                       MOVE "Y" TO LEG-SCAN-EOF
               END-START

               PERFORM UNTIL LEG-SCAN-EOF = "Y"
                   READ MASTER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO LEG-SCAN-EOF
                       NOT AT END
                           IF MST-LEG-STATUS = "U"
                               AND MST-DATE NOT = 0
                               PERFORM CHECK-OPEN-LEG
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *-----------------------------------------------------------
      * CHECK-OPEN-LEG
      * Classifies the open leg just read from the master against
      * this file's account and files it in ONE-SIDED-TABLE.
      *-----------------------------------------------------------
       CHECK-OPEN-LEG.
           MOVE SPACES TO ONE-SIDED-KIND

           IF MST-LEG-OTHER-ACCOUNT = ACCOUNT-ID
               MOVE 0 TO LEG-DAY-GAP
               IF FILE-LAST-ROW-DATE NOT = 0
                   COMPUTE LEG-DAY-GAP =
                       FUNCTION INTEGER-OF-DATE (FILE-LAST-ROW-DATE)
                       - FUNCTION INTEGER-OF-DATE (MST-DATE)
               END-IF
               EVALUATE TRUE
                   WHEN FILE-FIRST-ROW-DATE = 0
                       CONTINUE
                   WHEN MST-DATE < FILE-FIRST-ROW-DATE
                       MOVE " -- open, dated before this export"
                           TO ONE-SIDED-KIND
                   WHEN LEG-DAY-GAP > TRANSFER-MATCH-DAYS
                       PERFORM FILE-MISSING-LEG
               END-EVALUATE
           ELSE
               IF MST-ACCOUNT-ID = ACCOUNT-ID
                   ADD 1 TO ONE-SIDED-AWAITING-COUNT
                   MOVE " -- awaiting the other account's export"
                       TO ONE-SIDED-KIND
               END-IF
           END-IF

           PERFORM FILE-ONE-SIDED-ENTRY.

      *-----------------------------------------------------------
      * FILE-MISSING-LEG
      * Counts the open leg just read as MISSING from this export
      * and feeds it to the consolidated exception feed.
      *-----------------------------------------------------------
       FILE-MISSING-LEG.
           ADD 1 TO ONE-SIDED-MISSING-COUNT
           MOVE " -- MISSING from this export" TO ONE-SIDED-KIND

           MOVE 0 TO EXC-WORK-ROW
           MOVE "ONESIDE" TO EXC-WORK-TYPE
           MOVE "M" TO EXC-WORK-SEVERITY
           MOVE MST-AMOUNT TO EXC-WORK-AMOUNT
           MOVE SPACES TO EXC-WORK-DETAIL
           STRING "no matching leg for transfer "
                  DELIMITED BY SIZE
                  MST-TRANSFER-ID DELIMITED BY SPACE
                  " from " DELIMITED BY SIZE
                  MST-ACCOUNT-ID DELIMITED BY SPACE
                  INTO EXC-WORK-DETAIL
           PERFORM WRITE-EXCEPTION-LINE.

      *-----------------------------------------------------------
      * FILE-ONE-SIDED-ENTRY
      * Files the open leg just classified in ONE-SIDED-TABLE for
      * the summary, when CHECK-OPEN-LEG gave it a kind.
      *-----------------------------------------------------------
       FILE-ONE-SIDED-ENTRY.
           IF ONE-SIDED-KIND = SPACES
               CONTINUE
           ELSE
               IF ONE-SIDED-ENTRY-COUNT < 200
                   ADD 1 TO ONE-SIDED-ENTRY-COUNT
                   MOVE MST-DATE TO LEG-DATE-EDITED
                   MOVE MST-AMOUNT TO LEG-AMOUNT-EDITED
                   MOVE SPACES TO ONE-SIDED-ENTRY
                       (ONE-SIDED-ENTRY-COUNT)
                   STRING LEG-DATE-EDITED DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          MST-TRANSFER-ID DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                          MST-ACCOUNT-ID DELIMITED BY SPACE
                          "->" DELIMITED BY SIZE
                          MST-LEG-OTHER-ACCOUNT DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                          LEG-AMOUNT-EDITED DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          MST-CURRENCY DELIMITED BY SPACE
                          ONE-SIDED-KIND DELIMITED BY SIZE
                          INTO ONE-SIDED-ENTRY
                              (ONE-SIDED-ENTRY-COUNT)
               ELSE
                   IF ONE-SIDED-OVERFLOW-COUNT = 0
                       DISPLAY "WARNING: one-sided transfer table "
                           "full -- the transfer detail in the "
                           "summary is incomplete."
                   END-IF
                   ADD 1 TO ONE-SIDED-OVERFLOW-COUNT
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * WRITE-TRANSFER-SECTION
      * The inter-account transfer section of the summary report:
      * how many of this file's transfer legs found their other
      * side, how many are still open, and every open leg touching
      * this account. Left out entirely when transfer matching is
      * off for the file.
      *-----------------------------------------------------------
       WRITE-TRANSFER-SECTION.
           IF OWN-ACCOUNT-COUNT = 0
               OR ACCOUNT-ID = SPACES
               CONTINUE
           ELSE
               MOVE SPACES TO SUMMARY-RECORD
               MOVE "Inter-account transfers (cleared to ICCLEAR):"
                   TO SUMMARY-RECORD
               WRITE SUMMARY-RECORD

               MOVE SPACES TO SUMMARY-RECORD
               STRING "Legs matched: " DELIMITED BY SIZE
                      LEG-MATCHED-COUNT DELIMITED BY SIZE
                      " left open: " DELIMITED BY SIZE
                      LEG-OPEN-COUNT DELIMITED BY SIZE
                      INTO SUMMARY-RECORD
               WRITE SUMMARY-RECORD

               MOVE SPACES TO SUMMARY-RECORD
               STRING "One-sided transfers: " DELIMITED BY SIZE
                      ONE-SIDED-MISSING-COUNT DELIMITED BY SIZE
                      " missing from this export, "
                      DELIMITED BY SIZE
                      ONE-SIDED-AWAITING-COUNT DELIMITED BY SIZE
                      " awaiting the other account" DELIMITED BY SIZE
                      INTO SUMMARY-RECORD
               WRITE SUMMARY-RECORD

               PERFORM VARYING ONE-SIDED-IDX FROM 1 BY 1
                   UNTIL ONE-SIDED-IDX > ONE-SIDED-ENTRY-COUNT
                   MOVE SPACES TO SUMMARY-RECORD
                   MOVE ONE-SIDED-ENTRY (ONE-SIDED-IDX)
                       TO SUMMARY-RECORD
                   WRITE SUMMARY-RECORD
               END-PERFORM
           END-IF.

      *-----------------------------------------------------------
      * LOAD-OPEN-INVOICES
      * Reads OPEN-INVOICES.TXT once at startup into the invoice
      * table: one "vendor,invoice,amount,currency,YYYY-MM-DD" line
      * per invoice, optionally followed by the ",paid,payments"
      * this program adds when it rewrites the file. Blank lines
      * and * comment lines skipped, vendor and invoice number
      * stored uppercased for the compare. Every line is also kept
      * as read, so the rewrite can hand the file back the way the
      * operator left it. No file simply leaves invoice matching
      * off -- not every installation runs its payables through
      * here.
      *-----------------------------------------------------------
       LOAD-OPEN-INVOICES.
           MOVE 0 TO INVOICE-ENTRY-COUNT
           MOVE 0 TO INVOICE-LINE-COUNT
           MOVE "N" TO INVOICE-LINE-OVERFLOW-FLAG
           MOVE "N" TO OPEN-INVOICES-EOF
           MOVE "N" TO AP-MATCHING-FLAG

           OPEN INPUT OPEN-INVOICES-FILE
           IF OPEN-INVOICES-STATUS NOT = "00"
               DISPLAY "No open-invoices file -- invoice matching "
                   "is off this run."
           ELSE
               PERFORM UNTIL OPEN-INVOICES-EOF = "Y"
                   READ OPEN-INVOICES-FILE
                       AT END
                           MOVE "Y" TO OPEN-INVOICES-EOF
                       NOT AT END
                           PERFORM KEEP-INVOICE-LINE
                           PERFORM PARSE-INVOICE-LINE
                   END-READ
               END-PERFORM
               CLOSE OPEN-INVOICES-FILE

               IF INVOICE-ENTRY-COUNT NOT = 0
                   MOVE "Y" TO AP-MATCHING-FLAG
               END-IF

               DISPLAY "Loaded " INVOICE-ENTRY-COUNT
                   " open invoice(s) from " OPEN-INVOICES-FILENAME

      * A TRUNCATED LOAD WOULD BE WRITTEN BACK TRUNCATED, AND THE
      * DROPPED INVOICES WOULD BE GONE FROM THE FILE FOR GOOD --
      * MATCHING STAYS OFF RATHER THAN RISK THAT.
               IF INVOICE-ENTRY-COUNT >= 500
                   MOVE "N" TO AP-MATCHING-FLAG
                   DISPLAY "WARNING: the invoice table is at its "
                       "limit of 500 -- invoice matching is off "
                       "this run so the file is not rewritten "
                       "short."
               END-IF
               IF INVOICE-LINE-OVERFLOW-FLAG = "Y"
                   MOVE "N" TO AP-MATCHING-FLAG
                   DISPLAY "WARNING: " OPEN-INVOICES-FILENAME
                       " has more than 1000 lines -- invoice "
                       "matching is off this run so the file is "
                       "not rewritten short."
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * KEEP-INVOICE-LINE
      * Keeps the open-invoices line just read, whatever it holds,
      * for SAVE-OPEN-INVOICES to write back in the same place.
      *-----------------------------------------------------------
       KEEP-INVOICE-LINE.
           IF INVOICE-LINE-COUNT >= 1000
               MOVE "Y" TO INVOICE-LINE-OVERFLOW-FLAG
           ELSE
               ADD 1 TO INVOICE-LINE-COUNT
               SET IVL-IDX TO INVOICE-LINE-COUNT
               MOVE OPEN-INVOICES-RECORD TO IVL-TEXT (IVL-IDX)
               MOVE 0 TO IVL-INVOICE (IVL-IDX)
           END-IF.

      *-----------------------------------------------------------
      * PARSE-INVOICE-LINE
      * Files one open-invoices line in the invoice table. The due
      * date arrives YYYY-MM-DD, the way the date-range prompts
      * take it, and is reduced to a plain YYYYMMDD number. Lines
      * missing any of the five required fields are ignored rather
      * than fatal -- a half-typed invoice should not stop the
      * overnight run, and KEEP-INVOICE-LINE has already kept it
      * for the rewrite.
      *-----------------------------------------------------------
       PARSE-INVOICE-LINE.
           IF OPEN-INVOICES-RECORD = SPACES
               OR OPEN-INVOICES-RECORD (1:1) = "*"
               CONTINUE
           ELSE
               MOVE SPACES TO IVC-WORK-VENDOR
               MOVE SPACES TO IVC-WORK-NUMBER
               MOVE 0 TO IVC-WORK-NUMBER-LENGTH
               MOVE SPACES TO IVC-WORK-AMOUNT
               MOVE SPACES TO IVC-WORK-CURRENCY
               MOVE SPACES TO IVC-WORK-DUE
               MOVE SPACES TO IVC-WORK-PAID
               MOVE SPACES TO IVC-WORK-PAYMENTS
               MOVE 0 TO IVC-WORK-VENDOR-LENGTH
               MOVE 0 TO IVC-WORK-AMOUNT-LENGTH
               MOVE 0 TO IVC-WORK-CURRENCY-LENGTH
               MOVE 0 TO IVC-WORK-DUE-LENGTH
               UNSTRING OPEN-INVOICES-RECORD DELIMITED BY ","
                   INTO IVC-WORK-VENDOR
                            COUNT IN IVC-WORK-VENDOR-LENGTH
                        IVC-WORK-NUMBER
                            COUNT IN IVC-WORK-NUMBER-LENGTH
                        IVC-WORK-AMOUNT
                            COUNT IN IVC-WORK-AMOUNT-LENGTH
                        IVC-WORK-CURRENCY
                            COUNT IN IVC-WORK-CURRENCY-LENGTH
                        IVC-WORK-DUE
                            COUNT IN IVC-WORK-DUE-LENGTH
                        IVC-WORK-PAID
                        IVC-WORK-PAYMENTS
               END-UNSTRING

      * ON A HAND-KEYED FIVE-FIELD LINE THE DUE DATE RUNS TO THE
      * END OF THE RECORD AND ITS COUNT TAKES IN THE TRAILING PAD
      * -- NO DATE IS LONGER THAN YYYY-MM-DD.
               IF IVC-WORK-DUE-LENGTH > 10
                   MOVE 10 TO IVC-WORK-DUE-LENGTH
               END-IF

      * THE FIVE KEYED FIELDS AND THE FOUR COMMAS BETWEEN THEM.
               COMPUTE IVC-WORK-KEYED-LENGTH =
                   IVC-WORK-VENDOR-LENGTH + IVC-WORK-NUMBER-LENGTH
                   + IVC-WORK-AMOUNT-LENGTH
                   + IVC-WORK-CURRENCY-LENGTH
                   + IVC-WORK-DUE-LENGTH + 4

               IF IVC-WORK-NUMBER-LENGTH > 20
                   MOVE 20 TO IVC-WORK-NUMBER-LENGTH
               END-IF

               IF IVC-WORK-VENDOR NOT = SPACES
                   AND IVC-WORK-NUMBER NOT = SPACES
                   AND IVC-WORK-NUMBER-LENGTH NOT = 0
                   AND IVC-WORK-AMOUNT NOT = SPACES
                   AND IVC-WORK-CURRENCY NOT = SPACES
                   AND IVC-WORK-DUE NOT = SPACES
                   AND INVOICE-ENTRY-COUNT < 500
                   AND INVOICE-LINE-OVERFLOW-FLAG = "N"
                   ADD 1 TO INVOICE-ENTRY-COUNT
                   SET IVC-IDX TO INVOICE-ENTRY-COUNT
                   MOVE INVOICE-ENTRY-COUNT TO IVL-INVOICE (IVL-IDX)
                   MOVE IVC-WORK-KEYED-LENGTH
                       TO IVC-KEYED-LENGTH (IVC-IDX)
                   MOVE FUNCTION UPPER-CASE(IVC-WORK-VENDOR)
                       TO IVC-VENDOR (IVC-IDX)
                   MOVE FUNCTION UPPER-CASE(IVC-WORK-NUMBER)
                       TO IVC-NUMBER (IVC-IDX)
                   MOVE IVC-WORK-NUMBER-LENGTH
                       TO IVC-NUMBER-LENGTH (IVC-IDX)
                   MOVE FUNCTION NUMVAL(IVC-WORK-AMOUNT)
                       TO IVC-AMOUNT (IVC-IDX)
                   MOVE IVC-WORK-CURRENCY TO IVC-CURRENCY (IVC-IDX)
                   MOVE 0 TO IVC-DUE-DATE (IVC-IDX)
                   MOVE IVC-WORK-DUE (1:4)
                       TO IVC-DUE-DATE (IVC-IDX) (1:4)
                   MOVE IVC-WORK-DUE (6:2)
                       TO IVC-DUE-DATE (IVC-IDX) (5:2)
                   MOVE IVC-WORK-DUE (9:2)
                       TO IVC-DUE-DATE (IVC-IDX) (7:2)
                   IF IVC-WORK-PAID = SPACES
                       MOVE 0 TO IVC-PAID (IVC-IDX)
                   ELSE
                       MOVE FUNCTION NUMVAL(IVC-WORK-PAID)
                           TO IVC-PAID (IVC-IDX)
                   END-IF
                   IF IVC-WORK-PAYMENTS = SPACES
                       MOVE 0 TO IVC-PAYMENTS (IVC-IDX)
                   ELSE
                       MOVE FUNCTION NUMVAL(IVC-WORK-PAYMENTS)
                           TO IVC-PAYMENTS (IVC-IDX)
                   END-IF
                   MOVE 0 TO IVC-FILE-PAID (IVC-IDX)
                   MOVE 0 TO IVC-FILE-PAYMENTS (IVC-IDX)
                   MOVE "N" TO IVC-PAID-TWICE (IVC-IDX)
                   MOVE SPACE TO IVC-GROUP (IVC-IDX)
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * MATCH-OPEN-INVOICE
      * Matches the current outgoing row to an open invoice: same
      * vendor as the payee, and the invoice number somewhere in
      * the payment reference or the note. The payment is applied
      * in the invoice's currency -- the row's own amount when the
      * currencies agree, the converted amount when the payment
      * was converted into the invoice's currency on the way out.
      * A payment that lands on an invoice already settled in full
      * marks it paid twice. Incoming rows and rows with no payee
      * are never matched.
      *-----------------------------------------------------------
       MATCH-OPEN-INVOICE.
           IF AP-MATCHING-FLAG NOT = "Y"
               OR MONEY-NUMERIC >= 0
               OR PAYEE-NAME-FIELD = SPACES
               CONTINUE
           ELSE
               MOVE FUNCTION UPPER-CASE(PAYEE-NAME-FIELD)
                   TO IVC-SCAN-PAYEE
               MOVE FUNCTION UPPER-CASE(PAYMENT-REFERENCE-FIELD)
                   TO IVC-SCAN-REF
               MOVE FUNCTION UPPER-CASE(NOTE-FIELD)
                   TO IVC-SCAN-NOTE
               PERFORM FIND-INVOICE-FOR-ROW

               IF IVC-FOUND-IDX NOT = 0
                   EVALUATE TRUE
                       WHEN IVC-CURRENCY (IVC-FOUND-IDX)
                           = CURRENCY-FIELD
                           COMPUTE IVC-PAY-AMOUNT = 0 - MONEY-NUMERIC
                           PERFORM APPLY-INVOICE-PAYMENT
                       WHEN IVC-CURRENCY (IVC-FOUND-IDX)
                           = EXCHANGE-TO-FIELD
                           AND EXCHANGE-TO-AMOUNT-FIELD NOT = SPACES
                           MOVE FUNCTION NUMVAL
                               (EXCHANGE-TO-AMOUNT-FIELD)
                               TO IVC-PAY-AMOUNT
                           IF IVC-PAY-AMOUNT < 0
                               COMPUTE IVC-PAY-AMOUNT =
                                   0 - IVC-PAY-AMOUNT
                           END-IF
                           PERFORM APPLY-INVOICE-PAYMENT
                       WHEN OTHER
                           DISPLAY "Invoice "
                               IVC-NUMBER (IVC-FOUND-IDX)
                               " referenced at row " CSV-ROW-NUMBER
                               " but paid in " CURRENCY-FIELD (1:3)
                               " not " IVC-CURRENCY (IVC-FOUND-IDX)
                               " -- not applied"
                           MOVE CSV-ROW-NUMBER TO EXC-WORK-ROW
                           MOVE "APCURR" TO EXC-WORK-TYPE
                           MOVE "M" TO EXC-WORK-SEVERITY
                           MOVE MONEY-NUMERIC TO EXC-WORK-AMOUNT
                           MOVE SPACES TO EXC-WORK-DETAIL
                           STRING "invoice " DELIMITED BY SIZE
                                  IVC-NUMBER (IVC-FOUND-IDX)
                                  DELIMITED BY SPACE
                                  " is in " DELIMITED BY SIZE
                                  IVC-CURRENCY (IVC-FOUND-IDX)
                                  DELIMITED BY SIZE
                                  ", paid in another currency"
                                  DELIMITED BY SIZE
                                  INTO EXC-WORK-DETAIL
                           PERFORM WRITE-EXCEPTION-LINE
                   END-EVALUATE
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * FIND-INVOICE-FOR-ROW
      * Locates the invoice whose vendor is IVC-SCAN-PAYEE and
      * whose number appears as a word of its own in IVC-SCAN-REF
      * or IVC-SCAN-NOTE: the first in file order still owing
      * anything, or failing that the first already settled (a
      * genuine second payment). Leaves the slot's subscript in
      * IVC-FOUND-IDX, zero when nothing matches.
      *-----------------------------------------------------------
       FIND-INVOICE-FOR-ROW.
           MOVE 0 TO IVC-FOUND-IDX
           MOVE 0 TO IVC-SETTLED-IDX
           PERFORM VARYING IVC-IDX FROM 1 BY 1
               UNTIL IVC-IDX > INVOICE-ENTRY-COUNT
               OR IVC-FOUND-IDX NOT = 0
               IF IVC-VENDOR (IVC-IDX) = IVC-SCAN-PAYEE
                   MOVE 0 TO IVC-HIT-COUNT
                   MOVE IVC-SCAN-REF TO IVC-SCAN-FIELD
                   PERFORM SCAN-FOR-INVOICE-NUMBER
                   IF IVC-HIT-COUNT = 0
                       MOVE IVC-SCAN-NOTE TO IVC-SCAN-FIELD
                       PERFORM SCAN-FOR-INVOICE-NUMBER
                   END-IF
                   IF IVC-HIT-COUNT NOT = 0
                       IF IVC-PAID (IVC-IDX) < IVC-AMOUNT (IVC-IDX)
                           MOVE IVC-IDX TO IVC-FOUND-IDX
                       ELSE
                           IF IVC-SETTLED-IDX = 0
                               MOVE IVC-IDX TO IVC-SETTLED-IDX
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF IVC-FOUND-IDX = 0
               MOVE IVC-SETTLED-IDX TO IVC-FOUND-IDX
           END-IF.

      *-----------------------------------------------------------
      * SCAN-FOR-INVOICE-NUMBER
      * Counts into IVC-HIT-COUNT the first place the number of
      * the invoice at IVC-IDX stands in IVC-SCAN-FIELD with no
      * letter or digit touching it on either side.
      *-----------------------------------------------------------
       SCAN-FOR-INVOICE-NUMBER.
           COMPUTE IVC-SCAN-LAST = 31 - IVC-NUMBER-LENGTH (IVC-IDX)
           PERFORM VARYING IVC-SCAN-POS FROM 1 BY 1
               UNTIL IVC-SCAN-POS > IVC-SCAN-LAST
               OR IVC-HIT-COUNT NOT = 0
               IF IVC-SCAN-FIELD
                   (IVC-SCAN-POS:IVC-NUMBER-LENGTH (IVC-IDX))
                   = IVC-NUMBER (IVC-IDX)
                       (1:IVC-NUMBER-LENGTH (IVC-IDX))
                   MOVE "Y" TO IVC-SCAN-EDGE-OK
                   IF IVC-SCAN-POS > 1
                       MOVE IVC-SCAN-FIELD (IVC-SCAN-POS - 1:1)
                           TO IVC-SCAN-CHAR
                       PERFORM CHECK-INVOICE-EDGE
                   END-IF
                   COMPUTE IVC-SCAN-AFTER =
                       IVC-SCAN-POS + IVC-NUMBER-LENGTH (IVC-IDX)
                   IF IVC-SCAN-AFTER < 31
                       MOVE IVC-SCAN-FIELD (IVC-SCAN-AFTER:1)
                           TO IVC-SCAN-CHAR
                       PERFORM CHECK-INVOICE-EDGE
                   END-IF
                   IF IVC-SCAN-EDGE-OK = "Y"
                       ADD 1 TO IVC-HIT-COUNT
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------
      * CHECK-INVOICE-EDGE
      * Clears IVC-SCAN-EDGE-OK when IVC-SCAN-CHAR, the character
      * beside a possible match, is a letter or a digit -- the
      * match is then only part of a longer reference.
      *-----------------------------------------------------------
       CHECK-INVOICE-EDGE.
           IF (IVC-SCAN-CHAR NOT < "A" AND IVC-SCAN-CHAR NOT > "Z")
               OR (IVC-SCAN-CHAR NOT < "0"
                   AND IVC-SCAN-CHAR NOT > "9")
               MOVE "N" TO IVC-SCAN-EDGE-OK
           END-IF.

      *-----------------------------------------------------------
      * APPLY-INVOICE-PAYMENT
      * Applies IVC-PAY-AMOUNT to the invoice at IVC-FOUND-IDX,
      * both to its running paid-to-date and to this file's share.
      *-----------------------------------------------------------
       APPLY-INVOICE-PAYMENT.
           IF IVC-PAYMENTS (IVC-FOUND-IDX) NOT = 0
               AND IVC-PAID (IVC-FOUND-IDX)
                   NOT < IVC-AMOUNT (IVC-FOUND-IDX)
               MOVE "Y" TO IVC-PAID-TWICE (IVC-FOUND-IDX)
           END-IF

           ADD IVC-PAY-AMOUNT TO IVC-PAID (IVC-FOUND-IDX)
           ADD IVC-PAY-AMOUNT TO IVC-FILE-PAID (IVC-FOUND-IDX)
           ADD 1 TO IVC-PAYMENTS (IVC-FOUND-IDX)
           ADD 1 TO IVC-FILE-PAYMENTS (IVC-FOUND-IDX)
           ADD 1 TO AP-FILE-MATCH-COUNT.

      *-----------------------------------------------------------
      * RESTORE-INVOICE-PAYMENTS
      * Puts one checkpointed invoice's payments back on a resume:
      * the invoices file was last written before this file began,
      * so what the crashed run matched is added back on top.
      *-----------------------------------------------------------
       RESTORE-INVOICE-PAYMENTS.
           MOVE 0 TO IVC-FOUND-IDX
           PERFORM VARYING IVC-IDX FROM 1 BY 1
               UNTIL IVC-IDX > INVOICE-ENTRY-COUNT
               OR IVC-FOUND-IDX NOT = 0
               IF IVC-VENDOR (IVC-IDX) = RST-AP-VENDOR (RST-AP-IDX)
                   AND IVC-NUMBER (IVC-IDX)
                       = RST-AP-INVOICE (RST-AP-IDX)
                   MOVE IVC-IDX TO IVC-FOUND-IDX
               END-IF
           END-PERFORM

           IF IVC-FOUND-IDX = 0
               DISPLAY "WARNING: invoice "
                   RST-AP-INVOICE (RST-AP-IDX)
                   " from the checkpoint is no longer in "
                   OPEN-INVOICES-FILENAME
                   " -- its payments before the crash are lost."
           ELSE
               MOVE RST-AP-FILE-PAID (RST-AP-IDX)
                   TO IVC-FILE-PAID (IVC-FOUND-IDX)
               MOVE RST-AP-FILE-PAYMENTS (RST-AP-IDX)
                   TO IVC-FILE-PAYMENTS (IVC-FOUND-IDX)
               MOVE RST-AP-PAID-TWICE (RST-AP-IDX)
                   TO IVC-PAID-TWICE (IVC-FOUND-IDX)
               ADD RST-AP-FILE-PAID (RST-AP-IDX)
                   TO IVC-PAID (IVC-FOUND-IDX)
               ADD RST-AP-FILE-PAYMENTS (RST-AP-IDX)
                   TO IVC-PAYMENTS (IVC-FOUND-IDX)
               ADD RST-AP-FILE-PAYMENTS (RST-AP-IDX)
                   TO AP-FILE-MATCH-COUNT
           END-IF.

      *-----------------------------------------------------------
      * CLASSIFY-OPEN-INVOICES
      * Called once a file finishes normally. Sorts every invoice
      * this file paid into paid in full, partially paid, overpaid
      * or paid twice by where its balance now stands, and every
      * invoice never paid at all whose due date has passed by
      * the export's last row into overdue. Each group but paid in
      * full feeds the consolidated exception feed.
      *-----------------------------------------------------------
       CLASSIFY-OPEN-INVOICES.
           MOVE FILE-LAST-ROW-DATE TO AP-AS-OF-DATE
           IF AP-AS-OF-DATE = 0
               MOVE RUN-DATE TO AP-AS-OF-DATE
           END-IF

           MOVE 0 TO AP-FULL-COUNT
           MOVE 0 TO AP-PARTIAL-COUNT
           MOVE 0 TO AP-OVERPAID-COUNT
           MOVE 0 TO AP-TWICE-COUNT
           MOVE 0 TO AP-OVERDUE-COUNT

           PERFORM VARYING IVC-IDX FROM 1 BY 1
               UNTIL IVC-IDX > INVOICE-ENTRY-COUNT
               MOVE SPACE TO IVC-GROUP (IVC-IDX)
               COMPUTE IVC-OUTSTANDING =
                   IVC-AMOUNT (IVC-IDX) - IVC-PAID (IVC-IDX)
               MOVE 0 TO EXC-WORK-ROW
               MOVE SPACES TO EXC-WORK-TYPE

               IF IVC-FILE-PAYMENTS (IVC-IDX) NOT = 0
                   EVALUATE TRUE
                       WHEN IVC-PAID-TWICE (IVC-IDX) = "Y"
                           MOVE "T" TO IVC-GROUP (IVC-IDX)
                           ADD 1 TO AP-TWICE-COUNT
                           MOVE "APTWICE" TO EXC-WORK-TYPE
                           MOVE "H" TO EXC-WORK-SEVERITY
                       WHEN IVC-OUTSTANDING = 0
                           MOVE "F" TO IVC-GROUP (IVC-IDX)
                           ADD 1 TO AP-FULL-COUNT
                       WHEN IVC-OUTSTANDING > 0
                           MOVE "P" TO IVC-GROUP (IVC-IDX)
                           ADD 1 TO AP-PARTIAL-COUNT
                           MOVE "APPART" TO EXC-WORK-TYPE
                           MOVE "L" TO EXC-WORK-SEVERITY
                       WHEN OTHER
                           MOVE "O" TO IVC-GROUP (IVC-IDX)
                           ADD 1 TO AP-OVERPAID-COUNT
                           MOVE "APOVER" TO EXC-WORK-TYPE
                           MOVE "H" TO EXC-WORK-SEVERITY
                   END-EVALUATE
               ELSE
                   IF IVC-PAYMENTS (IVC-IDX) = 0
                       AND IVC-DUE-DATE (IVC-IDX) < AP-AS-OF-DATE
                       MOVE "D" TO IVC-GROUP (IVC-IDX)
                       ADD 1 TO AP-OVERDUE-COUNT
                       MOVE "APDUE" TO EXC-WORK-TYPE
                       MOVE "M" TO EXC-WORK-SEVERITY
                   END-IF
               END-IF

               IF EXC-WORK-TYPE NOT = SPACES
                   MOVE IVC-OUTSTANDING TO EXC-WORK-AMOUNT
                   MOVE SPACES TO EXC-WORK-DETAIL
                   STRING "invoice " DELIMITED BY SIZE
                          IVC-NUMBER (IVC-IDX) DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                          IVC-VENDOR (IVC-IDX) DELIMITED BY SIZE
                          INTO EXC-WORK-DETAIL
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------
      * SAVE-OPEN-INVOICES
      * Rewrites the open-invoices file in full, line for line in
      * the order it was read: each invoice line as keyed through
      * its due date with the paid-to-date and payment count from
      * the table on the end, every other line exactly as read --
      * done at the end of every completed file that paid an
      * invoice, so the next run starts from these balances and a
      * crash later in a batch cannot lose them.
      *-----------------------------------------------------------
       SAVE-OPEN-INVOICES.
           OPEN OUTPUT OPEN-INVOICES-FILE
           IF OPEN-INVOICES-STATUS NOT = "00"
               DISPLAY "WARNING: could not rewrite "
                   OPEN-INVOICES-FILENAME
                   " (status " OPEN-INVOICES-STATUS ")"
           ELSE
               PERFORM VARYING IVL-IDX FROM 1 BY 1
                   UNTIL IVL-IDX > INVOICE-LINE-COUNT
                   IF IVL-INVOICE (IVL-IDX) = 0
                       MOVE IVL-TEXT (IVL-IDX) TO OPEN-INVOICES-RECORD
                   ELSE
                       SET IVC-IDX TO IVL-INVOICE (IVL-IDX)
                       MOVE IVC-PAID (IVC-IDX) TO IVC-SAVE-PAID
                       MOVE SPACES TO OPEN-INVOICES-RECORD
                       STRING IVL-TEXT (IVL-IDX)
                                  (1:IVC-KEYED-LENGTH (IVC-IDX))
                                  DELIMITED BY SIZE
                              "," DELIMITED BY SIZE
                              IVC-SAVE-PAID DELIMITED BY SIZE
                              "," DELIMITED BY SIZE
                              IVC-PAYMENTS (IVC-IDX)
                                  DELIMITED BY SIZE
                              INTO OPEN-INVOICES-RECORD
                           ON OVERFLOW
                               DISPLAY "WARNING: invoice "
                                   IVC-NUMBER (IVC-IDX)
                                   " -- line too long for "
                                   OPEN-INVOICES-FILENAME
                                   ", paid-to-date cut short"
                       END-STRING
                   END-IF
                   WRITE OPEN-INVOICES-RECORD
               END-PERFORM
               CLOSE OPEN-INVOICES-FILE
           END-IF.

      *-----------------------------------------------------------
      * WRITE-AP-SECTION
      * The accounts-payable matching section of the summary
      * report: the five groups CLASSIFY-OPEN-INVOICES sorted the
      * invoices into, each with its invoices listed under it.
      * Left out entirely when invoice matching is off.
      *-----------------------------------------------------------
       WRITE-AP-SECTION.
           IF AP-MATCHING-FLAG NOT = "Y"
               CONTINUE
           ELSE
               MOVE AP-AS-OF-DATE TO AP-AS-OF-EDITED
               MOVE SPACES TO SUMMARY-RECORD
               STRING "Accounts-payable matching as of "
                      DELIMITED BY SIZE
                      AP-AS-OF-EDITED DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      AP-FILE-MATCH-COUNT DELIMITED BY SIZE
                      " payment(s) matched to invoices):"
                      DELIMITED BY SIZE
                      INTO SUMMARY-RECORD
               WRITE SUMMARY-RECORD

               MOVE "F" TO AP-REPORT-GROUP
               MOVE "Paid in full" TO AP-GROUP-TITLE
               MOVE AP-FULL-COUNT TO AP-GROUP-COUNT
               PERFORM WRITE-AP-GROUP

               MOVE "P" TO AP-REPORT-GROUP
               MOVE "Partially paid" TO AP-GROUP-TITLE
               MOVE AP-PARTIAL-COUNT TO AP-GROUP-COUNT
               PERFORM WRITE-AP-GROUP

               MOVE "O" TO AP-REPORT-GROUP
               MOVE "Overpaid" TO AP-GROUP-TITLE
               MOVE AP-OVERPAID-COUNT TO AP-GROUP-COUNT
               PERFORM WRITE-AP-GROUP

               MOVE "T" TO AP-REPORT-GROUP
               MOVE "Paid twice" TO AP-GROUP-TITLE
               MOVE AP-TWICE-COUNT TO AP-GROUP-COUNT
               PERFORM WRITE-AP-GROUP

               MOVE "D" TO AP-REPORT-GROUP
               MOVE "Overdue with no payment" TO AP-GROUP-TITLE
               MOVE AP-OVERDUE-COUNT TO AP-GROUP-COUNT
               PERFORM WRITE-AP-GROUP
           END-IF.

      *-----------------------------------------------------------
      * WRITE-AP-GROUP
      * Writes one group's heading and count, then one line per
      * invoice in it: vendor, number, amount, paid to date, what
      * is still outstanding (negative when overpaid) and the due
      * date.
      *-----------------------------------------------------------
       WRITE-AP-GROUP.
           MOVE SPACES TO SUMMARY-RECORD
           STRING "  " DELIMITED BY SIZE
                  AP-GROUP-TITLE DELIMITED BY "  "
                  ": " DELIMITED BY SIZE
                  AP-GROUP-COUNT DELIMITED BY SIZE
                  INTO SUMMARY-RECORD
           WRITE SUMMARY-RECORD

           PERFORM VARYING IVC-IDX FROM 1 BY 1
               UNTIL IVC-IDX > INVOICE-ENTRY-COUNT
               IF IVC-GROUP (IVC-IDX) = AP-REPORT-GROUP
                   MOVE IVC-AMOUNT (IVC-IDX) TO IVC-AMOUNT-EDITED
                   MOVE IVC-PAID (IVC-IDX) TO IVC-PAID-EDITED
                   COMPUTE IVC-OUTSTANDING-EDITED =
                       IVC-AMOUNT (IVC-IDX) - IVC-PAID (IVC-IDX)
                   MOVE IVC-DUE-DATE (IVC-IDX) TO IVC-DUE-EDITED

                   MOVE SPACES TO SUMMARY-RECORD
                   STRING "    " DELIMITED BY SIZE
                          IVC-VENDOR (IVC-IDX) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          IVC-NUMBER (IVC-IDX) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          IVC-CURRENCY (IVC-IDX) DELIMITED BY SIZE
                          " amount=" DELIMITED BY SIZE
                          IVC-AMOUNT-EDITED DELIMITED BY SIZE
                          " paid=" DELIMITED BY SIZE
                          IVC-PAID-EDITED DELIMITED BY SIZE
                          " outstanding=" DELIMITED BY SIZE
                          IVC-OUTSTANDING-EDITED DELIMITED BY SIZE
                          " due " DELIMITED BY SIZE
                          IVC-DUE-EDITED DELIMITED BY SIZE
                          INTO SUMMARY-RECORD
                   WRITE SUMMARY-RECORD
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------
      * ADD-ROW-TO-VAT-WORKSHEET
      * Rolls the current row into its tax code's input or output
      * slot in home currency. The export amount is the gross; a
      * taxable code has its tax backed out at the code's rate and
      * an exempt or out-of-scope code carries no tax at all. A row
      * that cannot be placed is recorded as a worksheet exception.
      *-----------------------------------------------------------
       ADD-ROW-TO-VAT-WORKSHEET.
           IF VAT-WORKSHEET-FLAG NOT = "Y"
               CONTINUE
           ELSE
               MOVE SPACES TO VAT-EXC-REASON
               EVALUATE TRUE
                   WHEN ROW-CATEGORY = "UNCATEGORIZED"
                       MOVE "uncategorized" TO VAT-EXC-REASON
                   WHEN ROW-TAX-CODE = SPACES
                       MOVE "no tax code" TO VAT-EXC-REASON
                   WHEN ROW-RATE-FOUND-FLAG NOT = "Y"
                       MOVE "no rate to home currency"
                           TO VAT-EXC-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE

               IF VAT-EXC-REASON NOT = SPACES
                   PERFORM RECORD-VAT-EXCEPTION
               ELSE
                   EVALUATE ROW-TAX-CODE
                       WHEN "STD"
                           MOVE 1 TO VAT-ROW-SLOT
                           MOVE VAT-STANDARD-RATE TO VAT-ROW-RATE
                       WHEN "RED"
                           MOVE 2 TO VAT-ROW-SLOT
                           MOVE VAT-REDUCED-RATE TO VAT-ROW-RATE
                       WHEN "EXE"
                           MOVE 3 TO VAT-ROW-SLOT
                           MOVE 0 TO VAT-ROW-RATE
                       WHEN OTHER
                           MOVE 4 TO VAT-ROW-SLOT
                           MOVE 0 TO VAT-ROW-RATE
                   END-EVALUATE

      * MONEY IN IS A SUPPLY WE MADE (OUTPUT TAX), MONEY OUT A
      * PURCHASE (INPUT TAX). BOTH SIDES ARE HELD POSITIVE -- THE
      * SIDE ALREADY SAYS WHICH WAY THE TAX RUNS.
                   IF MONEY-NUMERIC > 0
                       ADD 4 TO VAT-ROW-SLOT
                       COMPUTE VAT-ROW-GROSS ROUNDED =
                           MONEY-NUMERIC * ROW-HOME-RATE
                   ELSE
                       COMPUTE VAT-ROW-GROSS ROUNDED =
                           0 - (MONEY-NUMERIC * ROW-HOME-RATE)
                   END-IF

                   COMPUTE VAT-ROW-NET ROUNDED =
                       VAT-ROW-GROSS * 100 / (100 + VAT-ROW-RATE)
                   COMPUTE VAT-ROW-TAX = VAT-ROW-GROSS - VAT-ROW-NET

                   SET VAT-IDX TO VAT-ROW-SLOT
                   ADD 1 TO VAT-ROW-COUNT (VAT-IDX)
                   ADD VAT-ROW-NET TO VAT-NET (VAT-IDX)
                   ADD VAT-ROW-TAX TO VAT-TAX (VAT-IDX)
                   ADD VAT-ROW-GROSS TO VAT-GROSS (VAT-IDX)
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * RECORD-VAT-EXCEPTION
      * Holds the row kept off the worksheet for the report the
      * same way the missing-receipt flags are held, and feeds the
      * consolidated exception feed.
      *-----------------------------------------------------------
       RECORD-VAT-EXCEPTION.
           ADD 1 TO VAT-EXCEPTION-COUNT

           IF VAT-EXCEPTION-ENTRY-COUNT < 200
               ADD 1 TO VAT-EXCEPTION-ENTRY-COUNT
               MOVE SPACES TO VAT-EXCEPTION-ENTRY
                   (VAT-EXCEPTION-ENTRY-COUNT)
               STRING "Row " DELIMITED BY SIZE
                      CSV-ROW-NUMBER DELIMITED BY SIZE
                      ": " DELIMITED BY SIZE
                      VAT-EXC-REASON DELIMITED BY "  "
                      " (" DELIMITED BY SIZE
                      ROW-CATEGORY DELIMITED BY SPACE
                      ") amount " DELIMITED BY SIZE
                      AMOUNT-FIELD DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      CURRENCY-FIELD DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      MERCHANT-FIELD DELIMITED BY "  "
                      INTO VAT-EXCEPTION-ENTRY
                          (VAT-EXCEPTION-ENTRY-COUNT)
           ELSE
               IF VAT-EXC-OVERFLOW-COUNT = 0
                   DISPLAY "WARNING: VAT exception table full -- "
                       "the worksheet exception detail in the "
                       "summary is incomplete."
               END-IF
               ADD 1 TO VAT-EXC-OVERFLOW-COUNT
           END-IF

           MOVE CSV-ROW-NUMBER TO EXC-WORK-ROW
           MOVE "VATCODE" TO EXC-WORK-TYPE
           MOVE "M" TO EXC-WORK-SEVERITY
           MOVE MONEY-NUMERIC TO EXC-WORK-AMOUNT
           MOVE SPACES TO EXC-WORK-DETAIL
           STRING "not on VAT worksheet: " DELIMITED BY SIZE
                  VAT-EXC-REASON DELIMITED BY "  "
                  " (" DELIMITED BY SIZE
                  ROW-CATEGORY DELIMITED BY SPACE
                  ")" DELIMITED BY SIZE
                  INTO EXC-WORK-DETAIL
           PERFORM WRITE-EXCEPTION-LINE.

      *-----------------------------------------------------------
      * WRITE-VAT-SECTION
      * The VAT worksheet section of the summary report: net, tax
      * and gross in home currency per tax code, input tax on
      * spend and output tax on receipts each totalled, the net
      * tax the two leave due, and every row that could not be put
      * on the worksheet. Left out when no rule carries a tax code.
      *-----------------------------------------------------------
       WRITE-VAT-SECTION.
           IF VAT-WORKSHEET-FLAG NOT = "Y"
               CONTINUE
           ELSE
               MOVE SPACES TO SUMMARY-RECORD
               IF START-DATE-LIMIT = SPACES
                   AND END-DATE-LIMIT = SPACES
                   STRING "VAT worksheet in " DELIMITED BY SIZE
                          HOME-CURRENCY-CODE DELIMITED BY SIZE
                          " (no date range -- every row in the file):"
                          DELIMITED BY SIZE
                          INTO SUMMARY-RECORD
               ELSE
                   STRING "VAT worksheet in " DELIMITED BY SIZE
                          HOME-CURRENCY-CODE DELIMITED BY SIZE
                          " for " DELIMITED BY SIZE
                          START-DATE-LIMIT DELIMITED BY SIZE
                          " to " DELIMITED BY SIZE
                          END-DATE-LIMIT DELIMITED BY SIZE
                          ":" DELIMITED BY SIZE
                          INTO SUMMARY-RECORD
               END-IF
               WRITE SUMMARY-RECORD

               MOVE SPACES TO SUMMARY-RECORD
               MOVE "  Input tax (spend):" TO SUMMARY-RECORD
               WRITE SUMMARY-RECORD

               MOVE 0 TO VAT-SIDE-NET
               MOVE 0 TO VAT-SIDE-TAX
               MOVE 0 TO VAT-SIDE-GROSS
               SET VAT-IDX TO 1
               PERFORM WRITE-VAT-CODE-LINES
               MOVE "Total input" TO VAT-REPORT-TITLE
               PERFORM WRITE-VAT-SIDE-TOTAL
               MOVE VAT-SIDE-TAX TO VAT-INPUT-TAX

               MOVE SPACES TO SUMMARY-RECORD
               MOVE "  Output tax (receipts):" TO SUMMARY-RECORD
               WRITE SUMMARY-RECORD

               MOVE 0 TO VAT-SIDE-NET
               MOVE 0 TO VAT-SIDE-TAX
               MOVE 0 TO VAT-SIDE-GROSS
               SET VAT-IDX TO 5
               PERFORM WRITE-VAT-CODE-LINES
               MOVE "Total output" TO VAT-REPORT-TITLE
               PERFORM WRITE-VAT-SIDE-TOTAL

               COMPUTE VAT-TAX-EDITED = VAT-SIDE-TAX - VAT-INPUT-TAX
               MOVE SPACES TO SUMMARY-RECORD
               STRING "  Net tax due (output less input): "
                      DELIMITED BY SIZE
                      VAT-TAX-EDITED DELIMITED BY SIZE
                      INTO SUMMARY-RECORD
               WRITE SUMMARY-RECORD

               MOVE SPACES TO SUMMARY-RECORD
               STRING "  Rows kept off the worksheet: "
                      DELIMITED BY SIZE
                      VAT-EXCEPTION-COUNT DELIMITED BY SIZE
                      INTO SUMMARY-RECORD
               WRITE SUMMARY-RECORD

               PERFORM VARYING VAT-EXC-IDX FROM 1 BY 1
                   UNTIL VAT-EXC-IDX > VAT-EXCEPTION-ENTRY-COUNT
                   MOVE SPACES TO SUMMARY-RECORD
                   STRING "    " DELIMITED BY SIZE
                          VAT-EXCEPTION-ENTRY (VAT-EXC-IDX)
                          DELIMITED BY SIZE
                          INTO SUMMARY-RECORD
                   WRITE SUMMARY-RECORD
               END-PERFORM
           END-IF.

      *-----------------------------------------------------------
      * WRITE-VAT-CODE-LINES
      * Writes the four tax-code lines of one side of the
      * worksheet, starting from the side's first slot in VAT-IDX,
      * and adds each into the side's totals.
      *-----------------------------------------------------------
       WRITE-VAT-CODE-LINES.
           MOVE "Standard rate" TO VAT-REPORT-TITLE
           MOVE VAT-STANDARD-RATE TO VAT-REPORT-RATE
           PERFORM WRITE-VAT-LINE
           SET VAT-IDX UP BY 1

           MOVE "Reduced rate" TO VAT-REPORT-TITLE
           MOVE VAT-REDUCED-RATE TO VAT-REPORT-RATE
           PERFORM WRITE-VAT-LINE
           SET VAT-IDX UP BY 1

           MOVE "Exempt" TO VAT-REPORT-TITLE
           MOVE 0 TO VAT-REPORT-RATE
           PERFORM WRITE-VAT-LINE
           SET VAT-IDX UP BY 1

           MOVE "Out of scope" TO VAT-REPORT-TITLE
           MOVE 0 TO VAT-REPORT-RATE
           PERFORM WRITE-VAT-LINE.

      *-----------------------------------------------------------
      * WRITE-VAT-LINE
      * Writes one tax code's line from the slot in VAT-IDX.
      *-----------------------------------------------------------
       WRITE-VAT-LINE.
           ADD VAT-NET (VAT-IDX) TO VAT-SIDE-NET
           ADD VAT-TAX (VAT-IDX) TO VAT-SIDE-TAX
           ADD VAT-GROSS (VAT-IDX) TO VAT-SIDE-GROSS

           MOVE VAT-REPORT-RATE TO VAT-RATE-EDITED
           MOVE VAT-NET (VAT-IDX) TO VAT-NET-EDITED
           MOVE VAT-TAX (VAT-IDX) TO VAT-TAX-EDITED
           MOVE VAT-GROSS (VAT-IDX) TO VAT-GROSS-EDITED

           MOVE SPACES TO SUMMARY-RECORD
           STRING "    " DELIMITED BY SIZE
                  VAT-REPORT-TITLE (1:14) DELIMITED BY SIZE
                  VAT-RATE-EDITED DELIMITED BY SIZE
                  "% rows=" DELIMITED BY SIZE
                  VAT-ROW-COUNT (VAT-IDX) DELIMITED BY SIZE
                  " net=" DELIMITED BY SIZE
                  VAT-NET-EDITED DELIMITED BY SIZE
                  " tax=" DELIMITED BY SIZE
                  VAT-TAX-EDITED DELIMITED BY SIZE
                  " gross=" DELIMITED BY SIZE
                  VAT-GROSS-EDITED DELIMITED BY SIZE
                  INTO SUMMARY-RECORD
           WRITE SUMMARY-RECORD.

      *-----------------------------------------------------------
      * WRITE-VAT-SIDE-TOTAL
      * Writes the total line of one side of the worksheet.
      *-----------------------------------------------------------
       WRITE-VAT-SIDE-TOTAL.
           MOVE VAT-SIDE-NET TO VAT-NET-EDITED
           MOVE VAT-SIDE-TAX TO VAT-TAX-EDITED
           MOVE VAT-SIDE-GROSS TO VAT-GROSS-EDITED

           MOVE SPACES TO SUMMARY-RECORD
           STRING "    " DELIMITED BY SIZE
                  VAT-REPORT-TITLE (1:27) DELIMITED BY SIZE
                  " net=" DELIMITED BY SIZE
                  VAT-NET-EDITED DELIMITED BY SIZE
                  " tax=" DELIMITED BY SIZE
                  VAT-TAX-EDITED DELIMITED BY SIZE
                  " gross=" DELIMITED BY SIZE
                  VAT-GROSS-EDITED DELIMITED BY SIZE
                  INTO SUMMARY-RECORD
           WRITE SUMMARY-RECORD.

      *-----------------------------------------------------------
      * RECORD-RUN-HISTORY
      * Closes the audit loop on a completed file: scans the run
      * history for the most recent run of this same source file,
      * prints the record/total/fee deltas against it when one is
      * found, then appends this run's own record. The history is
      * append-only -- nothing in this program ever rewrites it.
      *-----------------------------------------------------------
       RECORD-RUN-HISTORY.
           MOVE "N" TO PREV-RUN-FOUND-FLAG
           MOVE "N" TO RUN-HISTORY-EOF

      * THE FILE IS OPTIONAL, SO THE FIRST RUN EVER OPENS IT EMPTY
      * (STATUS 05) AND THE READ LOOP SIMPLY HITS END AT ONCE.
           OPEN INPUT RUN-HISTORY-FILE
           IF RUN-HISTORY-STATUS = "00"
               OR RUN-HISTORY-STATUS = "05"
               PERFORM UNTIL RUN-HISTORY-EOF = "Y"
                   READ RUN-HISTORY-FILE
                       AT END
                           MOVE "Y" TO RUN-HISTORY-EOF
                       NOT AT END
      * THE DELTA COMPARES GROSS IN-RANGE FIGURES -- ON A RERUN THE
      * MASTER FILE EXCLUDES EVERY ALREADY-SEEN ROW FROM THE
      * COUNTED TOTALS, SO ONLY THE GROSS FIGURES SAY WHETHER THE
      * EXPORT ITSELF CHANGED. RECORDS WRITTEN BEFORE THE GROSS
      * FIELDS EXISTED FALL BACK TO THEIR COUNTED FIGURES.
                           IF RH-SOURCE-FILE = TRIMMED-FILENAME
                               AND RH-RECORD-COUNT IS NUMERIC
                               MOVE "Y" TO PREV-RUN-FOUND-FLAG
                               IF RH-NEW-COUNT IS NUMERIC
                                   AND RH-DUP-COUNT IS NUMERIC
                                   COMPUTE PREV-RECORD-COUNT =
                                       RH-NEW-COUNT + RH-DUP-COUNT
                                   MOVE RH-GROSS-TOTAL
                                       TO PREV-TOTAL-MONEY
                                   MOVE RH-GROSS-FEES
                                       TO PREV-TOTAL-FEES
                               ELSE
                                   MOVE RH-RECORD-COUNT
                                       TO PREV-RECORD-COUNT
                                   MOVE RH-TOTAL-MONEY
                                       TO PREV-TOTAL-MONEY
                                   MOVE RH-TOTAL-FEES
                                       TO PREV-TOTAL-FEES
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-HISTORY-FILE
           END-IF

           IF PREV-RUN-FOUND-FLAG = "Y"
               COMPUTE DELTA-RECORDS =
                   NEW-ROW-COUNT + DUPLICATE-ROW-COUNT
                   - PREV-RECORD-COUNT
               COMPUTE DELTA-TOTAL =
                   GROSS-TOTAL-MONEY - PREV-TOTAL-MONEY
               COMPUTE DELTA-FEES =
                   GROSS-TOTAL-FEES - PREV-TOTAL-FEES
               MOVE DELTA-RECORDS TO DELTA-RECORDS-EDITED
               MOVE DELTA-TOTAL TO DELTA-TOTAL-EDITED
               MOVE DELTA-FEES TO DELTA-FEES-EDITED

               DISPLAY "Rerun of " TRIMMED-FILENAME
               DISPLAY "Delta vs last run: records "
                   DELTA-RECORDS-EDITED " total "
                   DELTA-TOTAL-EDITED " fees " DELTA-FEES-EDITED
           END-IF

           ACCEPT RUN-TIME-NOW FROM TIME

           MOVE SPACES TO RUN-HISTORY-RECORD
           MOVE RUN-DATE TO RH-RUN-DATE
           MOVE RUN-TIME-NOW (1:6) TO RH-RUN-TIME
           MOVE TRIMMED-FILENAME TO RH-SOURCE-FILE
           MOVE START-DATE-LIMIT TO RH-START-LIMIT
           MOVE END-DATE-LIMIT TO RH-END-LIMIT
           MOVE DUPLICATE-ROW-COUNT TO RH-DUP-COUNT
           MOVE GROSS-TOTAL-MONEY TO RH-GROSS-TOTAL
           MOVE GROSS-TOTAL-FEES TO RH-GROSS-FEES
           MOVE RUN-STAMP TO RH-RUN-STAMP
           IF RESUME-FLAG = "Y" OR RESUME-FLAG = "y"
               MOVE "Y" TO RH-RESUMED-FLAG
           ELSE
               MOVE "N" TO RH-RESUMED-FLAG
           END-IF

           OPEN EXTEND RUN-HISTORY-FILE
           IF RUN-HISTORY-STATUS = "00"
      * under the category rule's ledger account, and a second one
      * for the fee under the fee account when the row carries one.
      * Both amounts feed the trailer's hash total as absolute
      * values. A row dated in a closed period posts into the
      * first open one instead, flagged as a prior-period
      * adjustment.
      *-----------------------------------------------------------
       BUILD-POSTING-LINES.
           MOVE ROW-DATE-NORMALIZED TO PERIOD-WORK-DATE
           PERFORM FIND-POSTING-PERIOD

           MOVE SPACES TO POSTING-DETAIL-LINE
           MOVE "D" TO PD-TYPE
           MOVE TRANSFERWISE-ID-FIELD TO PD-TRANSFER-ID
           MOVE PERIOD-POST-DATE TO PD-DATE
           MOVE MONEY-NUMERIC TO PD-AMOUNT
           MOVE CURRENCY-FIELD TO PD-CURRENCY
           MOVE ROW-GL-CODE TO PD-ACCOUNT
           IF PERIOD-LATE-FLAG = "Y"
               MOVE "P" TO PD-ADJUST-TYPE
               MOVE ROW-DATE-NORMALIZED TO PD-ORIGINAL-DATE
           END-IF
           PERFORM ADD-POSTING-LINE

           IF PERIOD-LATE-FLAG = "Y"
               MOVE CSV-ROW-NUMBER TO LATE-WORK-ROW
               MOVE MONEY-NUMERIC TO LATE-WORK-AMOUNT
               PERFORM RECORD-LATE-POSTING
           END-IF

           IF MONEY-NUMERIC < 0
               COMPUTE POSTING-ROW-ABS = 0 - MONEY-NUMERIC
           ELSE
               MOVE SPACES TO POSTING-DETAIL-LINE
               MOVE "D" TO PD-TYPE
               MOVE TRANSFERWISE-ID-FIELD TO PD-TRANSFER-ID
               MOVE PERIOD-POST-DATE TO PD-DATE
               MOVE FEE-NUMERIC TO PD-AMOUNT
               MOVE CURRENCY-FIELD TO PD-CURRENCY
               MOVE FEE-LEDGER-ACCOUNT TO PD-ACCOUNT
               IF PERIOD-LATE-FLAG = "Y"
                   MOVE "P" TO PD-ADJUST-TYPE
                   MOVE ROW-DATE-NORMALIZED TO PD-ORIGINAL-DATE
               END-IF
               PERFORM ADD-POSTING-LINE

               IF FEE-NUMERIC < 0
      * WRITE-CARRIED-POSTINGS
      * Writes the rejected lines carried out of the old posting
      * file at the front of the new one, counting them into the
      * line count and hash total so the trailer stays true. A
      * line the ledger bounced because its month has since closed
      * is moved into the first open period on the way through.
      *-----------------------------------------------------------
       WRITE-CARRIED-POSTINGS.
           IF POSTING-CARRY-COUNT = 0
               OPEN EXTEND POSTING-FILE
               PERFORM VARYING CARRY-IDX FROM 1 BY 1
                   UNTIL CARRY-IDX > POSTING-CARRY-COUNT
                   MOVE POSTING-CARRY-LINE (CARRY-IDX)
                       TO POSTING-DETAIL-LINE
                   MOVE FUNCTION NUMVAL(PD-AMOUNT)
                       TO ACK-WORK-AMOUNT
                   PERFORM REDATE-CARRIED-POSTING
                   MOVE POSTING-DETAIL-LINE TO POSTING-RECORD
                   WRITE POSTING-RECORD

                   IF ACK-WORK-AMOUNT < 0
                       COMPUTE POSTING-ROW-ABS = 0 - ACK-WORK-AMOUNT
                   ELSE
      * -- the master spans every account in the shop, and another
      * account's standing payments must not surface as MISSED in
      * this account's summary. A file run with no account ID has
      * nothing to restrict by and scans everything. Transfer legs
      * between our own accounts are not payments to anybody and
      * stay out of the scan, and so do transfers WISE-ADJUST has
      * voided. The scan repositions the master with START, which
      * leaves the keyed duplicate lookups unaffected.
      *-----------------------------------------------------------
       DETECT-RECURRING-PAYMENTS.
           INITIALIZE RECUR-TABLE
                           IF MST-COUNTERPARTY NOT = SPACES
                               AND MST-AMOUNT < 0
                               AND MST-DATE NOT = 0
                               AND MST-LEG-STATUS = SPACE
                               AND MST-RECORD-STATUS NOT = "V"
                               AND (ACCOUNT-ID = SPACES
                                   OR MST-ACCOUNT-ID = ACCOUNT-ID)
                               PERFORM ROLL-UP-RECURRING-ROW
               MOVE 0 TO FX-COUNT (FX-FOUND-IDX)
               MOVE 0 TO FX-TOTAL-CONVERTED (FX-FOUND-IDX)
               MOVE 0 TO FX-RATE-TOTAL (FX-FOUND-IDX)
               MOVE 0 TO FX-AUDITED-COUNT (FX-FOUND-IDX)
               MOVE 0 TO FX-NO-REFERENCE-COUNT (FX-FOUND-IDX)
               MOVE 0 TO FX-REF-RATE-TOTAL (FX-FOUND-IDX)
               MOVE 0 TO FX-SOURCE-HOME (FX-FOUND-IDX)
               MOVE 0 TO FX-FEE-HOME (FX-FOUND-IDX)
               MOVE 0 TO FX-MARKUP-HOME (FX-FOUND-IDX)
           END-IF

           IF FX-FOUND-IDX = 0
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------
      * LOAD-EXPECTED-FEES
      * Reads EXPECTED-FEES.TXT once at startup into the fee
      * schedule: one "from,to,fee-pct,markup-pct" line per
      * currency pair, blank lines and * comment lines skipped. No
      * file leaves the FX margin audit reporting costs without
      * checking them against any limit.
      *-----------------------------------------------------------
       LOAD-EXPECTED-FEES.
           MOVE 0 TO FEE-SCHEDULE-COUNT
           MOVE "N" TO EXPECTED-FEES-EOF

           OPEN INPUT EXPECTED-FEES-FILE
           IF EXPECTED-FEES-STATUS NOT = "00"
               DISPLAY "No expected-fee schedule -- FX costs are "
                   "reported but not checked against limits."
           ELSE
               PERFORM UNTIL EXPECTED-FEES-EOF = "Y"
                   READ EXPECTED-FEES-FILE
                       AT END
                           MOVE "Y" TO EXPECTED-FEES-EOF
                       NOT AT END
                           PERFORM PARSE-FEE-SCHEDULE-LINE
                   END-READ
               END-PERFORM
               CLOSE EXPECTED-FEES-FILE

               DISPLAY "Loaded " FEE-SCHEDULE-COUNT
                   " fee limit(s) from " EXPECTED-FEES-FILENAME

               IF FEE-SCHEDULE-COUNT >= 100
                   DISPLAY "WARNING: the fee schedule is at its "
                       "limit of 100 -- any pairs past that in "
                       "the file were ignored."
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * PARSE-FEE-SCHEDULE-LINE
      * Files one schedule line. Either limit may be left blank
      * to leave that side unchecked for the pair; a line with no
      * pair is ignored.
      *-----------------------------------------------------------
       PARSE-FEE-SCHEDULE-LINE.
           IF EXPECTED-FEES-RECORD = SPACES
               OR EXPECTED-FEES-RECORD (1:1) = "*"
               CONTINUE
           ELSE
               MOVE SPACES TO FSC-WORK-FROM
               MOVE SPACES TO FSC-WORK-TO
               MOVE SPACES TO FSC-WORK-FEE
               MOVE SPACES TO FSC-WORK-MARKUP
               UNSTRING EXPECTED-FEES-RECORD DELIMITED BY ","
                   INTO FSC-WORK-FROM
                        FSC-WORK-TO
                        FSC-WORK-FEE
                        FSC-WORK-MARKUP
               END-UNSTRING

               IF FSC-WORK-FROM NOT = SPACES
                   AND FSC-WORK-TO NOT = SPACES
                   AND FEE-SCHEDULE-COUNT < 100
                   ADD 1 TO FEE-SCHEDULE-COUNT
                   SET FSC-IDX TO FEE-SCHEDULE-COUNT
                   MOVE FUNCTION UPPER-CASE(FSC-WORK-FROM)
                       TO FSC-FROM-CODE (FSC-IDX)
                   MOVE FUNCTION UPPER-CASE(FSC-WORK-TO)
                       TO FSC-TO-CODE (FSC-IDX)
                   MOVE "N" TO FSC-FEE-LIMIT-SET (FSC-IDX)
                   MOVE 0 TO FSC-FEE-LIMIT (FSC-IDX)
                   MOVE "N" TO FSC-MARKUP-LIMIT-SET (FSC-IDX)
                   MOVE 0 TO FSC-MARKUP-LIMIT (FSC-IDX)
                   IF FSC-WORK-FEE NOT = SPACES
                       MOVE "Y" TO FSC-FEE-LIMIT-SET (FSC-IDX)
                       MOVE FUNCTION NUMVAL(FSC-WORK-FEE)
                           TO FSC-FEE-LIMIT (FSC-IDX)
                   END-IF
                   IF FSC-WORK-MARKUP NOT = SPACES
                       MOVE "Y" TO FSC-MARKUP-LIMIT-SET (FSC-IDX)
                       MOVE FUNCTION NUMVAL(FSC-WORK-MARKUP)
                           TO FSC-MARKUP-LIMIT (FSC-IDX)
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * AUDIT-FX-MARGIN
      * Prices the current conversion at the day's reference rates
      * and works out, in home currency, the markup hidden in
      * Wise's rate, the explicit fee and the two together as the
      * true cost. Rolled into the pair's audit totals, then held
      * against the pair's limits in the expected-fee schedule.
      *-----------------------------------------------------------
       AUDIT-FX-MARGIN.
           MOVE FUNCTION NUMVAL(EXCHANGE-TO-AMOUNT-FIELD)
               TO FXA-TO-AMOUNT
           IF FXA-TO-AMOUNT < 0
               COMPUTE FXA-TO-AMOUNT = 0 - FXA-TO-AMOUNT
           END-IF
           MOVE FUNCTION NUMVAL(EXCHANGE-RATE-FIELD) TO FXA-WISE-RATE

           MOVE EXCHANGE-FROM-FIELD (1:3) TO FXA-LOOKUP-CODE
           PERFORM FIND-REFERENCE-RATE
           MOVE FXA-LOOKUP-FOUND TO FXA-FROM-FOUND
           MOVE FXA-LOOKUP-RATE TO FXA-FROM-HOME-RATE

           MOVE EXCHANGE-TO-FIELD (1:3) TO FXA-LOOKUP-CODE
           PERFORM FIND-REFERENCE-RATE
           MOVE FXA-LOOKUP-RATE TO FXA-TO-HOME-RATE

           IF FXA-FROM-FOUND NOT = "Y"
               OR FXA-LOOKUP-FOUND NOT = "Y"
               OR FXA-TO-HOME-RATE = 0
               OR FXA-WISE-RATE NOT > 0
               OR FXA-TO-AMOUNT = 0
               IF FX-FOUND-IDX NOT = 0
                   ADD 1 TO FX-NO-REFERENCE-COUNT (FX-FOUND-IDX)
               END-IF
           ELSE
               COMPUTE FXA-SOURCE-HOME ROUNDED =
                   FXA-TO-AMOUNT * FXA-FROM-HOME-RATE / FXA-WISE-RATE
               COMPUTE FXA-TARGET-HOME ROUNDED =
                   FXA-TO-AMOUNT * FXA-TO-HOME-RATE
               COMPUTE FXA-MARKUP-HOME =
                   FXA-SOURCE-HOME - FXA-TARGET-HOME
               COMPUTE FXA-REF-RATE ROUNDED =
                   FXA-FROM-HOME-RATE / FXA-TO-HOME-RATE

      * THE FEE IS CHARGED IN THE ROW'S OWN CURRENCY, WHICH IS THE
      * FROM SIDE OF A CONVERSION WHEN THE ROW HAD NO RATE OF ITS
      * OWN TO HOME.
               IF ROW-RATE-FOUND-FLAG = "Y"
                   COMPUTE FXA-FEE-HOME ROUNDED =
                       FEE-NUMERIC * ROW-HOME-RATE
               ELSE
                   COMPUTE FXA-FEE-HOME ROUNDED =
                       FEE-NUMERIC * FXA-FROM-HOME-RATE
               END-IF
               COMPUTE FXA-TRUE-COST = FXA-FEE-HOME + FXA-MARKUP-HOME

               IF FXA-SOURCE-HOME > 0
                   COMPUTE FXA-FEE-PCT ROUNDED =
                       FXA-FEE-HOME * 100 / FXA-SOURCE-HOME
                   COMPUTE FXA-MARKUP-PCT ROUNDED =
                       FXA-MARKUP-HOME * 100 / FXA-SOURCE-HOME
               ELSE
                   MOVE 0 TO FXA-FEE-PCT
                   MOVE 0 TO FXA-MARKUP-PCT
               END-IF

               IF FX-FOUND-IDX NOT = 0
                   ADD 1 TO FX-AUDITED-COUNT (FX-FOUND-IDX)
                   ADD FXA-REF-RATE TO FX-REF-RATE-TOTAL (FX-FOUND-IDX)
                   ADD FXA-SOURCE-HOME TO FX-SOURCE-HOME (FX-FOUND-IDX)
                   ADD FXA-FEE-HOME TO FX-FEE-HOME (FX-FOUND-IDX)
                   ADD FXA-MARKUP-HOME TO FX-MARKUP-HOME (FX-FOUND-IDX)
               END-IF

               PERFORM CHECK-FX-FEE-SCHEDULE
           END-IF.

      *-----------------------------------------------------------
      * FIND-REFERENCE-RATE
      * The reference rate to home for FXA-LOOKUP-CODE on the
      * row's date, the same table CONVERT-TO-HOME-CURRENCY uses.
      * Home currency is one without needing a rate line.
      *-----------------------------------------------------------
       FIND-REFERENCE-RATE.
           MOVE "N" TO FXA-LOOKUP-FOUND
           MOVE 0 TO FXA-LOOKUP-RATE

           IF FXA-LOOKUP-CODE = HOME-CURRENCY-CODE
               MOVE 1 TO FXA-LOOKUP-RATE
               MOVE "Y" TO FXA-LOOKUP-FOUND
           ELSE
               PERFORM VARYING RATE-IDX FROM 1 BY 1
                   UNTIL RATE-IDX > RATE-ENTRY-COUNT
                   OR FXA-LOOKUP-FOUND = "Y"
                   IF RATE-DATE (RATE-IDX) = ROW-DATE-NORMALIZED
                       AND RATE-CURRENCY (RATE-IDX) = FXA-LOOKUP-CODE
                       MOVE RATE-TO-HOME (RATE-IDX) TO FXA-LOOKUP-RATE
                       MOVE "Y" TO FXA-LOOKUP-FOUND
                   END-IF
               END-PERFORM
           END-IF.

      *-----------------------------------------------------------
      * CHECK-FX-FEE-SCHEDULE
      * Holds the audited conversion against its pair's limits. A
      * pair not on the schedule, or a blank limit, is not checked.
      *-----------------------------------------------------------
       CHECK-FX-FEE-SCHEDULE.
           MOVE 0 TO FSC-FOUND-IDX
           MOVE "N" TO FXA-OVER-FLAG

           PERFORM VARYING FSC-IDX FROM 1 BY 1
               UNTIL FSC-IDX > FEE-SCHEDULE-COUNT
               OR FSC-FOUND-IDX NOT = 0
               IF FSC-FROM-CODE (FSC-IDX) = EXCHANGE-FROM-FIELD
                   AND FSC-TO-CODE (FSC-IDX) = EXCHANGE-TO-FIELD
                   MOVE FSC-IDX TO FSC-FOUND-IDX
               END-IF
           END-PERFORM

           IF FSC-FOUND-IDX NOT = 0
               SET FSC-IDX TO FSC-FOUND-IDX
               IF FSC-FEE-LIMIT-SET (FSC-IDX) = "Y"
                   AND FXA-FEE-PCT > FSC-FEE-LIMIT (FSC-IDX)
                   MOVE "Y" TO FXA-OVER-FLAG
               END-IF
               IF FSC-MARKUP-LIMIT-SET (FSC-IDX) = "Y"
                   AND FXA-MARKUP-PCT > FSC-MARKUP-LIMIT (FSC-IDX)
                   MOVE "Y" TO FXA-OVER-FLAG
               END-IF
           END-IF

           IF FXA-OVER-FLAG = "Y"
               PERFORM RECORD-FX-OVERCHARGE
           END-IF.

      *-----------------------------------------------------------
      * RECORD-FX-OVERCHARGE
      * Holds the over-limit conversion for the report the same
      * way the missing-receipt flags are held, and feeds the
      * consolidated exception feed with its true cost.
      *-----------------------------------------------------------
       RECORD-FX-OVERCHARGE.
           ADD 1 TO FX-OVERCHARGE-COUNT
           MOVE FXA-FEE-PCT TO FXA-FEE-PCT-EDITED
           MOVE FXA-MARKUP-PCT TO FXA-MARKUP-PCT-EDITED
           MOVE FXA-TRUE-COST TO FXA-TRUE-COST-EDITED
           DISPLAY "FX cost over schedule at row " CSV-ROW-NUMBER
               ": fee%" FXA-FEE-PCT-EDITED
               " markup%" FXA-MARKUP-PCT-EDITED

           IF FX-OVERCHARGE-ENTRY-COUNT < 200
               ADD 1 TO FX-OVERCHARGE-ENTRY-COUNT
               MOVE SPACES TO FX-OVERCHARGE-ENTRY
                   (FX-OVERCHARGE-ENTRY-COUNT)
               STRING "Row " DELIMITED BY SIZE
                      CSV-ROW-NUMBER DELIMITED BY SIZE
                      ": " DELIMITED BY SIZE
                      EXCHANGE-FROM-FIELD DELIMITED BY SPACE
                      "->" DELIMITED BY SIZE
                      EXCHANGE-TO-FIELD DELIMITED BY SPACE
                      " fee%" DELIMITED BY SIZE
                      FXA-FEE-PCT-EDITED DELIMITED BY SIZE
                      " markup%" DELIMITED BY SIZE
                      FXA-MARKUP-PCT-EDITED DELIMITED BY SIZE
                      " true cost " DELIMITED BY SIZE
                      FXA-TRUE-COST-EDITED DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      HOME-CURRENCY-CODE DELIMITED BY SIZE
                      INTO FX-OVERCHARGE-ENTRY
                          (FX-OVERCHARGE-ENTRY-COUNT)
           ELSE
               IF FX-OVER-OVERFLOW-COUNT = 0
                   DISPLAY "WARNING: FX fee-schedule table full -- "
                       "the FX cost detail in the summary is "
                       "incomplete."
               END-IF
               ADD 1 TO FX-OVER-OVERFLOW-COUNT
           END-IF

           MOVE CSV-ROW-NUMBER TO EXC-WORK-ROW
           MOVE "FXCOST" TO EXC-WORK-TYPE
           MOVE "M" TO EXC-WORK-SEVERITY
           MOVE FXA-TRUE-COST TO EXC-WORK-AMOUNT
           MOVE SPACES TO EXC-WORK-DETAIL
           STRING EXCHANGE-FROM-FIELD DELIMITED BY SPACE
                  "->" DELIMITED BY SIZE
                  EXCHANGE-TO-FIELD DELIMITED BY SPACE
                  " over fee schedule: fee%" DELIMITED BY SIZE
                  FXA-FEE-PCT-EDITED DELIMITED BY SIZE
                  " markup%" DELIMITED BY SIZE
                  FXA-MARKUP-PCT-EDITED DELIMITED BY SIZE
                  INTO EXC-WORK-DETAIL
           PERFORM WRITE-EXCEPTION-LINE.

      *-----------------------------------------------------------
      * WRITE-FX-AUDIT-SECTION
      * The FX margin audit section of the summary report: per
      * currency pair, the average reference rate next to the
      * conversions priced, the explicit fees, the hidden markup
      * and their sum as the true cost, all in home currency, then
      * every conversion over the expected-fee schedule. Left out
      * when the file converted nothing.
      *-----------------------------------------------------------
       WRITE-FX-AUDIT-SECTION.
           IF FX-PAIR-ENTRY-COUNT = 0
               CONTINUE
           ELSE
               MOVE SPACES TO SUMMARY-RECORD
               STRING "FX margin audit against reference rates, in "
                      DELIMITED BY SIZE
                      HOME-CURRENCY-CODE DELIMITED BY SIZE
                      ":" DELIMITED BY SIZE
                      INTO SUMMARY-RECORD
               WRITE SUMMARY-RECORD

               PERFORM VARYING FX-IDX FROM 1 BY 1
                   UNTIL FX-IDX > FX-PAIR-ENTRY-COUNT
                   PERFORM WRITE-FX-AUDIT-LINE
               END-PERFORM

               MOVE SPACES TO SUMMARY-RECORD
               STRING "  Conversions over the expected-fee schedule: "
                      DELIMITED BY SIZE
                      FX-OVERCHARGE-COUNT DELIMITED BY SIZE
                      INTO SUMMARY-RECORD
               WRITE SUMMARY-RECORD

               PERFORM VARYING FX-OVER-IDX FROM 1 BY 1
                   UNTIL FX-OVER-IDX > FX-OVERCHARGE-ENTRY-COUNT
                   MOVE SPACES TO SUMMARY-RECORD
                   STRING "    " DELIMITED BY SIZE
                          FX-OVERCHARGE-ENTRY (FX-OVER-IDX)
                          DELIMITED BY SIZE
                          INTO SUMMARY-RECORD
                   WRITE SUMMARY-RECORD
               END-PERFORM
           END-IF.

      *-----------------------------------------------------------
      * WRITE-FX-AUDIT-LINE
      * Writes one currency pair's audit line from the slot in
      * FX-IDX.
      *-----------------------------------------------------------
       WRITE-FX-AUDIT-LINE.
           IF FX-AUDITED-COUNT (FX-IDX) = 0
               MOVE 0 TO FXA-REF-RATE-EDITED
               MOVE 0 TO FXA-MARKUP-PCT-EDITED
           ELSE
               COMPUTE FXA-REF-RATE-EDITED =
                   FX-REF-RATE-TOTAL (FX-IDX)
                   / FX-AUDITED-COUNT (FX-IDX)
               IF FX-SOURCE-HOME (FX-IDX) > 0
                   COMPUTE FXA-MARKUP-PCT-EDITED ROUNDED =
                       FX-MARKUP-HOME (FX-IDX) * 100
                       / FX-SOURCE-HOME (FX-IDX)
               ELSE
                   MOVE 0 TO FXA-MARKUP-PCT-EDITED
               END-IF
           END-IF
           MOVE FX-FEE-HOME (FX-IDX) TO FXA-FEE-EDITED
           MOVE FX-MARKUP-HOME (FX-IDX) TO FXA-MARKUP-EDITED
           COMPUTE FXA-TRUE-COST-EDITED =
               FX-FEE-HOME (FX-IDX) + FX-MARKUP-HOME (FX-IDX)

           MOVE SPACES TO SUMMARY-RECORD
           STRING "  " DELIMITED BY SIZE
                  FX-FROM-CODE (FX-IDX) DELIMITED BY SPACE
                  " -> " DELIMITED BY SIZE
                  FX-TO-CODE (FX-IDX) DELIMITED BY SPACE
                  ": audited=" DELIMITED BY SIZE
                  FX-AUDITED-COUNT (FX-IDX) DELIMITED BY SIZE
                  " no reference=" DELIMITED BY SIZE
                  FX-NO-REFERENCE-COUNT (FX-IDX) DELIMITED BY SIZE
                  " reference rate=" DELIMITED BY SIZE
                  FXA-REF-RATE-EDITED DELIMITED BY SIZE
                  " fees=" DELIMITED BY SIZE
                  FXA-FEE-EDITED DELIMITED BY SIZE
                  " markup=" DELIMITED BY SIZE
                  FXA-MARKUP-EDITED DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FXA-MARKUP-PCT-EDITED DELIMITED BY SIZE
                  "%) true cost=" DELIMITED BY SIZE
                  FXA-TRUE-COST-EDITED DELIMITED BY SIZE
                  INTO SUMMARY-RECORD
           WRITE SUMMARY-RECORD.

      *-----------------------------------------------------------
      * LOAD-PERIOD-STATUS
      * Reads PERIOD-STATUS.TXT once at startup into the period
      * table: one "YYYY-MM,CLOSED" or "YYYY-MM,OPEN" line per
      * month, blank lines and * comment lines skipped. No file
      * leaves every period open and every row posting on its own
      * date, exactly as before.
      *-----------------------------------------------------------
       LOAD-PERIOD-STATUS.
           MOVE 0 TO PERIOD-ENTRY-COUNT
           MOVE 0 TO PERIOD-CLOSED-COUNT
           MOVE "N" TO PERIOD-STATUS-EOF

           OPEN INPUT PERIOD-STATUS-FILE
           IF PERIOD-STATUS-STATUS NOT = "00"
               DISPLAY "No period-status file -- every period is "
                   "treated as open."
           ELSE
               MOVE "Y" TO PERIOD-CLOSE-FLAG
               PERFORM UNTIL PERIOD-STATUS-EOF = "Y"
                   READ PERIOD-STATUS-FILE
                       AT END
                           MOVE "Y" TO PERIOD-STATUS-EOF
                       NOT AT END
                           PERFORM PARSE-PERIOD-STATUS-LINE
                   END-READ
               END-PERFORM
               CLOSE PERIOD-STATUS-FILE

               PERFORM VARYING PER-IDX FROM 1 BY 1
                   UNTIL PER-IDX > PERIOD-ENTRY-COUNT
                   IF PER-CLOSED (PER-IDX) = "Y"
                       ADD 1 TO PERIOD-CLOSED-COUNT
                   END-IF
               END-PERFORM

               DISPLAY "Loaded " PERIOD-ENTRY-COUNT
                   " period status line(s) from "
                   PERIOD-STATUS-FILENAME ", " PERIOD-CLOSED-COUNT
                   " closed"

               IF PERIOD-ENTRY-COUNT >= 240
                   DISPLAY "WARNING: the period table is at its "
                       "limit of 240 -- any months past that in "
                       "the file were ignored."
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * PARSE-PERIOD-STATUS-LINE
      * Files one period line. A month already in the table takes
      * the later line's status, so reopening a month is one more
      * line at the bottom of the file. A malformed month or an
      * unknown status is warned about and ignored rather than
      * guessed at.
      *-----------------------------------------------------------
       PARSE-PERIOD-STATUS-LINE.
           IF PERIOD-STATUS-RECORD = SPACES
               OR PERIOD-STATUS-RECORD (1:1) = "*"
               CONTINUE
           ELSE
               MOVE SPACES TO PER-WORK-PERIOD
               MOVE SPACES TO PER-WORK-STATUS
               UNSTRING PERIOD-STATUS-RECORD DELIMITED BY ","
                   INTO PER-WORK-PERIOD
                        PER-WORK-STATUS
               END-UNSTRING
               MOVE FUNCTION UPPER-CASE(PER-WORK-STATUS)
                   TO PER-WORK-STATUS

               MOVE 0 TO PER-WORK-YYYYMM
               MOVE PER-WORK-PERIOD (1:4) TO PER-WORK-YYYYMM (1:4)
               MOVE PER-WORK-PERIOD (6:2) TO PER-WORK-YYYYMM (5:2)

               IF PER-WORK-YYYYMM IS NOT NUMERIC
                   OR PER-WORK-YYYYMM (5:2) < "01"
                   OR PER-WORK-YYYYMM (5:2) > "12"
                   OR (PER-WORK-STATUS NOT = "CLOSED"
                       AND PER-WORK-STATUS NOT = "OPEN")
                   DISPLAY "WARNING: period-status line ignored -- "
                       "expected YYYY-MM,CLOSED or YYYY-MM,OPEN: "
                       PERIOD-STATUS-RECORD (1:40)
               ELSE
                   MOVE 0 TO PER-FOUND-IDX
                   PERFORM VARYING PER-IDX FROM 1 BY 1
                       UNTIL PER-IDX > PERIOD-ENTRY-COUNT
                       OR PER-FOUND-IDX NOT = 0
                       IF PER-YYYYMM (PER-IDX) = PER-WORK-YYYYMM
                           MOVE PER-IDX TO PER-FOUND-IDX
                       END-IF
                   END-PERFORM

                   IF PER-FOUND-IDX = 0
                       AND PERIOD-ENTRY-COUNT < 240
                       ADD 1 TO PERIOD-ENTRY-COUNT
                       MOVE PERIOD-ENTRY-COUNT TO PER-FOUND-IDX
                       MOVE PER-WORK-YYYYMM
                           TO PER-YYYYMM (PER-FOUND-IDX)
                   END-IF

                   IF PER-FOUND-IDX NOT = 0
                       IF PER-WORK-STATUS = "CLOSED"
                           MOVE "Y" TO PER-CLOSED (PER-FOUND-IDX)
                       ELSE
                           MOVE "N" TO PER-CLOSED (PER-FOUND-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * FIND-POSTING-PERIOD
      * Decides the date a line dated PERIOD-WORK-DATE posts on.
      * In an open month that is its own date. In a closed month
      * it is the first day of the first open month after it, and
      * PERIOD-LATE-FLAG is set so the caller marks the line as a
      * prior-period adjustment. The walk forward always ends --
      * the table holds a finite number of closed months.
      *-----------------------------------------------------------
       FIND-POSTING-PERIOD.
           MOVE PERIOD-WORK-DATE TO PERIOD-POST-DATE
           MOVE "N" TO PERIOD-LATE-FLAG

           IF PERIOD-CLOSED-COUNT = 0
               OR PERIOD-WORK-DATE = 0
               CONTINUE
           ELSE
               COMPUTE PER-SCAN-YYYYMM = PERIOD-WORK-DATE / 100
               PERFORM CHECK-PERIOD-CLOSED
               IF PER-SCAN-CLOSED = "Y"
                   MOVE "Y" TO PERIOD-LATE-FLAG
                   PERFORM UNTIL PER-SCAN-CLOSED = "N"
                       ADD 1 TO PER-SCAN-YYYYMM
                       IF PER-SCAN-YYYYMM (5:2) = "13"
                           ADD 88 TO PER-SCAN-YYYYMM
                       END-IF
                       PERFORM CHECK-PERIOD-CLOSED
                   END-PERFORM
                   COMPUTE PERIOD-POST-DATE =
                       PER-SCAN-YYYYMM * 100 + 1
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * CHECK-PERIOD-CLOSED
      * Sets PER-SCAN-CLOSED to "Y" when PER-SCAN-YYYYMM is a
      * month the period table marks closed.
      *-----------------------------------------------------------
       CHECK-PERIOD-CLOSED.
           MOVE "N" TO PER-SCAN-CLOSED
           PERFORM VARYING PER-IDX FROM 1 BY 1
               UNTIL PER-IDX > PERIOD-ENTRY-COUNT
               OR PER-SCAN-CLOSED = "Y"
               IF PER-YYYYMM (PER-IDX) = PER-SCAN-YYYYMM
                   AND PER-CLOSED (PER-IDX) = "Y"
                   MOVE "Y" TO PER-SCAN-CLOSED
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------
      * REDATE-CARRIED-POSTING
      * Applies the period close to one rejected line carried
      * forward from the old posting file, held in
      * POSTING-DETAIL-LINE. A line already redirected (P) is
      * moved on again when the month it was redirected into has
      * since closed too, keeping the transfer's own date it
      * already carries -- otherwise it would be rejected as
      * closed period on every run and never post. A WISE-ADJUST
      * line (A) is left as it is.
      *-----------------------------------------------------------
       REDATE-CARRIED-POSTING.
           IF PD-ADJUST-TYPE NOT = "A"
               AND PD-DATE IS NUMERIC
               MOVE PD-DATE TO PERIOD-WORK-DATE
               PERFORM FIND-POSTING-PERIOD
               IF PERIOD-LATE-FLAG = "Y"
                   IF PD-ADJUST-TYPE = "P"
                       AND PD-ORIGINAL-DATE IS NUMERIC
                       MOVE PD-ORIGINAL-DATE TO PERIOD-WORK-DATE
                   ELSE
                       MOVE "P" TO PD-ADJUST-TYPE
                       MOVE PERIOD-WORK-DATE TO PD-ORIGINAL-DATE
                   END-IF
                   MOVE PERIOD-POST-DATE TO PD-DATE
                   MOVE POSTING-DETAIL-LINE
                       TO POSTING-CARRY-LINE (CARRY-IDX)
                   MOVE 0 TO LATE-WORK-ROW
                   MOVE ACK-WORK-AMOUNT TO LATE-WORK-AMOUNT
                   PERFORM RECORD-LATE-POSTING
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * RECORD-LATE-POSTING
      * Holds one line redirected out of a closed period for the
      * late-arriving section and feeds it to the consolidated
      * exception feed. Expects the line just built in
      * POSTING-DETAIL-LINE, its amount in LATE-WORK-AMOUNT and
      * its export row in LATE-WORK-ROW (zero for a carried
      * reject, which has no row in this export).
      *-----------------------------------------------------------
       RECORD-LATE-POSTING.
           ADD 1 TO LATE-POSTING-COUNT
           MOVE LATE-WORK-AMOUNT TO LATE-AMOUNT-EDITED
           MOVE PERIOD-WORK-DATE TO LATE-ORIGINAL-EDITED
           MOVE PERIOD-POST-DATE TO LATE-POSTED-EDITED

           IF LATE-POSTING-ENTRY-COUNT < 200
               ADD 1 TO LATE-POSTING-ENTRY-COUNT
               MOVE SPACES TO LATE-POSTING-ENTRY
                   (LATE-POSTING-ENTRY-COUNT)
               IF LATE-WORK-ROW = 0
                   STRING "Carried " DELIMITED BY SIZE
                          PD-TRANSFER-ID DELIMITED BY SPACE
                          " dated " DELIMITED BY SIZE
                          LATE-ORIGINAL-EDITED DELIMITED BY SIZE
                          " posted " DELIMITED BY SIZE
                          LATE-POSTED-EDITED DELIMITED BY SIZE
                          LATE-AMOUNT-EDITED DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          PD-CURRENCY DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          PD-ACCOUNT DELIMITED BY SIZE
                          INTO LATE-POSTING-ENTRY
                              (LATE-POSTING-ENTRY-COUNT)
               ELSE
                   STRING "Row " DELIMITED BY SIZE
                          LATE-WORK-ROW DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          PD-TRANSFER-ID DELIMITED BY SPACE
                          " dated " DELIMITED BY SIZE
                          LATE-ORIGINAL-EDITED DELIMITED BY SIZE
                          " posted " DELIMITED BY SIZE
                          LATE-POSTED-EDITED DELIMITED BY SIZE
                          LATE-AMOUNT-EDITED DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          PD-CURRENCY DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          PD-ACCOUNT DELIMITED BY SIZE
                          INTO LATE-POSTING-ENTRY
                              (LATE-POSTING-ENTRY-COUNT)
               END-IF
           ELSE
               IF LATE-OVERFLOW-COUNT = 0
                   DISPLAY "WARNING: late-arriving table full -- "
                       "the late-arriving detail in the summary "
                       "is incomplete."
               END-IF
               ADD 1 TO LATE-OVERFLOW-COUNT
           END-IF

           MOVE LATE-WORK-ROW TO EXC-WORK-ROW
           MOVE "LATEPOST" TO EXC-WORK-TYPE
           MOVE "M" TO EXC-WORK-SEVERITY
           MOVE LATE-WORK-AMOUNT TO EXC-WORK-AMOUNT
           MOVE SPACES TO EXC-WORK-DETAIL
           STRING PD-TRANSFER-ID DELIMITED BY SPACE
                  " dated " DELIMITED BY SIZE
                  LATE-ORIGINAL-EDITED DELIMITED BY SIZE
                  " is in a closed period, posted "
                  DELIMITED BY SIZE
                  LATE-POSTED-EDITED DELIMITED BY SIZE
                  INTO EXC-WORK-DETAIL
           PERFORM WRITE-EXCEPTION-LINE.

      *-----------------------------------------------------------
      * WRITE-LATE-SECTION
      * The late-arriving-transactions section of the summary
      * report: every row dated in a closed period and the open
      * period it was posted into instead. Written whenever a
      * period-status file is in use, so "none" is said out loud.
      *-----------------------------------------------------------
       WRITE-LATE-SECTION.
           IF PERIOD-CLOSE-FLAG NOT = "Y"
               CONTINUE
           ELSE
               MOVE SPACES TO SUMMARY-RECORD
               STRING "Late-arriving transactions (dated in a "
                      DELIMITED BY SIZE
                      "closed period, posted as prior-period "
                      DELIMITED BY SIZE
                      "adjustments): " DELIMITED BY SIZE
                      LATE-POSTING-COUNT DELIMITED BY SIZE
                      INTO SUMMARY-RECORD
               WRITE SUMMARY-RECORD

               PERFORM VARYING LATE-IDX FROM 1 BY 1
                   UNTIL LATE-IDX > LATE-POSTING-ENTRY-COUNT
                   MOVE SPACES TO SUMMARY-RECORD
                   STRING "  " DELIMITED BY SIZE
                          LATE-POSTING-ENTRY (LATE-IDX)
                          DELIMITED BY SIZE
                          INTO SUMMARY-RECORD
                   WRITE SUMMARY-RECORD
               END-PERFORM
           END-IF.

      *-----------------------------------------------------------
      * ADD-UP-TABLE-OVERFLOWS
      * Totals this file's refused table adds into
               + ACK-REJ-OVERFLOW-COUNT
               + ACK-OVERFLOW-COUNT
               + CARRY-OVERFLOW-COUNT
               + BAL-OVERFLOW-COUNT
               + ONE-SIDED-OVERFLOW-COUNT
               + VAT-EXC-OVERFLOW-COUNT
               + FX-OVER-OVERFLOW-COUNT
               + LATE-OVERFLOW-COUNT.

      *-----------------------------------------------------------
      * WRITE-OVERFLOW-SECTION
               MOVE "Balance continuity store" TO OVF-WORK-NAME
               MOVE BAL-OVERFLOW-COUNT TO OVF-WORK-COUNT
               PERFORM WRITE-OVERFLOW-LINE

               MOVE "One-sided transfer detail" TO OVF-WORK-NAME
               MOVE ONE-SIDED-OVERFLOW-COUNT TO OVF-WORK-COUNT
               PERFORM WRITE-OVERFLOW-LINE

               MOVE "VAT worksheet exceptions" TO OVF-WORK-NAME
               MOVE VAT-EXC-OVERFLOW-COUNT TO OVF-WORK-COUNT
               PERFORM WRITE-OVERFLOW-LINE

               MOVE "FX fee-schedule exceptions" TO OVF-WORK-NAME
               MOVE FX-OVER-OVERFLOW-COUNT TO OVF-WORK-COUNT
               PERFORM WRITE-OVERFLOW-LINE

               MOVE "Late-arriving transaction detail"
                   TO OVF-WORK-NAME
               MOVE LATE-OVERFLOW-COUNT TO OVF-WORK-COUNT
               PERFORM WRITE-OVERFLOW-LINE
           END-IF.

      *-----------------------------------------------------------

           PERFORM WRITE-ACK-SECTION

           PERFORM WRITE-LATE-SECTION

           PERFORM VARYING MISMATCH-IDX FROM 1 BY 1
               UNTIL MISMATCH-IDX > MISMATCH-ENTRY-COUNT
               MOVE SPACES TO SUMMARY-RECORD
               END-IF
           END-PERFORM

           PERFORM WRITE-FX-AUDIT-SECTION

           PERFORM WRITE-COUNTERPARTY-SECTION

           PERFORM WRITE-TRANSFER-SECTION

           PERFORM WRITE-AP-SECTION

           PERFORM WRITE-VAT-SECTION

           PERFORM WRITE-RECURRING-SECTION

           CLOSE SUMMARY-FILE
