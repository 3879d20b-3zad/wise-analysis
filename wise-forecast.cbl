      ******************************************************************
      * Author: ZACHARY ALEXANDER DAVIS
      * Date: October 15th, 2026
      * Purpose: 90-DAY CASH-FLOW FORECAST PER ACCOUNT AND CURRENCY.
      *    EACH ACCOUNT STARTS FROM THE CLOSING BALANCE WISE-ANALYZE
      *    STORED IN ACCOUNT-BALANCES.DAT. THE RECURRING PAYMENTS
      *    ON THE TRANSACTION MASTER ARE FOUND THE SAME WAY THE
      *    WISE-ANALYZE RECURRING SCAN FINDS THEM (THREE OR MORE
      *    PAYMENTS SPACED BETWEEN WEEKLY AND QUARTERLY), PER
      *    ACCOUNT AND CURRENCY, AND PROJECTED FORWARD AT THEIR
      *    AVERAGE AMOUNT AND INTERVAL; THE ONE-OFF RECEIPTS AND
      *    PAYMENTS FINANCE KNOWS ABOUT COME FROM EXPECTED-ITEMS.TXT.
      *    THE REPORT SHOWS THE PROJECTED BALANCE WEEK BY WEEK AND
      *    WARNS ON EVERY WEEK AN ACCOUNT DROPS BELOW THE MINIMUM
      *    SET FOR IT IN MINIMUM-BALANCES.TXT. READS THE MASTER
      *    ONLY -- NOTHING HERE EVER WRITES TO IT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. WISE-FORECAST.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO DYNAMIC MASTER-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-TRANSFER-ID
               FILE STATUS IS MASTER-FILE-STATUS.

           SELECT BALANCES-FILE ASSIGN TO DYNAMIC BALANCES-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BALANCES-FILE-STATUS.

           SELECT EXPECTED-ITEMS-FILE
               ASSIGN TO DYNAMIC EXPECTED-ITEMS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXPECTED-ITEMS-STATUS.

           SELECT MINIMUM-BALANCES-FILE
               ASSIGN TO DYNAMIC MINIMUM-BALANCES-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MINIMUM-BALANCES-STATUS.

           SELECT FORECAST-FILE ASSIGN TO DYNAMIC FORECAST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FORECAST-FILE-STATUS.
      *-----------------------
       DATA DIVISION.
      *-----------------------
       FILE SECTION.
      * SAME LAYOUT THE MASTER IS WRITTEN WITH IN WISE-ANALYZE --
      * THE TWO DECLARATIONS MUST STAY IN STEP.
       FD  MASTER-FILE.
       01  MASTER-RECORD.
           05  MST-TRANSFER-ID         PIC X(30).
           05  MST-DATE                PIC 9(8).
           05  MST-AMOUNT              PIC S9(9)V99.
           05  MST-CURRENCY            PIC X(30).
           05  MST-SOURCE-FILE         PIC X(100).
           05  MST-ROW-NUMBER          PIC 9(6).
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

      * SAME LAYOUT WISE-ANALYZE REWRITES THE FILE WITH.
       FD  BALANCES-FILE.
       01  BALANCES-RECORD.
           05  BAL-ACCOUNT-ID          PIC X(30).
           05  BAL-CURRENCY            PIC X(30).
           05  BAL-CLOSING-BALANCE     PIC S9(9)V99.
           05  BAL-CLOSING-DATE        PIC 9(8).

       FD  EXPECTED-ITEMS-FILE.
       01  EXPECTED-ITEMS-RECORD   PIC X(150).

       FD  MINIMUM-BALANCES-FILE.
       01  MINIMUM-BALANCES-RECORD PIC X(100).

       FD  FORECAST-FILE.
       01  FORECAST-RECORD         PIC X(200).
      *-----------------------
       WORKING-STORAGE SECTION.
       01  MASTER-FILENAME         PIC X(120)
               VALUE "TRANSACTION-MASTER.DAT".
       01  MASTER-FILE-STATUS      PIC XX.
       01  MASTER-EOF-FLAG         PIC X VALUE "N".
       01  MASTER-AVAILABLE-FLAG   PIC X VALUE "N".
       01  BALANCES-FILENAME       PIC X(120)
               VALUE "ACCOUNT-BALANCES.DAT".
       01  BALANCES-FILE-STATUS    PIC XX.
       01  BALANCES-EOF-FLAG       PIC X VALUE "N".
       01  FORECAST-FILENAME       PIC X(120)
               VALUE "CASH-FORECAST.TXT".
       01  FORECAST-FILE-STATUS    PIC XX.

      * THE FORECAST RUNS FROM TODAY FOR FORECAST-DAYS DAYS, IN
      * SEVEN-DAY WEEKS -- THIRTEEN OF THEM COVER THE NINETY DAYS.
      * DATES ARE HELD AS PLAIN YYYYMMDD NUMBERS LIKE MST-DATE AND
      * TURNED INTO DAY NUMBERS WITH INTEGER-OF-DATE FOR THE
      * ARITHMETIC.
       01  RUN-DATE                PIC 9(8) VALUE 0.
       01  FORECAST-DAYS           PIC 9(3) VALUE 90.
       01  FORECAST-WEEKS          PIC 9(2) VALUE 13.
       01  FORECAST-START-DAY      PIC 9(7) VALUE 0.
       01  FORECAST-END-DAY        PIC 9(7) VALUE 0.
       01  FORECAST-END-DATE       PIC 9(8) VALUE 0.
       77  RUN-DATE-EDITED         PIC 9999/99/99.
       77  FORECAST-END-EDITED     PIC 9999/99/99.

      * ONE ENTRY PER ACCOUNT AND CURRENCY ON ACCOUNT-BALANCES.DAT,
      * CARRYING ITS MINIMUM, WHAT FALLS DUE BETWEEN ITS CLOSING
      * DATE AND TODAY (CARRIED INTO THE OPENING FIGURE -- THOSE
      * ROWS ARE NOT ON ANY EXPORT YET), AND THE NET FLOW OF EACH
      * FORECAST WEEK.
       01  ACCOUNT-TABLE.
           05  ACCOUNT-ENTRY OCCURS 100 TIMES INDEXED BY ACC-IDX.
               10  ACC-ACCOUNT-ID      PIC X(30).
               10  ACC-CURRENCY        PIC X(30).
               10  ACC-CLOSING-BALANCE PIC S9(9)V99 VALUE 0.
               10  ACC-CLOSING-DATE    PIC 9(8) VALUE 0.
               10  ACC-CLOSING-DAY     PIC 9(7) VALUE 0.
               10  ACC-MINIMUM-SET     PIC X VALUE "N".
               10  ACC-MINIMUM         PIC S9(9)V99 VALUE 0.
               10  ACC-CARRIED-IN      PIC S9(9)V99 VALUE 0.
               10  ACC-RECUR-COUNT     PIC 9(3) VALUE 0.
               10  ACC-ITEM-COUNT      PIC 9(3) VALUE 0.
               10  ACC-WEEK-FLOW       PIC S9(9)V99 VALUE 0
                       OCCURS 13 TIMES INDEXED BY WK-IDX.
       01  ACCOUNT-ENTRY-COUNT     PIC 9(3) VALUE 0.
       01  ACC-FOUND-IDX           PIC 9(3) VALUE 0.
       01  ACC-SCAN-ACCOUNT        PIC X(30).
       01  ACC-SCAN-CURRENCY       PIC X(30).

      * RECURRING PAYMENTS -- ONE ENTRY PER ACCOUNT, CURRENCY AND
      * PAYEE. RC-STATUS IS P WHEN PROJECTED, L WHEN THE PAYEE HAS
      * LAPSED (NOTHING FOR MORE THAN TWO INTERVALS BEFORE THE
      * ACCOUNT'S CLOSING DATE), SPACE WHEN IT IS NOT RECURRING.
       01  RECUR-TABLE.
           05  RECUR-ENTRY OCCURS 500 TIMES INDEXED BY RC-IDX.
               10  RC-ACCOUNT-ID       PIC X(30).
               10  RC-CURRENCY         PIC X(30).
               10  RC-NAME             PIC X(30).
               10  RC-TXN-COUNT        PIC 9(5) VALUE 0.
               10  RC-TOTAL-PAID       PIC S9(9)V99 VALUE 0.
               10  RC-FIRST-DATE       PIC 9(8) VALUE 0.
               10  RC-LAST-DATE        PIC 9(8) VALUE 0.
               10  RC-AVG-INTERVAL     PIC 9(5) VALUE 0.
               10  RC-AVG-AMOUNT       PIC S9(9)V99 VALUE 0.
               10  RC-NEXT-DATE        PIC 9(8) VALUE 0.
               10  RC-PROJECTED        PIC 9(3) VALUE 0.
               10  RC-STATUS           PIC X VALUE SPACE.
       01  RECUR-ENTRY-COUNT       PIC 9(3) VALUE 0.
       01  RC-FOUND-IDX            PIC 9(3) VALUE 0.
       01  RECUR-OVERFLOW-COUNT    PIC 9(6) VALUE 0.
       01  RC-SPAN-DAYS            PIC 9(7) VALUE 0.
       01  RC-LAST-DAY             PIC 9(7) VALUE 0.
       01  RC-STEP-DAY             PIC 9(7) VALUE 0.
       01  RC-PROJECTED-TOTAL      PIC 9(5) VALUE 0.
       01  RC-LAPSED-TOTAL         PIC 9(5) VALUE 0.
       77  RC-AVG-EDITED           PIC -Z(8).99 VALUE 0.
       77  RC-NEXT-EDITED          PIC 9999/99/99.
       77  RC-LAST-EDITED          PIC 9999/99/99.

      * EXPECTED ONE-OFF ITEMS -- OPTIONAL EXPECTED-ITEMS.TXT, ONE
      * "ACCOUNT-ID,CURRENCY,YYYY-MM-DD,AMOUNT,DESCRIPTION" LINE
      * PER ITEM, AMOUNT SIGNED THE WAY THE EXPORT SIGNS IT
      * (NEGATIVE PAYMENT, POSITIVE RECEIPT). BLANK LINES AND
      * LINES STARTING WITH * ARE SKIPPED.
       01  EXPECTED-ITEMS-FILENAME PIC X(120)
               VALUE "EXPECTED-ITEMS.TXT".
       01  EXPECTED-ITEMS-STATUS   PIC XX.
       01  EXPECTED-ITEMS-EOF      PIC X VALUE "N".
       01  ITEM-TABLE.
           05  ITEM-ENTRY OCCURS 500 TIMES INDEXED BY ITEM-IDX.
               10  ITEM-ACCOUNT-ID     PIC X(30).
               10  ITEM-CURRENCY       PIC X(30).
               10  ITEM-DATE           PIC 9(8) VALUE 0.
               10  ITEM-AMOUNT         PIC S9(9)V99 VALUE 0.
               10  ITEM-DESCRIPTION    PIC X(40).
               10  ITEM-STATUS         PIC X VALUE SPACE.
       01  ITEM-ENTRY-COUNT        PIC 9(3) VALUE 0.
       01  ITEM-UNMATCHED-COUNT    PIC 9(3) VALUE 0.
       01  ITEM-OUTSIDE-COUNT      PIC 9(3) VALUE 0.
       01  ITEM-WORK-ACCOUNT       PIC X(30).
       01  ITEM-WORK-CURRENCY      PIC X(30).
       01  ITEM-WORK-DATE          PIC X(10).
       01  ITEM-WORK-AMOUNT        PIC X(20).
       01  ITEM-WORK-DESCRIPTION   PIC X(40).
       77  ITEM-AMOUNT-EDITED      PIC -Z(8).99 VALUE 0.
       77  ITEM-DATE-EDITED        PIC 9999/99/99.

      * MINIMUM BALANCES -- OPTIONAL MINIMUM-BALANCES.TXT, ONE
      * "ACCOUNT-ID,MINIMUM[,CURRENCY]" LINE PER ACCOUNT. WITH NO
      * CURRENCY THE MINIMUM APPLIES TO EVERY CURRENCY THE ACCOUNT
      * HOLDS; A LINE NAMING A CURRENCY OVERRIDES IT FOR THAT ONE.
       01  MINIMUM-BALANCES-FILENAME PIC X(120)
               VALUE "MINIMUM-BALANCES.TXT".
       01  MINIMUM-BALANCES-STATUS PIC XX.
       01  MINIMUM-BALANCES-EOF    PIC X VALUE "N".
       01  MIN-WORK-ACCOUNT        PIC X(30).
       01  MIN-WORK-AMOUNT         PIC X(20).
       01  MIN-WORK-CURRENCY       PIC X(30).
       01  MIN-APPLIED-FLAG        PIC X VALUE "N".
       01  MIN-LOADED-COUNT        PIC 9(3) VALUE 0.

      * ONE FLOW BEING PLACED INTO ITS FORECAST WEEK.
       01  FLOW-DATE               PIC 9(8) VALUE 0.
       01  FLOW-DAY                PIC 9(7) VALUE 0.
       01  FLOW-AMOUNT             PIC S9(9)V99 VALUE 0.
       01  FLOW-WEEK               PIC 9(3) VALUE 0.
       01  FLOW-PLACED-FLAG        PIC X VALUE "N".

      * THE WEEK-BY-WEEK REPORT.
       01  PROJECTED-BALANCE       PIC S9(11)V99 VALUE 0.
       01  WEEK-NUMBER             PIC 9(2) VALUE 0.
       01  WEEK-END-DATE           PIC 9(8) VALUE 0.
       01  WARNING-COUNT           PIC 9(5) VALUE 0.
       01  WARNING-TABLE.
           05  WARNING-ENTRY PIC X(120) OCCURS 200 TIMES
                   INDEXED BY WARN-IDX.
       01  WARNING-ENTRY-COUNT     PIC 9(3) VALUE 0.
       77  WEEK-END-EDITED         PIC 9999/99/99.
       77  WEEK-FLOW-EDITED        PIC -Z(8).99 VALUE 0.
       77  PROJECTED-EDITED        PIC -Z(10).99 VALUE 0.
       77  CLOSING-EDITED          PIC -Z(8).99 VALUE 0.
       77  CLOSING-DATE-EDITED     PIC 9999/99/99.
       77  MINIMUM-EDITED          PIC -Z(8).99 VALUE 0.
       77  CARRIED-EDITED          PIC -Z(8).99 VALUE 0.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           COMPUTE FORECAST-START-DAY =
               FUNCTION INTEGER-OF-DATE (RUN-DATE)
           COMPUTE FORECAST-END-DAY =
               FORECAST-START-DAY + FORECAST-DAYS
           COMPUTE FORECAST-END-DATE =
               FUNCTION DATE-OF-INTEGER (FORECAST-END-DAY)

           PERFORM LOAD-ACCOUNT-BALANCES
           IF ACCOUNT-ENTRY-COUNT = 0
               DISPLAY "ERROR: no closing balances on "
                   BALANCES-FILENAME " -- run WISE-ANALYZE first; "
                   "there is nothing to forecast from."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-MINIMUM-BALANCES
           PERFORM LOAD-EXPECTED-ITEMS
           PERFORM SCAN-RECURRING-PAYMENTS
           PERFORM PROJECT-RECURRING-PAYMENTS
           PERFORM PLACE-EXPECTED-ITEMS

           PERFORM WRITE-FORECAST-REPORT

           DISPLAY "Forecast written to " FORECAST-FILENAME
           DISPLAY "Accounts forecast:          " ACCOUNT-ENTRY-COUNT
           DISPLAY "Recurring payments projected: "
               RC-PROJECTED-TOTAL
           DISPLAY "Low-balance warnings:       " WARNING-COUNT

      * A WEEK BELOW MINIMUM IS SOMETHING FOR THE SCHEDULER TO ACT
      * ON, THE SAME WAY WISE-ANALYZE ENDS 4 ON A MISMATCH.
           IF WARNING-COUNT NOT = 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN.

      *-----------------------------------------------------------
      * LOAD-ACCOUNT-BALANCES
      * Reads every stored closing balance into the account table
      * -- each account and currency on file is forecast.
      *-----------------------------------------------------------
       LOAD-ACCOUNT-BALANCES.
           MOVE 0 TO ACCOUNT-ENTRY-COUNT
           MOVE "N" TO BALANCES-EOF-FLAG

           OPEN INPUT BALANCES-FILE
           IF BALANCES-FILE-STATUS = "00"
               OR BALANCES-FILE-STATUS = "05"
               PERFORM UNTIL BALANCES-EOF-FLAG = "Y"
                   READ BALANCES-FILE
                       AT END
                           MOVE "Y" TO BALANCES-EOF-FLAG
                       NOT AT END
                           IF BAL-ACCOUNT-ID NOT = SPACES
                               AND BAL-CLOSING-DATE IS NUMERIC
                               AND BAL-CLOSING-DATE NOT = 0
                               AND ACCOUNT-ENTRY-COUNT < 100
                               PERFORM ADD-ACCOUNT-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BALANCES-FILE

               DISPLAY "Loaded " ACCOUNT-ENTRY-COUNT
                   " closing balance(s) from " BALANCES-FILENAME

               IF ACCOUNT-ENTRY-COUNT >= 100
                   DISPLAY "WARNING: the account table is at its "
                       "limit of 100 -- any balances past that in "
                       "the file are not forecast."
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * ADD-ACCOUNT-ENTRY
      * Files the balance record just read as the next account.
      *-----------------------------------------------------------
       ADD-ACCOUNT-ENTRY.
           ADD 1 TO ACCOUNT-ENTRY-COUNT
           SET ACC-IDX TO ACCOUNT-ENTRY-COUNT
           MOVE BAL-ACCOUNT-ID TO ACC-ACCOUNT-ID (ACC-IDX)
           MOVE BAL-CURRENCY TO ACC-CURRENCY (ACC-IDX)
           MOVE BAL-CLOSING-BALANCE TO ACC-CLOSING-BALANCE (ACC-IDX)
           MOVE BAL-CLOSING-DATE TO ACC-CLOSING-DATE (ACC-IDX)
           COMPUTE ACC-CLOSING-DAY (ACC-IDX) =
               FUNCTION INTEGER-OF-DATE (BAL-CLOSING-DATE)
           MOVE "N" TO ACC-MINIMUM-SET (ACC-IDX)
           MOVE 0 TO ACC-MINIMUM (ACC-IDX)
           MOVE 0 TO ACC-CARRIED-IN (ACC-IDX)
           MOVE 0 TO ACC-RECUR-COUNT (ACC-IDX)
           MOVE 0 TO ACC-ITEM-COUNT (ACC-IDX)
           PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > 13
               MOVE 0 TO ACC-WEEK-FLOW (ACC-IDX, WK-IDX)
           END-PERFORM.

      *-----------------------------------------------------------
      * FIND-ACCOUNT
      * Locates ACC-SCAN-ACCOUNT/ACC-SCAN-CURRENCY in the account
      * table. Leaves the slot's subscript in ACC-FOUND-IDX, zero
      * when that account holds no balance in that currency.
      *-----------------------------------------------------------
       FIND-ACCOUNT.
           MOVE 0 TO ACC-FOUND-IDX
           PERFORM VARYING ACC-IDX FROM 1 BY 1
               UNTIL ACC-IDX > ACCOUNT-ENTRY-COUNT
               OR ACC-FOUND-IDX NOT = 0
               IF ACC-ACCOUNT-ID (ACC-IDX) = ACC-SCAN-ACCOUNT
                   AND ACC-CURRENCY (ACC-IDX) = ACC-SCAN-CURRENCY
                   MOVE ACC-IDX TO ACC-FOUND-IDX
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------
      * LOAD-MINIMUM-BALANCES
      * Applies MINIMUM-BALANCES.TXT to the account table. No file
      * simply means no account has a minimum and nothing warns.
      *-----------------------------------------------------------
       LOAD-MINIMUM-BALANCES.
           MOVE 0 TO MIN-LOADED-COUNT
           MOVE "N" TO MINIMUM-BALANCES-EOF

           OPEN INPUT MINIMUM-BALANCES-FILE
           IF MINIMUM-BALANCES-STATUS NOT = "00"
               DISPLAY "No minimum-balances file -- no low-balance "
                   "warnings this run."
           ELSE
               PERFORM UNTIL MINIMUM-BALANCES-EOF = "Y"
                   READ MINIMUM-BALANCES-FILE
                       AT END
                           MOVE "Y" TO MINIMUM-BALANCES-EOF
                       NOT AT END
                           PERFORM PARSE-MINIMUM-LINE
                   END-READ
               END-PERFORM
               CLOSE MINIMUM-BALANCES-FILE

               DISPLAY "Loaded " MIN-LOADED-COUNT
                   " minimum balance(s) from "
                   MINIMUM-BALANCES-FILENAME
           END-IF.

      *-----------------------------------------------------------
      * PARSE-MINIMUM-LINE
      * Applies one minimum line. An account-wide line never
      * overrides a minimum a currency-specific line already set,
      * whichever order the two appear in.
      *-----------------------------------------------------------
       PARSE-MINIMUM-LINE.
           IF MINIMUM-BALANCES-RECORD = SPACES
               OR MINIMUM-BALANCES-RECORD (1:1) = "*"
               CONTINUE
           ELSE
               MOVE SPACES TO MIN-WORK-ACCOUNT
               MOVE SPACES TO MIN-WORK-AMOUNT
               MOVE SPACES TO MIN-WORK-CURRENCY
               UNSTRING MINIMUM-BALANCES-RECORD DELIMITED BY ","
                   INTO MIN-WORK-ACCOUNT
                        MIN-WORK-AMOUNT
                        MIN-WORK-CURRENCY
               END-UNSTRING

               IF MIN-WORK-ACCOUNT NOT = SPACES
                   AND MIN-WORK-AMOUNT NOT = SPACES
                   ADD 1 TO MIN-LOADED-COUNT
                   MOVE "N" TO MIN-APPLIED-FLAG
                   PERFORM VARYING ACC-IDX FROM 1 BY 1
                       UNTIL ACC-IDX > ACCOUNT-ENTRY-COUNT
                       IF ACC-ACCOUNT-ID (ACC-IDX) = MIN-WORK-ACCOUNT
                           IF MIN-WORK-CURRENCY = SPACES
                               IF ACC-MINIMUM-SET (ACC-IDX) NOT = "C"
                                   MOVE "A" TO ACC-MINIMUM-SET (ACC-IDX)
                                   MOVE FUNCTION NUMVAL(MIN-WORK-AMOUNT)
                                       TO ACC-MINIMUM (ACC-IDX)
                               END-IF
                               MOVE "Y" TO MIN-APPLIED-FLAG
                           ELSE
                               IF ACC-CURRENCY (ACC-IDX)
                                   = MIN-WORK-CURRENCY
                                   MOVE "C" TO ACC-MINIMUM-SET (ACC-IDX)
                                   MOVE FUNCTION NUMVAL(MIN-WORK-AMOUNT)
                                       TO ACC-MINIMUM (ACC-IDX)
                                   MOVE "Y" TO MIN-APPLIED-FLAG
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM

                   IF MIN-APPLIED-FLAG = "N"
                       DISPLAY "WARNING: minimum for " MIN-WORK-ACCOUNT
                           " " MIN-WORK-CURRENCY (1:3)
                           " matches no stored balance -- ignored."
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * LOAD-EXPECTED-ITEMS
      * Reads EXPECTED-ITEMS.TXT into the item table. No file just
      * means the forecast is recurring payments only.
      *-----------------------------------------------------------
       LOAD-EXPECTED-ITEMS.
           MOVE 0 TO ITEM-ENTRY-COUNT
           MOVE "N" TO EXPECTED-ITEMS-EOF

           OPEN INPUT EXPECTED-ITEMS-FILE
           IF EXPECTED-ITEMS-STATUS NOT = "00"
               DISPLAY "No expected-items file -- the forecast is "
                   "recurring payments only."
           ELSE
               PERFORM UNTIL EXPECTED-ITEMS-EOF = "Y"
                   READ EXPECTED-ITEMS-FILE
                       AT END
                           MOVE "Y" TO EXPECTED-ITEMS-EOF
                       NOT AT END
                           PERFORM PARSE-EXPECTED-ITEM-LINE
                   END-READ
               END-PERFORM
               CLOSE EXPECTED-ITEMS-FILE

               DISPLAY "Loaded " ITEM-ENTRY-COUNT
                   " expected item(s) from " EXPECTED-ITEMS-FILENAME

               IF ITEM-ENTRY-COUNT >= 500
                   DISPLAY "WARNING: the expected-item table is at "
                       "its limit of 500 -- any items past that in "
                       "the file are not forecast."
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * PARSE-EXPECTED-ITEM-LINE
      * Files one expected item. The date arrives YYYY-MM-DD and
      * is reduced to a plain YYYYMMDD number. Lines missing the
      * account, currency, date or amount are ignored rather than
      * fatal.
      *-----------------------------------------------------------
       PARSE-EXPECTED-ITEM-LINE.
           IF EXPECTED-ITEMS-RECORD = SPACES
               OR EXPECTED-ITEMS-RECORD (1:1) = "*"
               CONTINUE
           ELSE
               MOVE SPACES TO ITEM-WORK-ACCOUNT
               MOVE SPACES TO ITEM-WORK-CURRENCY
               MOVE SPACES TO ITEM-WORK-DATE
               MOVE SPACES TO ITEM-WORK-AMOUNT
               MOVE SPACES TO ITEM-WORK-DESCRIPTION
               UNSTRING EXPECTED-ITEMS-RECORD DELIMITED BY ","
                   INTO ITEM-WORK-ACCOUNT
                        ITEM-WORK-CURRENCY
                        ITEM-WORK-DATE
                        ITEM-WORK-AMOUNT
                        ITEM-WORK-DESCRIPTION
               END-UNSTRING

               IF ITEM-WORK-ACCOUNT NOT = SPACES
                   AND ITEM-WORK-CURRENCY NOT = SPACES
                   AND ITEM-WORK-DATE NOT = SPACES
                   AND ITEM-WORK-AMOUNT NOT = SPACES
                   AND ITEM-ENTRY-COUNT < 500
                   ADD 1 TO ITEM-ENTRY-COUNT
                   SET ITEM-IDX TO ITEM-ENTRY-COUNT
                   MOVE ITEM-WORK-ACCOUNT TO ITEM-ACCOUNT-ID (ITEM-IDX)
                   MOVE FUNCTION UPPER-CASE(ITEM-WORK-CURRENCY)
                       TO ITEM-CURRENCY (ITEM-IDX)
                   MOVE 0 TO ITEM-DATE (ITEM-IDX)
                   MOVE ITEM-WORK-DATE (1:4)
                       TO ITEM-DATE (ITEM-IDX) (1:4)
                   MOVE ITEM-WORK-DATE (6:2)
                       TO ITEM-DATE (ITEM-IDX) (5:2)
                   MOVE ITEM-WORK-DATE (9:2)
                       TO ITEM-DATE (ITEM-IDX) (7:2)
                   MOVE FUNCTION NUMVAL(ITEM-WORK-AMOUNT)
                       TO ITEM-AMOUNT (ITEM-IDX)
                   MOVE ITEM-WORK-DESCRIPTION
                       TO ITEM-DESCRIPTION (ITEM-IDX)
                   MOVE SPACE TO ITEM-STATUS (ITEM-IDX)
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * SCAN-RECURRING-PAYMENTS
      * Walks the whole master and rolls every outgoing payment to
      * a named payee into its account/currency/payee entry, with
      * the same filter the WISE-ANALYZE recurring scan applies --
      * transfers between our own accounts and voided transfers
      * are not payments. A missing master only costs the
      * recurring projection.
      *-----------------------------------------------------------
       SCAN-RECURRING-PAYMENTS.
           MOVE 0 TO RECUR-ENTRY-COUNT

           OPEN INPUT MASTER-FILE
           IF MASTER-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: cannot open transaction master file "
                   MASTER-FILENAME " (status " MASTER-FILE-STATUS
                   ") -- no recurring payments are projected."
           ELSE
               MOVE "Y" TO MASTER-AVAILABLE-FLAG
               MOVE "N" TO MASTER-EOF-FLAG
               MOVE LOW-VALUES TO MST-TRANSFER-ID
               START MASTER-FILE KEY NOT < MST-TRANSFER-ID
                   INVALID KEY
                       MOVE "Y" TO MASTER-EOF-FLAG
               END-START

               PERFORM UNTIL MASTER-EOF-FLAG = "Y"
                   READ MASTER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO MASTER-EOF-FLAG
                       NOT AT END
                           IF MST-COUNTERPARTY NOT = SPACES
                               AND MST-AMOUNT < 0
                               AND MST-DATE NOT = 0
                               AND MST-LEG-STATUS = SPACE
                               AND MST-RECORD-STATUS NOT = "V"
                               PERFORM ROLL-UP-RECURRING-ROW
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE MASTER-FILE
           END-IF.

      *-----------------------------------------------------------
      * ROLL-UP-RECURRING-ROW
      * Rolls one master payment into its account/currency/payee
      * entry: count, total paid, first and last dates.
      *-----------------------------------------------------------
       ROLL-UP-RECURRING-ROW.
           MOVE 0 TO RC-FOUND-IDX
           PERFORM VARYING RC-IDX FROM 1 BY 1
               UNTIL RC-IDX > RECUR-ENTRY-COUNT
               OR RC-FOUND-IDX NOT = 0
               IF RC-NAME (RC-IDX) = MST-COUNTERPARTY
                   AND RC-ACCOUNT-ID (RC-IDX) = MST-ACCOUNT-ID
                   AND RC-CURRENCY (RC-IDX) = MST-CURRENCY
                   MOVE RC-IDX TO RC-FOUND-IDX
               END-IF
           END-PERFORM

           IF RC-FOUND-IDX = 0
               AND RECUR-ENTRY-COUNT < 500
               ADD 1 TO RECUR-ENTRY-COUNT
               MOVE RECUR-ENTRY-COUNT TO RC-FOUND-IDX
               MOVE MST-ACCOUNT-ID TO RC-ACCOUNT-ID (RC-FOUND-IDX)
               MOVE MST-CURRENCY TO RC-CURRENCY (RC-FOUND-IDX)
               MOVE MST-COUNTERPARTY TO RC-NAME (RC-FOUND-IDX)
               MOVE 0 TO RC-TXN-COUNT (RC-FOUND-IDX)
               MOVE 0 TO RC-TOTAL-PAID (RC-FOUND-IDX)
               MOVE 0 TO RC-FIRST-DATE (RC-FOUND-IDX)
               MOVE 0 TO RC-LAST-DATE (RC-FOUND-IDX)
               MOVE 0 TO RC-PROJECTED (RC-FOUND-IDX)
               MOVE SPACE TO RC-STATUS (RC-FOUND-IDX)
           END-IF

           IF RC-FOUND-IDX = 0
               IF RECUR-OVERFLOW-COUNT = 0
                   DISPLAY "WARNING: recurrence table full -- the "
                       "recurring projection is incomplete."
               END-IF
               ADD 1 TO RECUR-OVERFLOW-COUNT
           ELSE
               ADD 1 TO RC-TXN-COUNT (RC-FOUND-IDX)
               SUBTRACT MST-AMOUNT FROM RC-TOTAL-PAID (RC-FOUND-IDX)

               IF RC-FIRST-DATE (RC-FOUND-IDX) = 0
                   OR MST-DATE < RC-FIRST-DATE (RC-FOUND-IDX)
                   MOVE MST-DATE TO RC-FIRST-DATE (RC-FOUND-IDX)
               END-IF
               IF MST-DATE > RC-LAST-DATE (RC-FOUND-IDX)
                   MOVE MST-DATE TO RC-LAST-DATE (RC-FOUND-IDX)
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * PROJECT-RECURRING-PAYMENTS
      * Decides which entries are recurring -- three or more
      * payments averaging between five and ninety-five days apart,
      * the WISE-ANALYZE rule -- and steps each one forward from
      * its last payment at its average interval, placing every
      * occurrence up to the end of the forecast.
      *-----------------------------------------------------------
       PROJECT-RECURRING-PAYMENTS.
           MOVE 0 TO RC-PROJECTED-TOTAL
           MOVE 0 TO RC-LAPSED-TOTAL

           PERFORM VARYING RC-IDX FROM 1 BY 1
               UNTIL RC-IDX > RECUR-ENTRY-COUNT
               MOVE SPACE TO RC-STATUS (RC-IDX)
               MOVE 0 TO RC-AVG-INTERVAL (RC-IDX)
               IF RC-TXN-COUNT (RC-IDX) >= 3
                   COMPUTE RC-SPAN-DAYS =
                       FUNCTION INTEGER-OF-DATE (RC-LAST-DATE (RC-IDX))
                       - FUNCTION INTEGER-OF-DATE
                           (RC-FIRST-DATE (RC-IDX))
                   IF RC-SPAN-DAYS > 0
                       COMPUTE RC-AVG-INTERVAL (RC-IDX) =
                           RC-SPAN-DAYS / (RC-TXN-COUNT (RC-IDX) - 1)
                   END-IF
               END-IF

               IF RC-AVG-INTERVAL (RC-IDX) >= 5
                   AND RC-AVG-INTERVAL (RC-IDX) <= 95
                   MOVE RC-ACCOUNT-ID (RC-IDX) TO ACC-SCAN-ACCOUNT
                   MOVE RC-CURRENCY (RC-IDX) TO ACC-SCAN-CURRENCY
                   PERFORM FIND-ACCOUNT
                   IF ACC-FOUND-IDX NOT = 0
                       PERFORM PROJECT-ONE-RECURRING
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------
      * PROJECT-ONE-RECURRING
      * Projects the recurring entry at RC-IDX into the account at
      * ACC-FOUND-IDX. A payee silent for more than two intervals
      * before the account's closing date has lapsed and is listed
      * rather than projected.
      *-----------------------------------------------------------
       PROJECT-ONE-RECURRING.
           COMPUTE RC-AVG-AMOUNT (RC-IDX) =
               RC-TOTAL-PAID (RC-IDX) / RC-TXN-COUNT (RC-IDX)
           COMPUTE RC-LAST-DAY =
               FUNCTION INTEGER-OF-DATE (RC-LAST-DATE (RC-IDX))

           IF RC-LAST-DAY + (RC-AVG-INTERVAL (RC-IDX) * 2)
               < ACC-CLOSING-DAY (ACC-FOUND-IDX)
               MOVE "L" TO RC-STATUS (RC-IDX)
               ADD 1 TO RC-LAPSED-TOTAL
           ELSE
               MOVE "P" TO RC-STATUS (RC-IDX)
               ADD 1 TO RC-PROJECTED-TOTAL
               ADD 1 TO ACC-RECUR-COUNT (ACC-FOUND-IDX)
               MOVE 0 TO RC-PROJECTED (RC-IDX)
               MOVE 0 TO RC-NEXT-DATE (RC-IDX)
               COMPUTE RC-STEP-DAY =
                   RC-LAST-DAY + RC-AVG-INTERVAL (RC-IDX)

               PERFORM UNTIL RC-STEP-DAY > FORECAST-END-DAY
                   MOVE RC-STEP-DAY TO FLOW-DAY
                   COMPUTE FLOW-AMOUNT = 0 - RC-AVG-AMOUNT (RC-IDX)
                   PERFORM PLACE-FLOW
                   IF FLOW-PLACED-FLAG = "Y"
                       ADD 1 TO RC-PROJECTED (RC-IDX)
                       IF RC-NEXT-DATE (RC-IDX) = 0
                           AND RC-STEP-DAY >= FORECAST-START-DAY
                           COMPUTE RC-NEXT-DATE (RC-IDX) =
                               FUNCTION DATE-OF-INTEGER (RC-STEP-DAY)
                       END-IF
                   END-IF
                   ADD RC-AVG-INTERVAL (RC-IDX) TO RC-STEP-DAY
               END-PERFORM
           END-IF.

      *-----------------------------------------------------------
      * PLACE-EXPECTED-ITEMS
      * Places every expected item into its account's forecast.
      * ITEM-STATUS ends P placed, U no such account/currency on
      * file, O outside the forecast (on or before the closing
      * date, so already in the balance, or after the last week).
      *-----------------------------------------------------------
       PLACE-EXPECTED-ITEMS.
           MOVE 0 TO ITEM-UNMATCHED-COUNT
           MOVE 0 TO ITEM-OUTSIDE-COUNT

           PERFORM VARYING ITEM-IDX FROM 1 BY 1
               UNTIL ITEM-IDX > ITEM-ENTRY-COUNT
               MOVE ITEM-ACCOUNT-ID (ITEM-IDX) TO ACC-SCAN-ACCOUNT
               MOVE ITEM-CURRENCY (ITEM-IDX) TO ACC-SCAN-CURRENCY
               PERFORM FIND-ACCOUNT
               IF ACC-FOUND-IDX = 0
                   MOVE "U" TO ITEM-STATUS (ITEM-IDX)
                   ADD 1 TO ITEM-UNMATCHED-COUNT
               ELSE
                   COMPUTE FLOW-DAY =
                       FUNCTION INTEGER-OF-DATE (ITEM-DATE (ITEM-IDX))
                   MOVE ITEM-AMOUNT (ITEM-IDX) TO FLOW-AMOUNT
                   PERFORM PLACE-FLOW
                   IF FLOW-PLACED-FLAG = "Y"
                       MOVE "P" TO ITEM-STATUS (ITEM-IDX)
                       ADD 1 TO ACC-ITEM-COUNT (ACC-FOUND-IDX)
                   ELSE
                       MOVE "O" TO ITEM-STATUS (ITEM-IDX)
                       ADD 1 TO ITEM-OUTSIDE-COUNT
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------
      * PLACE-FLOW
      * Adds FLOW-AMOUNT on day FLOW-DAY to the account at
      * ACC-FOUND-IDX. A flow after the closing date but before
      * today is carried into the opening figure; one inside the
      * ninety days goes to its week; anything else is outside the
      * forecast and FLOW-PLACED-FLAG is left "N".
      *-----------------------------------------------------------
       PLACE-FLOW.
           MOVE "N" TO FLOW-PLACED-FLAG

           IF FLOW-DAY > ACC-CLOSING-DAY (ACC-FOUND-IDX)
               AND FLOW-DAY <= FORECAST-END-DAY
               MOVE "Y" TO FLOW-PLACED-FLAG
               IF FLOW-DAY < FORECAST-START-DAY
                   ADD FLOW-AMOUNT TO ACC-CARRIED-IN (ACC-FOUND-IDX)
               ELSE
                   COMPUTE FLOW-WEEK =
                       (FLOW-DAY - FORECAST-START-DAY) / 7 + 1
                   IF FLOW-WEEK > FORECAST-WEEKS
                       MOVE FORECAST-WEEKS TO FLOW-WEEK
                   END-IF
                   SET WK-IDX TO FLOW-WEEK
                   ADD FLOW-AMOUNT
                       TO ACC-WEEK-FLOW (ACC-FOUND-IDX, WK-IDX)
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * WRITE-FORECAST-REPORT
      * The forecast report: one block per account and currency
      * with its week-by-week projected balance, then the
      * recurring payments behind the projection, the expected
      * items that could not be placed, and every low-balance
      * warning gathered together at the end.
      *-----------------------------------------------------------
       WRITE-FORECAST-REPORT.
           OPEN OUTPUT FORECAST-FILE
           IF FORECAST-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open forecast report file "
                   FORECAST-FILENAME " (status " FORECAST-FILE-STATUS
                   ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE RUN-DATE TO RUN-DATE-EDITED
           MOVE FORECAST-END-DATE TO FORECAST-END-EDITED
           MOVE SPACES TO FORECAST-RECORD
           STRING "Cash-flow forecast, run " DELIMITED BY SIZE
                  RUN-DATE-EDITED DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  FORECAST-DAYS DELIMITED BY SIZE
                  " days to " DELIMITED BY SIZE
                  FORECAST-END-EDITED DELIMITED BY SIZE
                  INTO FORECAST-RECORD
           WRITE FORECAST-RECORD

           MOVE 0 TO WARNING-COUNT
           MOVE 0 TO WARNING-ENTRY-COUNT

           PERFORM VARYING ACC-IDX FROM 1 BY 1
               UNTIL ACC-IDX > ACCOUNT-ENTRY-COUNT
               PERFORM WRITE-ACCOUNT-FORECAST
           END-PERFORM

           PERFORM WRITE-RECURRING-SECTION
           PERFORM WRITE-UNPLACED-ITEMS
           PERFORM WRITE-WARNING-SECTION

           CLOSE FORECAST-FILE.

      *-----------------------------------------------------------
      * WRITE-ACCOUNT-FORECAST
      * One account's block: its stored closing balance, what was
      * carried in between that date and today, then thirteen
      * weekly lines of net flow and projected balance, flagged
      * when the balance is below the account's minimum.
      *-----------------------------------------------------------
       WRITE-ACCOUNT-FORECAST.
           MOVE SPACES TO FORECAST-RECORD
           WRITE FORECAST-RECORD

           MOVE ACC-CLOSING-BALANCE (ACC-IDX) TO CLOSING-EDITED
           MOVE ACC-CLOSING-DATE (ACC-IDX) TO CLOSING-DATE-EDITED
           MOVE SPACES TO FORECAST-RECORD
           STRING "Account " DELIMITED BY SIZE
                  ACC-ACCOUNT-ID (ACC-IDX) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  ACC-CURRENCY (ACC-IDX) DELIMITED BY SPACE
                  ": closing balance=" DELIMITED BY SIZE
                  CLOSING-EDITED DELIMITED BY SIZE
                  " on " DELIMITED BY SIZE
                  CLOSING-DATE-EDITED DELIMITED BY SIZE
                  INTO FORECAST-RECORD
           WRITE FORECAST-RECORD

           MOVE ACC-CARRIED-IN (ACC-IDX) TO CARRIED-EDITED
           MOVE SPACES TO FORECAST-RECORD
           IF ACC-MINIMUM-SET (ACC-IDX) = "N"
               STRING "  recurring payments=" DELIMITED BY SIZE
                      ACC-RECUR-COUNT (ACC-IDX) DELIMITED BY SIZE
                      " expected items=" DELIMITED BY SIZE
                      ACC-ITEM-COUNT (ACC-IDX) DELIMITED BY SIZE
                      " due before today=" DELIMITED BY SIZE
                      CARRIED-EDITED DELIMITED BY SIZE
                      " minimum=none" DELIMITED BY SIZE
                      INTO FORECAST-RECORD
           ELSE
               MOVE ACC-MINIMUM (ACC-IDX) TO MINIMUM-EDITED
               STRING "  recurring payments=" DELIMITED BY SIZE
                      ACC-RECUR-COUNT (ACC-IDX) DELIMITED BY SIZE
                      " expected items=" DELIMITED BY SIZE
                      ACC-ITEM-COUNT (ACC-IDX) DELIMITED BY SIZE
                      " due before today=" DELIMITED BY SIZE
                      CARRIED-EDITED DELIMITED BY SIZE
                      " minimum=" DELIMITED BY SIZE
                      MINIMUM-EDITED DELIMITED BY SIZE
                      INTO FORECAST-RECORD
           END-IF
           WRITE FORECAST-RECORD

           COMPUTE PROJECTED-BALANCE =
               ACC-CLOSING-BALANCE (ACC-IDX) + ACC-CARRIED-IN (ACC-IDX)

           PERFORM VARYING WK-IDX FROM 1 BY 1
               UNTIL WK-IDX > FORECAST-WEEKS
               PERFORM WRITE-WEEK-LINE
           END-PERFORM.

      *-----------------------------------------------------------
      * WRITE-WEEK-LINE
      * One forecast week for the account at ACC-IDX. The week
      * ends six days after it starts, or on the last forecast
      * day for the short final week.
      *-----------------------------------------------------------
       WRITE-WEEK-LINE.
           SET WEEK-NUMBER TO WK-IDX
           ADD ACC-WEEK-FLOW (ACC-IDX, WK-IDX) TO PROJECTED-BALANCE

           IF FORECAST-START-DAY + (WEEK-NUMBER * 7) - 1
               > FORECAST-END-DAY
               MOVE FORECAST-END-DATE TO WEEK-END-DATE
           ELSE
               COMPUTE WEEK-END-DATE = FUNCTION DATE-OF-INTEGER
                   (FORECAST-START-DAY + (WEEK-NUMBER * 7) - 1)
           END-IF

           MOVE WEEK-END-DATE TO WEEK-END-EDITED
           MOVE ACC-WEEK-FLOW (ACC-IDX, WK-IDX) TO WEEK-FLOW-EDITED
           MOVE PROJECTED-BALANCE TO PROJECTED-EDITED

           MOVE SPACES TO FORECAST-RECORD
           STRING "  week " DELIMITED BY SIZE
                  WEEK-NUMBER DELIMITED BY SIZE
                  " to " DELIMITED BY SIZE
                  WEEK-END-EDITED DELIMITED BY SIZE
                  " flow=" DELIMITED BY SIZE
                  WEEK-FLOW-EDITED DELIMITED BY SIZE
                  " balance=" DELIMITED BY SIZE
                  PROJECTED-EDITED DELIMITED BY SIZE
                  INTO FORECAST-RECORD

           IF ACC-MINIMUM-SET (ACC-IDX) NOT = "N"
               AND PROJECTED-BALANCE < ACC-MINIMUM (ACC-IDX)
               MOVE "  *** BELOW MINIMUM" TO FORECAST-RECORD (71:19)
               PERFORM RECORD-LOW-BALANCE
           END-IF
           WRITE FORECAST-RECORD.

      *-----------------------------------------------------------
      * RECORD-LOW-BALANCE
      * Holds one below-minimum week for the warning section.
      *-----------------------------------------------------------
       RECORD-LOW-BALANCE.
           ADD 1 TO WARNING-COUNT
           MOVE ACC-MINIMUM (ACC-IDX) TO MINIMUM-EDITED

           IF WARNING-ENTRY-COUNT < 200
               ADD 1 TO WARNING-ENTRY-COUNT
               MOVE SPACES TO WARNING-ENTRY (WARNING-ENTRY-COUNT)
               STRING ACC-ACCOUNT-ID (ACC-IDX) DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      ACC-CURRENCY (ACC-IDX) DELIMITED BY SPACE
                      " week " DELIMITED BY SIZE
                      WEEK-NUMBER DELIMITED BY SIZE
                      " to " DELIMITED BY SIZE
                      WEEK-END-EDITED DELIMITED BY SIZE
                      ": balance=" DELIMITED BY SIZE
                      PROJECTED-EDITED DELIMITED BY SIZE
                      " minimum=" DELIMITED BY SIZE
                      MINIMUM-EDITED DELIMITED BY SIZE
                      INTO WARNING-ENTRY (WARNING-ENTRY-COUNT)
           END-IF.

      *-----------------------------------------------------------
      * WRITE-RECURRING-SECTION
      * Lists the recurring payments the projection used and the
      * ones left out as lapsed, so the forecast can be checked.
      *-----------------------------------------------------------
       WRITE-RECURRING-SECTION.
           MOVE SPACES TO FORECAST-RECORD
           WRITE FORECAST-RECORD

           MOVE SPACES TO FORECAST-RECORD
           IF MASTER-AVAILABLE-FLAG = "Y"
               STRING "Recurring payments projected: "
                      DELIMITED BY SIZE
                      RC-PROJECTED-TOTAL DELIMITED BY SIZE
                      " lapsed (not projected): " DELIMITED BY SIZE
                      RC-LAPSED-TOTAL DELIMITED BY SIZE
                      INTO FORECAST-RECORD
           ELSE
               STRING "Recurring payments: none -- the transaction "
                      DELIMITED BY SIZE
                      "master could not be read." DELIMITED BY SIZE
                      INTO FORECAST-RECORD
           END-IF
           WRITE FORECAST-RECORD

           PERFORM VARYING RC-IDX FROM 1 BY 1
               UNTIL RC-IDX > RECUR-ENTRY-COUNT
               IF RC-STATUS (RC-IDX) NOT = SPACE
                   PERFORM WRITE-RECURRING-LINE
               END-IF
           END-PERFORM

           IF RECUR-OVERFLOW-COUNT NOT = 0
               MOVE SPACES TO FORECAST-RECORD
               STRING "*** Recurrence table full: "
                      DELIMITED BY SIZE
                      RECUR-OVERFLOW-COUNT DELIMITED BY SIZE
                      " payment(s) not considered" DELIMITED BY SIZE
                      INTO FORECAST-RECORD
               WRITE FORECAST-RECORD
           END-IF.

      *-----------------------------------------------------------
      * WRITE-RECURRING-LINE
      * One recurring payee: account, currency, average amount and
      * spacing, and either the next date and number of
      * occurrences placed, or its last payment when lapsed.
      *-----------------------------------------------------------
       WRITE-RECURRING-LINE.
           MOVE RC-AVG-AMOUNT (RC-IDX) TO RC-AVG-EDITED
           MOVE SPACES TO FORECAST-RECORD

           IF RC-STATUS (RC-IDX) = "P"
               MOVE RC-NEXT-DATE (RC-IDX) TO RC-NEXT-EDITED
               STRING "  " DELIMITED BY SIZE
                      RC-ACCOUNT-ID (RC-IDX) DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      RC-CURRENCY (RC-IDX) DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      RC-NAME (RC-IDX) DELIMITED BY SIZE
                      " avg=" DELIMITED BY SIZE
                      RC-AVG-EDITED DELIMITED BY SIZE
                      " every ~" DELIMITED BY SIZE
                      RC-AVG-INTERVAL (RC-IDX) DELIMITED BY SIZE
                      " day(s) next " DELIMITED BY SIZE
                      RC-NEXT-EDITED DELIMITED BY SIZE
                      " placed=" DELIMITED BY SIZE
                      RC-PROJECTED (RC-IDX) DELIMITED BY SIZE
                      INTO FORECAST-RECORD
           ELSE
               MOVE RC-LAST-DATE (RC-IDX) TO RC-LAST-EDITED
               STRING "  " DELIMITED BY SIZE
                      RC-ACCOUNT-ID (RC-IDX) DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      RC-CURRENCY (RC-IDX) DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      RC-NAME (RC-IDX) DELIMITED BY SIZE
                      " avg=" DELIMITED BY SIZE
                      RC-AVG-EDITED DELIMITED BY SIZE
                      " every ~" DELIMITED BY SIZE
                      RC-AVG-INTERVAL (RC-IDX) DELIMITED BY SIZE
                      " day(s) LAPSED, last paid " DELIMITED BY SIZE
                      RC-LAST-EDITED DELIMITED BY SIZE
                      INTO FORECAST-RECORD
           END-IF
           WRITE FORECAST-RECORD.

      *-----------------------------------------------------------
      * WRITE-UNPLACED-ITEMS
      * Lists every expected item that did not make it into the
      * forecast, with the reason, so a mistyped account or date
      * is never silently absent from the weekly figures.
      *-----------------------------------------------------------
       WRITE-UNPLACED-ITEMS.
           IF ITEM-UNMATCHED-COUNT = 0
               AND ITEM-OUTSIDE-COUNT = 0
               CONTINUE
           ELSE
               MOVE SPACES TO FORECAST-RECORD
               WRITE FORECAST-RECORD

               MOVE SPACES TO FORECAST-RECORD
               STRING "Expected items not in the forecast: "
                      DELIMITED BY SIZE
                      ITEM-UNMATCHED-COUNT DELIMITED BY SIZE
                      " unknown account/currency, " DELIMITED BY SIZE
                      ITEM-OUTSIDE-COUNT DELIMITED BY SIZE
                      " outside the forecast dates" DELIMITED BY SIZE
                      INTO FORECAST-RECORD
               WRITE FORECAST-RECORD

               PERFORM VARYING ITEM-IDX FROM 1 BY 1
                   UNTIL ITEM-IDX > ITEM-ENTRY-COUNT
                   IF ITEM-STATUS (ITEM-IDX) = "U"
                       OR ITEM-STATUS (ITEM-IDX) = "O"
                       PERFORM WRITE-UNPLACED-ITEM-LINE
                   END-IF
               END-PERFORM
           END-IF.

      *-----------------------------------------------------------
      * WRITE-UNPLACED-ITEM-LINE
      * One expected item left out of the forecast.
      *-----------------------------------------------------------
       WRITE-UNPLACED-ITEM-LINE.
           MOVE ITEM-AMOUNT (ITEM-IDX) TO ITEM-AMOUNT-EDITED
           MOVE ITEM-DATE (ITEM-IDX) TO ITEM-DATE-EDITED

           MOVE SPACES TO FORECAST-RECORD
           STRING "  " DELIMITED BY SIZE
                  ITEM-ACCOUNT-ID (ITEM-IDX) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  ITEM-CURRENCY (ITEM-IDX) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  ITEM-DATE-EDITED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ITEM-AMOUNT-EDITED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ITEM-DESCRIPTION (ITEM-IDX) DELIMITED BY SIZE
                  INTO FORECAST-RECORD
           IF ITEM-STATUS (ITEM-IDX) = "U"
               MOVE "  (no such account/currency)"
                   TO FORECAST-RECORD (121:28)
           ELSE
               MOVE "  (outside the forecast)"
                   TO FORECAST-RECORD (121:24)
           END-IF
           WRITE FORECAST-RECORD.

      *-----------------------------------------------------------
      * WRITE-WARNING-SECTION
      * Gathers every below-minimum week in one place at the end
      * of the report -- the list treasury acts on.
      *-----------------------------------------------------------
       WRITE-WARNING-SECTION.
           MOVE SPACES TO FORECAST-RECORD
           WRITE FORECAST-RECORD

           MOVE SPACES TO FORECAST-RECORD
           STRING "Low-balance warnings: " DELIMITED BY SIZE
                  WARNING-COUNT DELIMITED BY SIZE
                  INTO FORECAST-RECORD
           WRITE FORECAST-RECORD

           PERFORM VARYING WARN-IDX FROM 1 BY 1
               UNTIL WARN-IDX > WARNING-ENTRY-COUNT
               MOVE SPACES TO FORECAST-RECORD
               STRING "  " DELIMITED BY SIZE
                      WARNING-ENTRY (WARN-IDX) DELIMITED BY SIZE
                      INTO FORECAST-RECORD
               WRITE FORECAST-RECORD
           END-PERFORM

           IF WARNING-COUNT > WARNING-ENTRY-COUNT
               MOVE SPACES TO FORECAST-RECORD
               STRING "  *** more warnings than the table holds -- "
                      DELIMITED BY SIZE
                      "see the weekly lines above." DELIMITED BY SIZE
                      INTO FORECAST-RECORD
               WRITE FORECAST-RECORD
           END-IF.
       END PROGRAM WISE-FORECAST.
