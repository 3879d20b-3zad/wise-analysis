      ******************************************************************
      * Author: ZACHARY ALEXANDER DAVIS
      * Date: October 15th, 2026
      * Purpose: MANUAL CORRECTIONS TO THE TRANSACTION MASTER WITH A
      *    TRAIL. EACH LINE OF ADJUSTMENTS.TXT NAMES A TRANSFER ID,
      *    WHAT TO DO WITH IT -- VOID IT, RECLASSIFY IT TO ANOTHER
      *    LEDGER ACCOUNT, OR SPLIT IT ACROSS SEVERAL -- WHY, AND WHO
      *    APPROVED IT. FOR EVERY ADJUSTMENT THAT PASSES ITS CHECKS
      *    THE MASTER RECORD IS MARKED WITH ITS NEW STATUS, THE
      *    LEDGER LINES IT WAS POSTED WITH ARE REVERSED AND THE NEW
      *    ONES POSTED IN THE SAME "D"/"T" LAYOUT AS THE
      *    WISE-ANALYZE -POSTING.DAT FEED (ADJUST-<RUN STAMP>-
      *    POSTING.DAT), AND BOTH SETS OF LINES ARE APPENDED TO
      *    ADJUSTMENT-LOG.DAT, WHICH IS NEVER REWRITTEN. A REJECTED
      *    LINE CHANGES NOTHING AND ENDS THE RUN RC 4. THE MASTER IS
      *    ONLY OPENED UNDER THE RUN LOCK (SEE RUNLOCK); IF ANOTHER
      *    RUN HOLDS IT NOTHING IS APPLIED AND THE RUN ENDS RC 16.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. WISE-ADJUST.
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

           SELECT ADJUSTMENTS-FILE
               ASSIGN TO DYNAMIC ADJUSTMENTS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADJUSTMENTS-STATUS.

           SELECT OPTIONAL ADJUSTMENT-LOG-FILE
               ASSIGN TO DYNAMIC ADJUSTMENT-LOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADJUSTMENT-LOG-STATUS.

           SELECT POSTING-FILE ASSIGN TO DYNAMIC POSTING-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POSTING-FILE-STATUS.
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

       FD  ADJUSTMENTS-FILE.
       01  ADJUSTMENTS-RECORD      PIC X(250).

      * ONE RECORD PER LEDGER LINE AN ADJUSTMENT REVERSED (R) OR
      * POSTED (P), STAMPED WITH THE RUN THAT MADE IT. THE LATEST
      * RUN'S P LINES FOR A TRANSFER ARE WHAT IT CURRENTLY STANDS
      * POSTED AS, SO A LATER ADJUSTMENT OF THE SAME TRANSFER
      * REVERSES THOSE RATHER THAN THE ORIGINAL POSTING.
       FD  ADJUSTMENT-LOG-FILE.
       01  ADJUSTMENT-LOG-RECORD.
           05  ALG-RUN-STAMP           PIC X(14).
           05  ALG-TRANSFER-ID         PIC X(30).
           05  ALG-ACTION              PIC X(7).
           05  ALG-LINE-TYPE           PIC X.
           05  ALG-ACCOUNT             PIC X(8).
           05  ALG-AMOUNT              PIC S9(9)V99.
           05  ALG-CURRENCY            PIC X(3).
           05  ALG-APPROVER            PIC X(4).
           05  ALG-REASON              PIC X(60).

       FD  POSTING-FILE.
       01  POSTING-RECORD          PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.
       01  MASTER-FILENAME         PIC X(120)
               VALUE "TRANSACTION-MASTER.DAT".
       01  MASTER-FILE-STATUS      PIC XX.
       01  ADJUSTMENTS-FILENAME    PIC X(120)
               VALUE "ADJUSTMENTS.TXT".
       01  ADJUSTMENTS-STATUS      PIC XX.
       01  ADJUSTMENTS-EOF         PIC X VALUE "N".
       01  ADJUSTMENT-LOG-FILENAME PIC X(120)
               VALUE "ADJUSTMENT-LOG.DAT".
       01  ADJUSTMENT-LOG-STATUS   PIC XX.
       01  ADJUSTMENT-LOG-EOF      PIC X VALUE "N".

       01  RUN-DATE                PIC 9(8) VALUE 0.
       01  RUN-TIME-NOW            PIC 9(8) VALUE 0.
       01  RUN-STAMP.
           05  RUN-STAMP-DATE      PIC 9(8) VALUE 0.
           05  RUN-STAMP-TIME      PIC 9(6) VALUE 0.

      * RUN LOCK, SHARED WITH WISE-ANALYZE, WISE-ARCHIVE,
      * WISE-REBUILD AND WISE-VENDOR -- THIS PROGRAM REWRITES
      * MASTER RECORDS TOO.
       01  LOCK-ACTION             PIC X.
       01  LOCK-PROGRAM-NAME       PIC X(12) VALUE "WISE-ADJUST".
       01  LOCK-STATUS             PIC XX.
       01  RUN-LOCK-HELD-FLAG      PIC X VALUE "N".

      * ADJUSTMENTS -- ADJUSTMENTS.TXT, ONE LINE PER TRANSFER:
      *   TRANSFER-ID,ACTION,TARGET,REASON,APPROVER[,ORIGINAL-GL]
      * ACTION IS VOID, RECLASS OR SPLIT. TARGET IS BLANK FOR A
      * VOID, THE NEW LEDGER ACCOUNT FOR A RECLASS, AND FOR A SPLIT
      * UP TO FIVE "ACCOUNT:AMOUNT" PARTS SEPARATED BY ";" -- ONE
      * PART MAY LEAVE ITS AMOUNT OFF AND TAKES WHATEVER THE OTHERS
      * LEAVE. SPLIT AMOUNTS ARE GIVEN UNSIGNED AND TAKE THE SIGN
      * OF THE TRANSFER. THE REASON MAY NOT CONTAIN A COMMA.
      * ORIGINAL-GL IS NEEDED ONLY FOR HISTORY POSTED BEFORE THE
      * MASTER RECORDED THE LEDGER ACCOUNT (BLANK MST-GL-CODE).
      * BLANK LINES AND LINES STARTING WITH * ARE SKIPPED.
      * ADJ-HISTORY HOLDS THE LATEST LOGGED RE-POSTING OF THE
      * TRANSFER WHEN IT HAS BEEN ADJUSTED BEFORE.
       01  ADJUSTMENT-TABLE.
           05  ADJUSTMENT-ENTRY OCCURS 200 TIMES INDEXED BY ADJ-IDX.
               10  ADJ-LINE-NUMBER     PIC 9(5) VALUE 0.
               10  ADJ-TRANSFER-ID     PIC X(30).
               10  ADJ-ACTION          PIC X(7).
               10  ADJ-TARGET          PIC X(100).
               10  ADJ-REASON          PIC X(60).
               10  ADJ-APPROVER        PIC X(4).
               10  ADJ-ORIGINAL-GL     PIC X(8).
      * Y ONCE THE LINE HAS BEEN APPLIED THIS RUN.
               10  ADJ-ACCEPTED-FLAG   PIC X VALUE "N".
               10  ADJ-HISTORY-STAMP   PIC X(14).
               10  ADJ-HISTORY-COUNT   PIC 9 VALUE 0.
               10  ADJ-HISTORY-LINE OCCURS 5 TIMES
                       INDEXED BY HST-IDX.
                   15  ADJ-HISTORY-GL      PIC X(8).
                   15  ADJ-HISTORY-AMOUNT  PIC S9(9)V99.
       01  ADJUSTMENT-ENTRY-COUNT  PIC 9(3) VALUE 0.
       01  ADJUSTMENT-OVERFLOW-COUNT PIC 9(5) VALUE 0.
       01  ADJ-FILE-LINE-NUMBER    PIC 9(5) VALUE 0.
       01  ADJ-SCAN-IDX            PIC 9(3) VALUE 0.
       01  ADJ-WORK-ID             PIC X(30).
       01  ADJ-WORK-ACTION         PIC X(10).
       01  ADJ-WORK-TARGET         PIC X(100).
       01  ADJ-WORK-REASON         PIC X(60).
       01  ADJ-WORK-APPROVER       PIC X(10).
       01  ADJ-WORK-ORIGINAL-GL    PIC X(10).

      * THE LEDGER LINES THE TRANSFER STANDS POSTED AS NOW (TO BE
      * REVERSED) AND THE ONES THE ADJUSTMENT POSTS IN THEIR PLACE.
      * A SPLIT TRANSFER HAS NO SINGLE LEDGER ACCOUNT, SO ITS
      * MST-GL-CODE CARRIES SPLIT-GL-MARKER AND ITS PARTS ARE ON
      * THE LOG.
       01  CURRENT-TABLE.
           05  CURRENT-LINE OCCURS 5 TIMES INDEXED BY CUR-IDX.
               10  CUR-GL              PIC X(8).
               10  CUR-AMOUNT          PIC S9(9)V99.
       01  CURRENT-COUNT           PIC 9 VALUE 0.
       01  REPOST-TABLE.
           05  REPOST-LINE OCCURS 5 TIMES INDEXED BY RPT-IDX.
               10  REPOST-GL           PIC X(8).
               10  REPOST-AMOUNT       PIC S9(9)V99.
       01  REPOST-COUNT            PIC 9 VALUE 0.
       01  SPLIT-GL-MARKER         PIC X(8) VALUE "SPLIT".

      * SPLIT TARGET BEING TAKEN APART. A SIXTH PART MEANS TOO MANY.
       01  SPLIT-PART-TABLE.
           05  SPLIT-PART PIC X(40) OCCURS 6 TIMES
                   INDEXED BY SPLIT-IDX.
       01  SPLIT-WORK-GL           PIC X(20).
       01  SPLIT-WORK-AMOUNT       PIC X(20).
       01  SPLIT-PART-AMOUNT       PIC S9(9)V99 VALUE 0.
       01  SPLIT-ALLOCATED         PIC 9(10)V99 VALUE 0.
       01  SPLIT-OPEN-PART         PIC 9 VALUE 0.
       01  MASTER-ABS-AMOUNT       PIC 9(9)V99 VALUE 0.

      * ONE LEDGER LINE ON ITS WAY TO THE LOG AND THE POSTING FILE.
       01  ADJUST-LINE-TYPE        PIC X.
       01  ADJUST-LINE-GL          PIC X(8).
       01  ADJUST-LINE-AMOUNT      PIC S9(9)V99 VALUE 0.

       01  REJECT-REASON           PIC X(80) VALUE SPACES.
       01  APPLIED-COUNT           PIC 9(5) VALUE 0.
       01  REJECTED-COUNT          PIC 9(5) VALUE 0.
       01  VOIDED-COUNT            PIC 9(5) VALUE 0.
       01  RECLASSED-COUNT         PIC 9(5) VALUE 0.
       01  SPLIT-COUNT             PIC 9(5) VALUE 0.
       77  MST-AMOUNT-EDITED       PIC -Z(8).99 VALUE 0.

      * GENERAL-LEDGER POSTING INTERFACE -- SAME "D" AND "T"
      * RECORDS AS THE WISE-ANALYZE -POSTING.DAT FEED. EVERY LINE
      * IS DATED THE DAY OF THE ADJUSTMENT, CARRIES "A" (MANUAL
      * ADJUSTMENT) IN PD-ADJUST-TYPE AND THE TRANSFER'S OWN DATE
      * IN PD-ORIGINAL-DATE. THE FEE LINE IS NEVER TOUCHED -- THE
      * FEE WAS CHARGED WHATEVER BECAME OF THE TRANSFER.
       01  POSTING-FILENAME        PIC X(120).
       01  POSTING-FILE-STATUS     PIC XX.
       01  POSTING-DETAIL-LINE.
           05  PD-TYPE             PIC X VALUE "D".
           05  PD-TRANSFER-ID      PIC X(30).
           05  PD-DATE             PIC 9(8).
           05  PD-AMOUNT           PIC +9(9).99.
           05  PD-CURRENCY         PIC X(3).
           05  PD-ACCOUNT          PIC X(8).
           05  PD-ADJUST-TYPE      PIC X.
           05  PD-ORIGINAL-DATE    PIC X(8).
       01  POSTING-TRAILER-LINE.
           05  PT-TYPE             PIC X VALUE "T".
           05  PT-COUNT            PIC 9(7).
           05  PT-HASH             PIC 9(13).99.
       01  POSTING-LINE-COUNT      PIC 9(7) VALUE 0.
       01  POSTING-HASH-TOTAL      PIC 9(13)V99 VALUE 0.
       01  POSTING-ROW-ABS         PIC 9(9)V99 VALUE 0.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME-NOW FROM TIME
           MOVE RUN-DATE TO RUN-STAMP-DATE
           MOVE RUN-TIME-NOW (1:6) TO RUN-STAMP-TIME

           PERFORM LOAD-ADJUSTMENTS
           IF ADJUSTMENT-ENTRY-COUNT = 0
               DISPLAY "No adjustments on " ADJUSTMENTS-FILENAME
                   " -- nothing to do."
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "T" TO LOCK-ACTION
           CALL "RUNLOCK" USING LOCK-ACTION LOCK-PROGRAM-NAME
               RUN-STAMP LOCK-STATUS
           EVALUATE LOCK-STATUS
               WHEN "00"
                   MOVE "Y" TO RUN-LOCK-HELD-FLAG
               WHEN "E1"
                   DISPLAY "ERROR: run lock unavailable -- no "
                       "adjustments applied."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY "ERROR: another run holds the run lock "
                       "-- no adjustments applied. Retry once it "
                       "has finished."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           OPEN I-O MASTER-FILE
           IF MASTER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open " MASTER-FILENAME
                   " for update (status " MASTER-FILE-STATUS ")."
               PERFORM RELEASE-RUN-LOCK
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-ADJUSTMENT-HISTORY

           MOVE SPACES TO POSTING-FILENAME
           STRING "ADJUST-" DELIMITED BY SIZE
                  RUN-STAMP DELIMITED BY SIZE
                  "-POSTING.DAT" DELIMITED BY SIZE
                  INTO POSTING-FILENAME
           OPEN OUTPUT POSTING-FILE
           IF POSTING-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot create " POSTING-FILENAME
                   " (status " POSTING-FILE-STATUS ")."
               CLOSE MASTER-FILE
               PERFORM RELEASE-RUN-LOCK
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND ADJUSTMENT-LOG-FILE
           IF ADJUSTMENT-LOG-STATUS NOT = "00"
               AND ADJUSTMENT-LOG-STATUS NOT = "05"
               DISPLAY "ERROR: cannot open " ADJUSTMENT-LOG-FILENAME
                   " to append (status " ADJUSTMENT-LOG-STATUS ")."
               CLOSE POSTING-FILE
               CLOSE MASTER-FILE
               PERFORM RELEASE-RUN-LOCK
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM VARYING ADJ-IDX FROM 1 BY 1
               UNTIL ADJ-IDX > ADJUSTMENT-ENTRY-COUNT
               PERFORM APPLY-ADJUSTMENT
           END-PERFORM

           PERFORM WRITE-POSTING-TRAILER

           CLOSE ADJUSTMENT-LOG-FILE
           CLOSE POSTING-FILE
           CLOSE MASTER-FILE
           PERFORM RELEASE-RUN-LOCK

           DISPLAY "=== Adjustment run " RUN-STAMP " complete ==="
           DISPLAY "Adjustments applied:  " APPLIED-COUNT
           DISPLAY "  voided:             " VOIDED-COUNT
           DISPLAY "  reclassified:       " RECLASSED-COUNT
           DISPLAY "  split:              " SPLIT-COUNT
           DISPLAY "Adjustments rejected: " REJECTED-COUNT
           DISPLAY "Posting file written to " POSTING-FILENAME
           DISPLAY "Adjustment log:       " ADJUSTMENT-LOG-FILENAME

      * A REJECTED LINE NEEDS SOMEONE TO LOOK AT IT, THE SAME WAY
      * WISE-ANALYZE ENDS 4 ON A MISMATCH.
           IF REJECTED-COUNT NOT = 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN.

      *-----------------------------------------------------------
      * RELEASE-RUN-LOCK
      * Gives the run lock back before the run ends, whichever way
      * it ends once the lock was taken.
      *-----------------------------------------------------------
       RELEASE-RUN-LOCK.
           IF RUN-LOCK-HELD-FLAG = "Y"
               MOVE "R" TO LOCK-ACTION
               CALL "RUNLOCK" USING LOCK-ACTION LOCK-PROGRAM-NAME
                   RUN-STAMP LOCK-STATUS
               MOVE "N" TO RUN-LOCK-HELD-FLAG
           END-IF.

      *-----------------------------------------------------------
      * LOAD-ADJUSTMENTS
      * Reads ADJUSTMENTS.TXT into the adjustment table. The file
      * is the whole point of the run, so not finding it is a
      * setup error rather than an empty run.
      *-----------------------------------------------------------
       LOAD-ADJUSTMENTS.
           MOVE 0 TO ADJUSTMENT-ENTRY-COUNT
           MOVE 0 TO ADJ-FILE-LINE-NUMBER
           MOVE "N" TO ADJUSTMENTS-EOF

           OPEN INPUT ADJUSTMENTS-FILE
           IF ADJUSTMENTS-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open " ADJUSTMENTS-FILENAME
                   " (status " ADJUSTMENTS-STATUS ")."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL ADJUSTMENTS-EOF = "Y"
               READ ADJUSTMENTS-FILE
                   AT END
                       MOVE "Y" TO ADJUSTMENTS-EOF
                   NOT AT END
                       ADD 1 TO ADJ-FILE-LINE-NUMBER
                       PERFORM PARSE-ADJUSTMENT-LINE
               END-READ
           END-PERFORM
           CLOSE ADJUSTMENTS-FILE

           DISPLAY "Loaded " ADJUSTMENT-ENTRY-COUNT
               " adjustment(s) from " ADJUSTMENTS-FILENAME

      * A LINE THAT DID NOT FIT IS NEVER APPLIED, SO IT COUNTS AS
      * REJECTED AND THE REST OF THE FILE HAS TO BE RUN AGAIN.
           IF ADJUSTMENT-OVERFLOW-COUNT NOT = 0
               DISPLAY "WARNING: the adjustment table is at its "
                   "limit of 200 -- " ADJUSTMENT-OVERFLOW-COUNT
                   " line(s) past that were not applied; run them "
                   "again in a second file."
               ADD ADJUSTMENT-OVERFLOW-COUNT TO REJECTED-COUNT
           END-IF.

      *-----------------------------------------------------------
      * PARSE-ADJUSTMENT-LINE
      * Files one adjustment line. Nothing is checked here beyond
      * the line not being blank -- APPLY-ADJUSTMENT rejects a bad
      * line with its line number so the operator can find it.
      *-----------------------------------------------------------
       PARSE-ADJUSTMENT-LINE.
           IF ADJUSTMENTS-RECORD = SPACES
               OR ADJUSTMENTS-RECORD (1:1) = "*"
               CONTINUE
           ELSE
               IF ADJUSTMENT-ENTRY-COUNT >= 200
                   ADD 1 TO ADJUSTMENT-OVERFLOW-COUNT
               ELSE
                   MOVE SPACES TO ADJ-WORK-ID
                   MOVE SPACES TO ADJ-WORK-ACTION
                   MOVE SPACES TO ADJ-WORK-TARGET
                   MOVE SPACES TO ADJ-WORK-REASON
                   MOVE SPACES TO ADJ-WORK-APPROVER
                   MOVE SPACES TO ADJ-WORK-ORIGINAL-GL
                   UNSTRING ADJUSTMENTS-RECORD DELIMITED BY ","
                       INTO ADJ-WORK-ID
                            ADJ-WORK-ACTION
                            ADJ-WORK-TARGET
                            ADJ-WORK-REASON
                            ADJ-WORK-APPROVER
                            ADJ-WORK-ORIGINAL-GL
                   END-UNSTRING

                   ADD 1 TO ADJUSTMENT-ENTRY-COUNT
                   SET ADJ-IDX TO ADJUSTMENT-ENTRY-COUNT
                   MOVE ADJ-FILE-LINE-NUMBER
                       TO ADJ-LINE-NUMBER (ADJ-IDX)
                   MOVE ADJ-WORK-ID TO ADJ-TRANSFER-ID (ADJ-IDX)
                   MOVE FUNCTION UPPER-CASE(ADJ-WORK-ACTION)
                       TO ADJ-ACTION (ADJ-IDX)
                   IF ADJ-WORK-ACTION (8:3) NOT = SPACES
                       MOVE "?" TO ADJ-ACTION (ADJ-IDX)
                   END-IF
                   MOVE FUNCTION UPPER-CASE(ADJ-WORK-TARGET)
                       TO ADJ-TARGET (ADJ-IDX)
                   MOVE ADJ-WORK-REASON TO ADJ-REASON (ADJ-IDX)
                   MOVE FUNCTION UPPER-CASE(ADJ-WORK-APPROVER)
                       TO ADJ-APPROVER (ADJ-IDX)
                   MOVE FUNCTION UPPER-CASE(ADJ-WORK-ORIGINAL-GL)
                       TO ADJ-ORIGINAL-GL (ADJ-IDX)
                   MOVE SPACES TO ADJ-HISTORY-STAMP (ADJ-IDX)
                   MOVE 0 TO ADJ-HISTORY-COUNT (ADJ-IDX)
                   MOVE "N" TO ADJ-ACCEPTED-FLAG (ADJ-IDX)
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * LOAD-ADJUSTMENT-HISTORY
      * Reads the adjustment log once and, for every transfer on
      * this run's file, keeps the re-posting lines of the latest
      * run that adjusted it. No log yet just means nothing has
      * been adjusted before.
      *-----------------------------------------------------------
       LOAD-ADJUSTMENT-HISTORY.
           MOVE "N" TO ADJUSTMENT-LOG-EOF

           OPEN INPUT ADJUSTMENT-LOG-FILE
           IF ADJUSTMENT-LOG-STATUS = "00"
               OR ADJUSTMENT-LOG-STATUS = "05"
               PERFORM UNTIL ADJUSTMENT-LOG-EOF = "Y"
                   READ ADJUSTMENT-LOG-FILE
                       AT END
                           MOVE "Y" TO ADJUSTMENT-LOG-EOF
                       NOT AT END
                           IF ALG-LINE-TYPE = "P"
                               PERFORM FILE-HISTORY-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADJUSTMENT-LOG-FILE
           END-IF.

      *-----------------------------------------------------------
      * FILE-HISTORY-LINE
      * Files the logged re-posting line just read against every
      * adjustment of the same transfer. A line from a later run
      * than the one already held replaces what was held.
      *-----------------------------------------------------------
       FILE-HISTORY-LINE.
           PERFORM VARYING ADJ-IDX FROM 1 BY 1
               UNTIL ADJ-IDX > ADJUSTMENT-ENTRY-COUNT
               IF ADJ-TRANSFER-ID (ADJ-IDX) = ALG-TRANSFER-ID
                   IF ADJ-HISTORY-STAMP (ADJ-IDX) NOT = ALG-RUN-STAMP
                       MOVE ALG-RUN-STAMP
                           TO ADJ-HISTORY-STAMP (ADJ-IDX)
                       MOVE 0 TO ADJ-HISTORY-COUNT (ADJ-IDX)
                   END-IF
                   IF ADJ-HISTORY-COUNT (ADJ-IDX) < 5
                       ADD 1 TO ADJ-HISTORY-COUNT (ADJ-IDX)
                       SET HST-IDX TO ADJ-HISTORY-COUNT (ADJ-IDX)
                       MOVE ALG-ACCOUNT
                           TO ADJ-HISTORY-GL (ADJ-IDX, HST-IDX)
                       MOVE ALG-AMOUNT
                           TO ADJ-HISTORY-AMOUNT (ADJ-IDX, HST-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------
      * APPLY-ADJUSTMENT
      * Checks one adjustment and, when it passes, applies it. A
      * rejected line is reported with its reason and leaves the
      * master, the log and the posting file exactly as they were.
      *-----------------------------------------------------------
       APPLY-ADJUSTMENT.
           MOVE SPACES TO REJECT-REASON
           PERFORM VALIDATE-ADJUSTMENT

           IF REJECT-REASON = SPACES
               PERFORM POST-ADJUSTMENT
           END-IF

           IF REJECT-REASON = SPACES
               MOVE "Y" TO ADJ-ACCEPTED-FLAG (ADJ-IDX)
           ELSE
               ADD 1 TO REJECTED-COUNT
               DISPLAY "REJECTED line " ADJ-LINE-NUMBER (ADJ-IDX)
                   " " ADJ-TRANSFER-ID (ADJ-IDX)
               DISPLAY "    " REJECT-REASON
           END-IF.

      *-----------------------------------------------------------
      * VALIDATE-ADJUSTMENT
      * Runs the checks in turn, stopping at the first that fails.
      * On success the master record is in MASTER-RECORD and the
      * current and re-posting lines are built.
      *-----------------------------------------------------------
       VALIDATE-ADJUSTMENT.
           IF ADJ-TRANSFER-ID (ADJ-IDX) = SPACES
               MOVE "No transfer ID on the line."
                   TO REJECT-REASON
           END-IF

           IF REJECT-REASON = SPACES
               IF ADJ-ACTION (ADJ-IDX) NOT = "VOID"
                   AND ADJ-ACTION (ADJ-IDX) NOT = "RECLASS"
                   AND ADJ-ACTION (ADJ-IDX) NOT = "SPLIT"
                   MOVE "Action must be VOID, RECLASS or SPLIT."
                       TO REJECT-REASON
               END-IF
           END-IF

           IF REJECT-REASON = SPACES
               IF ADJ-REASON (ADJ-IDX) = SPACES
                   OR ADJ-APPROVER (ADJ-IDX) = SPACES
                   STRING "Every adjustment needs a reason and the "
                              DELIMITED BY SIZE
                          "approver's initials." DELIMITED BY SIZE
                          INTO REJECT-REASON
               END-IF
           END-IF

           IF REJECT-REASON = SPACES
               PERFORM CHECK-DUPLICATE-ADJUSTMENT
           END-IF

           IF REJECT-REASON = SPACES
               MOVE ADJ-TRANSFER-ID (ADJ-IDX) TO MST-TRANSFER-ID
               READ MASTER-FILE
                   INVALID KEY
                       MOVE "Transfer ID is not on the master file."
                           TO REJECT-REASON
               END-READ
           END-IF

           IF REJECT-REASON = SPACES
               IF MST-RECORD-STATUS = "V"
                   MOVE "Transfer is already voided."
                       TO REJECT-REASON
               END-IF
           END-IF

           IF REJECT-REASON = SPACES
               PERFORM FIND-CURRENT-POSTING
           END-IF

           IF REJECT-REASON = SPACES
               PERFORM BUILD-REPOST-LINES
           END-IF.

      *-----------------------------------------------------------
      * CHECK-DUPLICATE-ADJUSTMENT
      * A transfer named twice in one file would be reversed twice
      * against the same posting, so once a line for it has been
      * applied, any later line for it is turned away. An earlier
      * line that was itself rejected changed nothing and does not
      * count.
      *-----------------------------------------------------------
       CHECK-DUPLICATE-ADJUSTMENT.
           SET ADJ-SCAN-IDX TO ADJ-IDX
           SUBTRACT 1 FROM ADJ-SCAN-IDX
           PERFORM UNTIL ADJ-SCAN-IDX = 0
               OR REJECT-REASON NOT = SPACES
               IF ADJ-TRANSFER-ID (ADJ-SCAN-IDX)
                   = ADJ-TRANSFER-ID (ADJ-IDX)
                   AND ADJ-ACCEPTED-FLAG (ADJ-SCAN-IDX) = "Y"
                   STRING "Transfer already adjusted earlier in this "
                              DELIMITED BY SIZE
                          "file -- only one line per transfer is "
                              DELIMITED BY SIZE
                          "taken." DELIMITED BY SIZE
                          INTO REJECT-REASON
               END-IF
               SUBTRACT 1 FROM ADJ-SCAN-IDX
           END-PERFORM.

      *-----------------------------------------------------------
      * FIND-CURRENT-POSTING
      * Works out the ledger lines the transfer stands posted as.
      * Adjusted before: the latest re-posting on the log (a
      * reclass can fall back on MST-GL-CODE when the log has lost
      * it; a split cannot). Otherwise: its whole amount to
      * MST-GL-CODE, or to the original account given on the line
      * for history recorded before MST-GL-CODE existed.
      *-----------------------------------------------------------
       FIND-CURRENT-POSTING.
           MOVE 0 TO CURRENT-COUNT

           IF MST-RECORD-STATUS = "A"
               AND ADJ-HISTORY-COUNT (ADJ-IDX) > 0
               PERFORM VARYING HST-IDX FROM 1 BY 1
                   UNTIL HST-IDX > ADJ-HISTORY-COUNT (ADJ-IDX)
                   ADD 1 TO CURRENT-COUNT
                   SET CUR-IDX TO CURRENT-COUNT
                   MOVE ADJ-HISTORY-GL (ADJ-IDX, HST-IDX)
                       TO CUR-GL (CUR-IDX)
                   MOVE ADJ-HISTORY-AMOUNT (ADJ-IDX, HST-IDX)
                       TO CUR-AMOUNT (CUR-IDX)
               END-PERFORM
           ELSE
               IF MST-RECORD-STATUS = "A"
                   AND MST-GL-CODE = SPLIT-GL-MARKER
                   STRING "Transfer was split but its parts are not "
                              DELIMITED BY SIZE
                          "on the adjustment log." DELIMITED BY SIZE
                          INTO REJECT-REASON
               ELSE
                   IF MST-GL-CODE = SPACES
                       MOVE ADJ-ORIGINAL-GL (ADJ-IDX) TO MST-GL-CODE
                   END-IF
                   IF MST-GL-CODE = SPACES
                       STRING "Ledger account it was posted to is not "
                                  DELIMITED BY SIZE
                              "on file -- give it as the sixth field."
                                  DELIMITED BY SIZE
                              INTO REJECT-REASON
                   ELSE
                       MOVE 1 TO CURRENT-COUNT
                       SET CUR-IDX TO 1
                       MOVE MST-GL-CODE TO CUR-GL (CUR-IDX)
                       MOVE MST-AMOUNT TO CUR-AMOUNT (CUR-IDX)
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * BUILD-REPOST-LINES
      * Builds the ledger lines the adjustment posts in place of
      * the current ones: none for a void, the whole amount to the
      * new account for a reclass, the parts for a split.
      *-----------------------------------------------------------
       BUILD-REPOST-LINES.
           MOVE 0 TO REPOST-COUNT

           EVALUATE ADJ-ACTION (ADJ-IDX)
               WHEN "VOID"
                   CONTINUE
               WHEN "RECLASS"
                   IF ADJ-TARGET (ADJ-IDX) = SPACES
                       OR ADJ-TARGET (ADJ-IDX) (9:92) NOT = SPACES
                       STRING "Reclass needs the new ledger account "
                                  DELIMITED BY SIZE
                              "(up to 8 characters) as the third "
                                  DELIMITED BY SIZE
                              "field." DELIMITED BY SIZE
                              INTO REJECT-REASON
                   ELSE
                       IF CURRENT-COUNT = 1
                           AND CUR-GL (1) = ADJ-TARGET (ADJ-IDX) (1:8)
                           STRING "Transfer is already posted to that "
                                      DELIMITED BY SIZE
                                  "ledger account." DELIMITED BY SIZE
                                  INTO REJECT-REASON
                       ELSE
                           MOVE 1 TO REPOST-COUNT
                           SET RPT-IDX TO 1
                           MOVE ADJ-TARGET (ADJ-IDX) (1:8)
                               TO REPOST-GL (RPT-IDX)
                           MOVE MST-AMOUNT TO REPOST-AMOUNT (RPT-IDX)
                       END-IF
                   END-IF
               WHEN "SPLIT"
                   PERFORM PARSE-SPLIT-TARGET
           END-EVALUATE.

      *-----------------------------------------------------------
      * PARSE-SPLIT-TARGET
      * Takes a split's "ACCOUNT:AMOUNT;..." target apart into
      * re-posting lines, fills in the one part left without an
      * amount, and insists the parts add up to the transfer.
      *-----------------------------------------------------------
       PARSE-SPLIT-TARGET.
           MOVE SPACES TO SPLIT-PART-TABLE
           MOVE 0 TO SPLIT-ALLOCATED
           MOVE 0 TO SPLIT-OPEN-PART
           IF MST-AMOUNT < 0
               COMPUTE MASTER-ABS-AMOUNT = 0 - MST-AMOUNT
           ELSE
               MOVE MST-AMOUNT TO MASTER-ABS-AMOUNT
           END-IF

           UNSTRING ADJ-TARGET (ADJ-IDX) DELIMITED BY ";"
               INTO SPLIT-PART (1)
                    SPLIT-PART (2)
                    SPLIT-PART (3)
                    SPLIT-PART (4)
                    SPLIT-PART (5)
                    SPLIT-PART (6)
           END-UNSTRING

           IF SPLIT-PART (6) NOT = SPACES
               MOVE "A split can have at most five parts."
                   TO REJECT-REASON
           END-IF

           PERFORM VARYING SPLIT-IDX FROM 1 BY 1
               UNTIL SPLIT-IDX > 5
               OR REJECT-REASON NOT = SPACES
               IF SPLIT-PART (SPLIT-IDX) NOT = SPACES
                   PERFORM PARSE-SPLIT-PART
               END-IF
           END-PERFORM

           IF REJECT-REASON = SPACES
               IF REPOST-COUNT < 2
                   STRING "A split needs at least two ledger accounts "
                              DELIMITED BY SIZE
                          "-- use RECLASS for one." DELIMITED BY SIZE
                          INTO REJECT-REASON
               ELSE
                   IF SPLIT-OPEN-PART NOT = 0
                       IF SPLIT-ALLOCATED NOT < MASTER-ABS-AMOUNT
                           STRING "Split amounts leave nothing for the "
                                      DELIMITED BY SIZE
                                  "part without an amount."
                                      DELIMITED BY SIZE
                                  INTO REJECT-REASON
                       ELSE
                           COMPUTE SPLIT-PART-AMOUNT =
                               MASTER-ABS-AMOUNT - SPLIT-ALLOCATED
                           SET RPT-IDX TO SPLIT-OPEN-PART
                           PERFORM SIGN-SPLIT-AMOUNT
                       END-IF
                   ELSE
                       IF SPLIT-ALLOCATED NOT = MASTER-ABS-AMOUNT
                           STRING "Split amounts do not add up to the "
                                      DELIMITED BY SIZE
                                  "transfer amount." DELIMITED BY SIZE
                                  INTO REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * PARSE-SPLIT-PART
      * Files one "ACCOUNT:AMOUNT" part as the next re-posting
      * line.
      *-----------------------------------------------------------
       PARSE-SPLIT-PART.
           MOVE SPACES TO SPLIT-WORK-GL
           MOVE SPACES TO SPLIT-WORK-AMOUNT
           UNSTRING SPLIT-PART (SPLIT-IDX) DELIMITED BY ":"
               INTO SPLIT-WORK-GL
                    SPLIT-WORK-AMOUNT
           END-UNSTRING

           IF SPLIT-WORK-GL = SPACES
               OR SPLIT-WORK-GL (9:12) NOT = SPACES
               STRING "Every split part needs a ledger account of up "
                          DELIMITED BY SIZE
                      "to 8 characters." DELIMITED BY SIZE
                      INTO REJECT-REASON
           ELSE
               ADD 1 TO REPOST-COUNT
               SET RPT-IDX TO REPOST-COUNT
               MOVE SPLIT-WORK-GL (1:8) TO REPOST-GL (RPT-IDX)
               MOVE 0 TO REPOST-AMOUNT (RPT-IDX)

               IF SPLIT-WORK-AMOUNT = SPACES
                   IF SPLIT-OPEN-PART NOT = 0
                       STRING "Only one split part may leave its "
                                  DELIMITED BY SIZE
                              "amount off." DELIMITED BY SIZE
                              INTO REJECT-REASON
                   ELSE
                       MOVE REPOST-COUNT TO SPLIT-OPEN-PART
                   END-IF
               ELSE
                   MOVE FUNCTION NUMVAL(SPLIT-WORK-AMOUNT)
                       TO SPLIT-PART-AMOUNT
                   IF SPLIT-PART-AMOUNT < 0
                       COMPUTE SPLIT-PART-AMOUNT =
                           0 - SPLIT-PART-AMOUNT
                   END-IF
                   IF SPLIT-PART-AMOUNT = 0
                       STRING "A split part has a zero or unreadable "
                                  DELIMITED BY SIZE
                              "amount." DELIMITED BY SIZE
                              INTO REJECT-REASON
                   ELSE
                       ADD SPLIT-PART-AMOUNT TO SPLIT-ALLOCATED
                       PERFORM SIGN-SPLIT-AMOUNT
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * SIGN-SPLIT-AMOUNT
      * Gives the unsigned SPLIT-PART-AMOUNT the transfer's sign
      * and files it as the amount of re-posting line RPT-IDX.
      *-----------------------------------------------------------
       SIGN-SPLIT-AMOUNT.
           IF MST-AMOUNT < 0
               COMPUTE REPOST-AMOUNT (RPT-IDX) =
                   0 - SPLIT-PART-AMOUNT
           ELSE
               MOVE SPLIT-PART-AMOUNT TO REPOST-AMOUNT (RPT-IDX)
           END-IF.

      *-----------------------------------------------------------
      * POST-ADJUSTMENT
      * Marks the master record first -- if that fails nothing else
      * is written and the line is rejected -- then logs and posts
      * a reversal of every current line and each re-posting line.
      *-----------------------------------------------------------
       POST-ADJUSTMENT.
           EVALUATE ADJ-ACTION (ADJ-IDX)
               WHEN "VOID"
                   MOVE "V" TO MST-RECORD-STATUS
               WHEN "RECLASS"
                   MOVE "A" TO MST-RECORD-STATUS
                   MOVE REPOST-GL (1) TO MST-GL-CODE
               WHEN "SPLIT"
                   MOVE "A" TO MST-RECORD-STATUS
                   MOVE SPLIT-GL-MARKER TO MST-GL-CODE
           END-EVALUATE

           REWRITE MASTER-RECORD
               INVALID KEY
                   STRING "Master record could not be rewritten -- "
                              DELIMITED BY SIZE
                          "nothing was posted." DELIMITED BY SIZE
                          INTO REJECT-REASON
           END-REWRITE

           IF REJECT-REASON = SPACES
               PERFORM VARYING CUR-IDX FROM 1 BY 1
                   UNTIL CUR-IDX > CURRENT-COUNT
                   MOVE "R" TO ADJUST-LINE-TYPE
                   MOVE CUR-GL (CUR-IDX) TO ADJUST-LINE-GL
                   COMPUTE ADJUST-LINE-AMOUNT =
                       0 - CUR-AMOUNT (CUR-IDX)
                   PERFORM WRITE-ADJUSTMENT-LINE
               END-PERFORM

               PERFORM VARYING RPT-IDX FROM 1 BY 1
                   UNTIL RPT-IDX > REPOST-COUNT
                   MOVE "P" TO ADJUST-LINE-TYPE
                   MOVE REPOST-GL (RPT-IDX) TO ADJUST-LINE-GL
                   MOVE REPOST-AMOUNT (RPT-IDX) TO ADJUST-LINE-AMOUNT
                   PERFORM WRITE-ADJUSTMENT-LINE
               END-PERFORM

               ADD 1 TO APPLIED-COUNT
               EVALUATE ADJ-ACTION (ADJ-IDX)
                   WHEN "VOID"
                       ADD 1 TO VOIDED-COUNT
                   WHEN "RECLASS"
                       ADD 1 TO RECLASSED-COUNT
                   WHEN "SPLIT"
                       ADD 1 TO SPLIT-COUNT
               END-EVALUATE

               MOVE MST-AMOUNT TO MST-AMOUNT-EDITED
               DISPLAY "Applied " ADJ-ACTION (ADJ-IDX) " "
                   MST-TRANSFER-ID " " MST-AMOUNT-EDITED " "
                   MST-CURRENCY (1:3) " approved "
                   ADJ-APPROVER (ADJ-IDX)
           END-IF.

      *-----------------------------------------------------------
      * WRITE-ADJUSTMENT-LINE
      * Appends one ledger line to the adjustment log and as a "D"
      * record to the posting file, and counts it toward the
      * trailer's count and hash of absolute amounts.
      *-----------------------------------------------------------
       WRITE-ADJUSTMENT-LINE.
           MOVE SPACES TO ADJUSTMENT-LOG-RECORD
           MOVE RUN-STAMP TO ALG-RUN-STAMP
           MOVE MST-TRANSFER-ID TO ALG-TRANSFER-ID
           MOVE ADJ-ACTION (ADJ-IDX) TO ALG-ACTION
           MOVE ADJUST-LINE-TYPE TO ALG-LINE-TYPE
           MOVE ADJUST-LINE-GL TO ALG-ACCOUNT
           MOVE ADJUST-LINE-AMOUNT TO ALG-AMOUNT
           MOVE MST-CURRENCY (1:3) TO ALG-CURRENCY
           MOVE ADJ-APPROVER (ADJ-IDX) TO ALG-APPROVER
           MOVE ADJ-REASON (ADJ-IDX) TO ALG-REASON
           WRITE ADJUSTMENT-LOG-RECORD

           MOVE SPACES TO POSTING-DETAIL-LINE
           MOVE "D" TO PD-TYPE
           MOVE MST-TRANSFER-ID TO PD-TRANSFER-ID
           MOVE RUN-DATE TO PD-DATE
           MOVE ADJUST-LINE-AMOUNT TO PD-AMOUNT
           MOVE MST-CURRENCY (1:3) TO PD-CURRENCY
           MOVE ADJUST-LINE-GL TO PD-ACCOUNT
           MOVE "A" TO PD-ADJUST-TYPE
           MOVE MST-DATE TO PD-ORIGINAL-DATE
           MOVE POSTING-DETAIL-LINE TO POSTING-RECORD
           WRITE POSTING-RECORD
           ADD 1 TO POSTING-LINE-COUNT

           IF ADJUST-LINE-AMOUNT < 0
               COMPUTE POSTING-ROW-ABS = 0 - ADJUST-LINE-AMOUNT
           ELSE
               MOVE ADJUST-LINE-AMOUNT TO POSTING-ROW-ABS
           END-IF
           ADD POSTING-ROW-ABS TO POSTING-HASH-TOTAL.

      *-----------------------------------------------------------
      * WRITE-POSTING-TRAILER
      * Appends the "T" trailer with the detail count and the hash
      * total of absolute amounts the receiving side verifies
      * against.
      *-----------------------------------------------------------
       WRITE-POSTING-TRAILER.
           MOVE SPACES TO POSTING-TRAILER-LINE
           MOVE "T" TO PT-TYPE
           MOVE POSTING-LINE-COUNT TO PT-COUNT
           MOVE POSTING-HASH-TOTAL TO PT-HASH
           MOVE POSTING-TRAILER-LINE TO POSTING-RECORD
           WRITE POSTING-RECORD.
       END PROGRAM WISE-ADJUST.
