      ******************************************************************
      * Author: ZACHARY ALEXANDER DAVIS
      * Date: October 15th, 2026
      * Purpose: VENDOR MASTER MAINTENANCE. APPROVED-VENDORS.TXT IS
      *    WHAT SCREEN-PAYEE IN WISE-ANALYZE TRUSTS, SO IT IS NO
      *    LONGER EDITED BY HAND -- EACH LINE OF VENDOR-CHANGES.TXT
      *    ADDS, CHANGES, RETIRES OR REINSTATES A VENDOR, AND THIS
      *    PROGRAM APPLIES THEM AND REWRITES THE FILE. A CHANGED
      *    ACCOUNT NUMBER DOES NOT TAKE EFFECT WHEN IT IS KEYED: IT
      *    WAITS AS A PENDING CHANGE UNTIL A SECOND PERSON APPROVES
      *    IT WITH THEIR APPROVAL CODE FROM VENDOR-APPROVERS.TXT,
      *    AND THE DAY IT TAKES EFFECT IS KEPT ON THE VENDOR LINE SO
      *    SCREENING CAN FLAG PAYMENTS THAT FOLLOW SOON AFTER. EVERY
      *    CHANGE IS APPENDED TO VENDOR-CHANGE-LOG.DAT WITH ITS OLD
      *    VALUE, NEW VALUE, DATE AND WHO MADE IT -- ONLY ONCE THE
      *    VENDOR FILE HAS BEEN REWRITTEN, SO THE LOG NEVER RECORDS
      *    A CHANGE THAT DID NOT HAPPEN; THAT LOG IS NEVER
      *    REWRITTEN. THE VENDOR FILE IS ONLY TOUCHED UNDER THE RUN
      *    LOCK (SEE RUNLOCK), SO IT CANNOT CHANGE UNDER AN ANALYSIS
      *    RUN THAT IS READING IT. A REJECTED LINE CHANGES NOTHING
      *    AND ENDS THE RUN RC 4; RC 16 IF ANOTHER RUN HOLDS THE
      *    LOCK, 12 IF THE RUN COULD NOT START OR ITS CHANGES COULD
      *    NOT BE WRITTEN.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. WISE-VENDOR.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE-CONTROL.
           SELECT OPTIONAL VENDOR-MASTER-FILE
               ASSIGN TO DYNAMIC VENDOR-MASTER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENDOR-MASTER-STATUS.

           SELECT VENDOR-CHANGES-FILE
               ASSIGN TO DYNAMIC VENDOR-CHANGES-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENDOR-CHANGES-STATUS.

           SELECT OPTIONAL VENDOR-APPROVERS-FILE
               ASSIGN TO DYNAMIC VENDOR-APPROVERS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENDOR-APPROVERS-STATUS.

           SELECT OPTIONAL VENDOR-LOG-FILE
               ASSIGN TO DYNAMIC VENDOR-LOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENDOR-LOG-STATUS.
      *-----------------------
       DATA DIVISION.
      *-----------------------
       FILE SECTION.
       FD  VENDOR-MASTER-FILE.
       01  VENDOR-MASTER-RECORD    PIC X(200).

       FD  VENDOR-CHANGES-FILE.
       01  VENDOR-CHANGES-RECORD   PIC X(200).

       FD  VENDOR-APPROVERS-FILE.
       01  VENDOR-APPROVERS-RECORD PIC X(100).

      * ONE RECORD PER FIELD A CHANGE ALTERED. VCL-FIELD IS ACCOUNT
      * (THE ACCOUNT NUMBER SCREENING USES), PENDING (AN ACCOUNT
      * NUMBER WAITING FOR APPROVAL) OR STATUS (A ACTIVE, R
      * RETIRED). VCL-USER IS WHO KEYED THE CHANGE; ON AN APPROVED
      * ACCOUNT CHANGE VCL-APPROVED-BY IS THE SECOND PERSON.
       FD  VENDOR-LOG-FILE.
       01  VENDOR-LOG-RECORD.
           05  VCL-RUN-STAMP           PIC X(14).
           05  VCL-DATE                PIC 9(8).
           05  VCL-ACTION              PIC X(9).
           05  VCL-VENDOR              PIC X(30).
           05  VCL-FIELD               PIC X(7).
           05  VCL-OLD-VALUE           PIC X(30).
           05  VCL-NEW-VALUE           PIC X(30).
           05  VCL-USER                PIC X(8).
           05  VCL-APPROVED-BY         PIC X(8).
      *-----------------------
       WORKING-STORAGE SECTION.
       01  VENDOR-MASTER-FILENAME  PIC X(120)
               VALUE "APPROVED-VENDORS.TXT".
       01  VENDOR-MASTER-STATUS    PIC XX.
       01  VENDOR-MASTER-EOF       PIC X VALUE "N".
       01  VENDOR-CHANGES-FILENAME PIC X(120)
               VALUE "VENDOR-CHANGES.TXT".
       01  VENDOR-CHANGES-STATUS   PIC XX.
       01  VENDOR-CHANGES-EOF      PIC X VALUE "N".
       01  VENDOR-APPROVERS-FILENAME PIC X(120)
               VALUE "VENDOR-APPROVERS.TXT".
       01  VENDOR-APPROVERS-STATUS PIC XX.
       01  VENDOR-APPROVERS-EOF    PIC X VALUE "N".
       01  VENDOR-LOG-FILENAME     PIC X(120)
               VALUE "VENDOR-CHANGE-LOG.DAT".
       01  VENDOR-LOG-STATUS       PIC XX.

       01  RUN-DATE                PIC 9(8) VALUE 0.
       01  RUN-DATE-TEXT           PIC X(10) VALUE SPACES.
       01  RUN-TIME-NOW            PIC 9(8) VALUE 0.
       01  RUN-STAMP.
           05  RUN-STAMP-DATE      PIC 9(8) VALUE 0.
           05  RUN-STAMP-TIME      PIC 9(6) VALUE 0.

      * RUN LOCK, SHARED WITH WISE-ANALYZE, WISE-ARCHIVE,
      * WISE-REBUILD AND WISE-ADJUST.
       01  LOCK-ACTION             PIC X.
       01  LOCK-PROGRAM-NAME       PIC X(12) VALUE "WISE-VENDOR".
       01  LOCK-STATUS             PIC XX.
       01  RUN-LOCK-HELD-FLAG      PIC X VALUE "N".

      * THE VENDOR MASTER -- APPROVED-VENDORS.TXT, ONE LINE PER
      * VENDOR:
      *   NAME,ACCOUNT,STATUS,ACCOUNT-CHANGED,PENDING-ACCOUNT,
      *   REQUESTED-BY,REQUESTED-ON
      * STATUS IS A (ACTIVE) OR R (RETIRED); DATES ARE YYYY-MM-DD.
      * ACCOUNT-CHANGED IS THE DAY THE ACCOUNT NUMBER ON RECORD
      * TOOK EFFECT, BLANK IF IT HAS NEVER CHANGED. THE PENDING
      * FIELDS HOLD A CHANGED ACCOUNT NUMBER UNTIL IT IS APPROVED.
      * A HAND-KEPT "NAME,ACCOUNT" LINE READS AS ACTIVE AND
      * UNCHANGED. THE WHOLE FILE IS HELD HERE AND WRITTEN BACK,
      * SO A FILE TOO BIG FOR THE TABLE IS NOT TOUCHED AT ALL.
       01  VENDOR-TABLE.
           05  VENDOR-ENTRY OCCURS 200 TIMES INDEXED BY VEN-IDX.
               10  VEN-NAME            PIC X(30).
               10  VEN-ACCOUNT         PIC X(30).
               10  VEN-STATUS          PIC X.
               10  VEN-CHANGED         PIC X(10).
               10  VEN-PENDING-ACCOUNT PIC X(30).
               10  VEN-REQUESTED-BY    PIC X(8).
               10  VEN-REQUESTED-ON    PIC X(10).
       01  VENDOR-ENTRY-COUNT      PIC 9(3) VALUE 0.
       01  VENDOR-OVERFLOW-COUNT   PIC 9(5) VALUE 0.
       01  VEN-FOUND-IDX           PIC 9(3) VALUE 0.
       01  VEN-WORK-NAME           PIC X(30).
       01  VEN-WORK-ACCOUNT        PIC X(30).
       01  VEN-WORK-STATUS         PIC X(10).
       01  VEN-WORK-CHANGED        PIC X(10).
       01  VEN-WORK-PENDING        PIC X(30).
       01  VEN-WORK-REQUESTED-BY   PIC X(10).
       01  VEN-WORK-REQUESTED-ON   PIC X(10).
       01  VEN-SCAN-NAME           PIC X(30).

      * APPROVAL CODES -- VENDOR-APPROVERS.TXT, ONE "USER,CODE"
      * LINE PER PERSON ALLOWED TO APPROVE AN ACCOUNT CHANGE. NO
      * FILE MEANS NO ACCOUNT CHANGE CAN BE APPROVED.
       01  APPROVER-TABLE.
           05  APPROVER-ENTRY OCCURS 50 TIMES INDEXED BY APR-IDX.
               10  APR-USER            PIC X(8).
               10  APR-CODE            PIC X(20).
       01  APPROVER-ENTRY-COUNT    PIC 9(2) VALUE 0.
       01  APR-WORK-USER           PIC X(10).
       01  APR-WORK-CODE           PIC X(20).
       01  APPROVAL-VALID-FLAG     PIC X VALUE "N".

      * VENDOR CHANGES -- VENDOR-CHANGES.TXT, ONE LINE PER CHANGE,
      * APPLIED IN FILE ORDER:
      *   ACTION,VENDOR-NAME,ACCOUNT,USER[,APPROVAL-CODE]
      *   ADD        NEW VENDOR WITH ITS ACCOUNT NUMBER
      *   CHANGE     NEW ACCOUNT NUMBER -- HELD PENDING APPROVAL
      *              (A SECOND CHANGE REPLACES THE PENDING ONE)
      *   APPROVE    ACCOUNT MUST REPEAT THE PENDING NUMBER; USER
      *              MUST NOT BE WHO KEYED THE CHANGE AND MUST GIVE
      *              THEIR APPROVAL CODE
      *   RETIRE     ACCOUNT LEFT BLANK; ANY PENDING CHANGE DROPS
      *   REINSTATE  ACCOUNT LEFT BLANK
      * USER IS WHOEVER IS MAKING THE CHANGE, UP TO 8 CHARACTERS.
      * BLANK LINES AND LINES STARTING WITH * ARE SKIPPED.
       01  CHG-LINE-NUMBER         PIC 9(5) VALUE 0.
       01  CHG-WORK-ACTION         PIC X(10).
       01  CHG-WORK-NAME           PIC X(40).
       01  CHG-WORK-ACCOUNT        PIC X(40).
       01  CHG-WORK-USER           PIC X(10).
       01  CHG-WORK-CODE           PIC X(20).
       01  CHG-ACTION              PIC X(10).
       01  CHG-USER                PIC X(10).

       01  REJECT-REASON           PIC X(80) VALUE SPACES.
       01  APPLIED-COUNT           PIC 9(5) VALUE 0.
       01  REJECTED-COUNT          PIC 9(5) VALUE 0.
       01  ADDED-COUNT             PIC 9(5) VALUE 0.
       01  REQUESTED-COUNT         PIC 9(5) VALUE 0.
       01  APPROVED-COUNT          PIC 9(5) VALUE 0.
       01  RETIRED-COUNT           PIC 9(5) VALUE 0.
       01  REINSTATED-COUNT        PIC 9(5) VALUE 0.
       01  PENDING-COUNT           PIC 9(5) VALUE 0.

      * ONE LOG RECORD ON ITS WAY OUT.
       01  LOG-WORK-FIELD          PIC X(7).
       01  LOG-WORK-OLD            PIC X(30).
       01  LOG-WORK-NEW            PIC X(30).
       01  LOG-WORK-USER           PIC X(8).
       01  LOG-WORK-APPROVED-BY    PIC X(8).

      * THE RUN'S LOG RECORDS, HELD UNTIL THE VENDOR FILE HAS BEEN
      * REWRITTEN AND ONLY THEN APPENDED. NO CHANGE LINE ADDS MORE
      * THAN TWO, SO A LINE IS TURNED AWAY WHEN FEWER THAN TWO
      * SLOTS ARE LEFT.
       01  LOG-HOLD-TABLE.
           05  LOG-HOLD-ENTRY OCCURS 1000 TIMES INDEXED BY LGH-IDX.
               10  LGH-ACTION          PIC X(9).
               10  LGH-VENDOR          PIC X(30).
               10  LGH-FIELD           PIC X(7).
               10  LGH-OLD-VALUE       PIC X(30).
               10  LGH-NEW-VALUE       PIC X(30).
               10  LGH-USER            PIC X(8).
               10  LGH-APPROVED-BY     PIC X(8).
       01  LOG-HOLD-COUNT          PIC 9(4) VALUE 0.
       01  VENDOR-REWRITE-FLAG     PIC X VALUE "N".
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME-NOW FROM TIME
           MOVE RUN-DATE TO RUN-STAMP-DATE
           MOVE RUN-TIME-NOW (1:6) TO RUN-STAMP-TIME
           STRING RUN-DATE (1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  RUN-DATE (5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  RUN-DATE (7:2) DELIMITED BY SIZE
                  INTO RUN-DATE-TEXT

           MOVE "T" TO LOCK-ACTION
           CALL "RUNLOCK" USING LOCK-ACTION LOCK-PROGRAM-NAME
               RUN-STAMP LOCK-STATUS
           EVALUATE LOCK-STATUS
               WHEN "00"
                   MOVE "Y" TO RUN-LOCK-HELD-FLAG
               WHEN "E1"
                   DISPLAY "ERROR: run lock unavailable -- no vendor "
                       "changes applied."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY "ERROR: another run holds the run lock "
                       "-- no vendor changes applied. Retry once it "
                       "has finished."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           PERFORM LOAD-VENDOR-MASTER
           IF VENDOR-OVERFLOW-COUNT NOT = 0
               DISPLAY "ERROR: " VENDOR-MASTER-FILENAME
                   " has more vendors than the table's 200 -- "
                   "rewriting it would lose some, so nothing "
                   "was changed."
               PERFORM RELEASE-RUN-LOCK
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-VENDOR-APPROVERS

           OPEN INPUT VENDOR-CHANGES-FILE
           IF VENDOR-CHANGES-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open " VENDOR-CHANGES-FILENAME
                   " (status " VENDOR-CHANGES-STATUS ")."
               PERFORM RELEASE-RUN-LOCK
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

      * NOTHING IS APPENDED UNTIL THE VENDOR FILE IS REWRITTEN, BUT
      * A LOG THAT CANNOT BE OPENED IS FOUND NOW, BEFORE ANY CHANGE
      * IS APPLIED.
           OPEN EXTEND VENDOR-LOG-FILE
           IF VENDOR-LOG-STATUS NOT = "00"
               AND VENDOR-LOG-STATUS NOT = "05"
               DISPLAY "ERROR: cannot open " VENDOR-LOG-FILENAME
                   " to append (status " VENDOR-LOG-STATUS ")."
               CLOSE VENDOR-CHANGES-FILE
               PERFORM RELEASE-RUN-LOCK
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE VENDOR-LOG-FILE
           MOVE 0 TO LOG-HOLD-COUNT

           MOVE 0 TO CHG-LINE-NUMBER
           MOVE "N" TO VENDOR-CHANGES-EOF
           PERFORM UNTIL VENDOR-CHANGES-EOF = "Y"
               READ VENDOR-CHANGES-FILE
                   AT END
                       MOVE "Y" TO VENDOR-CHANGES-EOF
                   NOT AT END
                       ADD 1 TO CHG-LINE-NUMBER
                       IF VENDOR-CHANGES-RECORD NOT = SPACES
                           AND VENDOR-CHANGES-RECORD (1:1) NOT = "*"
                           PERFORM APPLY-VENDOR-CHANGE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE VENDOR-CHANGES-FILE

           IF APPLIED-COUNT NOT = 0
               PERFORM REWRITE-VENDOR-MASTER
               IF VENDOR-REWRITE-FLAG NOT = "Y"
                   PERFORM RELEASE-RUN-LOCK
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM APPEND-VENDOR-LOG
           END-IF

           PERFORM RELEASE-RUN-LOCK

           DISPLAY "=== Vendor maintenance run " RUN-STAMP
               " complete ==="
           DISPLAY "Changes applied:      " APPLIED-COUNT
           DISPLAY "  vendors added:      " ADDED-COUNT
           DISPLAY "  account changes:    " REQUESTED-COUNT
               " keyed, " APPROVED-COUNT " approved"
           DISPLAY "  vendors retired:    " RETIRED-COUNT
           DISPLAY "  vendors reinstated: " REINSTATED-COUNT
           DISPLAY "Changes rejected:     " REJECTED-COUNT
           DISPLAY "Change log:           " VENDOR-LOG-FILENAME

           PERFORM LIST-PENDING-CHANGES

      * A REJECTED LINE NEEDS SOMEONE TO LOOK AT IT, THE SAME WAY
      * WISE-ADJUST ENDS 4 ON A REJECTED ADJUSTMENT. CHANGES MADE
      * BUT NOT LOGGED ARE WORSE.
           EVALUATE TRUE
               WHEN VENDOR-LOG-STATUS NOT = "00"
                   MOVE 12 TO RETURN-CODE
               WHEN REJECTED-COUNT NOT = 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

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
      * LOAD-VENDOR-MASTER
      * Reads APPROVED-VENDORS.TXT into the vendor table. No file
      * yet is an empty vendor master -- the first ADD creates it.
      *-----------------------------------------------------------
       LOAD-VENDOR-MASTER.
           MOVE 0 TO VENDOR-ENTRY-COUNT
           MOVE 0 TO VENDOR-OVERFLOW-COUNT
           MOVE "N" TO VENDOR-MASTER-EOF

           OPEN INPUT VENDOR-MASTER-FILE
           IF VENDOR-MASTER-STATUS = "00"
               OR VENDOR-MASTER-STATUS = "05"
               PERFORM UNTIL VENDOR-MASTER-EOF = "Y"
                   READ VENDOR-MASTER-FILE
                       AT END
                           MOVE "Y" TO VENDOR-MASTER-EOF
                       NOT AT END
                           PERFORM PARSE-VENDOR-LINE
                   END-READ
               END-PERFORM
               CLOSE VENDOR-MASTER-FILE
           END-IF

           DISPLAY "Loaded " VENDOR-ENTRY-COUNT
               " vendor(s) from " VENDOR-MASTER-FILENAME.

      *-----------------------------------------------------------
      * PARSE-VENDOR-LINE
      * Files one vendor line. Every line with a name is kept, so
      * the rewrite gives back what it was given; a line without a
      * status is active.
      *-----------------------------------------------------------
       PARSE-VENDOR-LINE.
           IF VENDOR-MASTER-RECORD = SPACES
               OR VENDOR-MASTER-RECORD (1:1) = "*"
               CONTINUE
           ELSE
               MOVE SPACES TO VEN-WORK-NAME
               MOVE SPACES TO VEN-WORK-ACCOUNT
               MOVE SPACES TO VEN-WORK-STATUS
               MOVE SPACES TO VEN-WORK-CHANGED
               MOVE SPACES TO VEN-WORK-PENDING
               MOVE SPACES TO VEN-WORK-REQUESTED-BY
               MOVE SPACES TO VEN-WORK-REQUESTED-ON
               UNSTRING VENDOR-MASTER-RECORD DELIMITED BY ","
                   INTO VEN-WORK-NAME
                        VEN-WORK-ACCOUNT
                        VEN-WORK-STATUS
                        VEN-WORK-CHANGED
                        VEN-WORK-PENDING
                        VEN-WORK-REQUESTED-BY
                        VEN-WORK-REQUESTED-ON
               END-UNSTRING

               IF VEN-WORK-NAME NOT = SPACES
                   IF VENDOR-ENTRY-COUNT >= 200
                       ADD 1 TO VENDOR-OVERFLOW-COUNT
                   ELSE
                       ADD 1 TO VENDOR-ENTRY-COUNT
                       SET VEN-IDX TO VENDOR-ENTRY-COUNT
                       MOVE VEN-WORK-NAME TO VEN-NAME (VEN-IDX)
                       MOVE VEN-WORK-ACCOUNT TO VEN-ACCOUNT (VEN-IDX)
                       IF VEN-WORK-STATUS = "R"
                           MOVE "R" TO VEN-STATUS (VEN-IDX)
                       ELSE
                           MOVE "A" TO VEN-STATUS (VEN-IDX)
                       END-IF
                       MOVE VEN-WORK-CHANGED TO VEN-CHANGED (VEN-IDX)
                       MOVE VEN-WORK-PENDING
                           TO VEN-PENDING-ACCOUNT (VEN-IDX)
                       MOVE VEN-WORK-REQUESTED-BY
                           TO VEN-REQUESTED-BY (VEN-IDX)
                       MOVE VEN-WORK-REQUESTED-ON
                           TO VEN-REQUESTED-ON (VEN-IDX)
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * LOAD-VENDOR-APPROVERS
      * Reads VENDOR-APPROVERS.TXT into the approver table, users
      * uppercased. No file leaves the table empty and every
      * APPROVE line is rejected.
      *-----------------------------------------------------------
       LOAD-VENDOR-APPROVERS.
           MOVE 0 TO APPROVER-ENTRY-COUNT
           MOVE "N" TO VENDOR-APPROVERS-EOF

           OPEN INPUT VENDOR-APPROVERS-FILE
           IF VENDOR-APPROVERS-STATUS = "00"
               PERFORM UNTIL VENDOR-APPROVERS-EOF = "Y"
                   READ VENDOR-APPROVERS-FILE
                       AT END
                           MOVE "Y" TO VENDOR-APPROVERS-EOF
                       NOT AT END
                           PERFORM PARSE-APPROVER-LINE
                   END-READ
               END-PERFORM
               CLOSE VENDOR-APPROVERS-FILE
           ELSE
               IF VENDOR-APPROVERS-STATUS = "05"
                   CLOSE VENDOR-APPROVERS-FILE
               END-IF
               DISPLAY "No approver file -- account changes can be "
                   "keyed but not approved this run."
           END-IF.

      *-----------------------------------------------------------
      * PARSE-APPROVER-LINE
      * Files one "user,code" line. Lines missing either half are
      * ignored.
      *-----------------------------------------------------------
       PARSE-APPROVER-LINE.
           IF VENDOR-APPROVERS-RECORD = SPACES
               OR VENDOR-APPROVERS-RECORD (1:1) = "*"
               CONTINUE
           ELSE
               MOVE SPACES TO APR-WORK-USER
               MOVE SPACES TO APR-WORK-CODE
               UNSTRING VENDOR-APPROVERS-RECORD DELIMITED BY ","
                   INTO APR-WORK-USER APR-WORK-CODE
               END-UNSTRING

               IF APR-WORK-USER NOT = SPACES
                   AND APR-WORK-CODE NOT = SPACES
                   AND APPROVER-ENTRY-COUNT < 50
                   ADD 1 TO APPROVER-ENTRY-COUNT
                   SET APR-IDX TO APPROVER-ENTRY-COUNT
                   MOVE FUNCTION UPPER-CASE(APR-WORK-USER)
                       TO APR-USER (APR-IDX)
                   MOVE APR-WORK-CODE TO APR-CODE (APR-IDX)
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * APPLY-VENDOR-CHANGE
      * Takes one change line apart, checks it, and applies it or
      * reports why not.
      *-----------------------------------------------------------
       APPLY-VENDOR-CHANGE.
           MOVE SPACES TO REJECT-REASON
           MOVE SPACES TO CHG-WORK-ACTION
           MOVE SPACES TO CHG-WORK-NAME
           MOVE SPACES TO CHG-WORK-ACCOUNT
           MOVE SPACES TO CHG-WORK-USER
           MOVE SPACES TO CHG-WORK-CODE
           UNSTRING VENDOR-CHANGES-RECORD DELIMITED BY ","
               INTO CHG-WORK-ACTION
                    CHG-WORK-NAME
                    CHG-WORK-ACCOUNT
                    CHG-WORK-USER
                    CHG-WORK-CODE
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(CHG-WORK-ACTION) TO CHG-ACTION
           MOVE FUNCTION UPPER-CASE(CHG-WORK-USER) TO CHG-USER

           PERFORM VALIDATE-VENDOR-CHANGE

           IF REJECT-REASON = SPACES
               ADD 1 TO APPLIED-COUNT
               EVALUATE CHG-ACTION
                   WHEN "ADD"
                       PERFORM ADD-VENDOR
                   WHEN "CHANGE"
                       PERFORM REQUEST-ACCOUNT-CHANGE
                   WHEN "APPROVE"
                       PERFORM APPROVE-ACCOUNT-CHANGE
                   WHEN "RETIRE"
                       PERFORM RETIRE-VENDOR
                   WHEN "REINSTATE"
                       PERFORM REINSTATE-VENDOR
               END-EVALUATE
           ELSE
               ADD 1 TO REJECTED-COUNT
               DISPLAY "REJECTED line " CHG-LINE-NUMBER " "
                   CHG-ACTION " " CHG-WORK-NAME
               DISPLAY "    " REJECT-REASON
           END-IF.

      *-----------------------------------------------------------
      * VALIDATE-VENDOR-CHANGE
      * Runs the checks in turn, stopping at the first that fails.
      * On success VEN-FOUND-IDX is the vendor's slot (zero for an
      * ADD).
      *-----------------------------------------------------------
       VALIDATE-VENDOR-CHANGE.
           IF CHG-ACTION NOT = "ADD"
               AND CHG-ACTION NOT = "CHANGE"
               AND CHG-ACTION NOT = "APPROVE"
               AND CHG-ACTION NOT = "RETIRE"
               AND CHG-ACTION NOT = "REINSTATE"
               STRING "Action must be ADD, CHANGE, APPROVE, RETIRE "
                          DELIMITED BY SIZE
                      "or REINSTATE." DELIMITED BY SIZE
                      INTO REJECT-REASON
           END-IF

           IF REJECT-REASON = SPACES
               IF CHG-WORK-NAME = SPACES
                   OR CHG-WORK-NAME (31:10) NOT = SPACES
                   MOVE "Vendor name missing or over 30 characters."
                       TO REJECT-REASON
               END-IF
           END-IF

           IF REJECT-REASON = SPACES
               IF CHG-USER = SPACES
                   OR CHG-USER (9:2) NOT = SPACES
                   STRING "Every change needs the user making it "
                              DELIMITED BY SIZE
                          "(up to 8 characters)." DELIMITED BY SIZE
                          INTO REJECT-REASON
               END-IF
           END-IF

           IF REJECT-REASON = SPACES
               IF CHG-ACTION = "ADD" OR CHG-ACTION = "CHANGE"
                   OR CHG-ACTION = "APPROVE"
                   IF CHG-WORK-ACCOUNT = SPACES
                       OR CHG-WORK-ACCOUNT (31:10) NOT = SPACES
                       STRING "Account number missing or over 30 "
                                  DELIMITED BY SIZE
                              "characters." DELIMITED BY SIZE
                              INTO REJECT-REASON
                   END-IF
               END-IF
           END-IF

           IF REJECT-REASON = SPACES
               MOVE CHG-WORK-NAME TO VEN-SCAN-NAME
               PERFORM FIND-VENDOR
               IF CHG-ACTION = "ADD"
                   IF VEN-FOUND-IDX NOT = 0
                       STRING "Vendor is already on file -- use "
                                  DELIMITED BY SIZE
                              "CHANGE or REINSTATE." DELIMITED BY SIZE
                              INTO REJECT-REASON
                   ELSE
                       IF VENDOR-ENTRY-COUNT >= 200
                           MOVE "The vendor table is full (200)."
                               TO REJECT-REASON
                       END-IF
                   END-IF
               ELSE
                   IF VEN-FOUND-IDX = 0
                       MOVE "Vendor is not on file."
                           TO REJECT-REASON
                   END-IF
               END-IF
           END-IF

           IF REJECT-REASON = SPACES
               EVALUATE CHG-ACTION
                   WHEN "CHANGE"
                       PERFORM VALIDATE-ACCOUNT-CHANGE
                   WHEN "APPROVE"
                       PERFORM VALIDATE-APPROVAL
                   WHEN "RETIRE"
                       IF VEN-STATUS (VEN-FOUND-IDX) = "R"
                           MOVE "Vendor is already retired."
                               TO REJECT-REASON
                       END-IF
                   WHEN "REINSTATE"
                       IF VEN-STATUS (VEN-FOUND-IDX) NOT = "R"
                           MOVE "Vendor is not retired."
                               TO REJECT-REASON
                       END-IF
               END-EVALUATE
           END-IF

           IF REJECT-REASON = SPACES
               IF LOG-HOLD-COUNT > 998
                   STRING "Too many changes for one run -- rerun "
                              DELIMITED BY SIZE
                          "the rest of the file." DELIMITED BY SIZE
                          INTO REJECT-REASON
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * VALIDATE-ACCOUNT-CHANGE
      * A new account number is only taken for an active vendor
      * and only when it differs from the one on record.
      *-----------------------------------------------------------
       VALIDATE-ACCOUNT-CHANGE.
           IF VEN-STATUS (VEN-FOUND-IDX) = "R"
               STRING "Vendor is retired -- REINSTATE it before "
                          DELIMITED BY SIZE
                      "changing its account." DELIMITED BY SIZE
                      INTO REJECT-REASON
           ELSE
               IF CHG-WORK-ACCOUNT = VEN-ACCOUNT (VEN-FOUND-IDX)
                   MOVE "Account number is the one already on file."
                       TO REJECT-REASON
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * VALIDATE-APPROVAL
      * The approval has to name the pending account number -- so
      * the approver signs off the number they were shown, not
      * whatever was keyed last -- come from someone other than
      * whoever keyed the change, and carry that person's code.
      *-----------------------------------------------------------
       VALIDATE-APPROVAL.
           IF VEN-PENDING-ACCOUNT (VEN-FOUND-IDX) = SPACES
               MOVE "No account change is waiting for approval."
                   TO REJECT-REASON
           END-IF

           IF REJECT-REASON = SPACES
               IF CHG-WORK-ACCOUNT
                   NOT = VEN-PENDING-ACCOUNT (VEN-FOUND-IDX)
                   STRING "Account number does not match the "
                              DELIMITED BY SIZE
                          "change waiting for approval."
                              DELIMITED BY SIZE
                          INTO REJECT-REASON
               END-IF
           END-IF

           IF REJECT-REASON = SPACES
               IF CHG-USER = VEN-REQUESTED-BY (VEN-FOUND-IDX)
                   STRING "The change must be approved by someone "
                              DELIMITED BY SIZE
                          "other than who keyed it."
                              DELIMITED BY SIZE
                          INTO REJECT-REASON
               END-IF
           END-IF

           IF REJECT-REASON = SPACES
               PERFORM CHECK-APPROVAL-CODE
               IF APPROVAL-VALID-FLAG NOT = "Y"
                   MOVE "Approval code not valid for this user."
                       TO REJECT-REASON
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * CHECK-APPROVAL-CODE
      * Sets APPROVAL-VALID-FLAG when the approver table holds this
      * user with this code.
      *-----------------------------------------------------------
       CHECK-APPROVAL-CODE.
           MOVE "N" TO APPROVAL-VALID-FLAG
           IF CHG-WORK-CODE NOT = SPACES
               PERFORM VARYING APR-IDX FROM 1 BY 1
                   UNTIL APR-IDX > APPROVER-ENTRY-COUNT
                   IF APR-USER (APR-IDX) = CHG-USER
                       AND APR-CODE (APR-IDX) = CHG-WORK-CODE
                       MOVE "Y" TO APPROVAL-VALID-FLAG
                   END-IF
               END-PERFORM
           END-IF.

      *-----------------------------------------------------------
      * FIND-VENDOR
      * Locates VEN-SCAN-NAME in the vendor table, ignoring case
      * the same way screening does. Leaves the slot's subscript in
      * VEN-FOUND-IDX, zero when the vendor is not on file.
      *-----------------------------------------------------------
       FIND-VENDOR.
           MOVE 0 TO VEN-FOUND-IDX
           PERFORM VARYING VEN-IDX FROM 1 BY 1
               UNTIL VEN-IDX > VENDOR-ENTRY-COUNT
               IF FUNCTION UPPER-CASE(VEN-NAME (VEN-IDX))
                   = FUNCTION UPPER-CASE(VEN-SCAN-NAME)
                   MOVE VEN-IDX TO VEN-FOUND-IDX
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------
      * ADD-VENDOR
      * A new vendor is active at once with the account it was
      * added with; there is no earlier account for it to redirect.
      *-----------------------------------------------------------
       ADD-VENDOR.
           ADD 1 TO VENDOR-ENTRY-COUNT
           SET VEN-IDX TO VENDOR-ENTRY-COUNT
           MOVE CHG-WORK-NAME TO VEN-NAME (VEN-IDX)
           MOVE CHG-WORK-ACCOUNT TO VEN-ACCOUNT (VEN-IDX)
           MOVE "A" TO VEN-STATUS (VEN-IDX)
           MOVE SPACES TO VEN-CHANGED (VEN-IDX)
           MOVE SPACES TO VEN-PENDING-ACCOUNT (VEN-IDX)
           MOVE SPACES TO VEN-REQUESTED-BY (VEN-IDX)
           MOVE SPACES TO VEN-REQUESTED-ON (VEN-IDX)
           ADD 1 TO ADDED-COUNT

           MOVE "ACCOUNT" TO LOG-WORK-FIELD
           MOVE SPACES TO LOG-WORK-OLD
           MOVE CHG-WORK-ACCOUNT TO LOG-WORK-NEW
           MOVE CHG-USER TO LOG-WORK-USER
           MOVE SPACES TO LOG-WORK-APPROVED-BY
           PERFORM WRITE-VENDOR-LOG

           MOVE "STATUS" TO LOG-WORK-FIELD
           MOVE SPACES TO LOG-WORK-OLD
           MOVE "A" TO LOG-WORK-NEW
           PERFORM WRITE-VENDOR-LOG

           DISPLAY "Added " CHG-WORK-NAME " account "
               CHG-WORK-ACCOUNT.

      *-----------------------------------------------------------
      * REQUEST-ACCOUNT-CHANGE
      * Holds the new account number as pending; the account on
      * record, which screening pays against, stays as it was.
      *-----------------------------------------------------------
       REQUEST-ACCOUNT-CHANGE.
           MOVE "PENDING" TO LOG-WORK-FIELD
           MOVE VEN-PENDING-ACCOUNT (VEN-FOUND-IDX) TO LOG-WORK-OLD
           MOVE CHG-WORK-ACCOUNT TO LOG-WORK-NEW
           MOVE CHG-USER TO LOG-WORK-USER
           MOVE SPACES TO LOG-WORK-APPROVED-BY
           PERFORM WRITE-VENDOR-LOG

           MOVE CHG-WORK-ACCOUNT
               TO VEN-PENDING-ACCOUNT (VEN-FOUND-IDX)
           MOVE CHG-USER TO VEN-REQUESTED-BY (VEN-FOUND-IDX)
           MOVE RUN-DATE-TEXT TO VEN-REQUESTED-ON (VEN-FOUND-IDX)
           ADD 1 TO REQUESTED-COUNT

           DISPLAY "Account change for " CHG-WORK-NAME
               " keyed -- waiting for approval.".

      *-----------------------------------------------------------
      * APPROVE-ACCOUNT-CHANGE
      * The pending account number becomes the one on record from
      * today. The log names who keyed it and who approved it.
      *-----------------------------------------------------------
       APPROVE-ACCOUNT-CHANGE.
           MOVE "ACCOUNT" TO LOG-WORK-FIELD
           MOVE VEN-ACCOUNT (VEN-FOUND-IDX) TO LOG-WORK-OLD
           MOVE VEN-PENDING-ACCOUNT (VEN-FOUND-IDX) TO LOG-WORK-NEW
           MOVE VEN-REQUESTED-BY (VEN-FOUND-IDX) TO LOG-WORK-USER
           MOVE CHG-USER TO LOG-WORK-APPROVED-BY
           PERFORM WRITE-VENDOR-LOG

           MOVE VEN-PENDING-ACCOUNT (VEN-FOUND-IDX)
               TO VEN-ACCOUNT (VEN-FOUND-IDX)
           MOVE RUN-DATE-TEXT TO VEN-CHANGED (VEN-FOUND-IDX)
           MOVE SPACES TO VEN-PENDING-ACCOUNT (VEN-FOUND-IDX)
           MOVE SPACES TO VEN-REQUESTED-BY (VEN-FOUND-IDX)
           MOVE SPACES TO VEN-REQUESTED-ON (VEN-FOUND-IDX)
           ADD 1 TO APPROVED-COUNT

           DISPLAY "Account change for " CHG-WORK-NAME
               " approved -- now " CHG-WORK-ACCOUNT.

      *-----------------------------------------------------------
      * RETIRE-VENDOR
      * Marks the vendor retired; WISE-ANALYZE no longer loads it,
      * so a payment to it screens as an unknown payee. A change
      * still waiting for approval is dropped.
      *-----------------------------------------------------------
       RETIRE-VENDOR.
           MOVE CHG-USER TO LOG-WORK-USER
           MOVE SPACES TO LOG-WORK-APPROVED-BY

           IF VEN-PENDING-ACCOUNT (VEN-FOUND-IDX) NOT = SPACES
               MOVE "PENDING" TO LOG-WORK-FIELD
               MOVE VEN-PENDING-ACCOUNT (VEN-FOUND-IDX)
                   TO LOG-WORK-OLD
               MOVE SPACES TO LOG-WORK-NEW
               PERFORM WRITE-VENDOR-LOG
               MOVE SPACES TO VEN-PENDING-ACCOUNT (VEN-FOUND-IDX)
               MOVE SPACES TO VEN-REQUESTED-BY (VEN-FOUND-IDX)
               MOVE SPACES TO VEN-REQUESTED-ON (VEN-FOUND-IDX)
           END-IF

           MOVE "STATUS" TO LOG-WORK-FIELD
           MOVE "A" TO LOG-WORK-OLD
           MOVE "R" TO LOG-WORK-NEW
           PERFORM WRITE-VENDOR-LOG

           MOVE "R" TO VEN-STATUS (VEN-FOUND-IDX)
           ADD 1 TO RETIRED-COUNT

           DISPLAY "Retired " CHG-WORK-NAME.

      *-----------------------------------------------------------
      * REINSTATE-VENDOR
      * Makes a retired vendor active again on the account it was
      * retired with.
      *-----------------------------------------------------------
       REINSTATE-VENDOR.
           MOVE "STATUS" TO LOG-WORK-FIELD
           MOVE "R" TO LOG-WORK-OLD
           MOVE "A" TO LOG-WORK-NEW
           MOVE CHG-USER TO LOG-WORK-USER
           MOVE SPACES TO LOG-WORK-APPROVED-BY
           PERFORM WRITE-VENDOR-LOG

           MOVE "A" TO VEN-STATUS (VEN-FOUND-IDX)
           ADD 1 TO REINSTATED-COUNT

           DISPLAY "Reinstated " CHG-WORK-NAME " account "
               VEN-ACCOUNT (VEN-FOUND-IDX).

      *-----------------------------------------------------------
      * WRITE-VENDOR-LOG
      * Holds one change record for APPEND-VENDOR-LOG.
      *-----------------------------------------------------------
       WRITE-VENDOR-LOG.
           ADD 1 TO LOG-HOLD-COUNT
           SET LGH-IDX TO LOG-HOLD-COUNT
           MOVE CHG-ACTION TO LGH-ACTION (LGH-IDX)
           MOVE CHG-WORK-NAME TO LGH-VENDOR (LGH-IDX)
           MOVE LOG-WORK-FIELD TO LGH-FIELD (LGH-IDX)
           MOVE LOG-WORK-OLD TO LGH-OLD-VALUE (LGH-IDX)
           MOVE LOG-WORK-NEW TO LGH-NEW-VALUE (LGH-IDX)
           MOVE LOG-WORK-USER TO LGH-USER (LGH-IDX)
           MOVE LOG-WORK-APPROVED-BY TO LGH-APPROVED-BY (LGH-IDX).

      *-----------------------------------------------------------
      * APPEND-VENDOR-LOG
      * Appends the run's held change records, each stamped with
      * this run, once the vendor file has been rewritten. Should
      * the log fail now, the records go to the run output instead
      * so the audit trail can be keyed in by hand.
      *-----------------------------------------------------------
       APPEND-VENDOR-LOG.
           OPEN EXTEND VENDOR-LOG-FILE
           IF VENDOR-LOG-STATUS = "05"
               MOVE "00" TO VENDOR-LOG-STATUS
           END-IF

           IF VENDOR-LOG-STATUS NOT = "00"
               DISPLAY "ERROR: " VENDOR-MASTER-FILENAME
                   " was rewritten but " VENDOR-LOG-FILENAME
                   " cannot be opened to append (status "
                   VENDOR-LOG-STATUS ")."
               DISPLAY "Add these change records to the log by hand:"
           END-IF

           PERFORM VARYING LGH-IDX FROM 1 BY 1
               UNTIL LGH-IDX > LOG-HOLD-COUNT
               MOVE SPACES TO VENDOR-LOG-RECORD
               MOVE RUN-STAMP TO VCL-RUN-STAMP
               MOVE RUN-DATE TO VCL-DATE
               MOVE LGH-ACTION (LGH-IDX) TO VCL-ACTION
               MOVE LGH-VENDOR (LGH-IDX) TO VCL-VENDOR
               MOVE LGH-FIELD (LGH-IDX) TO VCL-FIELD
               MOVE LGH-OLD-VALUE (LGH-IDX) TO VCL-OLD-VALUE
               MOVE LGH-NEW-VALUE (LGH-IDX) TO VCL-NEW-VALUE
               MOVE LGH-USER (LGH-IDX) TO VCL-USER
               MOVE LGH-APPROVED-BY (LGH-IDX) TO VCL-APPROVED-BY
               IF VENDOR-LOG-STATUS = "00"
                   WRITE VENDOR-LOG-RECORD
               ELSE
                   DISPLAY "    " VENDOR-LOG-RECORD
               END-IF
           END-PERFORM

           IF VENDOR-LOG-STATUS = "00"
               CLOSE VENDOR-LOG-FILE
           END-IF.

      *-----------------------------------------------------------
      * REWRITE-VENDOR-MASTER
      * Writes the vendor table back over APPROVED-VENDORS.TXT in
      * the order it was read, new vendors last. Comment lines in a
      * hand-kept file are not carried over; a two-line header
      * describing the layout takes their place. VENDOR-REWRITE-FLAG
      * is Y only when the file was written.
      *-----------------------------------------------------------
       REWRITE-VENDOR-MASTER.
           MOVE "N" TO VENDOR-REWRITE-FLAG
           OPEN OUTPUT VENDOR-MASTER-FILE
           IF VENDOR-MASTER-STATUS NOT = "00"
               AND VENDOR-MASTER-STATUS NOT = "05"
               DISPLAY "ERROR: cannot rewrite " VENDOR-MASTER-FILENAME
                   " (status " VENDOR-MASTER-STATUS ")."
               DISPLAY "No vendor change was made or logged -- "
                   "rerun once the file can be written."
           ELSE
               MOVE SPACES TO VENDOR-MASTER-RECORD
               STRING "* NAME,ACCOUNT,STATUS,ACCOUNT-CHANGED,"
                          DELIMITED BY SIZE
                      "PENDING-ACCOUNT,REQUESTED-BY,REQUESTED-ON"
                          DELIMITED BY SIZE
                      INTO VENDOR-MASTER-RECORD
               WRITE VENDOR-MASTER-RECORD
               MOVE SPACES TO VENDOR-MASTER-RECORD
               STRING "* MAINTAINED BY WISE-VENDOR -- KEY CHANGES "
                          DELIMITED BY SIZE
                      "IN VENDOR-CHANGES.TXT, NOT HERE."
                          DELIMITED BY SIZE
                      INTO VENDOR-MASTER-RECORD
               WRITE VENDOR-MASTER-RECORD

               PERFORM VARYING VEN-IDX FROM 1 BY 1
                   UNTIL VEN-IDX > VENDOR-ENTRY-COUNT
                   PERFORM WRITE-VENDOR-LINE
               END-PERFORM
               CLOSE VENDOR-MASTER-FILE
               MOVE "Y" TO VENDOR-REWRITE-FLAG
           END-IF.

      *-----------------------------------------------------------
      * WRITE-VENDOR-LINE
      * Builds one comma-separated vendor line. Fields end at their
      * first double space, so a name keeps its single spaces.
      *-----------------------------------------------------------
       WRITE-VENDOR-LINE.
           MOVE SPACES TO VENDOR-MASTER-RECORD
           STRING VEN-NAME (VEN-IDX) DELIMITED BY "  "
                  "," DELIMITED BY SIZE
                  VEN-ACCOUNT (VEN-IDX) DELIMITED BY "  "
                  "," DELIMITED BY SIZE
                  VEN-STATUS (VEN-IDX) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  VEN-CHANGED (VEN-IDX) DELIMITED BY "  "
                  "," DELIMITED BY SIZE
                  VEN-PENDING-ACCOUNT (VEN-IDX) DELIMITED BY "  "
                  "," DELIMITED BY SIZE
                  VEN-REQUESTED-BY (VEN-IDX) DELIMITED BY "  "
                  "," DELIMITED BY SIZE
                  VEN-REQUESTED-ON (VEN-IDX) DELIMITED BY "  "
                  INTO VENDOR-MASTER-RECORD
           WRITE VENDOR-MASTER-RECORD.

      *-----------------------------------------------------------
      * LIST-PENDING-CHANGES
      * Lists every account change still waiting for a second
      * person, whichever run keyed it.
      *-----------------------------------------------------------
       LIST-PENDING-CHANGES.
           MOVE 0 TO PENDING-COUNT
           PERFORM VARYING VEN-IDX FROM 1 BY 1
               UNTIL VEN-IDX > VENDOR-ENTRY-COUNT
               IF VEN-PENDING-ACCOUNT (VEN-IDX) NOT = SPACES
                   IF PENDING-COUNT = 0
                       DISPLAY "Account changes waiting for "
                           "approval:"
                   END-IF
                   ADD 1 TO PENDING-COUNT
                   DISPLAY "  " VEN-NAME (VEN-IDX) " "
                       VEN-ACCOUNT (VEN-IDX) " -> "
                       VEN-PENDING-ACCOUNT (VEN-IDX) " keyed by "
                       VEN-REQUESTED-BY (VEN-IDX) " on "
                       VEN-REQUESTED-ON (VEN-IDX)
               END-IF
           END-PERFORM.
       END PROGRAM WISE-VENDOR.
