      *    THE ARCHIVE CAN BE TIED BACK TO THE RUN-HISTORY FIGURES.
      *    IT REFUSES TO RUN WHILE ANY FILE'S CHECKPOINT IS STILL
      *    IN-PROGRESS, SO IT CAN NEVER PULL RECORDS OUT FROM UNDER
      *    A RESUMABLE RUN, AND IT TAKES THE RUN LOCK (SEE RUNLOCK)
      *    BEFORE IT TOUCHES THE MASTER OR THE RUN HISTORY -- IF
      *    ANOTHER RUN HOLDS IT, NOTHING IS DONE AND THE RETURN CODE
      *    IS 16 SO THE SCHEDULER CAN TRY AGAIN.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
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

      * THE ARCHIVE CARRIES THE MASTER RECORD UNCHANGED, SO AN
      * ARCHIVED ROW ANSWERS THE SAME AUDIT QUESTIONS THE LIVE
           05  ARC-RUN-STAMP           PIC X(14).
           05  ARC-COUNTERPARTY        PIC X(30).
           05  ARC-ACCOUNT-ID          PIC X(30).
           05  ARC-LEG-STATUS          PIC X.
           05  ARC-LEG-OTHER-ACCOUNT   PIC X(30).
           05  ARC-LEG-AMOUNT          PIC S9(9)V99.
           05  ARC-LEG-CURRENCY        PIC X(30).
           05  ARC-LEG-MATCH-ID        PIC X(30).
           05  ARC-RECORD-STATUS       PIC X.
           05  ARC-GL-CODE             PIC X(8).

      * ONLY THE SOURCE-FILE COLUMN OF THE RUN HISTORY IS NEEDED
      * HERE -- IT NAMES EVERY CSV EVER PROCESSED, AND FROM EACH
               10  CURR-TOTAL          PIC S9(11)V99 VALUE 0.
       01  CURRENCY-ENTRY-COUNT    PIC 9(2) VALUE 0.
       01  CURR-FOUND-IDX          PIC 9(2) VALUE 0.

       01  RUN-DATE                PIC 9(8) VALUE 0.
       01  RUN-TIME-NOW            PIC 9(8) VALUE 0.
       01  RUN-STAMP.
           05  RUN-STAMP-DATE      PIC 9(8) VALUE 0.
           05  RUN-STAMP-TIME      PIC 9(6) VALUE 0.

      * RUN LOCK, SHARED WITH WISE-ANALYZE, WISE-REBUILD,
      * WISE-ADJUST AND WISE-VENDOR.
       01  LOCK-ACTION             PIC X.
       01  LOCK-PROGRAM-NAME       PIC X(12) VALUE "WISE-ARCHIVE".
       01  LOCK-STATUS             PIC XX.
       01  RUN-LOCK-HELD-FLAG      PIC X VALUE "N".
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           MOVE CUTOFF-DATE-LIMIT (9:2)
               TO CUTOFF-DATE-NORMALIZED (7:2)

           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME-NOW FROM TIME
           MOVE RUN-DATE TO RUN-STAMP-DATE
           MOVE RUN-TIME-NOW (1:6) TO RUN-STAMP-TIME

           MOVE "T" TO LOCK-ACTION
           CALL "RUNLOCK" USING LOCK-ACTION LOCK-PROGRAM-NAME
               RUN-STAMP LOCK-STATUS
           EVALUATE LOCK-STATUS
               WHEN "00"
                   MOVE "Y" TO RUN-LOCK-HELD-FLAG
               WHEN "E1"
                   DISPLAY "ERROR: run lock unavailable -- nothing "
                       "archived."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY "ERROR: another run holds the run lock "
                       "-- nothing archived. Retry once it has "
                       "finished."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           PERFORM CHECK-FOR-OPEN-CHECKPOINTS

           IF IN-PROGRESS-FOUND-FLAG = "Y"
               DISPLAY "A resumable run still depends on the master "
                   "as it stands -- finish or discard that run "
                   "before archiving."
               PERFORM RELEASE-RUN-LOCK
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
               DISPLAY "ERROR: cannot open transaction master file "
                   MASTER-FILENAME " (status " MASTER-FILE-STATUS
                   ") -- nothing archived."
               PERFORM RELEASE-RUN-LOCK
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
                   ARCHIVE-FILENAME " (status " ARCHIVE-FILE-STATUS
                   ") -- nothing archived."
               CLOSE MASTER-FILE
               PERFORM RELEASE-RUN-LOCK
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           CLOSE ARCHIVE-FILE
           CLOSE MASTER-FILE
           PERFORM RELEASE-RUN-LOCK

           PERFORM DISPLAY-ARCHIVE-TOTALS

           STOP RUN.

      *-----------------------------------------------------------
      * RELEASE-RUN-LOCK
      * Gives the run lock back before the archive ends, whichever
      * way it ends once the lock was taken.
      *-----------------------------------------------------------
       RELEASE-RUN-LOCK.
           IF RUN-LOCK-HELD-FLAG = "Y"
               MOVE "R" TO LOCK-ACTION
               CALL "RUNLOCK" USING LOCK-ACTION LOCK-PROGRAM-NAME
                   RUN-STAMP LOCK-STATUS
               MOVE "N" TO RUN-LOCK-HELD-FLAG
           END-IF.

      *-----------------------------------------------------------
      * CHECK-FOR-OPEN-CHECKPOINTS
      * Walks the run history for every source file ever processed
           MOVE MST-RUN-STAMP TO ARC-RUN-STAMP
           MOVE MST-COUNTERPARTY TO ARC-COUNTERPARTY
           MOVE MST-ACCOUNT-ID TO ARC-ACCOUNT-ID
           MOVE MST-LEG-STATUS TO ARC-LEG-STATUS
           MOVE MST-LEG-OTHER-ACCOUNT TO ARC-LEG-OTHER-ACCOUNT
           MOVE MST-LEG-AMOUNT TO ARC-LEG-AMOUNT
           MOVE MST-LEG-CURRENCY TO ARC-LEG-CURRENCY
           MOVE MST-LEG-MATCH-ID TO ARC-LEG-MATCH-ID
           MOVE MST-RECORD-STATUS TO ARC-RECORD-STATUS
           MOVE MST-GL-CODE TO ARC-GL-CODE

           WRITE ARCHIVE-RECORD

