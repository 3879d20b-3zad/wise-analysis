      * Purpose: ONE-TIME MIGRATION OF THE TRANSACTION MASTER TO THE
      *    CURRENT RECORD LAYOUT. THE MASTER GREW TWO FIELDS
      *    (COUNTERPARTY AND ACCOUNT ID) FOR THE RECURRING-PAYMENT
      *    SCAN, AND LATER THE TRANSFER-LEG FIELDS FOR INTER-ACCOUNT
      *    MATCHING TOGETHER WITH THE RECORD STATUS AND GL CODE THAT
      *    WISE-ADJUST MAINTAINS FOR VOIDS AND RECLASSES. EACH
      *    CHANGES THE INDEXED RECORD LENGTH -- A MASTER WRITTEN
      *    UNDER AN OLDER LAYOUT NO LONGER OPENS (STATUS 39) AND
      *    WISE-ANALYZE REFUSES TO RUN WITHOUT IT RATHER THAN COUNT
      *    EVERYTHING TWICE. THIS UTILITY READS THE FILE UNDER
      *    WHICHEVER OLDER LAYOUT IT WAS WRITTEN WITH AND WRITES
      *    EVERY RECORD INTO A NEW-LAYOUT FILE,
      *    TRANSACTION-MASTER.NEW, WITH THE FIELDS IT LACKED BLANK
      *    (HISTORY RECORDED BEFORE THE FIELDS EXISTED HAS NOTHING
      *    TO PUT IN THEM). AFTER VERIFYING THE REPORTED COUNTS,
      *    THE OPERATOR REPLACES TRANSACTION-MASTER.DAT WITH THE
      *    .NEW FILE AND RERUNS THE SCHEDULE. IT TAKES THE RUN LOCK
      *    (SEE RUNLOCK) FIRST, SO IT CANNOT START WHILE A
      *    WISE-ANALYZE, WISE-ARCHIVE, WISE-ADJUST OR WISE-VENDOR RUN
      *    IS IN FLIGHT -- IT ENDS 16 INSTEAD.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE-CONTROL.
           SELECT PRIOR-MASTER-FILE
               ASSIGN TO DYNAMIC OLD-MASTER-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRIOR-TRANSFER-ID
               FILE STATUS IS OLD-MASTER-STATUS.

           SELECT OLD-MASTER-FILE
               ASSIGN TO DYNAMIC OLD-MASTER-FILENAME
               ORGANIZATION IS INDEXED
       DATA DIVISION.
      *-----------------------
       FILE SECTION.
      * THE LAYOUT BEFORE THE TRANSFER-LEG, RECORD STATUS AND GL
      * CODE FIELDS EXISTED. TRIED FIRST.
       FD  PRIOR-MASTER-FILE.
       01  PRIOR-MASTER-RECORD.
           05  PRIOR-TRANSFER-ID       PIC X(30).
           05  PRIOR-DATE              PIC 9(8).
           05  PRIOR-AMOUNT            PIC S9(9)V99.
           05  PRIOR-CURRENCY          PIC X(30).
           05  PRIOR-SOURCE-FILE       PIC X(100).
           05  PRIOR-ROW-NUMBER        PIC 9(6).
           05  PRIOR-RUN-STAMP         PIC X(14).
           05  PRIOR-COUNTERPARTY      PIC X(30).
           05  PRIOR-ACCOUNT-ID        PIC X(30).

      * THE ORIGINAL LAYOUT, BEFORE THE COUNTERPARTY AND
      * ACCOUNT-ID FIELDS EXISTED. TRIED WHEN THE FILE DOES NOT
      * OPEN UNDER THE PRIOR LAYOUT.
       FD  OLD-MASTER-FILE.
       01  OLD-MASTER-RECORD.
           05  OLD-TRANSFER-ID         PIC X(30).
           05  NEW-RUN-STAMP           PIC X(14).
           05  NEW-COUNTERPARTY        PIC X(30).
           05  NEW-ACCOUNT-ID          PIC X(30).
           05  NEW-LEG-STATUS          PIC X.
           05  NEW-LEG-OTHER-ACCOUNT   PIC X(30).
           05  NEW-LEG-AMOUNT          PIC S9(9)V99.
           05  NEW-LEG-CURRENCY        PIC X(30).
           05  NEW-LEG-MATCH-ID        PIC X(30).
           05  NEW-RECORD-STATUS       PIC X.
           05  NEW-GL-CODE             PIC X(8).
      *-----------------------
       WORKING-STORAGE SECTION.
       01  OLD-MASTER-FILENAME     PIC X(120)
       01  NEW-MASTER-STATUS       PIC XX.

       01  OLD-MASTER-EOF          PIC X VALUE "N".
      * WHICH OLDER LAYOUT THE FILE OPENED UNDER: P PRIOR (NINE
      * FIELDS), O ORIGINAL (SEVEN FIELDS).
       01  OLD-LAYOUT              PIC X VALUE "P".
       01  COPIED-COUNT            PIC 9(7) VALUE 0.
       01  FAILED-COUNT            PIC 9(7) VALUE 0.

       01  RUN-DATE                PIC 9(8) VALUE 0.
       01  RUN-TIME-NOW            PIC 9(8) VALUE 0.
       01  RUN-STAMP.
           05  RUN-STAMP-DATE      PIC 9(8) VALUE 0.
           05  RUN-STAMP-TIME      PIC 9(6) VALUE 0.

      * RUN LOCK, SHARED WITH WISE-ANALYZE, WISE-ARCHIVE,
      * WISE-ADJUST AND WISE-VENDOR.
       01  LOCK-ACTION             PIC X.
       01  LOCK-PROGRAM-NAME       PIC X(12) VALUE "WISE-REBUILD".
       01  LOCK-STATUS             PIC XX.
       01  RUN-LOCK-HELD-FLAG      PIC X VALUE "N".
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
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
                       "rebuilt."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY "ERROR: another run holds the run lock "
                       "-- nothing rebuilt. Retry once it has "
                       "finished."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           OPEN INPUT PRIOR-MASTER-FILE
           IF OLD-MASTER-STATUS = "39"
               MOVE "O" TO OLD-LAYOUT
               OPEN INPUT OLD-MASTER-FILE
           END-IF
           IF OLD-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open " OLD-MASTER-FILENAME
                   " under any older record layout (status "
                   OLD-MASTER-STATUS ")."
               DISPLAY "Either the file is already on the current "
                   "layout -- nothing to rebuild -- or it is "
                   "missing."
               PERFORM RELEASE-RUN-LOCK
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NEW-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR: cannot create " NEW-MASTER-FILENAME
                   " (status " NEW-MASTER-STATUS ")."
               PERFORM CLOSE-OLD-MASTER
               PERFORM RELEASE-RUN-LOCK
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           EVALUATE OLD-LAYOUT
               WHEN "P"
                   PERFORM COPY-ALL-PRIOR-RECORDS
               WHEN OTHER
                   PERFORM COPY-ALL-RECORDS
           END-EVALUATE

           PERFORM CLOSE-OLD-MASTER
           CLOSE NEW-MASTER-FILE
           PERFORM RELEASE-RUN-LOCK

           DISPLAY "=== Master rebuild complete ==="
           DISPLAY "Records copied:  " COPIED-COUNT

           STOP RUN.

      *-----------------------------------------------------------
      * RELEASE-RUN-LOCK
      * Gives the run lock back before the rebuild ends, whichever
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
      * CLOSE-OLD-MASTER
      * Closes the old master under whichever layout it opened.
      *-----------------------------------------------------------
       CLOSE-OLD-MASTER.
           EVALUATE OLD-LAYOUT
               WHEN "P"
                   CLOSE PRIOR-MASTER-FILE
               WHEN OTHER
                   CLOSE OLD-MASTER-FILE
           END-EVALUATE.

      *-----------------------------------------------------------
      * COPY-ALL-PRIOR-RECORDS
      * Walks a prior-layout master in key order and writes each
      * record into the new-layout file, transfer-leg fields,
      * record status and GL code blank -- history recorded before
      * matching was never a leg, and nothing recorded before
      * adjustments existed has been voided or reclassified.
      *-----------------------------------------------------------
       COPY-ALL-PRIOR-RECORDS.
           MOVE LOW-VALUES TO PRIOR-TRANSFER-ID
           START PRIOR-MASTER-FILE KEY NOT < PRIOR-TRANSFER-ID
               INVALID KEY
                   MOVE "Y" TO OLD-MASTER-EOF
           END-START

           PERFORM UNTIL OLD-MASTER-EOF = "Y"
               READ PRIOR-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO OLD-MASTER-EOF
                   NOT AT END
                       PERFORM COPY-ONE-PRIOR-RECORD
               END-READ
           END-PERFORM.

      *-----------------------------------------------------------
      * COPY-ONE-PRIOR-RECORD
      * Rewrites the prior-layout record just read under the new
      * layout.
      *-----------------------------------------------------------
       COPY-ONE-PRIOR-RECORD.
           MOVE SPACES TO NEW-MASTER-RECORD
           MOVE PRIOR-TRANSFER-ID TO NEW-TRANSFER-ID
           MOVE PRIOR-DATE TO NEW-DATE
           MOVE PRIOR-AMOUNT TO NEW-AMOUNT
           MOVE PRIOR-CURRENCY TO NEW-CURRENCY
           MOVE PRIOR-SOURCE-FILE TO NEW-SOURCE-FILE
           MOVE PRIOR-ROW-NUMBER TO NEW-ROW-NUMBER
           MOVE PRIOR-RUN-STAMP TO NEW-RUN-STAMP
           MOVE PRIOR-COUNTERPARTY TO NEW-COUNTERPARTY
           MOVE PRIOR-ACCOUNT-ID TO NEW-ACCOUNT-ID
           MOVE SPACE TO NEW-LEG-STATUS
           MOVE 0 TO NEW-LEG-AMOUNT

           PERFORM WRITE-NEW-RECORD.

      *-----------------------------------------------------------
      * COPY-ALL-RECORDS
      * Walks an original-layout master in key order and writes
      * each record into the new-layout file, counterparty,
      * account ID and transfer-leg fields blank -- the
      * pre-migration history never recorded them.
      *-----------------------------------------------------------
       COPY-ALL-RECORDS.
           MOVE LOW-VALUES TO OLD-TRANSFER-ID
           MOVE OLD-RUN-STAMP TO NEW-RUN-STAMP
           MOVE SPACES TO NEW-COUNTERPARTY
           MOVE SPACES TO NEW-ACCOUNT-ID
           MOVE SPACE TO NEW-LEG-STATUS
           MOVE 0 TO NEW-LEG-AMOUNT

           PERFORM WRITE-NEW-RECORD.

      *-----------------------------------------------------------
      * WRITE-NEW-RECORD
      * Writes the record just built into the new-layout file.
      *-----------------------------------------------------------
       WRITE-NEW-RECORD.
           WRITE NEW-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO FAILED-COUNT
                   DISPLAY "WARNING: could not copy "
                       NEW-TRANSFER-ID " (status "
                       NEW-MASTER-STATUS ")"
               NOT INVALID KEY
                   ADD 1 TO COPIED-COUNT
