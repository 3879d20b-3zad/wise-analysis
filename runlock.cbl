      ******************************************************************
      * Author: ZACHARY ALEXANDER DAVIS
      * Date: October 15th, 2026
      * Purpose: THE RUN LOCK SHARED BY EVERY PROGRAM THAT UPDATES
      *    TRANSACTION-MASTER.DAT, ACCOUNT-BALANCES.DAT,
      *    RUN-HISTORY.DAT OR APPROVED-VENDORS.TXT (WISE-ANALYZE,
      *    WISE-ARCHIVE, WISE-REBUILD, WISE-ADJUST AND WISE-VENDOR).
      *    TWO OF THEM RUNNING AT ONCE WOULD CORRUPT THE
      *    DEDUPLICATION HISTORY FOR EVERY LATER RUN, SO EACH ONE
      *    TAKES THE LOCK BEFORE IT OPENS ANY OF THOSE FILES AND
      *    GIVES IT BACK WHEN IT ENDS. THE LOCK IS ONE RECORD IN
      *    RUN-LOCK.DAT HOLDING THE PROGRAM NAME, ITS RUN STAMP AND
      *    THE TIME IT STARTED; AN EMPTY OR MISSING FILE MEANS NOBODY
      *    HOLDS IT. THE CALLER PASSES AN ACTION:
      *      "T" TAKE THE LOCK FOR THE PROGRAM AND STAMP GIVEN
      *      "R" RELEASE IT -- ONLY IF IT IS STILL THE CALLER'S
      *      "Q" REPORT WHO HOLDS IT WITHOUT CHANGING ANYTHING
      *      "C" CLEAR IT WHOEVER HOLDS IT (OPERATOR OVERRIDE)
      *    AND GETS A STATUS BACK: "00" DONE (OR, FOR "Q", FREE),
      *    "L1" HELD BY ANOTHER RUN, "L2" HELD BY A RUN THAT STARTED
      *    MORE THAN LOCK-STALE-HOURS AGO AND IS TAKEN TO HAVE
      *    CRASHED, "N1" ON RELEASE THE LOCK WAS NO LONGER THE
      *    CALLER'S (LEFT AS IT IS), "E1" THE LOCK FILE COULD NOT BE
      *    READ OR WRITTEN. A HELD LOCK IS DISPLAYED HERE SO EVERY
      *    CALLER REPORTS IT THE SAME WAY; THE CALLER ONLY DECIDES
      *    THE RETURN CODE. PLAIN SEQUENTIAL FILES GIVE NO ATOMIC
      *    CREATE, SO "T" READS THE RECORD BACK AFTER WRITING IT AND
      *    ONLY REPORTS "00" IF IT IS STILL ITS OWN.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. RUNLOCK.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE-CONTROL.
           SELECT OPTIONAL RUN-LOCK-FILE
               ASSIGN TO DYNAMIC RUN-LOCK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOCK-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  RUN-LOCK-FILE.
       01  RUN-LOCK-RECORD.
           05  LCK-PROGRAM             PIC X(12).
           05  LCK-RUN-STAMP           PIC X(14).
           05  LCK-START-DATE          PIC 9(8).
           05  LCK-START-TIME          PIC 9(6).
      *-----------------------
       WORKING-STORAGE SECTION.
       01  RUN-LOCK-FILENAME       PIC X(120)
               VALUE "RUN-LOCK.DAT".
       01  RUN-LOCK-STATUS         PIC XX.

      * A NIGHTLY RUN THAT HAS HELD THE LOCK THIS LONG HAS NOT
      * FINISHED -- IT DIED WITHOUT GIVING THE LOCK BACK.
       01  LOCK-STALE-HOURS        PIC 9(3) VALUE 12.

       01  HELD-FLAG               PIC X VALUE "N".
       01  HELD-PROGRAM            PIC X(12).
       01  HELD-RUN-STAMP          PIC X(14).
       01  HELD-START-DATE         PIC 9(8) VALUE 0.
       01  HELD-START-TIME         PIC 9(6) VALUE 0.
       01  HELD-START-HHMMSS REDEFINES HELD-START-TIME.
           05  HELD-START-HH       PIC 99.
           05  HELD-START-MM       PIC 99.
           05  HELD-START-SS       PIC 99.
       01  READ-ERROR-FLAG         PIC X VALUE "N".

       01  NOW-DATE                PIC 9(8) VALUE 0.
       01  NOW-TIME                PIC 9(8) VALUE 0.
       01  NOW-HHMMSS REDEFINES NOW-TIME.
           05  NOW-HH              PIC 99.
           05  NOW-MM              PIC 99.
           05  NOW-SS              PIC 99.
           05  NOW-CC              PIC 99.
       01  HELD-MINUTES            PIC S9(9) VALUE 0.
       01  STALE-MINUTES           PIC 9(7) VALUE 0.
       77  HELD-DATE-EDITED        PIC 9999/99/99.
       77  HELD-TIME-EDITED        PIC 99B99B99.
       77  HELD-HOURS-EDITED       PIC Z(6)9.

       LINKAGE SECTION.
       01  LOCK-ACTION             PIC X.
       01  LOCK-PROGRAM-NAME       PIC X(12).
       01  LOCK-RUN-STAMP          PIC X(14).
       01  LOCK-STATUS             PIC XX.

       PROCEDURE DIVISION USING LOCK-ACTION LOCK-PROGRAM-NAME
           LOCK-RUN-STAMP LOCK-STATUS.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           MOVE "00" TO LOCK-STATUS
           ACCEPT NOW-DATE FROM DATE YYYYMMDD
           ACCEPT NOW-TIME FROM TIME

           PERFORM READ-LOCK-RECORD
           IF READ-ERROR-FLAG = "Y"
               MOVE "E1" TO LOCK-STATUS
           ELSE
               EVALUATE LOCK-ACTION
                   WHEN "T"
                       PERFORM TAKE-LOCK
                   WHEN "R"
                       PERFORM RELEASE-LOCK
                   WHEN "Q"
                       IF HELD-FLAG = "Y"
                           PERFORM CLASSIFY-HELD-LOCK
                       END-IF
                   WHEN "C"
                       IF HELD-FLAG = "Y"
                           PERFORM EMPTY-LOCK-FILE
                           IF LOCK-STATUS NOT = "E1"
                               DISPLAY "Run lock held by "
                                   HELD-PROGRAM " run "
                                   HELD-RUN-STAMP " cleared."
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF

           EXIT PROGRAM.

      *-----------------------------------------------------------
      * READ-LOCK-RECORD
      * Reads whatever is in RUN-LOCK.DAT. A missing file, an empty
      * file or a record with no program name all mean the lock is
      * free.
      *-----------------------------------------------------------
       READ-LOCK-RECORD.
           MOVE "N" TO HELD-FLAG
           MOVE "N" TO READ-ERROR-FLAG
           MOVE SPACES TO HELD-PROGRAM
           MOVE SPACES TO HELD-RUN-STAMP
           MOVE 0 TO HELD-START-DATE
           MOVE 0 TO HELD-START-TIME

           OPEN INPUT RUN-LOCK-FILE
           IF RUN-LOCK-STATUS = "00" OR RUN-LOCK-STATUS = "05"
               READ RUN-LOCK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LCK-PROGRAM NOT = SPACES
                           MOVE "Y" TO HELD-FLAG
                           MOVE LCK-PROGRAM TO HELD-PROGRAM
                           MOVE LCK-RUN-STAMP TO HELD-RUN-STAMP
                           IF LCK-START-DATE IS NUMERIC
                               MOVE LCK-START-DATE TO HELD-START-DATE
                           END-IF
                           IF LCK-START-TIME IS NUMERIC
                               MOVE LCK-START-TIME TO HELD-START-TIME
                           END-IF
                       END-IF
               END-READ
               CLOSE RUN-LOCK-FILE
           ELSE
               DISPLAY "ERROR: cannot read run lock "
                   RUN-LOCK-FILENAME " (status " RUN-LOCK-STATUS
                   ")."
               MOVE "Y" TO READ-ERROR-FLAG
           END-IF.

      *-----------------------------------------------------------
      * TAKE-LOCK
      * Refuses if anyone holds the lock, otherwise writes the
      * caller's record and reads it back. If two programs started
      * in the same instant, only the one whose record survived
      * goes ahead; the other sees the winner's record and is
      * refused like any other latecomer.
      *-----------------------------------------------------------
       TAKE-LOCK.
           IF HELD-FLAG = "Y"
               PERFORM CLASSIFY-HELD-LOCK
           ELSE
               OPEN OUTPUT RUN-LOCK-FILE
               IF RUN-LOCK-STATUS NOT = "00"
                   AND RUN-LOCK-STATUS NOT = "05"
                   DISPLAY "ERROR: cannot write run lock "
                       RUN-LOCK-FILENAME " (status "
                       RUN-LOCK-STATUS ")."
                   MOVE "E1" TO LOCK-STATUS
               ELSE
                   MOVE SPACES TO RUN-LOCK-RECORD
                   MOVE LOCK-PROGRAM-NAME TO LCK-PROGRAM
                   MOVE LOCK-RUN-STAMP TO LCK-RUN-STAMP
                   MOVE NOW-DATE TO LCK-START-DATE
                   MOVE NOW-TIME (1:6) TO LCK-START-TIME
                   WRITE RUN-LOCK-RECORD
                   CLOSE RUN-LOCK-FILE

                   PERFORM READ-LOCK-RECORD
                   IF READ-ERROR-FLAG = "Y"
                       MOVE "E1" TO LOCK-STATUS
                   ELSE
                       IF HELD-PROGRAM NOT = LOCK-PROGRAM-NAME
                           OR HELD-RUN-STAMP NOT = LOCK-RUN-STAMP
                           PERFORM CLASSIFY-HELD-LOCK
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * RELEASE-LOCK
      * Empties the lock file, but only while the record is still
      * the caller's own. If an operator cleared it and another run
      * has taken it since, that run's lock is left alone.
      *-----------------------------------------------------------
       RELEASE-LOCK.
           IF HELD-FLAG = "Y"
               IF HELD-PROGRAM = LOCK-PROGRAM-NAME
                   AND HELD-RUN-STAMP = LOCK-RUN-STAMP
                   PERFORM EMPTY-LOCK-FILE
               ELSE
                   DISPLAY "WARNING: run lock is no longer held by "
                       "this run -- left in place for "
                       HELD-PROGRAM " run " HELD-RUN-STAMP "."
                   MOVE "N1" TO LOCK-STATUS
               END-IF
           ELSE
               DISPLAY "WARNING: run lock had already been cleared "
                   "before this run ended."
               MOVE "N1" TO LOCK-STATUS
           END-IF.

      *-----------------------------------------------------------
      * EMPTY-LOCK-FILE
      * Rewrites the lock file with no record in it -- the free
      * state.
      *-----------------------------------------------------------
       EMPTY-LOCK-FILE.
           OPEN OUTPUT RUN-LOCK-FILE
           IF RUN-LOCK-STATUS = "00" OR RUN-LOCK-STATUS = "05"
               CLOSE RUN-LOCK-FILE
           ELSE
               DISPLAY "ERROR: cannot clear run lock "
                   RUN-LOCK-FILENAME " (status " RUN-LOCK-STATUS
                   ")."
               MOVE "E1" TO LOCK-STATUS
           END-IF.

      *-----------------------------------------------------------
      * CLASSIFY-HELD-LOCK
      * Displays who holds the lock and since when, and sets L1,
      * or L2 when the holder started more than LOCK-STALE-HOURS
      * ago. A start date that cannot be read counts as stale --
      * nothing that wrote it properly is still running.
      *-----------------------------------------------------------
       CLASSIFY-HELD-LOCK.
           MOVE "L1" TO LOCK-STATUS
           COMPUTE STALE-MINUTES = LOCK-STALE-HOURS * 60

           IF HELD-START-DATE < 19000101
               MOVE STALE-MINUTES TO HELD-MINUTES
               ADD 1 TO HELD-MINUTES
           ELSE
               COMPUTE HELD-MINUTES =
                   (FUNCTION INTEGER-OF-DATE (NOW-DATE)
                    - FUNCTION INTEGER-OF-DATE (HELD-START-DATE))
                   * 1440
                   + (NOW-HH * 60 + NOW-MM)
                   - (HELD-START-HH * 60 + HELD-START-MM)
           END-IF

           MOVE HELD-START-DATE TO HELD-DATE-EDITED
           MOVE HELD-START-TIME TO HELD-TIME-EDITED
           INSPECT HELD-TIME-EDITED REPLACING ALL " " BY ":"
           DISPLAY "Run lock " RUN-LOCK-FILENAME
           DISPLAY "  held by " HELD-PROGRAM " run "
               HELD-RUN-STAMP
           DISPLAY "  started " HELD-DATE-EDITED " "
               HELD-TIME-EDITED

           IF HELD-MINUTES > STALE-MINUTES
               MOVE "L2" TO LOCK-STATUS
               COMPUTE HELD-HOURS-EDITED = HELD-MINUTES / 60
               DISPLAY "WARNING: the lock is STALE -- held for "
                   HELD-HOURS-EDITED " hours, longer than any run "
                   "takes."
               DISPLAY "The run that took it most likely crashed. "
                   "Check that it is not still running, then "
                   "clear the lock with WISE-UNLOCK."
           END-IF.
       END PROGRAM RUNLOCK.
