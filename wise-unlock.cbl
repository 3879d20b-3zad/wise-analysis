      ******************************************************************
      * Author: ZACHARY ALEXANDER DAVIS
      * Date: October 15th, 2026
      * Purpose: OPERATOR OVERRIDE FOR THE RUN LOCK. A RUN THAT
      *    CRASHES NEVER GIVES RUN-LOCK.DAT BACK, AND EVERY LATER
      *    WISE-ANALYZE, WISE-ARCHIVE, WISE-REBUILD, WISE-ADJUST OR
      *    WISE-VENDOR REFUSES TO START UNTIL IT IS CLEARED. THIS
      *    UTILITY SHOWS WHO HOLDS THE LOCK, SINCE WHEN AND WHETHER
      *    IT IS STALE, AND CLEARS IT ONLY WHEN THE OPERATOR TYPES
      *    CLEAR. IT CANNOT TELL WHETHER THE HOLDER IS REALLY DEAD --
      *    CHECK THE SCHEDULE FIRST, ESPECIALLY WHEN THE LOCK IS NOT
      *    STALE.
      *    RETURN CODE 0 CLEARED OR NOTHING HELD, 4 LEFT IN PLACE,
      *    12 THE LOCK FILE COULD NOT BE READ OR WRITTEN.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. WISE-UNLOCK.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       WORKING-STORAGE SECTION.
       01  LOCK-ACTION             PIC X.
       01  LOCK-PROGRAM-NAME       PIC X(12) VALUE "WISE-UNLOCK".
       01  LOCK-RUN-STAMP          PIC X(14) VALUE SPACES.
       01  LOCK-STATUS             PIC XX.
       01  CONFIRM-ANSWER          PIC X(10) VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           MOVE "Q" TO LOCK-ACTION
           CALL "RUNLOCK" USING LOCK-ACTION LOCK-PROGRAM-NAME
               LOCK-RUN-STAMP LOCK-STATUS

           EVALUATE LOCK-STATUS
               WHEN "00"
                   DISPLAY "No run lock is held -- nothing to clear."
                   MOVE 0 TO RETURN-CODE
                   STOP RUN
               WHEN "E1"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN "L1"
                   DISPLAY "WARNING: the lock is not stale -- that "
                       "run may still be going. Clearing it lets "
                       "another run start on top of it."
           END-EVALUATE

           DISPLAY "Type CLEAR to remove the run lock: "
           ACCEPT CONFIRM-ANSWER
           MOVE FUNCTION UPPER-CASE (CONFIRM-ANSWER)
               TO CONFIRM-ANSWER

           IF CONFIRM-ANSWER NOT = "CLEAR"
               DISPLAY "Run lock left in place."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "C" TO LOCK-ACTION
           CALL "RUNLOCK" USING LOCK-ACTION LOCK-PROGRAM-NAME
               LOCK-RUN-STAMP LOCK-STATUS

           IF LOCK-STATUS = "00"
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 12 TO RETURN-CODE
           END-IF

           STOP RUN.
       END PROGRAM WISE-UNLOCK.
