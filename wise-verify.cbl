      ******************************************************************
      * Author: ZACHARY ALEXANDER DAVIS
      * Date: October 15th, 2026
      * Purpose: YEAR-END PROOF THAT THE TRANSACTION MASTER STILL
      *    AGREES WITH THE RUN HISTORY. EVERY MASTER RECORD -- AND
      *    EVERY RECORD WISE-ARCHIVE HAS MOVED TO MASTER-ARCHIVE.DAT
      *    -- IS GROUPED BY THE SOURCE FILE AND RUN STAMP IT WAS
      *    ADDED UNDER, AND EACH GROUP'S COUNT AND AMOUNT TOTAL IS
      *    TIED BACK TO THE NEW-ROW COUNT AND TOTAL THE MATCHING
      *    RUN-HISTORY.DAT RECORD SAYS THAT RUN ADDED. ROWS A
      *    RESUMED RUN INHERITED FROM THE RUN IT RESUMED ARE
      *    CREDITED TO IT; A STAMP NO COMPLETED RUN ACCOUNTS FOR IS
      *    LISTED AS AN ORPHAN. THE REPORT GOES TO MASTER-VERIFY.TXT.
      *    READS ONLY -- NOTHING HERE EVER WRITES TO THE MASTER, THE
      *    ARCHIVE OR THE HISTORY.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. WISE-VERIFY.
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

           SELECT OPTIONAL ARCHIVE-FILE
               ASSIGN TO DYNAMIC ARCHIVE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-FILE-STATUS.

           SELECT OPTIONAL RUN-HISTORY-FILE
               ASSIGN TO DYNAMIC RUN-HISTORY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-HISTORY-STATUS.

           SELECT VERIFY-FILE ASSIGN TO DYNAMIC VERIFY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VERIFY-FILE-STATUS.
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

      * SAME LAYOUT WISE-ARCHIVE APPENDS WITH -- THE MASTER RECORD
      * UNCHANGED.
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           05  ARC-TRANSFER-ID         PIC X(30).
           05  ARC-DATE                PIC 9(8).
           05  ARC-AMOUNT              PIC S9(9)V99.
           05  ARC-CURRENCY            PIC X(30).
           05  ARC-SOURCE-FILE         PIC X(100).
           05  ARC-ROW-NUMBER          PIC 9(6).
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

      * SAME LAYOUT WISE-ANALYZE APPENDS THE HISTORY WITH.
       FD  RUN-HISTORY-FILE.
       01  RUN-HISTORY-RECORD.
           05  RH-RUN-DATE             PIC 9(8).
           05  RH-RUN-TIME             PIC 9(6).
           05  RH-SOURCE-FILE          PIC X(100).
           05  RH-START-LIMIT          PIC X(10).
           05  RH-END-LIMIT            PIC X(10).
           05  RH-RECORD-COUNT         PIC 9(6).
           05  RH-TOTAL-MONEY          PIC S9(9)V99.
           05  RH-TOTAL-FEES           PIC S9(9)V99.
           05  RH-MISMATCH-COUNT       PIC 9(5).
           05  RH-NEW-COUNT            PIC 9(6).
           05  RH-DUP-COUNT            PIC 9(6).
           05  RH-GROSS-TOTAL          PIC S9(9)V99.
           05  RH-GROSS-FEES           PIC S9(9)V99.
           05  RH-RUN-STAMP            PIC X(14).
           05  RH-RESUMED-FLAG         PIC X.

       FD  VERIFY-FILE.
       01  VERIFY-RECORD           PIC X(200).
      *-----------------------
       WORKING-STORAGE SECTION.
       01  MASTER-FILENAME         PIC X(120)
               VALUE "TRANSACTION-MASTER.DAT".
       01  MASTER-FILE-STATUS      PIC XX.
       01  MASTER-EOF-FLAG         PIC X VALUE "N".
       01  ARCHIVE-FILENAME        PIC X(120)
               VALUE "MASTER-ARCHIVE.DAT".
       01  ARCHIVE-FILE-STATUS     PIC XX.
       01  ARCHIVE-EOF-FLAG        PIC X VALUE "N".
       01  RUN-HISTORY-FILENAME    PIC X(120)
               VALUE "RUN-HISTORY.DAT".
       01  RUN-HISTORY-STATUS      PIC XX.
       01  RUN-HISTORY-EOF         PIC X VALUE "N".
       01  VERIFY-FILENAME         PIC X(120)
               VALUE "MASTER-VERIFY.TXT".
       01  VERIFY-FILE-STATUS      PIC XX.

       01  RUN-DATE                PIC 9(8) VALUE 0.
       77  RUN-DATE-EDITED         PIC 9999/99/99.

      * ONE ENTRY PER COMPLETED RUN OF A FILE, IN HISTORY ORDER.
      * RUN-DONE-STAMP IS WHEN THE RUN FINISHED, RUN-STAMP THE STAMP
      * IT PUT ON THE ROWS IT ADDED (SPACES ON HISTORY WRITTEN
      * BEFORE THE STAMP WAS RECORDED). THE FOUND FIGURES ARE WHAT
      * THE MASTER AND ARCHIVE HOLD FOR IT.
       01  RUN-TABLE.
           05  RUN-ENTRY OCCURS 2000 TIMES INDEXED BY RUN-IDX.
               10  RUN-SOURCE-FILE     PIC X(100).
               10  RUN-DONE-STAMP.
                   15  RUN-DONE-DATE   PIC 9(8).
                   15  RUN-DONE-TIME   PIC 9(6).
               10  RUN-STAMP           PIC X(14).
               10  RUN-RESUMED-FLAG    PIC X.
               10  RUN-NEW-COUNT       PIC 9(7) VALUE 0.
               10  RUN-NEW-TOTAL       PIC S9(11)V99 VALUE 0.
               10  RUN-FOUND-COUNT     PIC 9(7) VALUE 0.
               10  RUN-FOUND-TOTAL     PIC S9(11)V99 VALUE 0.
               10  RUN-ARCHIVED-COUNT  PIC 9(7) VALUE 0.
               10  RUN-CARRIED-COUNT   PIC 9(7) VALUE 0.
       01  RUN-ENTRY-COUNT         PIC 9(4) VALUE 0.
       01  RUN-OVERFLOW-COUNT      PIC 9(6) VALUE 0.
       01  RUN-FOUND-IDX           PIC 9(4) VALUE 0.

      * ONE ENTRY PER SOURCE FILE AND RUN STAMP FOUND ON THE MASTER
      * OR THE ARCHIVE. GRP-MATCH IS HOW THE GROUP WAS TIED TO ITS
      * RUN: S BY ITS OWN STAMP, C CARRIED INTO A RUN THAT RESUMED
      * IT, T BY COMPLETION TIME (HISTORY WITH NO STAMP -- THE
      * FIRST RUN OF THE SAME FILE TO FINISH AFTER THE STAMP), O
      * AN ORPHAN NO COMPLETED RUN ACCOUNTS FOR.
       01  GROUP-TABLE.
           05  GROUP-ENTRY OCCURS 3000 TIMES INDEXED BY GRP-IDX.
               10  GRP-SOURCE-FILE     PIC X(100).
               10  GRP-STAMP           PIC X(14).
               10  GRP-MASTER-COUNT    PIC 9(7) VALUE 0.
               10  GRP-MASTER-TOTAL    PIC S9(11)V99 VALUE 0.
               10  GRP-ARCHIVE-COUNT   PIC 9(7) VALUE 0.
               10  GRP-ARCHIVE-TOTAL   PIC S9(11)V99 VALUE 0.
               10  GRP-RUN-IDX         PIC 9(4) VALUE 0.
               10  GRP-MATCH           PIC X VALUE SPACE.
       01  GROUP-ENTRY-COUNT       PIC 9(4) VALUE 0.
       01  GROUP-OVERFLOW-COUNT    PIC 9(7) VALUE 0.
       01  GRP-FOUND-IDX           PIC 9(4) VALUE 0.
      * CONSECUTIVE MASTER RECORDS USUALLY BELONG TO THE SAME RUN,
      * SO THE LAST GROUP HIT IS TRIED BEFORE THE TABLE IS SEARCHED.
       01  GRP-LAST-IDX            PIC 9(4) VALUE 0.
       01  GRP-SCAN-SOURCE         PIC X(100).
       01  GRP-SCAN-STAMP          PIC X(14).

       01  MASTER-READ-COUNT       PIC 9(7) VALUE 0.
       01  ARCHIVE-READ-COUNT      PIC 9(7) VALUE 0.
       01  RUNS-TIED-COUNT         PIC 9(5) VALUE 0.
       01  RUNS-MISMATCH-COUNT     PIC 9(5) VALUE 0.
       01  ORPHAN-GROUP-COUNT      PIC 9(5) VALUE 0.
       01  ORPHAN-ROW-COUNT        PIC 9(7) VALUE 0.
       77  COUNT-EDITED            PIC Z(6)9.
       77  FOUND-COUNT-EDITED      PIC Z(6)9.
       77  ARCHIVED-COUNT-EDITED   PIC Z(6)9.
       77  TOTAL-EDITED            PIC -Z(10).99 VALUE 0.
       77  FOUND-TOTAL-EDITED      PIC -Z(10).99 VALUE 0.
       77  DONE-DATE-EDITED        PIC 9999/99/99.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           PERFORM LOAD-RUN-HISTORY
           IF RUN-ENTRY-COUNT = 0
               DISPLAY "ERROR: no completed runs on "
                   RUN-HISTORY-FILENAME " -- there is nothing to "
                   "verify the master against."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT MASTER-FILE
           IF MASTER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open transaction master file "
                   MASTER-FILENAME " (status " MASTER-FILE-STATUS
                   ")."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SCAN-MASTER-RECORDS
           CLOSE MASTER-FILE

           PERFORM SCAN-ARCHIVE-RECORDS

           PERFORM VARYING GRP-IDX FROM 1 BY 1
               UNTIL GRP-IDX > GROUP-ENTRY-COUNT
               PERFORM ATTRIBUTE-GROUP
           END-PERFORM

           PERFORM WRITE-VERIFY-REPORT

           DISPLAY "Verification written to " VERIFY-FILENAME
           DISPLAY "Master records read:   " MASTER-READ-COUNT
           DISPLAY "Archive records read:  " ARCHIVE-READ-COUNT
           DISPLAY "Runs tied:             " RUNS-TIED-COUNT
           DISPLAY "Runs not tying:        " RUNS-MISMATCH-COUNT
           DISPLAY "Orphan run stamps:     " ORPHAN-GROUP-COUNT

      * ANYTHING THAT DOES NOT TIE IS FOR SOMEONE TO EXPLAIN, THE
      * SAME WAY WISE-ANALYZE ENDS 4 ON A MISMATCH.
           IF RUNS-MISMATCH-COUNT NOT = 0
               OR ORPHAN-GROUP-COUNT NOT = 0
               OR RUN-OVERFLOW-COUNT NOT = 0
               OR GROUP-OVERFLOW-COUNT NOT = 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN.

      *-----------------------------------------------------------
      * LOAD-RUN-HISTORY
      * Reads every completed run into the run table. History
      * written before the new-row count existed falls back to its
      * counted record figure, which counted the same rows.
      *-----------------------------------------------------------
       LOAD-RUN-HISTORY.
           MOVE 0 TO RUN-ENTRY-COUNT
           MOVE "N" TO RUN-HISTORY-EOF

           OPEN INPUT RUN-HISTORY-FILE
           IF RUN-HISTORY-STATUS = "00"
               OR RUN-HISTORY-STATUS = "05"
               PERFORM UNTIL RUN-HISTORY-EOF = "Y"
                   READ RUN-HISTORY-FILE
                       AT END
                           MOVE "Y" TO RUN-HISTORY-EOF
                       NOT AT END
                           IF RH-SOURCE-FILE NOT = SPACES
                               AND RH-RECORD-COUNT IS NUMERIC
                               PERFORM ADD-RUN-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-HISTORY-FILE

               DISPLAY "Loaded " RUN-ENTRY-COUNT
                   " completed run(s) from " RUN-HISTORY-FILENAME
           END-IF.

      *-----------------------------------------------------------
      * ADD-RUN-ENTRY
      * Files the history record just read as the next run.
      *-----------------------------------------------------------
       ADD-RUN-ENTRY.
           IF RUN-ENTRY-COUNT >= 2000
               ADD 1 TO RUN-OVERFLOW-COUNT
           ELSE
               ADD 1 TO RUN-ENTRY-COUNT
               SET RUN-IDX TO RUN-ENTRY-COUNT
               MOVE RH-SOURCE-FILE TO RUN-SOURCE-FILE (RUN-IDX)
               MOVE RH-RUN-DATE TO RUN-DONE-DATE (RUN-IDX)
               MOVE RH-RUN-TIME TO RUN-DONE-TIME (RUN-IDX)
               IF RH-RUN-STAMP IS NUMERIC
                   MOVE RH-RUN-STAMP TO RUN-STAMP (RUN-IDX)
                   MOVE RH-RESUMED-FLAG TO RUN-RESUMED-FLAG (RUN-IDX)
               ELSE
                   MOVE SPACES TO RUN-STAMP (RUN-IDX)
                   MOVE SPACE TO RUN-RESUMED-FLAG (RUN-IDX)
               END-IF
               IF RH-NEW-COUNT IS NUMERIC
                   MOVE RH-NEW-COUNT TO RUN-NEW-COUNT (RUN-IDX)
               ELSE
                   MOVE RH-RECORD-COUNT TO RUN-NEW-COUNT (RUN-IDX)
               END-IF
               MOVE RH-TOTAL-MONEY TO RUN-NEW-TOTAL (RUN-IDX)
               MOVE 0 TO RUN-FOUND-COUNT (RUN-IDX)
               MOVE 0 TO RUN-FOUND-TOTAL (RUN-IDX)
               MOVE 0 TO RUN-ARCHIVED-COUNT (RUN-IDX)
               MOVE 0 TO RUN-CARRIED-COUNT (RUN-IDX)
           END-IF.

      *-----------------------------------------------------------
      * SCAN-MASTER-RECORDS
      * Walks the whole master in key order, rolling each record
      * into the group for its source file and run stamp.
      *-----------------------------------------------------------
       SCAN-MASTER-RECORDS.
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
                       ADD 1 TO MASTER-READ-COUNT
                       MOVE MST-SOURCE-FILE TO GRP-SCAN-SOURCE
                       MOVE MST-RUN-STAMP TO GRP-SCAN-STAMP
                       PERFORM FIND-OR-ADD-GROUP
                       IF GRP-FOUND-IDX NOT = 0
                           ADD 1 TO GRP-MASTER-COUNT (GRP-FOUND-IDX)
                           ADD MST-AMOUNT
                               TO GRP-MASTER-TOTAL (GRP-FOUND-IDX)
                       END-IF
               END-READ
           END-PERFORM.

      *-----------------------------------------------------------
      * SCAN-ARCHIVE-RECORDS
      * Rolls every archived record into its group the same way --
      * an archived row still counts toward the run that added it.
      * No archive just means nothing has been purged yet.
      *-----------------------------------------------------------
       SCAN-ARCHIVE-RECORDS.
           MOVE "N" TO ARCHIVE-EOF-FLAG

           OPEN INPUT ARCHIVE-FILE
           IF ARCHIVE-FILE-STATUS NOT = "00"
               AND ARCHIVE-FILE-STATUS NOT = "05"
               DISPLAY "No archive file -- the live master is "
                   "verified on its own."
           ELSE
               PERFORM UNTIL ARCHIVE-EOF-FLAG = "Y"
                   READ ARCHIVE-FILE
                       AT END
                           MOVE "Y" TO ARCHIVE-EOF-FLAG
                       NOT AT END
                           ADD 1 TO ARCHIVE-READ-COUNT
                           MOVE ARC-SOURCE-FILE TO GRP-SCAN-SOURCE
                           MOVE ARC-RUN-STAMP TO GRP-SCAN-STAMP
                           PERFORM FIND-OR-ADD-GROUP
                           IF GRP-FOUND-IDX NOT = 0
                               ADD 1
                                   TO GRP-ARCHIVE-COUNT (GRP-FOUND-IDX)
                               ADD ARC-AMOUNT
                                   TO GRP-ARCHIVE-TOTAL (GRP-FOUND-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.

      *-----------------------------------------------------------
      * FIND-OR-ADD-GROUP
      * Locates GRP-SCAN-SOURCE/GRP-SCAN-STAMP in the group table,
      * adding a new entry on first sight. Leaves the slot's
      * subscript in GRP-FOUND-IDX, zero on a full table.
      *-----------------------------------------------------------
       FIND-OR-ADD-GROUP.
           MOVE 0 TO GRP-FOUND-IDX

           IF GRP-LAST-IDX NOT = 0
               IF GRP-SOURCE-FILE (GRP-LAST-IDX) = GRP-SCAN-SOURCE
                   AND GRP-STAMP (GRP-LAST-IDX) = GRP-SCAN-STAMP
                   MOVE GRP-LAST-IDX TO GRP-FOUND-IDX
               END-IF
           END-IF

           IF GRP-FOUND-IDX = 0
               PERFORM VARYING GRP-IDX FROM 1 BY 1
                   UNTIL GRP-IDX > GROUP-ENTRY-COUNT
                   OR GRP-FOUND-IDX NOT = 0
                   IF GRP-SOURCE-FILE (GRP-IDX) = GRP-SCAN-SOURCE
                       AND GRP-STAMP (GRP-IDX) = GRP-SCAN-STAMP
                       MOVE GRP-IDX TO GRP-FOUND-IDX
                   END-IF
               END-PERFORM
           END-IF

           IF GRP-FOUND-IDX = 0
               IF GROUP-ENTRY-COUNT < 3000
                   ADD 1 TO GROUP-ENTRY-COUNT
                   MOVE GROUP-ENTRY-COUNT TO GRP-FOUND-IDX
                   MOVE GRP-SCAN-SOURCE
                       TO GRP-SOURCE-FILE (GRP-FOUND-IDX)
                   MOVE GRP-SCAN-STAMP TO GRP-STAMP (GRP-FOUND-IDX)
                   MOVE 0 TO GRP-MASTER-COUNT (GRP-FOUND-IDX)
                   MOVE 0 TO GRP-MASTER-TOTAL (GRP-FOUND-IDX)
                   MOVE 0 TO GRP-ARCHIVE-COUNT (GRP-FOUND-IDX)
                   MOVE 0 TO GRP-ARCHIVE-TOTAL (GRP-FOUND-IDX)
                   MOVE 0 TO GRP-RUN-IDX (GRP-FOUND-IDX)
                   MOVE SPACE TO GRP-MATCH (GRP-FOUND-IDX)
               ELSE
                   ADD 1 TO GROUP-OVERFLOW-COUNT
               END-IF
           END-IF

           MOVE GRP-FOUND-IDX TO GRP-LAST-IDX.

      *-----------------------------------------------------------
      * ATTRIBUTE-GROUP
      * Ties the group at GRP-IDX to the completed run that added
      * it and credits its figures to that run. A run that stamped
      * the group claims it outright. Otherwise the first run of
      * the same file to finish after the stamp is the candidate:
      * it claims the group when it resumed a crashed run (the
      * crashed run's checkpointed rows keep their old stamp) or
      * when its history predates stamps and nothing better is
      * known. A fresh run after a crash re-stamps every row it
      * reads again, so what it left under the crashed stamp is a
      * genuine orphan.
      *-----------------------------------------------------------
       ATTRIBUTE-GROUP.
           MOVE 0 TO RUN-FOUND-IDX
           PERFORM VARYING RUN-IDX FROM 1 BY 1
               UNTIL RUN-IDX > RUN-ENTRY-COUNT
               OR RUN-FOUND-IDX NOT = 0
               IF RUN-SOURCE-FILE (RUN-IDX) = GRP-SOURCE-FILE (GRP-IDX)
                   AND RUN-STAMP (RUN-IDX) = GRP-STAMP (GRP-IDX)
                   MOVE RUN-IDX TO RUN-FOUND-IDX
                   MOVE "S" TO GRP-MATCH (GRP-IDX)
               END-IF
           END-PERFORM

           IF RUN-FOUND-IDX = 0
               PERFORM FIND-NEXT-COMPLETED-RUN
               IF RUN-FOUND-IDX NOT = 0
                   IF RUN-STAMP (RUN-FOUND-IDX) = SPACES
                       MOVE "T" TO GRP-MATCH (GRP-IDX)
                   ELSE
                       IF RUN-RESUMED-FLAG (RUN-FOUND-IDX) = "Y"
                           MOVE "C" TO GRP-MATCH (GRP-IDX)
                           ADD GRP-MASTER-COUNT (GRP-IDX)
                               TO RUN-CARRIED-COUNT (RUN-FOUND-IDX)
                           ADD GRP-ARCHIVE-COUNT (GRP-IDX)
                               TO RUN-CARRIED-COUNT (RUN-FOUND-IDX)
                       ELSE
                           MOVE 0 TO RUN-FOUND-IDX
                       END-IF
                   END-IF
               END-IF
           END-IF

           MOVE RUN-FOUND-IDX TO GRP-RUN-IDX (GRP-IDX)
           IF RUN-FOUND-IDX = 0
               MOVE "O" TO GRP-MATCH (GRP-IDX)
               ADD 1 TO ORPHAN-GROUP-COUNT
               ADD GRP-MASTER-COUNT (GRP-IDX) TO ORPHAN-ROW-COUNT
               ADD GRP-ARCHIVE-COUNT (GRP-IDX) TO ORPHAN-ROW-COUNT
           ELSE
               ADD GRP-MASTER-COUNT (GRP-IDX)
                   TO RUN-FOUND-COUNT (RUN-FOUND-IDX)
               ADD GRP-ARCHIVE-COUNT (GRP-IDX)
                   TO RUN-FOUND-COUNT (RUN-FOUND-IDX)
               ADD GRP-ARCHIVE-COUNT (GRP-IDX)
                   TO RUN-ARCHIVED-COUNT (RUN-FOUND-IDX)
               ADD GRP-MASTER-TOTAL (GRP-IDX)
                   TO RUN-FOUND-TOTAL (RUN-FOUND-IDX)
               ADD GRP-ARCHIVE-TOTAL (GRP-IDX)
                   TO RUN-FOUND-TOTAL (RUN-FOUND-IDX)
           END-IF.

      *-----------------------------------------------------------
      * FIND-NEXT-COMPLETED-RUN
      * Finds the earliest-finishing run of the group's source file
      * that finished at or after the group's stamp. Leaves its
      * subscript in RUN-FOUND-IDX, zero when that file has never
      * completed a run since.
      *-----------------------------------------------------------
       FIND-NEXT-COMPLETED-RUN.
           MOVE 0 TO RUN-FOUND-IDX
           PERFORM VARYING RUN-IDX FROM 1 BY 1
               UNTIL RUN-IDX > RUN-ENTRY-COUNT
               IF RUN-SOURCE-FILE (RUN-IDX) = GRP-SOURCE-FILE (GRP-IDX)
                   AND RUN-DONE-STAMP (RUN-IDX)
                       NOT < GRP-STAMP (GRP-IDX)
                   IF RUN-FOUND-IDX = 0
                       MOVE RUN-IDX TO RUN-FOUND-IDX
                   ELSE
                       IF RUN-DONE-STAMP (RUN-IDX)
                           < RUN-DONE-STAMP (RUN-FOUND-IDX)
                           MOVE RUN-IDX TO RUN-FOUND-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------
      * WRITE-VERIFY-REPORT
      * One line per completed run with what the history says it
      * added against what the master and archive hold for it,
      * then the orphan stamps, then the totals.
      *-----------------------------------------------------------
       WRITE-VERIFY-REPORT.
           OPEN OUTPUT VERIFY-FILE
           IF VERIFY-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open verification report file "
                   VERIFY-FILENAME " (status " VERIFY-FILE-STATUS
                   ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE RUN-DATE TO RUN-DATE-EDITED
           MOVE SPACES TO VERIFY-RECORD
           STRING "Master-file verification, run " DELIMITED BY SIZE
                  RUN-DATE-EDITED DELIMITED BY SIZE
                  INTO VERIFY-RECORD
           WRITE VERIFY-RECORD

           MOVE MASTER-READ-COUNT TO COUNT-EDITED
           MOVE ARCHIVE-READ-COUNT TO ARCHIVED-COUNT-EDITED
           MOVE SPACES TO VERIFY-RECORD
           STRING "Master records=" DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
                  " archived records=" DELIMITED BY SIZE
                  ARCHIVED-COUNT-EDITED DELIMITED BY SIZE
                  INTO VERIFY-RECORD
           WRITE VERIFY-RECORD

           MOVE SPACES TO VERIFY-RECORD
           WRITE VERIFY-RECORD
           MOVE "Completed runs (history figures / master+archive):"
               TO VERIFY-RECORD
           WRITE VERIFY-RECORD

           PERFORM VARYING RUN-IDX FROM 1 BY 1
               UNTIL RUN-IDX > RUN-ENTRY-COUNT
               PERFORM WRITE-RUN-LINE
           END-PERFORM

           PERFORM WRITE-ORPHAN-SECTION

           MOVE SPACES TO VERIFY-RECORD
           WRITE VERIFY-RECORD
           MOVE SPACES TO VERIFY-RECORD
           STRING "Runs tied=" DELIMITED BY SIZE
                  RUNS-TIED-COUNT DELIMITED BY SIZE
                  " not tying=" DELIMITED BY SIZE
                  RUNS-MISMATCH-COUNT DELIMITED BY SIZE
                  " orphan stamps=" DELIMITED BY SIZE
                  ORPHAN-GROUP-COUNT DELIMITED BY SIZE
                  " orphan rows=" DELIMITED BY SIZE
                  ORPHAN-ROW-COUNT DELIMITED BY SIZE
                  INTO VERIFY-RECORD
           WRITE VERIFY-RECORD

      * A ROW WITH NO TRANSFER ID IS COUNTED BY ITS RUN BUT CAN
      * NEVER BE KEYED ONTO THE MASTER, SO IT SHOWS AS A SHORTFALL
      * ON THAT RUN'S LINE RATHER THAN AS AN ORPHAN.
           IF RUNS-MISMATCH-COUNT NOT = 0
               MOVE "  (a run's rows with no transfer ID never reach "
                   TO VERIFY-RECORD
               WRITE VERIFY-RECORD
               MOVE "   the master and show here as a shortfall)"
                   TO VERIFY-RECORD
               WRITE VERIFY-RECORD
           END-IF

           IF RUN-OVERFLOW-COUNT NOT = 0
               MOVE SPACES TO VERIFY-RECORD
               STRING "WARNING: run table full -- " DELIMITED BY SIZE
                      RUN-OVERFLOW-COUNT DELIMITED BY SIZE
                      " history record(s) not verified"
                          DELIMITED BY SIZE
                      INTO VERIFY-RECORD
               WRITE VERIFY-RECORD
           END-IF

           IF GROUP-OVERFLOW-COUNT NOT = 0
               MOVE SPACES TO VERIFY-RECORD
               STRING "WARNING: group table full -- " DELIMITED BY SIZE
                      GROUP-OVERFLOW-COUNT DELIMITED BY SIZE
                      " record(s) not grouped" DELIMITED BY SIZE
                      INTO VERIFY-RECORD
               WRITE VERIFY-RECORD
           END-IF

           CLOSE VERIFY-FILE.

      *-----------------------------------------------------------
      * WRITE-RUN-LINE
      * One completed run: when it finished, its file, the count
      * and total the history recorded against those found, and
      * whether they tie. Carried-in and archived rows are noted.
      *-----------------------------------------------------------
       WRITE-RUN-LINE.
           MOVE RUN-DONE-DATE (RUN-IDX) TO DONE-DATE-EDITED
           MOVE RUN-NEW-COUNT (RUN-IDX) TO COUNT-EDITED
           MOVE RUN-FOUND-COUNT (RUN-IDX) TO FOUND-COUNT-EDITED
           MOVE RUN-NEW-TOTAL (RUN-IDX) TO TOTAL-EDITED
           MOVE RUN-FOUND-TOTAL (RUN-IDX) TO FOUND-TOTAL-EDITED

           MOVE SPACES TO VERIFY-RECORD
           STRING "  " DELIMITED BY SIZE
                  DONE-DATE-EDITED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RUN-DONE-TIME (RUN-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RUN-SOURCE-FILE (RUN-IDX) (1:40) DELIMITED BY SIZE
                  " rows " DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FOUND-COUNT-EDITED DELIMITED BY SIZE
                  " total " DELIMITED BY SIZE
                  TOTAL-EDITED DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FOUND-TOTAL-EDITED DELIMITED BY SIZE
                  INTO VERIFY-RECORD

           IF RUN-FOUND-COUNT (RUN-IDX) = RUN-NEW-COUNT (RUN-IDX)
               AND RUN-FOUND-TOTAL (RUN-IDX) = RUN-NEW-TOTAL (RUN-IDX)
               ADD 1 TO RUNS-TIED-COUNT
               MOVE "  OK" TO VERIFY-RECORD (141:4)
           ELSE
               ADD 1 TO RUNS-MISMATCH-COUNT
               MOVE "  *** DOES NOT TIE" TO VERIFY-RECORD (141:18)
           END-IF
           WRITE VERIFY-RECORD

           IF RUN-CARRIED-COUNT (RUN-IDX) NOT = 0
               MOVE RUN-CARRIED-COUNT (RUN-IDX) TO COUNT-EDITED
               MOVE SPACES TO VERIFY-RECORD
               STRING "      includes " DELIMITED BY SIZE
                      COUNT-EDITED DELIMITED BY SIZE
                      " row(s) stamped by the crashed run it resumed"
                          DELIMITED BY SIZE
                      INTO VERIFY-RECORD
               WRITE VERIFY-RECORD
           END-IF

           IF RUN-ARCHIVED-COUNT (RUN-IDX) NOT = 0
               MOVE RUN-ARCHIVED-COUNT (RUN-IDX) TO COUNT-EDITED
               MOVE SPACES TO VERIFY-RECORD
               STRING "      includes " DELIMITED BY SIZE
                      COUNT-EDITED DELIMITED BY SIZE
                      " row(s) now in the archive" DELIMITED BY SIZE
                      INTO VERIFY-RECORD
               WRITE VERIFY-RECORD
           END-IF.

      *-----------------------------------------------------------
      * WRITE-ORPHAN-SECTION
      * Every run stamp no completed run accounts for -- rows a run
      * put on the master before it crashed and that no later run
      * took over.
      *-----------------------------------------------------------
       WRITE-ORPHAN-SECTION.
           MOVE SPACES TO VERIFY-RECORD
           WRITE VERIFY-RECORD
           MOVE "Orphan run stamps (runs that never completed):"
               TO VERIFY-RECORD
           WRITE VERIFY-RECORD

           IF ORPHAN-GROUP-COUNT = 0
               MOVE "  none" TO VERIFY-RECORD
               WRITE VERIFY-RECORD
           ELSE
               PERFORM VARYING GRP-IDX FROM 1 BY 1
                   UNTIL GRP-IDX > GROUP-ENTRY-COUNT
                   IF GRP-MATCH (GRP-IDX) = "O"
                       PERFORM WRITE-ORPHAN-LINE
                   END-IF
               END-PERFORM
           END-IF.

      *-----------------------------------------------------------
      * WRITE-ORPHAN-LINE
      * One orphan stamp: its file, its rows and amount on the
      * master and in the archive.
      *-----------------------------------------------------------
       WRITE-ORPHAN-LINE.
           MOVE GRP-MASTER-COUNT (GRP-IDX) TO COUNT-EDITED
           MOVE GRP-ARCHIVE-COUNT (GRP-IDX) TO ARCHIVED-COUNT-EDITED
           COMPUTE TOTAL-EDITED =
               GRP-MASTER-TOTAL (GRP-IDX) + GRP-ARCHIVE-TOTAL (GRP-IDX)

           MOVE SPACES TO VERIFY-RECORD
           STRING "  stamp " DELIMITED BY SIZE
                  GRP-STAMP (GRP-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  GRP-SOURCE-FILE (GRP-IDX) (1:40) DELIMITED BY SIZE
                  " master rows " DELIMITED BY SIZE
                  COUNT-EDITED DELIMITED BY SIZE
                  " archived " DELIMITED BY SIZE
                  ARCHIVED-COUNT-EDITED DELIMITED BY SIZE
                  " total " DELIMITED BY SIZE
                  TOTAL-EDITED DELIMITED BY SIZE
                  INTO VERIFY-RECORD
           WRITE VERIFY-RECORD.
       END PROGRAM WISE-VERIFY.
