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

       FD  INQUIRY-FILE.
       01  INQUIRY-RECORD          PIC X(200).
       01  RECORD-MATCHES-FLAG     PIC X VALUE "N".
       01  MATCH-COUNT             PIC 9(6) VALUE 0.
       01  MATCH-TOTAL             PIC S9(11)V99 VALUE 0.
      * A TRANSFER WISE-ADJUST HAS VOIDED IS STILL LISTED, MARKED,
      * BUT NEVER COUNTED INTO THE TOTALS ABOVE.
       01  VOID-COUNT              PIC 9(6) VALUE 0.
       01  VOID-TOTAL              PIC S9(11)V99 VALUE 0.
       77  VOID-TOTAL-EDITED       PIC -Z(10).99 VALUE 0.
       77  MATCH-TOTAL-EDITED      PIC -Z(10).99 VALUE 0.
       77  MST-AMOUNT-EDITED       PIC -Z(8).99 VALUE 0.
       77  MST-DATE-EDITED         PIC 9999/99/99.
       01  RECORD-STATUS-MARKER    PIC X(10) VALUE SPACES.

       01  RUN-DATE                PIC 9(8) VALUE 0.
       77  RUN-DATE-EDITED         PIC 9999/99/99.

           DISPLAY "Inquiry report written to " INQUIRY-FILENAME
           DISPLAY "Records matched: " MATCH-COUNT
           IF VOID-COUNT NOT = 0
               DISPLAY "Voided records listed, not totalled: "
                   VOID-COUNT
           END-IF

           STOP RUN.

                       " is not on the master file."
               NOT INVALID KEY
                   PERFORM WRITE-MASTER-DETAIL-LINE
                   PERFORM COUNT-MATCHED-RECORD
           END-READ.

      *-----------------------------------------------------------
                       PERFORM CHECK-RECORD-MATCHES
                       IF RECORD-MATCHES-FLAG = "Y"
                           PERFORM WRITE-MASTER-DETAIL-LINE
                           PERFORM COUNT-MATCHED-RECORD
                       END-IF
               END-READ
           END-PERFORM.
      * WRITE-MASTER-DETAIL-LINE
      * One readable report line per master record: the transfer,
      * when it happened, what it moved, and exactly which export
      * and row first recorded it, marked when it has since been
      * voided or adjusted.
      *-----------------------------------------------------------
       WRITE-MASTER-DETAIL-LINE.
           MOVE MST-DATE TO MST-DATE-EDITED
           MOVE MST-AMOUNT TO MST-AMOUNT-EDITED
           EVALUATE MST-RECORD-STATUS
               WHEN "V"
                   MOVE " VOID" TO RECORD-STATUS-MARKER
               WHEN "A"
                   MOVE " ADJUSTED" TO RECORD-STATUS-MARKER
               WHEN OTHER
                   MOVE SPACES TO RECORD-STATUS-MARKER
           END-EVALUATE

           MOVE SPACES TO INQUIRY-RECORD
           STRING MST-TRANSFER-ID DELIMITED BY SIZE
                  " (run " DELIMITED BY SIZE
                  MST-RUN-STAMP DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  RECORD-STATUS-MARKER DELIMITED BY "  "
                  INTO INQUIRY-RECORD
           WRITE INQUIRY-RECORD.

      *-----------------------------------------------------------
      * COUNT-MATCHED-RECORD
      * Counts the record just listed into the footer totals -- or,
      * when WISE-ADJUST has voided it, into the voided figures
      * instead, so the totals only ever carry live transfers.
      *-----------------------------------------------------------
       COUNT-MATCHED-RECORD.
           IF MST-RECORD-STATUS = "V"
               ADD 1 TO VOID-COUNT
               ADD MST-AMOUNT TO VOID-TOTAL
           ELSE
               ADD 1 TO MATCH-COUNT
               ADD MST-AMOUNT TO MATCH-TOTAL
           END-IF.

      *-----------------------------------------------------------
      * WRITE-INQUIRY-FOOTER
      * Closes the report with the match count and amount total so
                  " amount total: " DELIMITED BY SIZE
                  MATCH-TOTAL-EDITED DELIMITED BY SIZE
                  INTO INQUIRY-RECORD
           WRITE INQUIRY-RECORD

           IF VOID-COUNT NOT = 0
               MOVE VOID-TOTAL TO VOID-TOTAL-EDITED
               MOVE SPACES TO INQUIRY-RECORD
               STRING "Voided, listed but not totalled: "
                      DELIMITED BY SIZE
                      VOID-COUNT DELIMITED BY SIZE
                      " amount: " DELIMITED BY SIZE
                      VOID-TOTAL-EDITED DELIMITED BY SIZE
                      INTO INQUIRY-RECORD
               WRITE INQUIRY-RECORD
           END-IF.
       END PROGRAM WISE-INQUIRY.
