       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ConvertHistory.
      *One-time conversion for the extended rental history record.
      *Rebuilds RENTHIST.DAT - read under the original layout of
      *copy, rental date, sequence, title, branch, amount and posting
      *date - as HISTNEW.DAT under the layout that carries the entry
      *type and the reversal reason RentalPost now files with a
      *reversal.  Every carried-forward entry is a receipt - nothing
      *but receipts could be posted before - so each goes across as
      *type R with a blank reason and its amount, key and dates
      *untouched.  Prints a control report proving the record counts
      *and amount totals match before and after, and ends RC 0 only
      *when everything balances.  The operator renames the NEW file
      *into place once the report is clean; RentalPost, SuspenseFix
      *and RentalActivity must never open an unconverted file - the
      *old records are shorter than the widened record.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-HISTORY-FILE ASSIGN TO "RENTHIST.DAT"
               ORGANIZATION IS INDEXED
               FILE STATUS IS OLD-HISTORY-STATUS
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-HIS-KEY
               ALTERNATE RECORD KEY IS OLD-HIS-RENTAL-DATE
                         WITH DUPLICATES.

           SELECT NEW-HISTORY-FILE ASSIGN TO "HISTNEW.DAT"
               ORGANIZATION IS INDEXED
               FILE STATUS IS NEW-HISTORY-STATUS
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NEW-HIS-KEY
               ALTERNATE RECORD KEY IS NEW-HIS-RENTAL-DATE
                         WITH DUPLICATES.

           SELECT CONTROL-REPORT-FILE ASSIGN TO
               "ConvertHistory.rpt".

       DATA DIVISION.
       FILE SECTION.

      *    THE PRODUCTION FILE THIS ONE-TIME RUN READS STILL HAS THE
      *    ORIGINAL LAYOUT RENTALPOST FILED RECEIPTS IN.
       FD  OLD-HISTORY-FILE.
       01  OLD-HISTORY-RECORD.
           02  OLD-HIS-KEY.
               03  OLD-HIS-COPY-NUM    PIC X(5).
               03  OLD-HIS-RENTAL-DATE PIC 9(8).
               03  OLD-HIS-SEQ         PIC 9(3).
           02  OLD-HIS-LIBRARY-CODE    PIC 9(5).
           02  OLD-HIS-BRANCH-CODE     PIC 99.
           02  OLD-HIS-RENTAL-AMOUNT   PIC 9(4)V99.
           02  OLD-HIS-POSTING-DATE    PIC 9(8).

       FD  NEW-HISTORY-FILE.
       01  NEW-HISTORY-RECORD.
           02  NEW-HIS-KEY.
               03  NEW-HIS-COPY-NUM    PIC X(5).
               03  NEW-HIS-RENTAL-DATE PIC 9(8).
               03  NEW-HIS-SEQ         PIC 9(3).
           02  NEW-HIS-LIBRARY-CODE    PIC 9(5).
           02  NEW-HIS-BRANCH-CODE     PIC 99.
           02  NEW-HIS-RENTAL-AMOUNT   PIC S9(4)V99.
           02  NEW-HIS-POSTING-DATE    PIC 9(8).
           02  NEW-HIS-ENTRY-TYPE      PIC X(1).
           02  NEW-HIS-REVERSAL-REASON PIC X(20).

       FD  CONTROL-REPORT-FILE.
       01  CONTROL-LINE                PIC X(74).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-IDENTIFIERS.
           02  OLD-HISTORY-STATUS      PIC X(2).
           02  NEW-HISTORY-STATUS      PIC X(2).

       01  END-OF-FILE-FLAGS.
           02  FILLER                  PIC 9     VALUE 1.
               88    OLD-HISTORY-END   VALUE 0.
           02  FILLER                  PIC 9     VALUE 1.
               88    NEW-HISTORY-END   VALUE 0.
               88    NOT-NEW-END       VALUE 1.

       01  CONTROL-HEADING.
           02  FILLER                  PIC X(20) VALUE SPACES.
           02  FILLER                  PIC X(30)
                      VALUE "RENTAL HISTORY CONVERSION".

       01  CONTROL-UNDER-LINE.
           02  FILLER                  PIC X(20) VALUE SPACES.
           02  FILLER                  PIC X(30) VALUE ALL "-".

       01  CONTROL-COUNT-LINE.
           02  PRN-CONTROL-TEXT        PIC X(40).
           02  PRN-CONTROL-COUNT       PIC ZZZ,ZZ9.

       01  CONTROL-AMOUNT-LINE.
           02  PRN-AMOUNT-TEXT         PIC X(40).
           02  PRN-CONTROL-AMOUNT      PIC $$,$$$,$$9.99.

       01  CONTROL-VERDICT-LINE.
           02  PRN-VERDICT-TEXT        PIC X(40).

       01  COUNTERS.
           02  OLD-ENTRY-COUNT         PIC 9(6)  VALUE ZERO.
           02  NEW-ENTRY-COUNT         PIC 9(6)  VALUE ZERO.
           02  FAILED-WRITE-COUNT      PIC 9(6)  VALUE ZERO.
           02  OLD-AMOUNT-TOTAL        PIC 9(8)V99 VALUE ZERO.
           02  NEW-AMOUNT-TOTAL        PIC S9(8)V99 VALUE ZERO.
           02  FILLER                  PIC 9     VALUE 0.
               88  TOTALS-MATCH        VALUE 1.

       PROCEDURE DIVISION.
       BEGIN.
           OPEN INPUT OLD-HISTORY-FILE.
           IF OLD-HISTORY-STATUS NOT EQUAL TO "00"
               DISPLAY "CONVERTHISTORY - CANNOT OPEN RENTHIST.DAT, "
                       "FS = " OLD-HISTORY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT NEW-HISTORY-FILE.
           OPEN OUTPUT CONTROL-REPORT-FILE.

           PERFORM PRINT-CONTROL-HEADINGS.
           PERFORM CONVERT-HISTORY-FILE.
           PERFORM PROVE-NEW-HISTORY-FILE.
           PERFORM PRINT-CONTROL-TOTALS.

           CLOSE OLD-HISTORY-FILE,
                 NEW-HISTORY-FILE,
                 CONTROL-REPORT-FILE.

           IF TOTALS-MATCH
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.

           STOP RUN.

       PRINT-CONTROL-HEADINGS.
           MOVE SPACES TO CONTROL-LINE
           WRITE CONTROL-LINE AFTER ADVANCING PAGE.

           WRITE CONTROL-LINE FROM CONTROL-HEADING
               AFTER ADVANCING 1 LINE
           WRITE CONTROL-LINE FROM CONTROL-UNDER-LINE
               AFTER ADVANCING 1 LINE.

      *    THE OLD FILE IS READ IN PRIMARY KEY ORDER, WHICH IS THE
      *    ORDER THE NEW FILE HAS TO BE LOADED IN.
       CONVERT-HISTORY-FILE.
           READ OLD-HISTORY-FILE
               AT END SET OLD-HISTORY-END TO TRUE
           END-READ
           PERFORM CONVERT-ONE-ENTRY UNTIL OLD-HISTORY-END.

       CONVERT-ONE-ENTRY.
           ADD 1 TO OLD-ENTRY-COUNT
           IF OLD-HIS-RENTAL-AMOUNT NUMERIC
               ADD OLD-HIS-RENTAL-AMOUNT TO OLD-AMOUNT-TOTAL
           END-IF

           MOVE OLD-HIS-KEY TO NEW-HIS-KEY
           MOVE OLD-HIS-LIBRARY-CODE TO NEW-HIS-LIBRARY-CODE
           MOVE OLD-HIS-BRANCH-CODE TO NEW-HIS-BRANCH-CODE
           MOVE OLD-HIS-RENTAL-AMOUNT TO NEW-HIS-RENTAL-AMOUNT
           MOVE OLD-HIS-POSTING-DATE TO NEW-HIS-POSTING-DATE
           MOVE "R" TO NEW-HIS-ENTRY-TYPE
           MOVE SPACES TO NEW-HIS-REVERSAL-REASON
           WRITE NEW-HISTORY-RECORD
               INVALID KEY
                   ADD 1 TO FAILED-WRITE-COUNT
                   DISPLAY "CONVERTHISTORY - WRITE FAILED FOR "
                           OLD-HIS-KEY ", FS = " NEW-HISTORY-STATUS
           END-WRITE

           READ OLD-HISTORY-FILE
               AT END SET OLD-HISTORY-END TO TRUE
           END-READ.

      *    THE AFTER FIGURES ARE TAKEN BY RE-READING THE NEW FILE,
      *    NOT BY TRUSTING WHAT WAS JUST WRITTEN - THE WHOLE POINT IS
      *    TO PROVE THE REBUILT FILE STANDS ON ITS OWN.
       PROVE-NEW-HISTORY-FILE.
           CLOSE NEW-HISTORY-FILE
           OPEN INPUT NEW-HISTORY-FILE

           SET NOT-NEW-END TO TRUE
           READ NEW-HISTORY-FILE
               AT END SET NEW-HISTORY-END TO TRUE
           END-READ
           PERFORM PROVE-ONE-NEW-ENTRY UNTIL NEW-HISTORY-END.

       PROVE-ONE-NEW-ENTRY.
           ADD 1 TO NEW-ENTRY-COUNT
           IF NEW-HIS-RENTAL-AMOUNT NUMERIC
               ADD NEW-HIS-RENTAL-AMOUNT TO NEW-AMOUNT-TOTAL
           END-IF

           READ NEW-HISTORY-FILE
               AT END SET NEW-HISTORY-END TO TRUE
           END-READ.

       PRINT-CONTROL-TOTALS.
           MOVE "HISTORY ENTRIES READ:" TO PRN-CONTROL-TEXT
           MOVE OLD-ENTRY-COUNT TO PRN-CONTROL-COUNT
           WRITE CONTROL-LINE FROM CONTROL-COUNT-LINE
               AFTER ADVANCING 2 LINE

           MOVE "HISTORY ENTRIES WRITTEN:" TO PRN-CONTROL-TEXT
           MOVE NEW-ENTRY-COUNT TO PRN-CONTROL-COUNT
           WRITE CONTROL-LINE FROM CONTROL-COUNT-LINE
               AFTER ADVANCING 1 LINE

           MOVE "HISTORY ENTRIES NOT WRITTEN:" TO PRN-CONTROL-TEXT
           MOVE FAILED-WRITE-COUNT TO PRN-CONTROL-COUNT
           WRITE CONTROL-LINE FROM CONTROL-COUNT-LINE
               AFTER ADVANCING 1 LINE

           MOVE "HISTORY AMOUNT BEFORE:" TO PRN-AMOUNT-TEXT
           MOVE OLD-AMOUNT-TOTAL TO PRN-CONTROL-AMOUNT
           WRITE CONTROL-LINE FROM CONTROL-AMOUNT-LINE
               AFTER ADVANCING 1 LINE

           MOVE "HISTORY AMOUNT AFTER:" TO PRN-AMOUNT-TEXT
           MOVE NEW-AMOUNT-TOTAL TO PRN-CONTROL-AMOUNT
           WRITE CONTROL-LINE FROM CONTROL-AMOUNT-LINE
               AFTER ADVANCING 1 LINE

           IF OLD-ENTRY-COUNT EQUAL TO NEW-ENTRY-COUNT
              AND OLD-AMOUNT-TOTAL EQUAL TO NEW-AMOUNT-TOTAL
               SET TOTALS-MATCH TO TRUE
               MOVE "CONVERSION BALANCES - RENAME NEW FILE" TO
                   PRN-VERDICT-TEXT
           ELSE
               MOVE "CONVERSION DOES NOT BALANCE - DO NOT USE" TO
                   PRN-VERDICT-TEXT
           END-IF
           WRITE CONTROL-LINE FROM CONTROL-VERDICT-LINE
               AFTER ADVANCING 2 LINE.
