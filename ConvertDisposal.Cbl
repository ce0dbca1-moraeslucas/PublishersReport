       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ConvertDisposal.
      *One-time conversion for the extended disposal archive record.
      *Rebuilds DISPOSAL.DAT - read under the original layout of
      *copy, title, earnings, purchase price, branch, disposal date
      *and reason - as DISPNEW.DAT under the layout that carries the
      *accumulated depreciation and net book value RetireCopy now
      *files with a disposal.  No copy was depreciated before the
      *depreciation ledger existed, so every carried-forward
      *disposal goes across with no accumulated depreciation and a
      *net book value equal to its purchase price, everything else
      *untouched.  Prints a control report proving the record
      *counts and price totals match before and after, and ends
      *RC 0 only when everything balances.  The operator renames
      *the NEW file into place once the report is clean; RetireCopy,
      *DisposalReport and GLExtract must never open an unconverted
      *file - the old records are shorter than the widened record.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-DISPOSAL-FILE ASSIGN TO "DISPOSAL.DAT"
               FILE STATUS IS OLD-DISPOSAL-STATUS.

           SELECT NEW-DISPOSAL-FILE ASSIGN TO "DISPNEW.DAT"
               FILE STATUS IS NEW-DISPOSAL-STATUS.

           SELECT CONTROL-REPORT-FILE ASSIGN TO
               "ConvertDisposal.rpt".

       DATA DIVISION.
       FILE SECTION.

      *    THE PRODUCTION FILE THIS ONE-TIME RUN READS STILL HAS THE
      *    ORIGINAL LAYOUT RETIRECOPY ARCHIVED COPIES IN.
       FD  OLD-DISPOSAL-FILE.
       01  OLD-DISPOSAL-RECORD.
           02  OLD-DSP-LIBRARY-NUM     PIC X(5).
           02  OLD-DSP-LIBRARY-CODE    PIC 9(5).
           02  OLD-DSP-RENTAL-EARNINGS PIC 9(4)V99.
           02  OLD-DSP-PURCHASE-PRICE  PIC 999V99.
           02  OLD-DSP-BRANCH-CODE     PIC 99.
           02  OLD-DSP-DISPOSAL-DATE   PIC 9(8).
           02  OLD-DSP-REASON-CODE     PIC X(1).

       FD  NEW-DISPOSAL-FILE.
       01  NEW-DISPOSAL-RECORD.
           02  NEW-DSP-LIBRARY-NUM     PIC X(5).
           02  NEW-DSP-LIBRARY-CODE    PIC 9(5).
           02  NEW-DSP-RENTAL-EARNINGS PIC 9(4)V99.
           02  NEW-DSP-PURCHASE-PRICE  PIC 999V99.
           02  NEW-DSP-BRANCH-CODE     PIC 99.
           02  NEW-DSP-DISPOSAL-DATE   PIC 9(8).
           02  NEW-DSP-REASON-CODE     PIC X(1).
           02  NEW-DSP-ACCUM-DEPRECIATION PIC 999V99.
           02  NEW-DSP-NET-BOOK-VALUE  PIC 999V99.

       FD  CONTROL-REPORT-FILE.
       01  CONTROL-LINE                PIC X(74).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-IDENTIFIERS.
           02  OLD-DISPOSAL-STATUS     PIC X(2).
           02  NEW-DISPOSAL-STATUS     PIC X(2).

       01  END-OF-FILE-FLAGS.
           02  FILLER                  PIC 9     VALUE 1.
               88    OLD-DISPOSAL-END  VALUE 0.
           02  FILLER                  PIC 9     VALUE 1.
               88    NEW-DISPOSAL-END  VALUE 0.
               88    NOT-NEW-END       VALUE 1.

       01  CONTROL-HEADING.
           02  FILLER                  PIC X(20) VALUE SPACES.
           02  FILLER                  PIC X(30)
                      VALUE "DISPOSAL ARCHIVE CONVERSION".

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
           02  OLD-PRICE-TOTAL         PIC 9(8)V99 VALUE ZERO.
           02  NEW-PRICE-TOTAL         PIC 9(8)V99 VALUE ZERO.
           02  NEW-BOOK-VALUE-TOTAL    PIC 9(8)V99 VALUE ZERO.
           02  FILLER                  PIC 9     VALUE 0.
               88  TOTALS-MATCH        VALUE 1.

       PROCEDURE DIVISION.
       BEGIN.
           OPEN INPUT OLD-DISPOSAL-FILE.
           IF OLD-DISPOSAL-STATUS NOT EQUAL TO "00"
               DISPLAY "CONVERTDISPOSAL - CANNOT OPEN DISPOSAL.DAT, "
                       "FS = " OLD-DISPOSAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT NEW-DISPOSAL-FILE.
           OPEN OUTPUT CONTROL-REPORT-FILE.

           PERFORM PRINT-CONTROL-HEADINGS.
           PERFORM CONVERT-DISPOSAL-FILE.
           PERFORM PROVE-NEW-DISPOSAL-FILE.
           PERFORM PRINT-CONTROL-TOTALS.

           CLOSE OLD-DISPOSAL-FILE,
                 NEW-DISPOSAL-FILE,
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

      *    THE ARCHIVE IS CARRIED ACROSS IN THE ORDER IT WAS WRITTEN.
       CONVERT-DISPOSAL-FILE.
           READ OLD-DISPOSAL-FILE
               AT END SET OLD-DISPOSAL-END TO TRUE
           END-READ
           PERFORM CONVERT-ONE-DISPOSAL UNTIL OLD-DISPOSAL-END.

       CONVERT-ONE-DISPOSAL.
           ADD 1 TO OLD-ENTRY-COUNT
           IF OLD-DSP-PURCHASE-PRICE NUMERIC
               ADD OLD-DSP-PURCHASE-PRICE TO OLD-PRICE-TOTAL
           END-IF

           MOVE OLD-DSP-LIBRARY-NUM TO NEW-DSP-LIBRARY-NUM
           MOVE OLD-DSP-LIBRARY-CODE TO NEW-DSP-LIBRARY-CODE
           MOVE OLD-DSP-RENTAL-EARNINGS TO NEW-DSP-RENTAL-EARNINGS
           MOVE OLD-DSP-PURCHASE-PRICE TO NEW-DSP-PURCHASE-PRICE
           MOVE OLD-DSP-BRANCH-CODE TO NEW-DSP-BRANCH-CODE
           MOVE OLD-DSP-DISPOSAL-DATE TO NEW-DSP-DISPOSAL-DATE
           MOVE OLD-DSP-REASON-CODE TO NEW-DSP-REASON-CODE
           MOVE ZEROS TO NEW-DSP-ACCUM-DEPRECIATION
           MOVE OLD-DSP-PURCHASE-PRICE TO NEW-DSP-NET-BOOK-VALUE
           WRITE NEW-DISPOSAL-RECORD

           IF NEW-DISPOSAL-STATUS NOT EQUAL TO "00"
               ADD 1 TO FAILED-WRITE-COUNT
               DISPLAY "CONVERTDISPOSAL - WRITE FAILED FOR "
                       OLD-DSP-LIBRARY-NUM ", FS = "
                       NEW-DISPOSAL-STATUS
           END-IF

           READ OLD-DISPOSAL-FILE
               AT END SET OLD-DISPOSAL-END TO TRUE
           END-READ.

      *    THE AFTER FIGURES ARE TAKEN BY RE-READING THE NEW FILE,
      *    NOT BY TRUSTING WHAT WAS JUST WRITTEN - THE WHOLE POINT IS
      *    TO PROVE THE REBUILT FILE STANDS ON ITS OWN.
       PROVE-NEW-DISPOSAL-FILE.
           CLOSE NEW-DISPOSAL-FILE
           OPEN INPUT NEW-DISPOSAL-FILE

           SET NOT-NEW-END TO TRUE
           READ NEW-DISPOSAL-FILE
               AT END SET NEW-DISPOSAL-END TO TRUE
           END-READ
           PERFORM PROVE-ONE-NEW-DISPOSAL UNTIL NEW-DISPOSAL-END.

       PROVE-ONE-NEW-DISPOSAL.
           ADD 1 TO NEW-ENTRY-COUNT
           IF NEW-DSP-PURCHASE-PRICE NUMERIC
               ADD NEW-DSP-PURCHASE-PRICE TO NEW-PRICE-TOTAL
           END-IF
           IF NEW-DSP-NET-BOOK-VALUE NUMERIC
               ADD NEW-DSP-NET-BOOK-VALUE TO NEW-BOOK-VALUE-TOTAL
           END-IF

           READ NEW-DISPOSAL-FILE
               AT END SET NEW-DISPOSAL-END TO TRUE
           END-READ.

       PRINT-CONTROL-TOTALS.
           MOVE "DISPOSALS READ:" TO PRN-CONTROL-TEXT
           MOVE OLD-ENTRY-COUNT TO PRN-CONTROL-COUNT
           WRITE CONTROL-LINE FROM CONTROL-COUNT-LINE
               AFTER ADVANCING 2 LINE

           MOVE "DISPOSALS WRITTEN:" TO PRN-CONTROL-TEXT
           MOVE NEW-ENTRY-COUNT TO PRN-CONTROL-COUNT
           WRITE CONTROL-LINE FROM CONTROL-COUNT-LINE
               AFTER ADVANCING 1 LINE

           MOVE "DISPOSALS NOT WRITTEN:" TO PRN-CONTROL-TEXT
           MOVE FAILED-WRITE-COUNT TO PRN-CONTROL-COUNT
           WRITE CONTROL-LINE FROM CONTROL-COUNT-LINE
               AFTER ADVANCING 1 LINE

           MOVE "PURCHASE PRICE BEFORE:" TO PRN-AMOUNT-TEXT
           MOVE OLD-PRICE-TOTAL TO PRN-CONTROL-AMOUNT
           WRITE CONTROL-LINE FROM CONTROL-AMOUNT-LINE
               AFTER ADVANCING 1 LINE

           MOVE "PURCHASE PRICE AFTER:" TO PRN-AMOUNT-TEXT
           MOVE NEW-PRICE-TOTAL TO PRN-CONTROL-AMOUNT
           WRITE CONTROL-LINE FROM CONTROL-AMOUNT-LINE
               AFTER ADVANCING 1 LINE

           MOVE "NET BOOK VALUE AFTER:" TO PRN-AMOUNT-TEXT
           MOVE NEW-BOOK-VALUE-TOTAL TO PRN-CONTROL-AMOUNT
           WRITE CONTROL-LINE FROM CONTROL-AMOUNT-LINE
               AFTER ADVANCING 1 LINE

           IF OLD-ENTRY-COUNT EQUAL TO NEW-ENTRY-COUNT
              AND OLD-PRICE-TOTAL EQUAL TO NEW-PRICE-TOTAL
              AND OLD-PRICE-TOTAL EQUAL TO NEW-BOOK-VALUE-TOTAL
               SET TOTALS-MATCH TO TRUE
               MOVE "CONVERSION BALANCES - RENAME NEW FILE" TO
                   PRN-VERDICT-TEXT
           ELSE
               MOVE "CONVERSION DOES NOT BALANCE - DO NOT USE" TO
                   PRN-VERDICT-TEXT
           END-IF
           WRITE CONTROL-LINE FROM CONTROL-VERDICT-LINE
               AFTER ADVANCING 2 LINE.
