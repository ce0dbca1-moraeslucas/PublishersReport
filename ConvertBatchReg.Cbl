       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ConvertBatchReg.
      *One-time conversion for the extended batch register record.
      *Rebuilds BATCHREG.DAT - read under the original layout of
      *branch, batch number, business date, record count, amount
      *total, posting date and operator - as BREGNEW.DAT under the
      *layout that carries each batch's outcome, now that RentalPost
      *registers refused batches as well as posted ones.  Every
      *carried-forward entry is a posted batch - nothing else could
      *be registered before - so each goes across as outcome A with
      *its key, figures and dates untouched.  Prints a control report
      *proving the entry counts and amount totals match before and
      *after, and ends RC 0 only when everything balances.  The
      *operator renames the NEW file into place once the report is
      *clean; RentalPost and LoanDesk must never open an unconverted
      *file - the old records are shorter than the widened record.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-REGISTER-FILE ASSIGN TO "BATCHREG.DAT"
               ORGANIZATION IS INDEXED
               FILE STATUS IS OLD-REGISTER-STATUS
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-BRG-KEY.

           SELECT NEW-REGISTER-FILE ASSIGN TO "BREGNEW.DAT"
               ORGANIZATION IS INDEXED
               FILE STATUS IS NEW-REGISTER-STATUS
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NEW-BRG-KEY.

           SELECT CONTROL-REPORT-FILE ASSIGN TO
               "ConvertBatchReg.rpt".

       DATA DIVISION.
       FILE SECTION.

      *    THE PRODUCTION FILE THIS ONE-TIME RUN READS STILL HAS THE
      *    ORIGINAL LAYOUT RENTALPOST REGISTERED POSTED BATCHES IN.
       FD  OLD-REGISTER-FILE.
       01  OLD-REGISTER-RECORD.
           02  OLD-BRG-KEY.
               03  OLD-BRG-BRANCH-CODE PIC 99.
               03  OLD-BRG-BATCH-NUM   PIC 9(6).
           02  OLD-BRG-BUSINESS-DATE   PIC 9(8).
           02  OLD-BRG-RECORD-COUNT    PIC 9(6).
           02  OLD-BRG-AMOUNT-TOTAL    PIC 9(8)V99.
           02  OLD-BRG-POSTING-DATE    PIC 9(8).
           02  OLD-BRG-OPERATOR        PIC X(8).

       FD  NEW-REGISTER-FILE.
       01  NEW-REGISTER-RECORD.
           02  NEW-BRG-KEY.
               03  NEW-BRG-BRANCH-CODE PIC 99.
               03  NEW-BRG-BATCH-NUM   PIC 9(6).
           02  NEW-BRG-BUSINESS-DATE   PIC 9(8).
           02  NEW-BRG-RECORD-COUNT    PIC 9(6).
           02  NEW-BRG-AMOUNT-TOTAL    PIC 9(8)V99.
           02  NEW-BRG-POSTING-DATE    PIC 9(8).
           02  NEW-BRG-OPERATOR        PIC X(8).
           02  NEW-BRG-OUTCOME         PIC X(1).

       FD  CONTROL-REPORT-FILE.
       01  CONTROL-LINE                PIC X(74).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-IDENTIFIERS.
           02  OLD-REGISTER-STATUS     PIC X(2).
           02  NEW-REGISTER-STATUS     PIC X(2).

       01  END-OF-FILE-FLAGS.
           02  FILLER                  PIC 9     VALUE 1.
               88    OLD-REGISTER-END  VALUE 0.
           02  FILLER                  PIC 9     VALUE 1.
               88    NEW-REGISTER-END  VALUE 0.
               88    NOT-NEW-END       VALUE 1.

       01  CONTROL-HEADING.
           02  FILLER                  PIC X(20) VALUE SPACES.
           02  FILLER                  PIC X(30)
                      VALUE "BATCH REGISTER CONVERSION".

       01  CONTROL-UNDER-LINE.
           02  FILLER                  PIC X(20) VALUE SPACES.
           02  FILLER                  PIC X(30) VALUE ALL "-".

       01  CONTROL-COUNT-LINE.
           02  PRN-CONTROL-TEXT        PIC X(40).
           02  PRN-CONTROL-COUNT       PIC ZZZ,ZZ9.

       01  CONTROL-AMOUNT-LINE.
           02  PRN-AMOUNT-TEXT         PIC X(40).
           02  PRN-CONTROL-AMOUNT      PIC $$$,$$$,$$$,$$9.99.

       01  CONTROL-VERDICT-LINE.
           02  PRN-VERDICT-TEXT        PIC X(40).

       01  COUNTERS.
           02  OLD-ENTRY-COUNT         PIC 9(6)  VALUE ZERO.
           02  NEW-ENTRY-COUNT         PIC 9(6)  VALUE ZERO.
           02  FAILED-WRITE-COUNT      PIC 9(6)  VALUE ZERO.
           02  OLD-AMOUNT-TOTAL        PIC 9(12)V99 VALUE ZERO.
           02  NEW-AMOUNT-TOTAL        PIC 9(12)V99 VALUE ZERO.
           02  FILLER                  PIC 9     VALUE 0.
               88  TOTALS-MATCH        VALUE 1.

       PROCEDURE DIVISION.
       BEGIN.
           OPEN INPUT OLD-REGISTER-FILE.
           IF OLD-REGISTER-STATUS NOT EQUAL TO "00"
               DISPLAY "CONVERTBATCHREG - CANNOT OPEN BATCHREG.DAT, "
                       "FS = " OLD-REGISTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT NEW-REGISTER-FILE.
           OPEN OUTPUT CONTROL-REPORT-FILE.

           PERFORM PRINT-CONTROL-HEADINGS.
           PERFORM CONVERT-REGISTER-FILE.
           PERFORM PROVE-NEW-REGISTER-FILE.
           PERFORM PRINT-CONTROL-TOTALS.

           CLOSE OLD-REGISTER-FILE,
                 NEW-REGISTER-FILE,
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

      *    THE OLD FILE IS READ IN KEY ORDER, WHICH IS THE ORDER THE
      *    NEW FILE HAS TO BE LOADED IN.
       CONVERT-REGISTER-FILE.
           READ OLD-REGISTER-FILE
               AT END SET OLD-REGISTER-END TO TRUE
           END-READ
           PERFORM CONVERT-ONE-ENTRY UNTIL OLD-REGISTER-END.

       CONVERT-ONE-ENTRY.
           ADD 1 TO OLD-ENTRY-COUNT
           IF OLD-BRG-AMOUNT-TOTAL NUMERIC
               ADD OLD-BRG-AMOUNT-TOTAL TO OLD-AMOUNT-TOTAL
           END-IF

           MOVE OLD-BRG-KEY TO NEW-BRG-KEY
           MOVE OLD-BRG-BUSINESS-DATE TO NEW-BRG-BUSINESS-DATE
           MOVE OLD-BRG-RECORD-COUNT TO NEW-BRG-RECORD-COUNT
           MOVE OLD-BRG-AMOUNT-TOTAL TO NEW-BRG-AMOUNT-TOTAL
           MOVE OLD-BRG-POSTING-DATE TO NEW-BRG-POSTING-DATE
           MOVE OLD-BRG-OPERATOR TO NEW-BRG-OPERATOR
           MOVE "A" TO NEW-BRG-OUTCOME
           WRITE NEW-REGISTER-RECORD
               INVALID KEY
                   ADD 1 TO FAILED-WRITE-COUNT
                   DISPLAY "CONVERTBATCHREG - WRITE FAILED FOR "
                           OLD-BRG-KEY ", FS = " NEW-REGISTER-STATUS
           END-WRITE

           READ OLD-REGISTER-FILE
               AT END SET OLD-REGISTER-END TO TRUE
           END-READ.

      *    THE AFTER FIGURES ARE TAKEN BY RE-READING THE NEW FILE,
      *    NOT BY TRUSTING WHAT WAS JUST WRITTEN - THE WHOLE POINT IS
      *    TO PROVE THE REBUILT FILE STANDS ON ITS OWN.
       PROVE-NEW-REGISTER-FILE.
           CLOSE NEW-REGISTER-FILE
           OPEN INPUT NEW-REGISTER-FILE

           SET NOT-NEW-END TO TRUE
           READ NEW-REGISTER-FILE
               AT END SET NEW-REGISTER-END TO TRUE
           END-READ
           PERFORM PROVE-ONE-NEW-ENTRY UNTIL NEW-REGISTER-END.

       PROVE-ONE-NEW-ENTRY.
           ADD 1 TO NEW-ENTRY-COUNT
           IF NEW-BRG-AMOUNT-TOTAL NUMERIC
               ADD NEW-BRG-AMOUNT-TOTAL TO NEW-AMOUNT-TOTAL
           END-IF

           READ NEW-REGISTER-FILE
               AT END SET NEW-REGISTER-END TO TRUE
           END-READ.

       PRINT-CONTROL-TOTALS.
           MOVE "REGISTER ENTRIES READ:" TO PRN-CONTROL-TEXT
           MOVE OLD-ENTRY-COUNT TO PRN-CONTROL-COUNT
           WRITE CONTROL-LINE FROM CONTROL-COUNT-LINE
               AFTER ADVANCING 2 LINE

           MOVE "REGISTER ENTRIES WRITTEN:" TO PRN-CONTROL-TEXT
           MOVE NEW-ENTRY-COUNT TO PRN-CONTROL-COUNT
           WRITE CONTROL-LINE FROM CONTROL-COUNT-LINE
               AFTER ADVANCING 1 LINE

           MOVE "REGISTER ENTRIES NOT WRITTEN:" TO PRN-CONTROL-TEXT
           MOVE FAILED-WRITE-COUNT TO PRN-CONTROL-COUNT
           WRITE CONTROL-LINE FROM CONTROL-COUNT-LINE
               AFTER ADVANCING 1 LINE

           MOVE "BATCH AMOUNT BEFORE:" TO PRN-AMOUNT-TEXT
           MOVE OLD-AMOUNT-TOTAL TO PRN-CONTROL-AMOUNT
           WRITE CONTROL-LINE FROM CONTROL-AMOUNT-LINE
               AFTER ADVANCING 1 LINE

           MOVE "BATCH AMOUNT AFTER:" TO PRN-AMOUNT-TEXT
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
