      *publisher is filed on the payables ledger REMIT.DAT under that
      *period, so what is owed is recorded on the system and payments
      *can be posted against it instead of into a spreadsheet.
      *A publisher paid an advance on the advance ledger ADVANCE.DAT
      *has the advance still outstanding at the period end recouped
      *out of the period's royalty, up to the whole of it.  The
      *recoupment is filed on ADVANCE.DAT under the period end date
      *and only the net is filed as the amount due on REMIT.DAT, so
      *PayablesPost and PayablesAging work on what is actually
      *payable.  The statement page and the ledger show the
      *recoupment and the advance still to recoup.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REM-KEY.

           SELECT ADVANCE-FILE ASSIGN TO "ADVANCE.DAT"
               ORGANIZATION IS INDEXED
               FILE STATUS IS ADVANCE-STATUS
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADV-KEY.

           SELECT STATEMENT-FILE ASSIGN TO "RemitStatements.rpt".

           SELECT LEDGER-FILE ASSIGN TO "RemitLedger.rpt".
           02  REM-AMOUNT-PAID         PIC 9(6)V99.
           02  REM-LAST-PAYMENT-DATE   PIC 9(8).

       FD  ADVANCE-FILE.
       01  ADVANCE-RECORD.
           02  ADV-KEY.
               03  ADV-SUPPLIER-CODE   PIC 9(4).
               03  ADV-ENTRY-DATE      PIC 9(8).
               03  ADV-ENTRY-TYPE      PIC X(1).
                   88  ADVANCE-PAID    VALUE "A".
                   88  ADVANCE-RECOUPED VALUE "R".
               03  ADV-SEQUENCE        PIC 99.
           02  ADV-AMOUNT              PIC 9(6)V99.
           02  ADV-PERIOD              PIC 9(6).
           02  ADV-REFERENCE           PIC X(20).
           02  ADV-OPERATOR            PIC X(8).

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE              PIC X(74).

           02  SUPPLIER-STATUS         PIC X(2).
           02  RATE-STATUS             PIC X(2).
           02  REMIT-STATUS            PIC X(2).
           02  ADVANCE-STATUS          PIC X(2).

       01  END-OF-FILE-FLAGS.
           02  FILLER                  PIC 9     VALUE 1.
           02  FILLER                  PIC 9     VALUE 0.
               88    RATE-FILE-PRESENT VALUE 1.
               88    RATE-FILE-ABSENT  VALUE 0.
           02  FILLER                  PIC 9     VALUE 1.
               88    ADVANCE-GROUP-END VALUE 0.
               88    NOT-ADVANCE-GROUP-END VALUE 1.

       01  STATEMENT-HEADING.
           02  FILLER                  PIC X(20) VALUE SPACES.
           02  FILLER                  PIC X(4)  VALUE SPACES.
           02  PRN-LEDGER-DUE          PIC $$$,$$9.99.

       01  LEDGER-ADVANCE-LINE.
           02  FILLER                  PIC X(7)  VALUE SPACES.
           02  FILLER                  PIC X(22)
                                       VALUE "RECOUPED FROM ADVANCE".
           02  PRN-LEDGER-RECOUPED     PIC $$$,$$9.99.
           02  FILLER                  PIC X(4)  VALUE SPACES.
           02  FILLER                  PIC X(15)
                                       VALUE "LEFT TO RECOUP".
           02  PRN-LEDGER-ADVANCE-LEFT PIC $$$,$$9.99.

       01  LEDGER-TOTAL-LINE.
           02  PRN-LEDGER-TOTAL-TEXT   PIC X(30).
           02  PRN-LEDGER-TOTAL-EARN   PIC $$$$,$$9.99.
           02  FILLER                  PIC X(4)  VALUE SPACES.
           02  PRN-LEDGER-TOTAL-DUE    PIC $$$$,$$9.99.

       01  LEDGER-RECOUPED-TOTAL-LINE.
           02  FILLER                  PIC X(30)
                              VALUE "ADVANCES RECOUPED:".
           02  FILLER                  PIC X(15) VALUE SPACES.
           02  PRN-LEDGER-TOTAL-RECOUP PIC $$$$,$$9.99.

       01  RUN-PARAMETER               PIC X(6).
       01  REMIT-PERIOD                PIC 9(6).

           02  SUPPLIER-AMOUNT-DUE     PIC 9(6)V99.
           02  GRAND-EARNINGS          PIC 9(7)V99 VALUE ZERO.
           02  GRAND-AMOUNT-DUE        PIC 9(7)V99 VALUE ZERO.
           02  GRAND-RECOUPED          PIC 9(7)V99 VALUE ZERO.

       01  ADVANCE-FIELDS.
           02  SUPPLIER-ROYALTY        PIC 9(6)V99.
           02  ADVANCED-TO-DATE        PIC 9(7)V99.
           02  RECOUPED-TO-DATE        PIC 9(7)V99.
           02  OUTSTANDING-ADVANCE     PIC 9(7)V99.
           02  PERIOD-RECOUPMENT       PIC 9(6)V99.
           02  ADVANCE-REMAINING       PIC 9(7)V99.

       PROCEDURE DIVISION.
       BEGIN.
           OPEN INPUT SUPPLIER-FILE.
           PERFORM OPEN-RATE-FILE.
           PERFORM OPEN-REMIT-FILE.
           PERFORM OPEN-ADVANCE-FILE.
           OPEN OUTPUT STATEMENT-FILE.
           OPEN OUTPUT LEDGER-FILE.

                 LIBRARY-FILE,
                 SUPPLIER-FILE,
                 REMIT-FILE,
                 ADVANCE-FILE,
                 STATEMENT-FILE,
                 LEDGER-FILE.
           IF RATE-FILE-PRESENT
               OPEN I-O REMIT-FILE
           END-IF.

      *    THE ADVANCE LEDGER IS CREATED HERE IF NO ADVANCE HAS EVER
      *    BEEN RECORDED, SO EVERY PUBLISHER SIMPLY HAS NONE TO RECOUP.
       OPEN-ADVANCE-FILE.
           OPEN I-O ADVANCE-FILE.
           IF ADVANCE-STATUS = "35"
               OPEN OUTPUT ADVANCE-FILE
               CLOSE ADVANCE-FILE
               OPEN I-O ADVANCE-FILE
           END-IF.

       PRINT-LEDGER-HEADINGS.
           MOVE SPACES TO LEDGER-LINE
           WRITE LEDGER-LINE AFTER ADVANCING PAGE.

           PERFORM PRINT-PUBLISHER-TITLES

           COMPUTE SUPPLIER-ROYALTY ROUNDED =
               SUPPLIER-EARNINGS * EFFECTIVE-ROYALTY-RATE / 100

           PERFORM RECOUP-OUTSTANDING-ADVANCE

           MOVE "ALL EARNINGS" TO PRN-STMT-TOTAL-TEXT
           MOVE SUPPLIER-EARNINGS TO PRN-STMT-TOTAL-AMOUNT
           WRITE STATEMENT-LINE FROM STATEMENT-TOTAL-LINE
           WRITE STATEMENT-LINE FROM STATEMENT-RATE-LINE
               AFTER ADVANCING 1 LINE

           IF ADVANCED-TO-DATE GREATER THAN ZERO
               PERFORM PRINT-STATEMENT-ADVANCE
           END-IF

           MOVE "AMOUNT DUE THIS PERIOD" TO PRN-STMT-TOTAL-TEXT
           MOVE SUPPLIER-AMOUNT-DUE TO PRN-STMT-TOTAL-AMOUNT
           WRITE STATEMENT-LINE FROM STATEMENT-TOTAL-LINE

           PERFORM WRITE-LEDGER-DETAIL

           PERFORM FILE-REMITTANCE-RECORD

           PERFORM FILE-RECOUPMENT-RECORD.

      *    THE ADVANCE STILL OUTSTANDING AT THE PERIOD END IS EVERY
      *    ADVANCE PAID ON OR BEFORE IT LESS EVERY RECOUPMENT TAKEN
      *    FROM AN EARLIER PERIOD - THIS PERIOD'S OWN RECOUPMENT, LEFT
      *    BY AN EARLIER RUN, IS WORKED OUT AFRESH.  AS MUCH OF IT AS
      *    THE PERIOD'S ROYALTY COVERS IS RECOUPED; THE REST WAITS FOR
      *    A LATER PERIOD.
       RECOUP-OUTSTANDING-ADVANCE.
           MOVE ZEROS TO ADVANCED-TO-DATE
           MOVE ZEROS TO RECOUPED-TO-DATE
           SET NOT-ADVANCE-GROUP-END TO TRUE
           MOVE SUPPLIER-CODE TO ADV-SUPPLIER-CODE
           MOVE ZEROS TO ADV-ENTRY-DATE
           MOVE SPACES TO ADV-ENTRY-TYPE
           MOVE ZEROS TO ADV-SEQUENCE
           START ADVANCE-FILE
               KEY IS NOT LESS THAN ADV-KEY
               INVALID KEY SET ADVANCE-GROUP-END TO TRUE
           END-START

           IF NOT-ADVANCE-GROUP-END
               READ ADVANCE-FILE NEXT RECORD
                   AT END SET ADVANCE-GROUP-END TO TRUE
               END-READ
           END-IF

           PERFORM TAKE-ONE-ADVANCE-ENTRY
               UNTIL ADVANCE-GROUP-END
                  OR ADV-SUPPLIER-CODE NOT EQUAL TO SUPPLIER-CODE
                  OR ADV-ENTRY-DATE GREATER THAN RATE-CUTOFF-DATE

           IF RECOUPED-TO-DATE LESS THAN ADVANCED-TO-DATE
               SUBTRACT RECOUPED-TO-DATE FROM ADVANCED-TO-DATE
                   GIVING OUTSTANDING-ADVANCE
           ELSE
               MOVE ZEROS TO OUTSTANDING-ADVANCE
           END-IF

           IF OUTSTANDING-ADVANCE LESS THAN SUPPLIER-ROYALTY
               MOVE OUTSTANDING-ADVANCE TO PERIOD-RECOUPMENT
           ELSE
               MOVE SUPPLIER-ROYALTY TO PERIOD-RECOUPMENT
           END-IF

           SUBTRACT PERIOD-RECOUPMENT FROM SUPPLIER-ROYALTY
               GIVING SUPPLIER-AMOUNT-DUE
           SUBTRACT PERIOD-RECOUPMENT FROM OUTSTANDING-ADVANCE
               GIVING ADVANCE-REMAINING.

       TAKE-ONE-ADVANCE-ENTRY.
           IF ADVANCE-PAID
               ADD ADV-AMOUNT TO ADVANCED-TO-DATE
           ELSE
               IF ADV-ENTRY-DATE LESS THAN RATE-CUTOFF-DATE
                   ADD ADV-AMOUNT TO RECOUPED-TO-DATE
               END-IF
           END-IF

           READ ADVANCE-FILE NEXT RECORD
               AT END SET ADVANCE-GROUP-END TO TRUE
           END-READ.

       PRINT-STATEMENT-ADVANCE.
           MOVE "ROYALTY THIS PERIOD" TO PRN-STMT-TOTAL-TEXT
           MOVE SUPPLIER-ROYALTY TO PRN-STMT-TOTAL-AMOUNT
           WRITE STATEMENT-LINE FROM STATEMENT-TOTAL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "LESS ADVANCE RECOUPED" TO PRN-STMT-TOTAL-TEXT
           MOVE PERIOD-RECOUPMENT TO PRN-STMT-TOTAL-AMOUNT
           WRITE STATEMENT-LINE FROM STATEMENT-TOTAL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "ADVANCE LEFT TO RECOUP" TO PRN-STMT-TOTAL-TEXT
           MOVE ADVANCE-REMAINING TO PRN-STMT-TOTAL-AMOUNT
           WRITE STATEMENT-LINE FROM STATEMENT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

      *    THE PERIOD'S RECOUPMENT IS FILED UNDER THE PERIOD END DATE,
      *    SO A RERUN FOR THE SAME PERIOD REPLACES IT - AND REMOVES IT
      *    IF A CORRECTED ROYALTY OR ADVANCE LEAVES NOTHING TO RECOUP.
       FILE-RECOUPMENT-RECORD.
           MOVE SUPPLIER-CODE TO ADV-SUPPLIER-CODE
           MOVE RATE-CUTOFF-DATE TO ADV-ENTRY-DATE
           SET ADVANCE-RECOUPED TO TRUE
           MOVE ZEROS TO ADV-SEQUENCE
           READ ADVANCE-FILE
               INVALID KEY
                   IF PERIOD-RECOUPMENT GREATER THAN ZERO
                       PERFORM BUILD-RECOUPMENT-RECORD
                       WRITE ADVANCE-RECORD
                           INVALID KEY
                               DISPLAY "ADVANCE LEDGER WRITE FS = "
                                       ADVANCE-STATUS
                       END-WRITE
                   END-IF
               NOT INVALID KEY
                   IF PERIOD-RECOUPMENT GREATER THAN ZERO
                       PERFORM BUILD-RECOUPMENT-RECORD
                       REWRITE ADVANCE-RECORD
                           INVALID KEY
                               DISPLAY "ADVANCE LEDGER REWRITE FS = "
                                       ADVANCE-STATUS
                       END-REWRITE
                   ELSE
                       DELETE ADVANCE-FILE
                           INVALID KEY
                               DISPLAY "ADVANCE LEDGER DELETE FS = "
                                       ADVANCE-STATUS
                       END-DELETE
                   END-IF
           END-READ.

       BUILD-RECOUPMENT-RECORD.
           MOVE SUPPLIER-CODE TO ADV-SUPPLIER-CODE
           MOVE RATE-CUTOFF-DATE TO ADV-ENTRY-DATE
           SET ADVANCE-RECOUPED TO TRUE
           MOVE ZEROS TO ADV-SEQUENCE
           MOVE PERIOD-RECOUPMENT TO ADV-AMOUNT
           MOVE REMIT-PERIOD TO ADV-PERIOD
           MOVE "RECOUPED FROM ROYALTY" TO ADV-REFERENCE
           MOVE "BATCH" TO ADV-OPERATOR.

      *    FILES THE REMITTANCE ON THE PAYABLES LEDGER.  A RERUN OF
      *    THE STATEMENTS FOR THE SAME PERIOD REFRESHES THE EARNINGS,
           WRITE LEDGER-LINE FROM LEDGER-DETAIL-LINE
               AFTER ADVANCING 1 LINE

           IF ADVANCED-TO-DATE GREATER THAN ZERO
               MOVE PERIOD-RECOUPMENT TO PRN-LEDGER-RECOUPED
               MOVE ADVANCE-REMAINING TO PRN-LEDGER-ADVANCE-LEFT
               WRITE LEDGER-LINE FROM LEDGER-ADVANCE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF

           ADD SUPPLIER-EARNINGS TO GRAND-EARNINGS
           ADD SUPPLIER-AMOUNT-DUE TO GRAND-AMOUNT-DUE
           ADD PERIOD-RECOUPMENT TO GRAND-RECOUPED.

       PRINT-LEDGER-TOTALS.
           WRITE LEDGER-LINE FROM LEDGER-UNDER-LINE
           MOVE GRAND-EARNINGS TO PRN-LEDGER-TOTAL-EARN
           MOVE GRAND-AMOUNT-DUE TO PRN-LEDGER-TOTAL-DUE
           WRITE LEDGER-LINE FROM LEDGER-TOTAL-LINE
               AFTER ADVANCING 1 LINE

           MOVE GRAND-RECOUPED TO PRN-LEDGER-TOTAL-RECOUP
           WRITE LEDGER-LINE FROM LEDGER-RECOUPED-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
