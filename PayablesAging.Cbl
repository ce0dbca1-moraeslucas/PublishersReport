      *asking where their money is the answer comes off the system
      *instead of the spreadsheet.  A remittance whose payments
      *exceed the refreshed amount due shows a CR balance and totals
      *as overpaid, not as money still owed.  The amount due is the
      *net RemitStatement filed after recouping any outstanding
      *advance, so only what is actually payable is aged; what was
      *recouped from the open items is read back from the advance
      *ledger ADVANCE.DAT and shown at the foot as a memo total.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS SUPPLIER-KEY.

           SELECT ADVANCE-FILE ASSIGN TO "ADVANCE.DAT"
               ORGANIZATION IS INDEXED
               FILE STATUS IS ADVANCE-STATUS
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADV-KEY.

           SELECT AGING-FILE ASSIGN TO "PayablesAging.rpt".

       DATA DIVISION.
           02  SUPPLIER-ADDRESS        PIC X(60).
           02  SUPPLIER-ROYALTY-RATE   PIC 99V99.

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

       FD  AGING-FILE.
       01  AGING-LINE                  PIC X(74).

       01  FILE-STATUS-IDENTIFIERS.
           02  REMIT-STATUS            PIC X(2).
           02  SUPPLIER-STATUS         PIC X(2).
           02  ADVANCE-STATUS          PIC X(2).

       01  END-OF-FILE-FLAGS.
           02  FILLER                  PIC 9     VALUE 1.
               88    REMIT-FILE-END    VALUE 0.
           02  FILLER                  PIC 9     VALUE 0.
               88    ADVANCE-FILE-PRESENT VALUE 1.
               88    ADVANCE-FILE-ABSENT VALUE 0.

       01  RUN-PARAMETER               PIC X(6).
       01  CURRENT-PERIOD              PIC 9(6).
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(6)  VALUE "PERIOD".
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  FILLER                  PIC X(10) VALUE "   NET DUE".
           02  FILLER                  PIC X(5)  VALUE SPACES.
           02  FILLER                  PIC X(4)  VALUE "PAID".
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  OVERPAID-ITEM-COUNT     PIC 9(6)  VALUE ZERO.
           02  OVERPAID-TOTAL          PIC 9(7)V99 VALUE ZERO.
           02  REMIT-READ-COUNT        PIC 9(6)  VALUE ZERO.
           02  RECOUPED-ITEM-COUNT     PIC 9(6)  VALUE ZERO.
           02  RECOUPED-TOTAL          PIC 9(7)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       BEGIN.
           END-IF.

           OPEN INPUT SUPPLIER-FILE.
           PERFORM OPEN-ADVANCE-FILE.
           OPEN OUTPUT AGING-FILE.

           PERFORM PRINT-AGING-HEADINGS.
           PERFORM PRINT-AGING-TOTALS.

           CLOSE REMIT-FILE, SUPPLIER-FILE, AGING-FILE.
           IF ADVANCE-FILE-PRESENT
               CLOSE ADVANCE-FILE
           END-IF.
           STOP RUN.

      *    NO ADVANCE LEDGER MEANS NO ADVANCE HAS EVER BEEN RECORDED
      *    - NOTHING HAS BEEN RECOUPED AND THE MEMO TOTAL IS ZERO.
       OPEN-ADVANCE-FILE.
           OPEN INPUT ADVANCE-FILE.
           IF ADVANCE-STATUS = "00"
               SET ADVANCE-FILE-PRESENT TO TRUE
           ELSE
               SET ADVANCE-FILE-ABSENT TO TRUE
           END-IF.

       PRINT-AGING-HEADINGS.
           MOVE SPACES TO AGING-LINE
           WRITE AGING-LINE AFTER ADVANCING PAGE.
           ELSE
               ADD 1 TO OVERPAID-ITEM-COUNT
               SUBTRACT UNPAID-BALANCE FROM OVERPAID-TOTAL
           END-IF

           IF ADVANCE-FILE-PRESENT
               PERFORM ADD-ITEM-RECOUPMENT
           END-IF.

      *    THE RECOUPMENT FOR A REMITTANCE IS FILED UNDER THE LAST
      *    DAY OF ITS PERIOD - THE SAME KEY REMITSTATEMENT BUILDS.
       ADD-ITEM-RECOUPMENT.
           MOVE REM-SUPPLIER-CODE TO ADV-SUPPLIER-CODE
           COMPUTE ADV-ENTRY-DATE = REM-PERIOD * 100 + 31
           SET ADVANCE-RECOUPED TO TRUE
           MOVE ZEROS TO ADV-SEQUENCE
           READ ADVANCE-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   ADD 1 TO RECOUPED-ITEM-COUNT
                   ADD ADV-AMOUNT TO RECOUPED-TOTAL
           END-READ.

       PRINT-AGING-TOTALS.
           WRITE AGING-LINE FROM AGING-UNDER-LINE
               AFTER ADVANCING 2 LINE
           MOVE "OVERPAID ITEMS / AMOUNT:" TO PRN-TOTAL-TEXT
           MOVE OVERPAID-ITEM-COUNT TO PRN-TOTAL-COUNT
           MOVE OVERPAID-TOTAL TO PRN-TOTAL-AMOUNT
           WRITE AGING-LINE FROM AGING-TOTAL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "ADVANCE RECOUPED - NOT DUE:" TO PRN-TOTAL-TEXT
           MOVE RECOUPED-ITEM-COUNT TO PRN-TOTAL-COUNT
           MOVE RECOUPED-TOTAL TO PRN-TOTAL-AMOUNT
           WRITE AGING-LINE FROM AGING-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
