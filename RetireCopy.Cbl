      *code before it is deleted from the active file, and a disposal
      *register of everything retired this session is printed - so
      *earnings history leaves the shelves without vanishing from
      *the books.  The copy's accumulated depreciation and net book
      *value are taken from the depreciation ledger DEPREC.DAT onto
      *the archive record, so the loss booked on disposal is the
      *value still carried and not the original price; a copy never
      *depreciated goes out at its purchase price.  The copy's
      *ledger record is deleted with it.  Every delete is journalled
      *to JOURNAL.DAT with the operator id and the full before
      *image.  Disposals are
      *destructive, so the keyed operator must verify against the
      *operator master OPERATOR.DAT as a supervisor before any file
      *is opened.
           SELECT DISPOSAL-FILE ASSIGN TO "DISPOSAL.DAT"
               FILE STATUS IS DISPOSAL-STATUS.

           SELECT DEPRECIATION-FILE ASSIGN TO "DEPREC.DAT"
               ORGANIZATION IS INDEXED
               FILE STATUS IS DEPRECIATION-STATUS
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-LIBRARY-NUM.

           SELECT REGISTER-FILE ASSIGN TO "DisposalRegister.rpt".

           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
           02  DSP-BRANCH-CODE         PIC 99.
           02  DSP-DISPOSAL-DATE       PIC 9(8).
           02  DSP-REASON-CODE         PIC X(1).
           02  DSP-ACCUM-DEPRECIATION  PIC 999V99.
           02  DSP-NET-BOOK-VALUE      PIC 999V99.

       FD  DEPRECIATION-FILE.
       01  DEPRECIATION-RECORD.
           02  DEP-LIBRARY-NUM         PIC X(5).
           02  DEP-BRANCH-CODE         PIC 99.
           02  DEP-COST                PIC 999V99.
           02  DEP-LIFE-MONTHS         PIC 999.
           02  DEP-MONTHS-TAKEN        PIC 999.
           02  DEP-ACCUM-DEPRECIATION  PIC 999V99.
           02  DEP-NET-BOOK-VALUE      PIC 999V99.
           02  DEP-LAST-PERIOD         PIC 9(6).
           02  DEP-LAST-CHARGE         PIC 999V99.

       FD  REGISTER-FILE.
       01  REGISTER-LINE               PIC X(74).
       01  FILE-STATUS-IDENTIFIERS.
           02  LDF-STATUS              PIC X(2).
           02  DISPOSAL-STATUS         PIC X(2).
           02  DEPRECIATION-STATUS     PIC X(2).
           02  OPERATOR-STATUS         PIC X(2).
           02  JOURNAL-STATUS          PIC X(2).

       01  FILLER                      PIC 9      VALUE 0.
           88  EXIT-REQUESTED          VALUE 1.

       01  FILLER                      PIC 9      VALUE 0.
           88  DEPRECIATION-FILE-PRESENT VALUE 1.

       01  FILLER                      PIC 9      VALUE 0.
           88  COPY-ON-LEDGER          VALUE 1.
           88  COPY-NOT-ON-LEDGER      VALUE 0.

       01  REGISTER-HEADING.
           02  FILLER                  PIC X(20) VALUE SPACES.
           02  FILLER                  PIC X(30)
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(10) VALUE "PRICE".
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(10) VALUE "BOOK VALUE".
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(10) VALUE "DATE".
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  FILLER                  PIC X(6)  VALUE "REASON".
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  PRN-DSP-PRICE           PIC $$,$$9.99.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  PRN-DSP-BOOK-VALUE      PIC $$,$$9.99.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  PRN-DSP-DATE            PIC 9(8).
           02  FILLER                  PIC X(5)  VALUE SPACES.
           02  PRN-DSP-REASON          PIC X(1).
       01  COUNTERS.
           02  RETIRED-COUNT           PIC 9(6)  VALUE ZERO.
           02  RETIRED-EARNINGS        PIC 9(6)V99 VALUE ZERO.
           02  RETIRED-BOOK-VALUE      PIC 9(6)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       BEGIN.
           END-IF.

           PERFORM OPEN-DISPOSAL-FILE.
           PERFORM OPEN-DEPRECIATION-FILE.
           PERFORM OPEN-JOURNAL-FILE.
           OPEN OUTPUT REGISTER-FILE.

                 DISPOSAL-FILE,
                 JOURNAL-FILE,
                 REGISTER-FILE.
           IF DEPRECIATION-FILE-PRESENT
               CLOSE DEPRECIATION-FILE
           END-IF.
           STOP RUN.

      *    THE KEYED OPERATOR MUST BE A SUPERVISOR ON THE OPERATOR
           MOVE TIME-OF-DAY(1:6) TO JRN-TIME
           MOVE OPERATOR-ID TO JRN-OPERATOR
           MOVE "RETIRECOPY" TO JRN-PROGRAM
           WRITE JOURNAL-RECORD.

      *    EXTENDS THE DISPOSAL ARCHIVE, CREATING IT ON THE VERY
               OPEN OUTPUT DISPOSAL-FILE
           END-IF.

      *    THE DEPRECIATION LEDGER ONLY EXISTS ONCE DEPRECIATECOPIES
      *    HAS BEEN RUN - WITHOUT IT EVERY COPY GOES OUT AT ITS
      *    PURCHASE PRICE, AS IT ALWAYS DID.
       OPEN-DEPRECIATION-FILE.
           OPEN I-O DEPRECIATION-FILE.
           IF DEPRECIATION-STATUS = "00"
               SET DEPRECIATION-FILE-PRESENT TO TRUE
           END-IF.

       PRINT-REGISTER-HEADINGS.
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE AFTER ADVANCING PAGE.
           MOVE LDF-BRANCH-CODE TO DSP-BRANCH-CODE
           MOVE ENTRY-DISPOSAL-DATE TO DSP-DISPOSAL-DATE
           MOVE ENTRY-REASON-CODE TO DSP-REASON-CODE
           PERFORM TAKE-BOOK-VALUE
           WRITE DISPOSAL-RECORD

           IF DISPOSAL-STATUS NOT EQUAL TO "00"
                       MOVE LDF-RECORD TO JRN-BEFORE-IMAGE
                       MOVE SPACES TO JRN-AFTER-IMAGE
                       MOVE "D" TO JRN-ACTION
                       MOVE "LDF.DAT" TO JRN-FILE-NAME
                       PERFORM WRITE-JOURNAL-RECORD
                       PERFORM DELETE-LEDGER-RECORD
                       PERFORM WRITE-REGISTER-DETAIL
               END-DELETE
           END-IF.

      *    THE VALUE STILL CARRIED FOR THE COPY IS WHAT IS LOST ON
      *    DISPOSAL - COST LESS THE DEPRECIATION ALREADY CHARGED.
       TAKE-BOOK-VALUE.
           SET COPY-NOT-ON-LEDGER TO TRUE
           MOVE ZEROS TO DSP-ACCUM-DEPRECIATION
           MOVE LDF-PURCHASE-PRICE TO DSP-NET-BOOK-VALUE

           IF DEPRECIATION-FILE-PRESENT
               MOVE LDF-LIBRARY-NUM TO DEP-LIBRARY-NUM
               READ DEPRECIATION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET COPY-ON-LEDGER TO TRUE
                       MOVE DEP-ACCUM-DEPRECIATION TO
                           DSP-ACCUM-DEPRECIATION
                       MOVE DEP-NET-BOOK-VALUE TO DSP-NET-BOOK-VALUE
               END-READ
           END-IF.

      *    THE LEDGER RECORD GOES WITH THE COPY - ITS FINAL POSITION
      *    IS NOW ON THE ARCHIVE RECORD AND IN THE JOURNAL.
       DELETE-LEDGER-RECORD.
           IF COPY-ON-LEDGER
               DELETE DEPRECIATION-FILE
                   INVALID KEY
                       DISPLAY "LEDGER DELETE FAILED, FILE STATUS = "
                               DEPRECIATION-STATUS
                   NOT INVALID KEY
                       MOVE DEPRECIATION-RECORD TO JRN-BEFORE-IMAGE
                       MOVE SPACES TO JRN-AFTER-IMAGE
                       MOVE "D" TO JRN-ACTION
                       MOVE "DEPREC.DAT" TO JRN-FILE-NAME
                       PERFORM WRITE-JOURNAL-RECORD
               END-DELETE
           END-IF.

       WRITE-REGISTER-DETAIL.
           ADD 1 TO RETIRED-COUNT
           ADD DSP-RENTAL-EARNINGS TO RETIRED-EARNINGS
           ADD DSP-NET-BOOK-VALUE TO RETIRED-BOOK-VALUE

           MOVE DSP-LIBRARY-NUM TO PRN-DSP-COPY-NUM
           MOVE DSP-LIBRARY-CODE TO PRN-DSP-LIBRARY-CODE
           MOVE DSP-RENTAL-EARNINGS TO PRN-DSP-EARNINGS
           MOVE DSP-PURCHASE-PRICE TO PRN-DSP-PRICE
           MOVE DSP-NET-BOOK-VALUE TO PRN-DSP-BOOK-VALUE
           MOVE DSP-DISPOSAL-DATE TO PRN-DSP-DATE
           MOVE DSP-REASON-CODE TO PRN-DSP-REASON
           WRITE REGISTER-LINE FROM REGISTER-DETAIL-LINE
           MOVE "COPIES RETIRED THIS SESSION:" TO PRN-TOTAL-TEXT
           MOVE RETIRED-COUNT TO PRN-TOTAL-COUNT
           MOVE RETIRED-EARNINGS TO PRN-TOTAL-EARNINGS
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "NET BOOK VALUE WRITTEN OFF:" TO PRN-TOTAL-TEXT
           MOVE RETIRED-BOOK-VALUE TO PRN-TOTAL-EARNINGS
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
