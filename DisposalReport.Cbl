      *earnings against purchase price and the net over its life,
      *with the title looked up on LIBRARY.DAT where it still
      *exists, and totals at the foot - so de-listed stock stays
      *on the books even after it leaves LDF.DAT.  The net book
      *value each copy went out at is shown beside its price and
      *totalled as the loss on disposal - the amount GLExtract
      *posts, since a copy written down before it was retired
      *leaves less on the books than it cost.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           02  DSP-BRANCH-CODE         PIC 99.
           02  DSP-DISPOSAL-DATE       PIC 9(8).
           02  DSP-REASON-CODE         PIC X(1).
           02  DSP-ACCUM-DEPRECIATION  PIC 999V99.
           02  DSP-NET-BOOK-VALUE      PIC 999V99.

       FD  LIBRARY-FILE.
       01  LIBRARY-RECORD.

       01  REPORT-ITEM-HEADING.
           02  FILLER                  PIC X(7)  VALUE "COPY #".
           02  FILLER                  PIC X(15) VALUE "BOOK TITLE".
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(9)  VALUE "EARNINGS".
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(9)  VALUE "PRICE".
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(9)  VALUE "BOOK VAL".
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(11) VALUE "NET".
           02  FILLER                  PIC X(8)  VALUE "DATE".
           02  FILLER                  PIC X(2)  VALUE "RS".

       01  REPORT-DETAIL-LINE.
           02  PRN-DSP-COPY-NUM        PIC X(6).
           02  PRN-DSP-TITLE           PIC X(16).
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  PRN-DSP-EARNINGS        PIC $$,$$9.99.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  PRN-DSP-PRICE           PIC $$,$$9.99.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  PRN-DSP-BOOK-VALUE      PIC $$,$$9.99.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  PRN-DSP-NET             PIC $$,$$9.99-.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  PRN-DSP-DATE            PIC 9(8).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  PRN-TOTAL-NET           PIC $$$$,$$9.99-.

       01  REPORT-LOSS-LINE.
           02  PRN-LOSS-TEXT           PIC X(26).
           02  PRN-LOSS-COUNT          PIC ZZZ,ZZ9.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  PRN-LOSS-AMOUNT         PIC $$$$,$$9.99.

       01  COUNTERS.
           02  RETIRED-COUNT           PIC 9(6)  VALUE ZERO.
           02  TOTAL-EARNINGS          PIC 9(7)V99 VALUE ZERO.
           02  TOTAL-NET               PIC S9(7)V99 VALUE ZERO.
           02  TOTAL-BOOK-VALUE        PIC 9(7)V99 VALUE ZERO.
           02  COPY-NET                PIC S9(5)V99.

       PROCEDURE DIVISION.
           ADD 1 TO RETIRED-COUNT
           ADD DSP-RENTAL-EARNINGS TO TOTAL-EARNINGS
           ADD COPY-NET TO TOTAL-NET
           ADD DSP-NET-BOOK-VALUE TO TOTAL-BOOK-VALUE

           MOVE DSP-LIBRARY-NUM TO PRN-DSP-COPY-NUM
           MOVE LIBRARY-TITLE TO PRN-DSP-TITLE
           MOVE DSP-RENTAL-EARNINGS TO PRN-DSP-EARNINGS
           MOVE DSP-PURCHASE-PRICE TO PRN-DSP-PRICE
           MOVE DSP-NET-BOOK-VALUE TO PRN-DSP-BOOK-VALUE
           MOVE COPY-NET TO PRN-DSP-NET
           MOVE DSP-DISPOSAL-DATE TO PRN-DSP-DATE
           MOVE DSP-REASON-CODE TO PRN-DSP-REASON
           MOVE TOTAL-EARNINGS TO PRN-TOTAL-EARNINGS
           MOVE TOTAL-NET TO PRN-TOTAL-NET
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "LOSS ON DISPOSAL (NBV):" TO PRN-LOSS-TEXT
           MOVE RETIRED-COUNT TO PRN-LOSS-COUNT
           MOVE TOTAL-BOOK-VALUE TO PRN-LOSS-AMOUNT
           WRITE REPORT-LINE FROM REPORT-LOSS-LINE
               AFTER ADVANCING 1 LINE.
