      *the publisher record), and a trailer whose record count and
      *hash total - the sum of the rental income amounts - foot
      *back to the GRAND TOTAL EARNINGS control line on the printed
      *MainPublishers.rpt, which stays the proof copy.  Where
      *DepreciateCopies has filed the period on DEPPRD.DAT, each
      *branch also gets a depreciation expense debit and an
      *accumulated depreciation credit for the month's charge; and
      *each branch that retired copies in the period, per the
      *disposal archive DISPOSAL.DAT, gets the disposal written off
      *- the accumulated depreciation debited back, the net book
      *value debited as the loss on disposal and the cost credited
      *out of book stock - so the loss booked is the value still
      *carried and not the original price.  A summary page
      *GLExtract.rpt prints the batch totals.  The run parameter
      *is the period (YYYYMM).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTE-KEY.

           SELECT DEPRECIATION-PERIOD-FILE ASSIGN TO "DEPPRD.DAT"
               ORGANIZATION IS INDEXED
               FILE STATUS IS DEPP-STATUS
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPP-KEY.

           SELECT DISPOSAL-FILE ASSIGN TO "DISPOSAL.DAT"
               FILE STATUS IS DISPOSAL-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO "GLEXTRACT.DAT"
               FILE STATUS IS EXTRACT-STATUS.

               03  RTE-EFFECTIVE-DATE  PIC 9(8).
           02  RTE-ROYALTY-RATE        PIC 99V99.

       FD  DEPRECIATION-PERIOD-FILE.
       01  DEPRECIATION-PERIOD-RECORD.
           02  DEPP-KEY.
               03  DEPP-PERIOD         PIC 9(6).
               03  DEPP-BRANCH-CODE    PIC 99.
           02  DEPP-COPY-COUNT         PIC 9(6).
           02  DEPP-CHARGE             PIC 9(7)V99.
           02  DEPP-ACCUM-DEPRECIATION PIC 9(9)V99.
           02  DEPP-NET-BOOK-VALUE     PIC 9(9)V99.
           02  DEPP-RUN-DATE           PIC 9(8).

       FD  DISPOSAL-FILE.
       01  DISPOSAL-RECORD.
           02  DSP-LIBRARY-NUM         PIC X(5).
           02  DSP-LIBRARY-CODE        PIC 9(5).
           02  DSP-RENTAL-EARNINGS     PIC 9(4)V99.
           02  DSP-PURCHASE-PRICE      PIC 999V99.
           02  DSP-BRANCH-CODE         PIC 99.
           02  DSP-DISPOSAL-DATE       PIC 9(8).
           02  DSP-DISPOSAL-DATE-PARTS REDEFINES DSP-DISPOSAL-DATE.
               03  DSP-DISPOSAL-PERIOD PIC 9(6).
               03  FILLER              PIC 99.
           02  DSP-REASON-CODE         PIC X(1).
           02  DSP-ACCUM-DEPRECIATION  PIC 999V99.
           02  DSP-NET-BOOK-VALUE      PIC 999V99.

      *    ALL EXTRACT RECORDS ARE FIXED AT 50 BYTES: A BATCH
      *    HEADER, ONE DETAIL PER POSTING, AND A TRAILER THAT FOOTS
      *    THE BATCH.
           02  LIBRARY-STATUS          PIC X(2).
           02  SUPPLIER-STATUS         PIC X(2).
           02  RATE-STATUS             PIC X(2).
           02  DEPP-STATUS             PIC X(2).
           02  DISPOSAL-STATUS         PIC X(2).
           02  EXTRACT-STATUS          PIC X(2).

       01  END-OF-FILE-FLAGS.
               88    NOT-RATE-GROUP-END VALUE 1.
           02  FILLER                  PIC 9     VALUE 0.
               88    RATE-FILE-PRESENT VALUE 1.
           02  FILLER                  PIC 9     VALUE 0.
               88    DEPP-FILE-PRESENT VALUE 1.
           02  FILLER                  PIC 9     VALUE 0.
               88    DISPOSAL-FILE-PRESENT VALUE 1.
           02  FILLER                  PIC 9     VALUE 1.
               88    DISPOSAL-FILE-END VALUE 0.

       01  RUN-PARAMETER               PIC X(6).
       01  EXTRACT-PERIOD              PIC 9(6).
           02  BRANCH-TOTAL-EARNINGS OCCURS 11 TIMES
                                       PIC 9(7)V99.

      *    THE PERIOD'S DEPRECIATION AND DISPOSALS BY BRANCH, ON THE
      *    SAME SLOT SCHEME AS THE EARNINGS.
       01  BRANCH-BOOK-VALUE-TABLE.
           02  BRANCH-BOOK-VALUE OCCURS 11 TIMES.
               03  BRB-DEPRECIATION-CHARGE PIC 9(7)V99.
               03  BRB-DISPOSAL-COST   PIC 9(7)V99.
               03  BRB-DISPOSAL-ACCUM  PIC 9(7)V99.
               03  BRB-DISPOSAL-BOOK-VALUE PIC 9(7)V99.

       01  EXTRACT-CONTROLS.
           02  SUPPLIER-KEY            PIC 9(4).
           02  BRANCH-SLOT             PIC 99.
           02  GRAND-EARNINGS-TOTAL    PIC 9(10)V99 VALUE ZERO.
           02  ROYALTY-GRAND-TOTAL     PIC 9(10)V99 VALUE ZERO.
           02  DETAIL-RECORD-COUNT     PIC 9(6)  VALUE ZERO.
           02  DEPRECIATION-GRAND-TOTAL PIC 9(10)V99 VALUE ZERO.
           02  DISPOSAL-LOSS-TOTAL     PIC 9(10)V99 VALUE ZERO.
           02  DISPOSAL-COUNT          PIC 9(6)  VALUE ZERO.
           02  POSTING-ACCOUNT         PIC X(8).
           02  POSTING-DR-CR           PIC X(1).
           02  POSTING-AMOUNT          PIC 9(9)V99.

       01  SUMMARY-HEADING.
           02  FILLER                  PIC X(20) VALUE SPACES.
           OPEN INPUT LIBRARY-FILE.
           OPEN INPUT SUPPLIER-FILE.
           PERFORM OPEN-RATE-FILE.
           PERFORM OPEN-BOOK-VALUE-FILES.
           OPEN OUTPUT EXTRACT-FILE.
           OPEN OUTPUT SUMMARY-FILE.

           MOVE ZEROS TO SUPPLIER-EARNINGS-TABLE.
           MOVE ZEROS TO BRANCH-EARNINGS-TABLE.
           MOVE ZEROS TO BRANCH-BOOK-VALUE-TABLE.

           PERFORM SUM-ALL-EARNINGS.
           PERFORM SUM-PERIOD-DEPRECIATION.
           PERFORM SUM-PERIOD-DISPOSALS.

           PERFORM WRITE-BATCH-HEADER.
           PERFORM WRITE-BRANCH-INCOME.
           PERFORM WRITE-PUBLISHER-ROYALTIES.
           PERFORM WRITE-BRANCH-BOOK-VALUE.
           PERFORM WRITE-BATCH-TRAILER.
           PERFORM PRINT-EXTRACT-SUMMARY.

           IF RATE-FILE-PRESENT
               CLOSE RATE-FILE
           END-IF.
           IF DEPP-FILE-PRESENT
               CLOSE DEPRECIATION-PERIOD-FILE
           END-IF.
           IF DISPOSAL-FILE-PRESENT
               CLOSE DISPOSAL-FILE
           END-IF.
           STOP RUN.

      *    NO RATE HISTORY SIMPLY MEANS EVERY PUBLISHER ROYALTIES
               SET RATE-FILE-PRESENT TO TRUE
           END-IF.

      *    BEFORE THE FIRST DEPRECIATION RUN OR THE FIRST DISPOSAL
      *    THERE IS NOTHING TO WRITE DOWN OR WRITE OFF.
       OPEN-BOOK-VALUE-FILES.
           OPEN INPUT DEPRECIATION-PERIOD-FILE.
           IF DEPP-STATUS = "00"
               SET DEPP-FILE-PRESENT TO TRUE
           END-IF
           OPEN INPUT DISPOSAL-FILE.
           IF DISPOSAL-STATUS = "00"
               SET DISPOSAL-FILE-PRESENT TO TRUE
           END-IF.

      *    ONE WALK OF LIBRARY.DAT BY THE SUPPLIER-CODE ALTERNATE
      *    KEY WITH ITS LDF COPY GROUPS - THE PATH MAINPUBLISHERS
      *    SUMS, SO THE EXTRACT FIGURE IS THE REPORT FIGURE.
               AT END SET LDF-FILE-END TO TRUE
           END-READ.

      *    THE CHARGE DEPRECIATECOPIES FILED FOR EACH BRANCH FOR THE
      *    PERIOD - NO RECORD MEANS THE BRANCH WAS NOT CHARGED.
       SUM-PERIOD-DEPRECIATION.
           IF DEPP-FILE-PRESENT
               PERFORM TAKE-ONE-BRANCH-CHARGE
                   VARYING BRANCH-SLOT FROM 1 BY 1
                   UNTIL BRANCH-SLOT GREATER THAN 11
           END-IF.

       TAKE-ONE-BRANCH-CHARGE.
           MOVE EXTRACT-PERIOD TO DEPP-PERIOD
           COMPUTE DEPP-BRANCH-CODE = BRANCH-SLOT - 1
           READ DEPRECIATION-PERIOD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DEPP-CHARGE TO
                       BRB-DEPRECIATION-CHARGE(BRANCH-SLOT)
                   ADD DEPP-CHARGE TO DEPRECIATION-GRAND-TOTAL
           END-READ.

      *    EVERY COPY RETIRED WITH A DISPOSAL DATE IN THE PERIOD,
      *    WHENEVER IT WAS KEYED.
       SUM-PERIOD-DISPOSALS.
           IF DISPOSAL-FILE-PRESENT
               READ DISPOSAL-FILE
                   AT END SET DISPOSAL-FILE-END TO TRUE
               END-READ
               PERFORM SUM-ONE-DISPOSAL UNTIL DISPOSAL-FILE-END
           END-IF.

       SUM-ONE-DISPOSAL.
           IF DSP-DISPOSAL-PERIOD EQUAL TO EXTRACT-PERIOD
               IF DSP-BRANCH-CODE NUMERIC
                  AND DSP-BRANCH-CODE LESS THAN OR EQUAL TO 10
                   COMPUTE BRANCH-SLOT = DSP-BRANCH-CODE + 1
               ELSE
                   MOVE 1 TO BRANCH-SLOT
               END-IF
               ADD 1 TO DISPOSAL-COUNT
               ADD DSP-PURCHASE-PRICE TO
                   BRB-DISPOSAL-COST(BRANCH-SLOT)
               ADD DSP-ACCUM-DEPRECIATION TO
                   BRB-DISPOSAL-ACCUM(BRANCH-SLOT)
               ADD DSP-NET-BOOK-VALUE TO
                   BRB-DISPOSAL-BOOK-VALUE(BRANCH-SLOT)
               ADD DSP-NET-BOOK-VALUE TO DISPOSAL-LOSS-TOTAL
           END-IF

           READ DISPOSAL-FILE
               AT END SET DISPOSAL-FILE-END TO TRUE
           END-READ.

       WRITE-BATCH-HEADER.
           MOVE SPACES TO GL-HEADER-RECORD
           MOVE "H" TO GLH-RECORD-TYPE
               AT END SET RATE-GROUP-END TO TRUE
           END-READ.

      *    PER BRANCH: THE MONTH'S DEPRECIATION, THEN THE DISPOSALS
      *    WRITTEN OFF.  EACH PAIR OR TRIPLE BALANCES ON ITS OWN -
      *    COST OUT EQUALS ACCUMULATED DEPRECIATION PLUS LOSS.
       WRITE-BRANCH-BOOK-VALUE.
           PERFORM WRITE-ONE-BRANCH-BOOK-VALUE
               VARYING BRANCH-SLOT FROM 1 BY 1
               UNTIL BRANCH-SLOT GREATER THAN 11.

       WRITE-ONE-BRANCH-BOOK-VALUE.
           IF BRB-DEPRECIATION-CHARGE(BRANCH-SLOT) NOT EQUAL TO ZERO
               MOVE "DEPEXP" TO POSTING-ACCOUNT
               MOVE "D" TO POSTING-DR-CR
               MOVE BRB-DEPRECIATION-CHARGE(BRANCH-SLOT) TO
                   POSTING-AMOUNT
               PERFORM WRITE-BRANCH-DETAIL
               MOVE "ACCDEP" TO POSTING-ACCOUNT
               MOVE "C" TO POSTING-DR-CR
               MOVE BRB-DEPRECIATION-CHARGE(BRANCH-SLOT) TO
                   POSTING-AMOUNT
               PERFORM WRITE-BRANCH-DETAIL
           END-IF

           IF BRB-DISPOSAL-ACCUM(BRANCH-SLOT) NOT EQUAL TO ZERO
               MOVE "ACCDEP" TO POSTING-ACCOUNT
               MOVE "D" TO POSTING-DR-CR
               MOVE BRB-DISPOSAL-ACCUM(BRANCH-SLOT) TO
                   POSTING-AMOUNT
               PERFORM WRITE-BRANCH-DETAIL
           END-IF

           IF BRB-DISPOSAL-BOOK-VALUE(BRANCH-SLOT) NOT EQUAL TO ZERO
               MOVE "DSPLOSS" TO POSTING-ACCOUNT
               MOVE "D" TO POSTING-DR-CR
               MOVE BRB-DISPOSAL-BOOK-VALUE(BRANCH-SLOT) TO
                   POSTING-AMOUNT
               PERFORM WRITE-BRANCH-DETAIL
           END-IF

           IF BRB-DISPOSAL-COST(BRANCH-SLOT) NOT EQUAL TO ZERO
               MOVE "BOOKSTK" TO POSTING-ACCOUNT
               MOVE "C" TO POSTING-DR-CR
               MOVE BRB-DISPOSAL-COST(BRANCH-SLOT) TO
                   POSTING-AMOUNT
               PERFORM WRITE-BRANCH-DETAIL
           END-IF.

      *    ACCOUNT, SIDE AND AMOUNT ARE SET BY THE CALLER.
       WRITE-BRANCH-DETAIL.
           MOVE SPACES TO GL-DETAIL-RECORD
           MOVE "D" TO GLD-RECORD-TYPE
           MOVE POSTING-ACCOUNT TO GLD-ACCOUNT
           COMPUTE GLD-ENTITY-CODE = BRANCH-SLOT - 1
           MOVE POSTING-DR-CR TO GLD-DR-CR
           MOVE POSTING-AMOUNT TO GLD-AMOUNT
           WRITE GL-DETAIL-RECORD
           ADD 1 TO DETAIL-RECORD-COUNT.

       WRITE-BATCH-TRAILER.
           MOVE SPACES TO GL-TRAILER-RECORD
           MOVE "T" TO GLT-RECORD-TYPE
           WRITE SUMMARY-LINE FROM SUMMARY-TOTAL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "DEPRECIATION CHARGE:" TO PRN-SUM-TEXT
           MOVE DEPRECIATION-GRAND-TOTAL TO PRN-SUM-AMOUNT
           WRITE SUMMARY-LINE FROM SUMMARY-TOTAL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "DISPOSALS / LOSS (NBV):" TO PRN-SUM-TEXT
           MOVE DISPOSAL-COUNT TO PRN-SUM-COUNT
           MOVE DISPOSAL-LOSS-TOTAL TO PRN-SUM-AMOUNT
           WRITE SUMMARY-LINE FROM SUMMARY-TOTAL-LINE
               AFTER ADVANCING 1 LINE

           WRITE SUMMARY-LINE FROM SUMMARY-FOOT-LINE
               AFTER ADVANCING 2 LINE.
