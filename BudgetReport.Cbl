       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BudgetReport.
      *Budget against spend by branch for one fiscal year, off the
      *branch acquisitions budget master BUDGET.DAT that MaintBudget
      *keeps and the acquisitions history ACQHIST.DAT that
      *AcquireTitle writes.  Each branch with a budget for the year
      *prints its budget, the amount committed on open orders, the
      *amount spent and what remains, followed by every copy bought
      *for it that year with its title, date, price and whether it
      *went in over budget.  The spend on the budget record is
      *proved against the copies on the history; a branch where
      *they disagree is flagged and sets return code 4.  Copies
      *bought at a branch with no budget for the year are totalled
      *at the foot.  The run parameter is the fiscal year (YYYY),
      *defaulting to the current year.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FILE ASSIGN TO "BUDGET.DAT"
               ORGANIZATION IS INDEXED
               FILE STATUS IS BUDGET-STATUS
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BUD-KEY.

           SELECT ACQUISITION-FILE ASSIGN TO "ACQHIST.DAT"
               FILE STATUS IS ACQUISITION-STATUS.

           SELECT LIBRARY-FILE ASSIGN TO "LIBRARY.DAT"
               ORGANIZATION IS INDEXED
               FILE STATUS IS LIBRARY-STATUS
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIBRARY-CODE
               ALTERNATE RECORD KEY IS LIBRARY-TITLE
               ALTERNATE RECORD KEY IS LIBRARY-SUPPLIER-CODE
                         WITH DUPLICATES.

           SELECT BRANCH-FILE ASSIGN TO "BRANCH.DAT"
               ORGANIZATION IS RELATIVE
               FILE STATUS IS BRANCH-STATUS
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS BRANCH-KEY.

           SELECT REPORT-FILE ASSIGN TO "BudgetReport.rpt".

       DATA DIVISION.
       FILE SECTION.

       FD  BUDGET-FILE.
       01  BUDGET-RECORD.
           02  BUD-KEY.
               03  BUD-BRANCH-CODE     PIC 99.
               03  BUD-FISCAL-YEAR     PIC 9(4).
           02  BUD-BUDGET-AMOUNT       PIC 9(7)V99.
           02  BUD-COMMITTED-AMOUNT    PIC 9(7)V99.
           02  BUD-SPENT-AMOUNT        PIC 9(7)V99.
           02  BUD-CONTROL-MODE        PIC X(1).
               88  BUDGET-WARN         VALUE "W".
               88  BUDGET-REFUSE       VALUE "R".
           02  BUD-OPERATOR            PIC X(8).

       FD  ACQUISITION-FILE.
       01  ACQUISITION-RECORD.
           02  ACQ-BRANCH-CODE         PIC 99.
           02  ACQ-FISCAL-YEAR         PIC 9(4).
           02  ACQ-DATE                PIC 9(8).
           02  ACQ-COPY-NUM            PIC X(5).
           02  ACQ-LIBRARY-CODE        PIC 9(5).
           02  ACQ-PRICE               PIC 999V99.
           02  ACQ-BUDGET-STATUS       PIC X(1).
               88  ACQ-WITHIN-BUDGET   VALUE "B".
               88  ACQ-OVER-BUDGET     VALUE "O".
               88  ACQ-NO-BUDGET       VALUE "N".
           02  ACQ-OPERATOR            PIC X(8).

       FD  LIBRARY-FILE.
       01  LIBRARY-RECORD.
           02  LIBRARY-CODE            PIC 9(5).
           02  LIBRARY-TITLE           PIC X(29).
           02  FILLER                  PIC X(1).
           02  LIBRARY-SUPPLIER-CODE   PIC 9(4).

       FD  BRANCH-FILE.
       01  BRANCH-RECORD.
           02  BRANCH-CODE             PIC 99.
           02  BRANCH-NAME             PIC X(20).

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(74).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-IDENTIFIERS.
           02  BUDGET-STATUS           PIC X(2).
           02  ACQUISITION-STATUS      PIC X(2).
           02  LIBRARY-STATUS          PIC X(2).
           02  BRANCH-STATUS           PIC X(2).

       01  END-OF-FILE-FLAGS.
           02  FILLER                  PIC 9     VALUE 1.
               88    BUDGET-FILE-END   VALUE 0.
               88    NOT-BUDGET-FILE-END VALUE 1.
           02  FILLER                  PIC 9     VALUE 1.
               88    ACQUISITION-FILE-END VALUE 0.
               88    NOT-ACQUISITION-FILE-END VALUE 1.

       01  RUN-PARAMETER               PIC X(4).
       01  REPORT-YEAR                 PIC 9(4).
       01  RUN-DATE                    PIC 9(8).

       01  REPORT-HEADING.
           02  FILLER                  PIC X(20) VALUE SPACES.
           02  FILLER                  PIC X(30)
                              VALUE "BRANCH BUDGET AGAINST SPEND".

       01  REPORT-UNDER-LINE.
           02  FILLER                  PIC X(20) VALUE SPACES.
           02  FILLER                  PIC X(30) VALUE ALL "-".

       01  REPORT-IDENT-LINE.
           02  FILLER                  PIC X(12) VALUE "FISCAL YEAR ".
           02  PRN-IDENT-YEAR          PIC 9(4).
           02  FILLER                  PIC X(11) VALUE "  RUN DATE ".
           02  PRN-IDENT-DATE          PIC 9(8).

       01  BRANCH-LINE.
           02  FILLER                  PIC X(7)  VALUE "BRANCH ".
           02  PRN-BRANCH-CODE         PIC 99.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  PRN-BRANCH-NAME         PIC X(20).
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  PRN-BRANCH-CONTROL      PIC X(20).

       01  FIGURES-HEADING.
           02  FILLER                  PIC X(4)  VALUE SPACES.
           02  FILLER                  PIC X(15)
                                       VALUE "         BUDGET".
           02  FILLER                  PIC X(15)
                                       VALUE "      COMMITTED".
           02  FILLER                  PIC X(15)
                                       VALUE "          SPENT".
           02  FILLER                  PIC X(15)
                                       VALUE "      REMAINING".

       01  FIGURES-LINE.
           02  FILLER                  PIC X(4)  VALUE SPACES.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  PRN-FIG-BUDGET          PIC $$,$$$,$$9.99.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  PRN-FIG-COMMITTED       PIC $$,$$$,$$9.99.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  PRN-FIG-SPENT           PIC $$,$$$,$$9.99.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  PRN-FIG-REMAINING       PIC $$,$$$,$$9.99-.

       01  TITLE-HEADING.
           02  FILLER                  PIC X(4)  VALUE SPACES.
           02  FILLER                  PIC X(7)  VALUE "COPY".
           02  FILLER                  PIC X(30) VALUE "TITLE BOUGHT".
           02  FILLER                  PIC X(9)  VALUE "DATE".
           02  FILLER                  PIC X(11) VALUE "    PRICE".

       01  TITLE-LINE.
           02  FILLER                  PIC X(4)  VALUE SPACES.
           02  PRN-ACQ-COPY-NUM        PIC X(5).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  PRN-ACQ-TITLE           PIC X(29).
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  PRN-ACQ-DATE            PIC 9(8).
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  PRN-ACQ-PRICE           PIC $$,$$9.99.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  PRN-ACQ-STATUS          PIC X(12).

       01  DISAGREE-LINE.
           02  FILLER                  PIC X(4)  VALUE SPACES.
           02  FILLER                  PIC X(42) VALUE
               "* SPENT DOES NOT AGREE WITH ACQHIST.DAT - ".
           02  PRN-DISAGREE-AMOUNT     PIC $$,$$$,$$9.99-.
           02  FILLER                  PIC X(2)  VALUE " *".

       01  REPORT-TOTAL-LINE.
           02  PRN-TOTAL-TEXT          PIC X(30).
           02  PRN-TOTAL-COUNT         PIC ZZZ,ZZ9.
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  PRN-TOTAL-AMOUNT        PIC $$,$$$,$$9.99-.

       01  COUNTERS.
           02  BRANCH-KEY              PIC 99.
           02  BUDGET-COUNT            PIC 9(4)  VALUE ZERO.
           02  DISAGREE-COUNT          PIC 9(4)  VALUE ZERO.
           02  BRANCH-COPY-COUNT       PIC 9(6).
           02  BRANCH-COPY-AMOUNT      PIC 9(7)V99.
           02  BRANCH-BUDGETED-AMOUNT  PIC 9(7)V99.
           02  BRANCH-REMAINING        PIC S9(7)V99.
           02  SPEND-DIFFERENCE        PIC S9(7)V99.
           02  TOTAL-BUDGET            PIC 9(9)V99 VALUE ZERO.
           02  TOTAL-COMMITTED         PIC 9(9)V99 VALUE ZERO.
           02  TOTAL-SPENT             PIC 9(9)V99 VALUE ZERO.
           02  TOTAL-REMAINING         PIC S9(9)V99 VALUE ZERO.
           02  TOTAL-COPY-COUNT        PIC 9(6)  VALUE ZERO.
           02  UNBUDGETED-COUNT        PIC 9(6)  VALUE ZERO.
           02  UNBUDGETED-AMOUNT       PIC 9(7)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT RUN-PARAMETER FROM COMMAND-LINE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           IF RUN-PARAMETER = SPACES
               MOVE RUN-DATE(1:4) TO REPORT-YEAR
           ELSE
               IF RUN-PARAMETER NOT NUMERIC
                   DISPLAY "BUDGETREPORT PARM MUST BE A YYYY FISCAL "
                           "YEAR - ENDING"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE RUN-PARAMETER TO REPORT-YEAR
           END-IF

           OPEN INPUT BUDGET-FILE.
           IF BUDGET-STATUS NOT EQUAL TO "00"
               DISPLAY "BUDGETREPORT - NO BUDGET MASTER, FS = "
                       BUDGET-STATUS " - RUN MAINTBUDGET"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT LIBRARY-FILE.
           OPEN INPUT BRANCH-FILE.
           OPEN OUTPUT REPORT-FILE.

           PERFORM PRINT-REPORT-HEADINGS.

           MOVE ZEROS TO BUD-KEY
           START BUDGET-FILE
               KEY IS GREATER THAN BUD-KEY
               INVALID KEY SET BUDGET-FILE-END TO TRUE
           END-START

           IF NOT BUDGET-FILE-END
               READ BUDGET-FILE NEXT RECORD
                   AT END SET BUDGET-FILE-END TO TRUE
               END-READ
           END-IF

           PERFORM REPORT-ONE-BUDGET UNTIL BUDGET-FILE-END.

           PERFORM SUM-UNBUDGETED-SPEND.

           PERFORM PRINT-REPORT-TOTALS.

           CLOSE BUDGET-FILE,
                 LIBRARY-FILE,
                 BRANCH-FILE,
                 REPORT-FILE.

           IF DISAGREE-COUNT GREATER THAN ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       PRINT-REPORT-HEADINGS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE AFTER ADVANCING PAGE.

           WRITE REPORT-LINE FROM REPORT-HEADING
               AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM REPORT-UNDER-LINE
               AFTER ADVANCING 1 LINE

           MOVE REPORT-YEAR TO PRN-IDENT-YEAR
           MOVE RUN-DATE TO PRN-IDENT-DATE
           WRITE REPORT-LINE FROM REPORT-IDENT-LINE
               AFTER ADVANCING 2 LINE.

      *    BUDGET.DAT IS IN BRANCH THEN YEAR ORDER, SO THE WALK
      *    PICKS OUT THE REPORT YEAR FOR EACH BRANCH IN TURN.
       REPORT-ONE-BUDGET.
           IF BUD-FISCAL-YEAR EQUAL TO REPORT-YEAR
               PERFORM REPORT-BRANCH-BUDGET
           END-IF

           READ BUDGET-FILE NEXT RECORD
               AT END SET BUDGET-FILE-END TO TRUE
           END-READ.

       REPORT-BRANCH-BUDGET.
           ADD 1 TO BUDGET-COUNT
           COMPUTE BRANCH-REMAINING = BUD-BUDGET-AMOUNT
               - BUD-COMMITTED-AMOUNT - BUD-SPENT-AMOUNT
           ADD BUD-BUDGET-AMOUNT TO TOTAL-BUDGET
           ADD BUD-COMMITTED-AMOUNT TO TOTAL-COMMITTED
           ADD BUD-SPENT-AMOUNT TO TOTAL-SPENT
           ADD BRANCH-REMAINING TO TOTAL-REMAINING

           MOVE BUD-BRANCH-CODE TO BRANCH-KEY
           READ BRANCH-FILE
               INVALID KEY
                   MOVE "* NOT ON BRANCH.DAT *" TO BRANCH-NAME
           END-READ

           MOVE BUD-BRANCH-CODE TO PRN-BRANCH-CODE
           MOVE BRANCH-NAME TO PRN-BRANCH-NAME
           IF BUDGET-REFUSE
               MOVE "OVERSPEND REFUSED" TO PRN-BRANCH-CONTROL
           ELSE
               MOVE "OVERSPEND WARNED" TO PRN-BRANCH-CONTROL
           END-IF
           WRITE REPORT-LINE FROM BRANCH-LINE
               AFTER ADVANCING 3 LINE

           WRITE REPORT-LINE FROM FIGURES-HEADING
               AFTER ADVANCING 1 LINE
           MOVE BUD-BUDGET-AMOUNT TO PRN-FIG-BUDGET
           MOVE BUD-COMMITTED-AMOUNT TO PRN-FIG-COMMITTED
           MOVE BUD-SPENT-AMOUNT TO PRN-FIG-SPENT
           MOVE BRANCH-REMAINING TO PRN-FIG-REMAINING
           WRITE REPORT-LINE FROM FIGURES-LINE
               AFTER ADVANCING 1 LINE

           WRITE REPORT-LINE FROM TITLE-HEADING
               AFTER ADVANCING 2 LINE

           PERFORM LIST-BRANCH-TITLES

           MOVE "    COPIES BOUGHT:" TO PRN-TOTAL-TEXT
           MOVE BRANCH-COPY-COUNT TO PRN-TOTAL-COUNT
           MOVE BRANCH-COPY-AMOUNT TO PRN-TOTAL-AMOUNT
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINE

      *    COPIES BOUGHT BEFORE THE BUDGET WAS SET ARE ON THE
      *    HISTORY BUT WERE NEVER CHARGED TO IT, SO THEY ARE LEFT
      *    OUT OF THE PROOF.
           COMPUTE SPEND-DIFFERENCE =
               BUD-SPENT-AMOUNT - BRANCH-BUDGETED-AMOUNT
           IF SPEND-DIFFERENCE NOT EQUAL TO ZERO
               ADD 1 TO DISAGREE-COUNT
               MOVE SPEND-DIFFERENCE TO PRN-DISAGREE-AMOUNT
               WRITE REPORT-LINE FROM DISAGREE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

      *    THE HISTORY IS IN THE ORDER THE COPIES WERE TAKEN IN, SO
      *    IT IS READ THROUGH ONCE FOR EACH BRANCH.
       LIST-BRANCH-TITLES.
           MOVE ZEROS TO BRANCH-COPY-COUNT
           MOVE ZEROS TO BRANCH-COPY-AMOUNT
           MOVE ZEROS TO BRANCH-BUDGETED-AMOUNT

           OPEN INPUT ACQUISITION-FILE
           IF ACQUISITION-STATUS EQUAL TO "00"
               SET NOT-ACQUISITION-FILE-END TO TRUE
               READ ACQUISITION-FILE
                   AT END SET ACQUISITION-FILE-END TO TRUE
               END-READ
               PERFORM LIST-ONE-ACQUISITION
                   UNTIL ACQUISITION-FILE-END
               CLOSE ACQUISITION-FILE
           END-IF.

       LIST-ONE-ACQUISITION.
           IF ACQ-BRANCH-CODE EQUAL TO BUD-BRANCH-CODE
              AND ACQ-FISCAL-YEAR EQUAL TO REPORT-YEAR
               ADD 1 TO BRANCH-COPY-COUNT, TOTAL-COPY-COUNT
               ADD ACQ-PRICE TO BRANCH-COPY-AMOUNT
               IF NOT ACQ-NO-BUDGET
                   ADD ACQ-PRICE TO BRANCH-BUDGETED-AMOUNT
               END-IF
               PERFORM PRINT-ONE-ACQUISITION
           END-IF

           READ ACQUISITION-FILE
               AT END SET ACQUISITION-FILE-END TO TRUE
           END-READ.

       PRINT-ONE-ACQUISITION.
           MOVE ACQ-LIBRARY-CODE TO LIBRARY-CODE
           READ LIBRARY-FILE
               KEY IS LIBRARY-CODE
               INVALID KEY
                   MOVE "* TITLE NO LONGER LISTED *" TO LIBRARY-TITLE
           END-READ

           MOVE ACQ-COPY-NUM TO PRN-ACQ-COPY-NUM
           MOVE LIBRARY-TITLE TO PRN-ACQ-TITLE
           MOVE ACQ-DATE TO PRN-ACQ-DATE
           MOVE ACQ-PRICE TO PRN-ACQ-PRICE
           EVALUATE TRUE
               WHEN ACQ-OVER-BUDGET
                   MOVE "OVER BUDGET" TO PRN-ACQ-STATUS
               WHEN ACQ-NO-BUDGET
                   MOVE "NO BUDGET" TO PRN-ACQ-STATUS
               WHEN OTHER
                   MOVE SPACES TO PRN-ACQ-STATUS
           END-EVALUATE
           WRITE REPORT-LINE FROM TITLE-LINE
               AFTER ADVANCING 1 LINE.

      *    COPIES FOR THE YEAR AT A BRANCH THAT HAS NO BUDGET FOR IT
      *    APPEAR UNDER NO BRANCH ABOVE, SO THEY ARE TOTALLED HERE.
       SUM-UNBUDGETED-SPEND.
           OPEN INPUT ACQUISITION-FILE
           IF ACQUISITION-STATUS EQUAL TO "00"
               SET NOT-ACQUISITION-FILE-END TO TRUE
               READ ACQUISITION-FILE
                   AT END SET ACQUISITION-FILE-END TO TRUE
               END-READ
               PERFORM SUM-ONE-UNBUDGETED
                   UNTIL ACQUISITION-FILE-END
               CLOSE ACQUISITION-FILE
           END-IF.

       SUM-ONE-UNBUDGETED.
           IF ACQ-FISCAL-YEAR EQUAL TO REPORT-YEAR
               MOVE ACQ-BRANCH-CODE TO BUD-BRANCH-CODE
               MOVE ACQ-FISCAL-YEAR TO BUD-FISCAL-YEAR
               READ BUDGET-FILE
                   INVALID KEY
                       ADD 1 TO UNBUDGETED-COUNT
                       ADD ACQ-PRICE TO UNBUDGETED-AMOUNT
               END-READ
           END-IF

           READ ACQUISITION-FILE
               AT END SET ACQUISITION-FILE-END TO TRUE
           END-READ.

       PRINT-REPORT-TOTALS.
           WRITE REPORT-LINE FROM REPORT-UNDER-LINE
               AFTER ADVANCING 3 LINE

           WRITE REPORT-LINE FROM FIGURES-HEADING
               AFTER ADVANCING 1 LINE
           MOVE TOTAL-BUDGET TO PRN-FIG-BUDGET
           MOVE TOTAL-COMMITTED TO PRN-FIG-COMMITTED
           MOVE TOTAL-SPENT TO PRN-FIG-SPENT
           MOVE TOTAL-REMAINING TO PRN-FIG-REMAINING
           WRITE REPORT-LINE FROM FIGURES-LINE
               AFTER ADVANCING 1 LINE

           MOVE "BRANCHES WITH A BUDGET:" TO PRN-TOTAL-TEXT
           MOVE BUDGET-COUNT TO PRN-TOTAL-COUNT
           MOVE TOTAL-SPENT TO PRN-TOTAL-AMOUNT
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 2 LINE

           MOVE "COPIES BOUGHT AGAINST BUDGETS:" TO PRN-TOTAL-TEXT
           MOVE TOTAL-COPY-COUNT TO PRN-TOTAL-COUNT
           MOVE ZEROS TO PRN-TOTAL-AMOUNT
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "BOUGHT WITH NO BUDGET:" TO PRN-TOTAL-TEXT
           MOVE UNBUDGETED-COUNT TO PRN-TOTAL-COUNT
           MOVE UNBUDGETED-AMOUNT TO PRN-TOTAL-AMOUNT
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "BRANCHES NOT AGREEING:" TO PRN-TOTAL-TEXT
           MOVE DISAGREE-COUNT TO PRN-TOTAL-COUNT
           MOVE ZEROS TO PRN-TOTAL-AMOUNT
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
