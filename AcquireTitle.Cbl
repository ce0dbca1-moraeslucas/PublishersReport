      *the operator id and full before and after record images; the
      *keyed operator must verify against the operator master
      *OPERATOR.DAT before any file is opened.
      *Each copy is bought out of its branch's acquisitions budget
      *for the year on BUDGET.DAT (kept by MaintBudget).  A copy
      *whose price is more than the budget has left - less what is
      *committed on open orders, unless the copy is one of those
      *orders arriving - is refused, or taken in only after a
      *warning the operator accepts, as the branch's budget control
      *says.  The price is charged to the amount spent, any order it
      *fills released from the commitment, and the copy filed on
      *the acquisitions history ACQHIST.DAT that BudgetReport lists
      *the titles bought from.  A branch with no budget for the
      *year is not controlled, but its copies still go on the
      *history; a budget file that exists but will not open stops
      *the intake.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID.

           SELECT BUDGET-FILE ASSIGN TO "BUDGET.DAT"
               ORGANIZATION IS INDEXED
               FILE STATUS IS BUDGET-STATUS
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BUD-KEY.

           SELECT ACQUISITION-FILE ASSIGN TO "ACQHIST.DAT"
               FILE STATUS IS ACQUISITION-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "JOURNAL.DAT"
               FILE STATUS IS JOURNAL-STATUS.

           02  OPR-AUTHORITY           PIC X(1).
               88  AUTHORITY-SUPERVISOR VALUE "S".

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

      *    ONE RECORD PER COPY TAKEN IN, WITH HOW IT STOOD AGAINST
      *    THE BRANCH BUDGET: B WITHIN BUDGET, O TAKEN IN OVER BUDGET
      *    AFTER A WARNING, N NO BUDGET SET FOR THE BRANCH AND YEAR.
       FD  ACQUISITION-FILE.
       01  ACQUISITION-RECORD.
           02  ACQ-BRANCH-CODE         PIC 99.
           02  ACQ-FISCAL-YEAR         PIC 9(4).
           02  ACQ-DATE                PIC 9(8).
           02  ACQ-COPY-NUM            PIC X(5).
           02  ACQ-LIBRARY-CODE        PIC 9(5).
           02  ACQ-PRICE               PIC 999V99.
           02  ACQ-BUDGET-STATUS       PIC X(1).
           02  ACQ-OPERATOR            PIC X(8).

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           02  JRN-DATE                PIC 9(8).
           02  SUPPLIER-STATUS         PIC X(2).
           02  BRANCH-STATUS           PIC X(2).
           02  OPERATOR-STATUS         PIC X(2).
           02  BUDGET-STATUS           PIC X(2).
           02  ACQUISITION-STATUS      PIC X(2).
           02  JOURNAL-STATUS          PIC X(2).

       01  JOURNAL-FIELDS.
           02  OPERATOR-ID             PIC X(8).
           02  TIME-OF-DAY             PIC 9(8).
           02  SAVED-BEFORE-IMAGE      PIC X(100).

       01  BUDGET-FIELDS.
           02  TODAYS-DATE             PIC 9(8).
           02  FISCAL-YEAR             PIC 9(4).
           02  REMAINING-BUDGET        PIC S9(7)V99.
           02  AVAILABLE-BUDGET        PIC S9(7)V99.
           02  RELEASED-COMMITMENT     PIC 9(7)V99.
           02  EDITED-AMOUNT           PIC $$,$$$,$$9.99-.
           02  ORDER-ANSWER            PIC X(1).
           02  PROCEED-ANSWER          PIC X(1).

       01  COUNTERS.
           02  SUPPLIER-KEY            PIC 9(4).
           88  COPY-ENTRY-DONE         VALUE 1.
           88  MORE-COPIES             VALUE 0.

       01  FILLER                      PIC 9      VALUE 0.
           88  BUDGET-FILE-PRESENT     VALUE 1.
           88  BUDGET-FILE-ABSENT      VALUE 0.

       01  FILLER                      PIC 9      VALUE 0.
           88  BUDGET-FOUND            VALUE 1.
           88  BUDGET-NOT-FOUND        VALUE 0.

       01  FILLER                      PIC 9      VALUE 1.
           88  COPY-WITHIN-BUDGET      VALUE 1.
           88  COPY-OVER-BUDGET        VALUE 0.

       01  FILLER                      PIC 9      VALUE 1.
           88  COPY-ALLOWED            VALUE 1.
           88  COPY-REFUSED            VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING

           PERFORM VERIFY-OPERATOR.

      *    THE FISCAL YEAR IS THE CALENDAR YEAR OF THE INTAKE.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD
           MOVE TODAYS-DATE(1:4) TO FISCAL-YEAR

           PERFORM OPEN-LDF-FILE.
           PERFORM OPEN-LIBRARY-FILE.
           OPEN INPUT SUPPLIER-FILE.
           OPEN INPUT BRANCH-FILE.
           PERFORM OPEN-BUDGET-FILE.
           PERFORM OPEN-ACQUISITION-FILE.
           PERFORM OPEN-JOURNAL-FILE.

           PERFORM ACQUIRE-ONE-TITLE UNTIL EXIT-REQUESTED.
                 LIBRARY-FILE,
                 SUPPLIER-FILE,
                 BRANCH-FILE,
                 ACQUISITION-FILE,
                 JOURNAL-FILE.
           IF BUDGET-FILE-PRESENT
               CLOSE BUDGET-FILE
           END-IF.
           STOP RUN.

      *    THE KEYED OPERATOR MUST BE ON THE OPERATOR MASTER BEFORE
           MOVE TIME-OF-DAY(1:6) TO JRN-TIME
           MOVE OPERATOR-ID TO JRN-OPERATOR
           MOVE "ACQUIRETITLE" TO JRN-PROGRAM
           WRITE JOURNAL-RECORD.

      *    NO BUDGET FILE MEANS NO BRANCH HAS A BUDGET YET - INTAKE
      *    GOES ON UNCONTROLLED.  A BUDGET FILE THAT IS THERE BUT
      *    WILL NOT OPEN STOPS THE INTAKE, OR COPIES WOULD BE BOUGHT
      *    PAST THEIR BRANCH'S BUDGET UNCHECKED.
       OPEN-BUDGET-FILE.
           OPEN I-O BUDGET-FILE.
           EVALUATE BUDGET-STATUS
               WHEN "00"
                   SET BUDGET-FILE-PRESENT TO TRUE
               WHEN "35"
                   SET BUDGET-FILE-ABSENT TO TRUE
               WHEN OTHER
                   DISPLAY "ACQUIRETITLE - CANNOT OPEN BUDGET.DAT, "
                           "FS = " BUDGET-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      *    THE ACQUISITIONS HISTORY ONLY EVER GROWS, AND IS CREATED
      *    ON THE VERY FIRST COPY TAKEN IN.
       OPEN-ACQUISITION-FILE.
           OPEN EXTEND ACQUISITION-FILE.
           IF ACQUISITION-STATUS = "35"
               OPEN OUTPUT ACQUISITION-FILE
           END-IF.

      *    OPENS LDF.DAT FOR UPDATE, CREATING IT ON THE VERY FIRST
      *    RUN IF IT DOES NOT YET EXIST.
       OPEN-LDF-FILE.
                           DISPLAY "TITLE " LIBRARY-CODE " ADDED"
                           SET TITLE-ACCEPTED TO TRUE
                           MOVE "LIBRARY.DAT" TO JRN-FILE-NAME
                           MOVE "A" TO JRN-ACTION
                           MOVE SPACES TO JRN-BEFORE-IMAGE
                           MOVE LIBRARY-RECORD TO JRN-AFTER-IMAGE
                           PERFORM WRITE-JOURNAL-RECORD
                   END-WRITE
                           " NOT ON BRANCH.DAT - COPY REFUSED"
               NOT INVALID KEY
                   DISPLAY "BRANCH IS " BRANCH-NAME
                   PERFORM CHECK-COPY-BUDGET
                   IF COPY-ALLOWED
                       PERFORM WRITE-VALIDATED-COPY
                   END-IF
           END-READ.

      *    THE COPY IS PRICED AGAINST WHAT THE BRANCH HAS LEFT FOR
      *    THE YEAR - THE BUDGET LESS OPEN COMMITMENTS AND SPENDING.
      *    A COPY THAT FILLS AN ORDER ALREADY COMMITTED IS PAID FOR
      *    OUT OF THAT COMMITMENT, SO IT IS NOT COUNTED TWICE.
       CHECK-COPY-BUDGET.
           SET COPY-ALLOWED TO TRUE
           SET COPY-WITHIN-BUDGET TO TRUE
           SET BUDGET-NOT-FOUND TO TRUE
           MOVE ZEROS TO RELEASED-COMMITMENT

           IF BUDGET-FILE-PRESENT
               MOVE ENTRY-BRANCH-CODE TO BUD-BRANCH-CODE
               MOVE FISCAL-YEAR TO BUD-FISCAL-YEAR
               READ BUDGET-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       SET BUDGET-FOUND TO TRUE
               END-READ
           END-IF

           IF BUDGET-FOUND
               PERFORM TEST-COPY-AGAINST-BUDGET
           ELSE
               DISPLAY "NO " FISCAL-YEAR " BUDGET FOR BRANCH "
                       ENTRY-BRANCH-CODE " - INTAKE NOT CONTROLLED"
           END-IF.

       TEST-COPY-AGAINST-BUDGET.
           IF BUD-COMMITTED-AMOUNT GREATER THAN ZERO
               DISPLAY "COPY FILLS AN ORDER ALREADY COMMITTED (Y/N): "
                   WITH NO ADVANCING
               ACCEPT ORDER-ANSWER
               IF ORDER-ANSWER EQUAL TO "Y" OR "y"
                   IF ENTRY-PRICE GREATER THAN BUD-COMMITTED-AMOUNT
                       MOVE BUD-COMMITTED-AMOUNT TO
                           RELEASED-COMMITMENT
                   ELSE
                       MOVE ENTRY-PRICE TO RELEASED-COMMITMENT
                   END-IF
               END-IF
           END-IF

           COMPUTE REMAINING-BUDGET = BUD-BUDGET-AMOUNT
               - BUD-COMMITTED-AMOUNT - BUD-SPENT-AMOUNT
           COMPUTE AVAILABLE-BUDGET =
               REMAINING-BUDGET + RELEASED-COMMITMENT

           IF ENTRY-PRICE GREATER THAN AVAILABLE-BUDGET
               SET COPY-OVER-BUDGET TO TRUE
               MOVE AVAILABLE-BUDGET TO EDITED-AMOUNT
               DISPLAY "PRICE IS OVER THE BRANCH BUDGET - ONLY "
                       EDITED-AMOUNT " LEFT"
               IF BUDGET-REFUSE
                   DISPLAY "BRANCH BUDGET DOES NOT ALLOW OVERSPEND "
                           "- COPY REFUSED"
                   SET COPY-REFUSED TO TRUE
               ELSE
                   DISPLAY "TAKE IN OVER BUDGET (Y/N): "
                       WITH NO ADVANCING
                   ACCEPT PROCEED-ANSWER
                   IF PROCEED-ANSWER NOT EQUAL TO "Y" AND
                      PROCEED-ANSWER NOT EQUAL TO "y"
                       DISPLAY "COPY NOT TAKEN IN"
                       SET COPY-REFUSED TO TRUE
                   END-IF
               END-IF
           END-IF.

       WRITE-VALIDATED-COPY.
           MOVE ENTRY-COPY-NUM TO LDF-LIBRARY-NUM
           MOVE ENTRY-LIBRARY-CODE TO LDF-LIBRARY-CODE
                   DISPLAY "COPY " ENTRY-COPY-NUM " ADDED"
                   ADD 1 TO COPIES-ADDED
                   MOVE "LDF.DAT" TO JRN-FILE-NAME
                   MOVE "A" TO JRN-ACTION
                   MOVE SPACES TO JRN-BEFORE-IMAGE
                   MOVE LDF-RECORD TO JRN-AFTER-IMAGE
                   PERFORM WRITE-JOURNAL-RECORD
                   PERFORM CHARGE-COPY-TO-BUDGET
                   PERFORM WRITE-ACQUISITION-RECORD
           END-WRITE.

      *    THE PRICE GOES ON THE BRANCH'S SPENDING AND ANY ORDER IT
      *    FILLED COMES OFF THE COMMITMENT, JOURNALLED LIKE ANY OTHER
      *    CHANGE TO A MASTER.
       CHARGE-COPY-TO-BUDGET.
           IF BUDGET-FOUND
               MOVE BUDGET-RECORD TO SAVED-BEFORE-IMAGE
               SUBTRACT RELEASED-COMMITMENT FROM BUD-COMMITTED-AMOUNT
               ADD ENTRY-PRICE TO BUD-SPENT-AMOUNT
               REWRITE BUDGET-RECORD
                   INVALID KEY
                       DISPLAY "BUDGET UPDATE FAILED, FILE STATUS = "
                               BUDGET-STATUS
                   NOT INVALID KEY
                       MOVE "BUDGET.DAT" TO JRN-FILE-NAME
                       MOVE "C" TO JRN-ACTION
                       MOVE SAVED-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
                       MOVE BUDGET-RECORD TO JRN-AFTER-IMAGE
                       PERFORM WRITE-JOURNAL-RECORD
               END-REWRITE
           END-IF.

       WRITE-ACQUISITION-RECORD.
           MOVE ENTRY-BRANCH-CODE TO ACQ-BRANCH-CODE
           MOVE FISCAL-YEAR TO ACQ-FISCAL-YEAR
           MOVE TODAYS-DATE TO ACQ-DATE
           MOVE ENTRY-COPY-NUM TO ACQ-COPY-NUM
           MOVE ENTRY-LIBRARY-CODE TO ACQ-LIBRARY-CODE
           MOVE ENTRY-PRICE TO ACQ-PRICE
           EVALUATE TRUE
               WHEN BUDGET-NOT-FOUND
                   MOVE "N" TO ACQ-BUDGET-STATUS
               WHEN COPY-OVER-BUDGET
                   MOVE "O" TO ACQ-BUDGET-STATUS
               WHEN OTHER
                   MOVE "B" TO ACQ-BUDGET-STATUS
           END-EVALUATE
           MOVE OPERATOR-ID TO ACQ-OPERATOR
           WRITE ACQUISITION-RECORD.
