       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MaintBudget.
      *Maintenance of the branch acquisitions budget master
      *BUDGET.DAT - one record per branch per fiscal year (the
      *calendar year) holding the year's budget, the amount
      *committed on orders placed but not yet received, the amount
      *spent, and how AcquireTitle treats a copy that would take the
      *branch over budget: W warns the intake operator and lets
      *them go on, R refuses the copy.  The budget, the commitment
      *and the control are keyed here; the amount spent is moved
      *only by AcquireTitle as copies are taken in, so it cannot be
      *keyed or corrected through this program, and a budget that
      *has had spending against it cannot be deleted.  Setting the
      *money a branch may spend is a supervisor decision, so the
      *keyed operator must verify against the operator master
      *OPERATOR.DAT as a supervisor, and every add, change and
      *delete is journalled to JOURNAL.DAT with the operator id and
      *full before and after record images.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FILE ASSIGN TO "BUDGET.DAT"
               ORGANIZATION IS INDEXED
               FILE STATUS IS BUDGET-STATUS
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BUD-KEY.

           SELECT BRANCH-FILE ASSIGN TO "BRANCH.DAT"
               ORGANIZATION IS RELATIVE
               FILE STATUS IS BRANCH-STATUS
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS BRANCH-KEY.

           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS INDEXED
               FILE STATUS IS OPERATOR-STATUS
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID.

           SELECT JOURNAL-FILE ASSIGN TO "JOURNAL.DAT"
               FILE STATUS IS JOURNAL-STATUS.

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

       FD  BRANCH-FILE.
       01  BRANCH-RECORD.
           02  BRANCH-CODE             PIC 99.
           02  BRANCH-NAME             PIC X(20).

       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           02  OPR-ID                  PIC X(8).
           02  OPR-NAME                PIC X(20).
           02  OPR-AUTHORITY           PIC X(1).
               88  AUTHORITY-SUPERVISOR VALUE "S".

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           02  JRN-DATE                PIC 9(8).
           02  JRN-TIME                PIC 9(6).
           02  JRN-OPERATOR            PIC X(8).
           02  JRN-PROGRAM             PIC X(14).
           02  JRN-FILE-NAME           PIC X(14).
           02  JRN-ACTION              PIC X(1).
           02  JRN-BEFORE-IMAGE        PIC X(100).
           02  JRN-AFTER-IMAGE         PIC X(100).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-IDENTIFIERS.
           02  BUDGET-STATUS           PIC X(2).
           02  BRANCH-STATUS           PIC X(2).
           02  OPERATOR-STATUS         PIC X(2).
           02  JOURNAL-STATUS          PIC X(2).

       01  JOURNAL-FIELDS.
           02  OPERATOR-ID             PIC X(8).
           02  TIME-OF-DAY             PIC 9(8).
           02  SAVED-BEFORE-IMAGE      PIC X(100).

       01  ENTRY-FIELDS.
           02  ENTRY-FISCAL-YEAR       PIC 9(4).
           02  ENTRY-BUDGET-AMOUNT     PIC 9(7)V99.
           02  ENTRY-COMMITTED-AMOUNT  PIC 9(7)V99.
           02  ENTRY-CONTROL-MODE      PIC X(1).
               88  ENTRY-CONTROL-VALID VALUES "W" "R".
           02  REMAINING-AMOUNT        PIC S9(7)V99.
           02  EDITED-AMOUNT           PIC $$,$$$,$$9.99-.

       01  COUNTERS.
           02  BRANCH-KEY              PIC 99.

       01  MENU-CHOICE                 PIC X(1).
           88  CHOICE-ADD              VALUE "1".
           88  CHOICE-CHANGE           VALUE "2".
           88  CHOICE-DELETE           VALUE "3".
           88  CHOICE-SHOW             VALUE "4".
           88  CHOICE-EXIT             VALUE "5".

       01  FILLER                      PIC 9      VALUE 0.
           88  EXIT-REQUESTED          VALUE 1.

       01  FILLER                      PIC 9      VALUE 0.
           88  BUDGET-KEY-VALID        VALUE 1.
           88  BUDGET-KEY-INVALID      VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING
           ACCEPT OPERATOR-ID

           PERFORM VERIFY-SUPERVISOR.

           OPEN INPUT BRANCH-FILE.
           IF BRANCH-STATUS NOT EQUAL TO "00"
               DISPLAY "MAINTBUDGET - CANNOT OPEN BRANCH.DAT, FS = "
                       BRANCH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM OPEN-BUDGET-FILE.
           PERFORM OPEN-JOURNAL-FILE.
           PERFORM MAINTAIN-BUDGETS UNTIL EXIT-REQUESTED.
           CLOSE BUDGET-FILE, BRANCH-FILE, JOURNAL-FILE.
           STOP RUN.

      *    THE KEYED OPERATOR MUST BE ON THE OPERATOR MASTER AND BE
      *    A SUPERVISOR BEFORE ANY FILE IS OPENED - A BUDGET IS THE
      *    MONEY A BRANCH IS ALLOWED TO SPEND ON STOCK.
       VERIFY-SUPERVISOR.
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-STATUS NOT EQUAL TO "00"
               DISPLAY "MAINTBUDGET - NO OPERATOR MASTER, FS = "
                       OPERATOR-STATUS " - RUN MAINTOPERATOR"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE OPERATOR-ID TO OPR-ID
           READ OPERATOR-FILE
               INVALID KEY
                   DISPLAY "MAINTBUDGET - OPERATOR " OPERATOR-ID
                           " NOT ON OPERATOR MASTER - REFUSED"
                   CLOSE OPERATOR-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF NOT AUTHORITY-SUPERVISOR
               DISPLAY "MAINTBUDGET - OPERATOR " OPERATOR-ID
                       " IS NOT A SUPERVISOR - REFUSED"
               CLOSE OPERATOR-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE OPERATOR-FILE.

      *    OPENS BUDGET.DAT FOR UPDATE, CREATING IT ON THE VERY
      *    FIRST RUN IF IT DOES NOT YET EXIST.
       OPEN-BUDGET-FILE.
           OPEN I-O BUDGET-FILE.
           IF BUDGET-STATUS = "35"
               OPEN OUTPUT BUDGET-FILE
               CLOSE BUDGET-FILE
               OPEN I-O BUDGET-FILE
           END-IF.

      *    THE JOURNAL ONLY EVER GROWS - EVERY UPDATE PROGRAM
      *    EXTENDS THE SAME JOURNAL.DAT, CREATING IT ON THE VERY
      *    FIRST UPDATE ANYWHERE IN THE SYSTEM.
       OPEN-JOURNAL-FILE.
           OPEN EXTEND JOURNAL-FILE.
           IF JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF.

       WRITE-JOURNAL-RECORD.
           ACCEPT JRN-DATE FROM DATE YYYYMMDD
           ACCEPT TIME-OF-DAY FROM TIME
           MOVE TIME-OF-DAY(1:6) TO JRN-TIME
           MOVE OPERATOR-ID TO JRN-OPERATOR
           MOVE "MAINTBUDGET" TO JRN-PROGRAM
           MOVE "BUDGET.DAT" TO JRN-FILE-NAME
           WRITE JOURNAL-RECORD.

       MAINTAIN-BUDGETS.
           DISPLAY " "
           DISPLAY "BRANCH ACQUISITIONS BUDGET MAINTENANCE"
           DISPLAY "1 - SET A BRANCH BUDGET FOR A YEAR"
           DISPLAY "2 - CHANGE A BRANCH BUDGET"
           DISPLAY "3 - DELETE A BRANCH BUDGET"
           DISPLAY "4 - SHOW A BRANCH BUDGET"
           DISPLAY "5 - EXIT"
           DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
           ACCEPT MENU-CHOICE

           EVALUATE TRUE
               WHEN CHOICE-ADD
                   PERFORM ADD-BUDGET-RECORD
               WHEN CHOICE-CHANGE
                   PERFORM CHANGE-BUDGET-RECORD
               WHEN CHOICE-DELETE
                   PERFORM DELETE-BUDGET-RECORD
               WHEN CHOICE-SHOW
                   PERFORM SHOW-BUDGET-RECORD
               WHEN CHOICE-EXIT
                   SET EXIT-REQUESTED TO TRUE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE - TRY AGAIN"
           END-EVALUATE.

      *    A BUDGET CAN ONLY BE SET FOR A BRANCH ON BRANCH.DAT.  IT
      *    STARTS WITH NOTHING SPENT.
       ADD-BUDGET-RECORD.
           PERFORM GET-BUDGET-KEY
           IF BUDGET-KEY-VALID
               READ BUDGET-FILE
                   INVALID KEY
                       PERFORM GET-NEW-BUDGET
                   NOT INVALID KEY
                       DISPLAY "BUDGET FOR BRANCH " BRANCH-KEY
                               " YEAR " ENTRY-FISCAL-YEAR
                               " ALREADY SET - USE CHANGE INSTEAD"
               END-READ
           END-IF.

       GET-NEW-BUDGET.
           MOVE ZEROS TO ENTRY-COMMITTED-AMOUNT
           PERFORM GET-BUDGET-DETAILS
           IF ENTRY-BUDGET-AMOUNT NOT NUMERIC
              OR ENTRY-COMMITTED-AMOUNT NOT NUMERIC
              OR NOT ENTRY-CONTROL-VALID
               DISPLAY "AMOUNTS MUST BE NUMERIC AND CONTROL W OR R - "
                       "NOT SET"
           ELSE
               PERFORM WRITE-NEW-BUDGET
           END-IF.

       WRITE-NEW-BUDGET.
           MOVE BRANCH-KEY TO BUD-BRANCH-CODE
           MOVE ENTRY-FISCAL-YEAR TO BUD-FISCAL-YEAR
           MOVE ENTRY-BUDGET-AMOUNT TO BUD-BUDGET-AMOUNT
           MOVE ENTRY-COMMITTED-AMOUNT TO BUD-COMMITTED-AMOUNT
           MOVE ZEROS TO BUD-SPENT-AMOUNT
           MOVE ENTRY-CONTROL-MODE TO BUD-CONTROL-MODE
           MOVE OPERATOR-ID TO BUD-OPERATOR
           WRITE BUDGET-RECORD
               INVALID KEY
                   DISPLAY "ADD FAILED, FILE STATUS = " BUDGET-STATUS
               NOT INVALID KEY
                   DISPLAY "BUDGET FOR BRANCH " BUD-BRANCH-CODE
                           " YEAR " BUD-FISCAL-YEAR " SET"
                   MOVE SPACES TO JRN-BEFORE-IMAGE
                   MOVE BUDGET-RECORD TO JRN-AFTER-IMAGE
                   MOVE "A" TO JRN-ACTION
                   PERFORM WRITE-JOURNAL-RECORD
           END-WRITE.

      *    THE BUDGET MAY BE CUT BELOW WHAT HAS ALREADY GONE - THE
      *    MONEY IS SPENT EITHER WAY - BUT THE SUPERVISOR IS TOLD,
      *    AND FROM THEN ON EVERY COPY TAKEN IN IS OVER BUDGET.
       CHANGE-BUDGET-RECORD.
           PERFORM GET-BUDGET-KEY
           IF BUDGET-KEY-VALID
               READ BUDGET-FILE
                   INVALID KEY
                       DISPLAY "NO BUDGET FOR BRANCH " BRANCH-KEY
                               " YEAR " ENTRY-FISCAL-YEAR
                   NOT INVALID KEY
                       PERFORM CHANGE-KEYED-BUDGET
               END-READ
           END-IF.

       CHANGE-KEYED-BUDGET.
           MOVE BUDGET-RECORD TO SAVED-BEFORE-IMAGE
           PERFORM DISPLAY-BUDGET-FIGURES
           PERFORM GET-BUDGET-DETAILS
           IF ENTRY-BUDGET-AMOUNT NOT NUMERIC
              OR ENTRY-COMMITTED-AMOUNT NOT NUMERIC
              OR NOT ENTRY-CONTROL-VALID
               DISPLAY "AMOUNTS MUST BE NUMERIC AND CONTROL W OR R - "
                       "NOT CHANGED"
           ELSE
               MOVE ENTRY-BUDGET-AMOUNT TO BUD-BUDGET-AMOUNT
               MOVE ENTRY-COMMITTED-AMOUNT TO BUD-COMMITTED-AMOUNT
               MOVE ENTRY-CONTROL-MODE TO BUD-CONTROL-MODE
               MOVE OPERATOR-ID TO BUD-OPERATOR
               PERFORM REWRITE-BUDGET
           END-IF.

       REWRITE-BUDGET.
           REWRITE BUDGET-RECORD
               INVALID KEY
                   DISPLAY "CHANGE FAILED, FILE STATUS = "
                           BUDGET-STATUS
               NOT INVALID KEY
                   DISPLAY "BUDGET CHANGED"
                   MOVE SAVED-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
                   MOVE BUDGET-RECORD TO JRN-AFTER-IMAGE
                   MOVE "C" TO JRN-ACTION
                   PERFORM WRITE-JOURNAL-RECORD
                   COMPUTE REMAINING-AMOUNT = BUD-BUDGET-AMOUNT
                       - BUD-COMMITTED-AMOUNT - BUD-SPENT-AMOUNT
                   IF REMAINING-AMOUNT LESS THAN ZERO
                       MOVE REMAINING-AMOUNT TO EDITED-AMOUNT
                       DISPLAY "WARNING - BRANCH IS NOW OVER BUDGET "
                               "BY " EDITED-AMOUNT
                   END-IF
           END-REWRITE.

      *    A BUDGET THAT HAS HAD COPIES BOUGHT AGAINST IT IS PART OF
      *    THE SPENDING RECORD AND STAYS - CHANGE IT INSTEAD.
       DELETE-BUDGET-RECORD.
           PERFORM GET-BUDGET-KEY
           IF BUDGET-KEY-VALID
               READ BUDGET-FILE
                   INVALID KEY
                       DISPLAY "NO BUDGET FOR BRANCH " BRANCH-KEY
                               " YEAR " ENTRY-FISCAL-YEAR
                   NOT INVALID KEY
                       IF BUD-SPENT-AMOUNT NOT EQUAL TO ZERO
                           DISPLAY "COPIES HAVE BEEN BOUGHT AGAINST "
                                   "THIS BUDGET - NOT DELETED"
                       ELSE
                           PERFORM DELETE-VERIFIED-BUDGET
                       END-IF
               END-READ
           END-IF.

       DELETE-VERIFIED-BUDGET.
           MOVE BUDGET-RECORD TO SAVED-BEFORE-IMAGE
           DELETE BUDGET-FILE
               INVALID KEY
                   DISPLAY "DELETE FAILED, FILE STATUS = "
                           BUDGET-STATUS
               NOT INVALID KEY
                   DISPLAY "BUDGET DELETED"
                   MOVE SAVED-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
                   MOVE SPACES TO JRN-AFTER-IMAGE
                   MOVE "D" TO JRN-ACTION
                   PERFORM WRITE-JOURNAL-RECORD
           END-DELETE.

       SHOW-BUDGET-RECORD.
           PERFORM GET-BUDGET-KEY
           IF BUDGET-KEY-VALID
               READ BUDGET-FILE
                   INVALID KEY
                       DISPLAY "NO BUDGET FOR BRANCH " BRANCH-KEY
                               " YEAR " ENTRY-FISCAL-YEAR
                   NOT INVALID KEY
                       PERFORM DISPLAY-BUDGET-FIGURES
               END-READ
           END-IF.

      *    THE BRANCH IS PROVED AGAINST BRANCH.DAT AND THE KEY LEFT
      *    BUILT IN THE BUDGET RECORD READY FOR THE READ.
       GET-BUDGET-KEY.
           SET BUDGET-KEY-INVALID TO TRUE
           DISPLAY "ENTER BRANCH CODE      : " WITH NO ADVANCING
           ACCEPT BRANCH-KEY
           DISPLAY "ENTER FISCAL YEAR (YYYY): " WITH NO ADVANCING
           ACCEPT ENTRY-FISCAL-YEAR

           READ BRANCH-FILE
               INVALID KEY
                   DISPLAY "BRANCH " BRANCH-KEY " NOT ON BRANCH.DAT"
               NOT INVALID KEY
                   DISPLAY "BRANCH IS " BRANCH-NAME
                   IF ENTRY-FISCAL-YEAR NOT NUMERIC
                      OR ENTRY-FISCAL-YEAR LESS THAN 1900
                       DISPLAY "FISCAL YEAR MUST BE YYYY"
                   ELSE
                       SET BUDGET-KEY-VALID TO TRUE
                       MOVE BRANCH-KEY TO BUD-BRANCH-CODE
                       MOVE ENTRY-FISCAL-YEAR TO BUD-FISCAL-YEAR
                   END-IF
           END-READ.

       GET-BUDGET-DETAILS.
           DISPLAY "ENTER BUDGET FOR THE YEAR     : " WITH NO ADVANCING
           ACCEPT ENTRY-BUDGET-AMOUNT
           DISPLAY "ENTER COMMITTED ON OPEN ORDERS: " WITH NO ADVANCING
           ACCEPT ENTRY-COMMITTED-AMOUNT
           DISPLAY "OVER BUDGET - W WARN, R REFUSE: " WITH NO ADVANCING
           ACCEPT ENTRY-CONTROL-MODE.

       DISPLAY-BUDGET-FIGURES.
           MOVE BUD-BUDGET-AMOUNT TO EDITED-AMOUNT
           DISPLAY "BUDGET     " EDITED-AMOUNT
           MOVE BUD-COMMITTED-AMOUNT TO EDITED-AMOUNT
           DISPLAY "COMMITTED  " EDITED-AMOUNT
           MOVE BUD-SPENT-AMOUNT TO EDITED-AMOUNT
           DISPLAY "SPENT      " EDITED-AMOUNT
           COMPUTE REMAINING-AMOUNT = BUD-BUDGET-AMOUNT
               - BUD-COMMITTED-AMOUNT - BUD-SPENT-AMOUNT
           MOVE REMAINING-AMOUNT TO EDITED-AMOUNT
           DISPLAY "REMAINING  " EDITED-AMOUNT
           DISPLAY "CONTROL    " BUD-CONTROL-MODE
                   "   LAST SET BY " BUD-OPERATOR.
