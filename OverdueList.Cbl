       IDENTIFICATION DIVISION.
       PROGRAM-ID.  OverdueList.
      *Nightly overdue listing of the loan file LOAN.DAT.  Walks the
      *open loans LoanDesk has recorded in branch order and lists,
      *under each branch that lent them, every copy still out past
      *its due date - copy, title, borrower, checkout and due dates
      *and how many days overdue - with a count per branch and for
      *the whole run, so each desk starts the day knowing what to
      *chase.  The title is named from the title master LIBRARY.DAT;
      *one that cannot be found there is shown by its code.  The run
      *parameter, when given, is the as-of date (YYYYMMDD); no
      *parameter lists against today.  A date that is not a real
      *calendar date ends the run before anything is listed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO "LOAN.DAT"
               ORGANIZATION IS INDEXED
               FILE STATUS IS LOAN-STATUS
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-COPY-NUM
               ALTERNATE RECORD KEY IS LN-BRANCH-CODE
                         WITH DUPLICATES.

           SELECT BRANCH-FILE ASSIGN TO "BRANCH.DAT"
               ORGANIZATION IS RELATIVE
               FILE STATUS IS BRANCH-STATUS
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS BRANCH-KEY.

           SELECT LIBRARY-FILE ASSIGN TO "LIBRARY.DAT"
               ORGANIZATION IS INDEXED
               FILE STATUS IS LIBRARY-STATUS
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIBRARY-CODE
               ALTERNATE RECORD KEY IS LIBRARY-TITLE
               ALTERNATE RECORD KEY IS LIBRARY-SUPPLIER-CODE
                         WITH DUPLICATES.

           SELECT LISTING-FILE ASSIGN TO "OverdueList.rpt".

       DATA DIVISION.
       FILE SECTION.

       FD  LOAN-FILE.
       01  LOAN-RECORD.
           02  LN-COPY-NUM             PIC X(5).
           02  LN-LIBRARY-CODE         PIC 9(5).
           02  LN-BRANCH-CODE          PIC 99.
           02  LN-BORROWER-ID          PIC X(8).
           02  LN-CHECKOUT-DATE        PIC 9(8).
           02  LN-DUE-DATE             PIC 9(8).
           02  LN-LOAN-STATUS          PIC X(1).
               88  LOAN-OPEN           VALUE "O".
               88  LOAN-RETURNED       VALUE "R".
           02  LN-RETURN-DATE          PIC 9(8).
           02  LN-RENTAL-AMOUNT        PIC 9(4)V99.
           02  LN-OPERATOR             PIC X(8).

       FD  BRANCH-FILE.
       01  BRANCH-RECORD.
           02  BRANCH-CODE             PIC 99.
           02  BRANCH-NAME             PIC X(20).

       FD  LIBRARY-FILE.
       01  LIBRARY-RECORD.
           02  LIBRARY-CODE            PIC 9(5).
           02  LIBRARY-TITLE           PIC X(29).
           02  FILLER                  PIC X(1).
           02  LIBRARY-SUPPLIER-CODE   PIC 9(4).

       FD  LISTING-FILE.
       01  LISTING-LINE                PIC X(74).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-IDENTIFIERS.
           02  LOAN-STATUS             PIC X(2).
           02  BRANCH-STATUS           PIC X(2).
           02  LIBRARY-STATUS          PIC X(2).

       01  END-OF-FILE-FLAGS.
           02  FILLER                  PIC 9     VALUE 1.
               88    LOAN-FILE-END     VALUE 0.
               88    NOT-LOAN-END      VALUE 1.

       01  OPTIONAL-FILE-FLAGS.
           02  FILLER                  PIC 9     VALUE 0.
               88    LIBRARY-FILE-PRESENT VALUE 1.
               88    LIBRARY-FILE-ABSENT VALUE 0.

       01  RUN-PARAMETER               PIC X(8).
       01  AS-OF-DATE                  PIC 9(8).

       01  AGING-FIELDS.
           02  AS-OF-DAY-NUM           PIC 9(8).
           02  DUE-DAY-NUM             PIC 9(8).
           02  DAYS-OVERDUE            PIC S9(5).
           02  CURRENT-BRANCH          PIC 99.

       01  LISTING-HEADING.
           02  FILLER                  PIC X(20) VALUE SPACES.
           02  FILLER                  PIC X(30)
                              VALUE "OVERDUE LOANS BY BRANCH".

       01  LISTING-UNDER-LINE.
           02  FILLER                  PIC X(20) VALUE SPACES.
           02  FILLER                  PIC X(30) VALUE ALL "-".

       01  LISTING-AS-OF-LINE.
           02  FILLER                  PIC X(20) VALUE SPACES.
           02  FILLER                  PIC X(6)  VALUE "AS OF ".
           02  PRN-AS-OF-DATE          PIC 9(8).

       01  LISTING-ITEM-HEADING.
           02  FILLER                  PIC X(7)  VALUE "COPY #".
           02  FILLER                  PIC X(21) VALUE "TITLE".
           02  FILLER                  PIC X(10) VALUE "BORROWER".
           02  FILLER                  PIC X(10) VALUE "OUT".
           02  FILLER                  PIC X(10) VALUE "DUE".
           02  FILLER                  PIC X(12) VALUE "DAYS OVERDUE".

       01  BRANCH-HEADING-LINE.
           02  FILLER                  PIC X(7)  VALUE "BRANCH ".
           02  PRN-BRANCH-CODE         PIC 99.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  PRN-BRANCH-NAME         PIC X(20).

       01  LISTING-DETAIL-LINE.
           02  PRN-LOAN-COPY-NUM       PIC X(7).
           02  PRN-LOAN-TITLE          PIC X(20).
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  PRN-LOAN-BORROWER       PIC X(8).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  PRN-LOAN-CHECKOUT       PIC 9(8).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  PRN-LOAN-DUE            PIC 9(8).
           02  FILLER                  PIC X(6)  VALUE SPACES.
           02  PRN-LOAN-DAYS           PIC ZZZZ9.

       01  LISTING-TOTAL-LINE.
           02  PRN-TOTAL-TEXT          PIC X(30).
           02  PRN-TOTAL-COUNT         PIC ZZZ,ZZ9.

       01  COUNTERS.
           02  BRANCH-KEY              PIC 99.
           02  BRANCH-OVERDUE-COUNT    PIC 9(6)  VALUE ZERO.
           02  OPEN-LOAN-COUNT         PIC 9(6)  VALUE ZERO.
           02  OVERDUE-COUNT           PIC 9(6)  VALUE ZERO.

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT RUN-PARAMETER FROM COMMAND-LINE.
           IF RUN-PARAMETER EQUAL TO SPACES
               ACCEPT AS-OF-DATE FROM DATE YYYYMMDD
           ELSE
               IF RUN-PARAMETER NOT NUMERIC
                   DISPLAY "OVERDUELIST AS-OF DATE MUST BE YYYYMMDD - "
                           RUN-PARAMETER
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE RUN-PARAMETER TO AS-OF-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(AS-OF-DATE)
                      NOT EQUAL TO ZERO
                   DISPLAY "OVERDUELIST AS-OF DATE " AS-OF-DATE
                           " IS NOT A CALENDAR DATE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           OPEN INPUT LOAN-FILE.
           IF LOAN-STATUS NOT EQUAL TO "00"
               DISPLAY "OVERDUELIST - NO LOAN FILE, FS = "
                       LOAN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT BRANCH-FILE.
           OPEN INPUT LIBRARY-FILE.
           IF LIBRARY-STATUS EQUAL TO "00"
               SET LIBRARY-FILE-PRESENT TO TRUE
           ELSE
               DISPLAY "OVERDUELIST - CANNOT OPEN LIBRARY.DAT, FS = "
                       LIBRARY-STATUS " - TITLES SHOWN BY CODE"
           END-IF.
           OPEN OUTPUT LISTING-FILE.

           PERFORM PRINT-LISTING-HEADINGS.

           COMPUTE AS-OF-DAY-NUM =
               FUNCTION INTEGER-OF-DATE(AS-OF-DATE)

           MOVE ZEROS TO LN-BRANCH-CODE
           START LOAN-FILE
               KEY IS NOT LESS THAN LN-BRANCH-CODE
               INVALID KEY SET LOAN-FILE-END TO TRUE
           END-START

           IF NOT-LOAN-END
               READ LOAN-FILE NEXT RECORD
                   AT END SET LOAN-FILE-END TO TRUE
               END-READ
           END-IF

           PERFORM LIST-ONE-BRANCH UNTIL LOAN-FILE-END.

           PERFORM PRINT-LISTING-TOTALS.

           CLOSE LOAN-FILE, BRANCH-FILE, LISTING-FILE.
           IF LIBRARY-FILE-PRESENT
               CLOSE LIBRARY-FILE
           END-IF.
           STOP RUN.

       PRINT-LISTING-HEADINGS.
           MOVE SPACES TO LISTING-LINE
           WRITE LISTING-LINE AFTER ADVANCING PAGE.

           WRITE LISTING-LINE FROM LISTING-HEADING
               AFTER ADVANCING 1 LINE
           WRITE LISTING-LINE FROM LISTING-UNDER-LINE
               AFTER ADVANCING 1 LINE
           MOVE AS-OF-DATE TO PRN-AS-OF-DATE
           WRITE LISTING-LINE FROM LISTING-AS-OF-LINE
               AFTER ADVANCING 1 LINE

           WRITE LISTING-LINE FROM LISTING-ITEM-HEADING
               AFTER ADVANCING 2 LINE.

      *    ONE PASS OVER THE BRANCH ALTERNATE KEY HANDLES ONE
      *    LENDING BRANCH.  THE BRANCH HEADING IS ONLY PRINTED ONCE
      *    THE BRANCH TURNS OUT TO HAVE SOMETHING OVERDUE, SO A
      *    BRANCH WITH EVERYTHING BACK ON TIME TAKES NO SPACE.
       LIST-ONE-BRANCH.
           MOVE LN-BRANCH-CODE TO CURRENT-BRANCH
           MOVE ZERO TO BRANCH-OVERDUE-COUNT

           PERFORM CHECK-ONE-LOAN
               UNTIL LOAN-FILE-END
                  OR LN-BRANCH-CODE NOT EQUAL TO CURRENT-BRANCH

           IF BRANCH-OVERDUE-COUNT GREATER THAN ZERO
               MOVE "OVERDUE AT THIS BRANCH:" TO PRN-TOTAL-TEXT
               MOVE BRANCH-OVERDUE-COUNT TO PRN-TOTAL-COUNT
               WRITE LISTING-LINE FROM LISTING-TOTAL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

      *    A LOAN IS OVERDUE WHEN IT IS STILL OPEN AND ITS DUE DATE
      *    IS BEFORE THE AS-OF DATE - A COPY DUE BACK TODAY IS NOT
      *    YET LATE.
       CHECK-ONE-LOAN.
           IF LOAN-OPEN
               ADD 1 TO OPEN-LOAN-COUNT
               COMPUTE DUE-DAY-NUM =
                   FUNCTION INTEGER-OF-DATE(LN-DUE-DATE)
               COMPUTE DAYS-OVERDUE = AS-OF-DAY-NUM - DUE-DAY-NUM
               IF DAYS-OVERDUE GREATER THAN ZERO
                   PERFORM PRINT-OVERDUE-LOAN
               END-IF
           END-IF

           READ LOAN-FILE NEXT RECORD
               AT END SET LOAN-FILE-END TO TRUE
           END-READ.

       PRINT-OVERDUE-LOAN.
           IF BRANCH-OVERDUE-COUNT EQUAL TO ZERO
               PERFORM PRINT-BRANCH-HEADING
           END-IF
           ADD 1 TO BRANCH-OVERDUE-COUNT
           ADD 1 TO OVERDUE-COUNT

           MOVE LN-COPY-NUM TO PRN-LOAN-COPY-NUM
           PERFORM FIND-LOAN-TITLE
           MOVE LN-BORROWER-ID TO PRN-LOAN-BORROWER
           MOVE LN-CHECKOUT-DATE TO PRN-LOAN-CHECKOUT
           MOVE LN-DUE-DATE TO PRN-LOAN-DUE
           MOVE DAYS-OVERDUE TO PRN-LOAN-DAYS
           WRITE LISTING-LINE FROM LISTING-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

      *    A TITLE NO LONGER ON LIBRARY.DAT STILL PRINTS, BY ITS CODE,
      *    SO THE LOAN IS NEVER DROPPED FROM THE LISTING.
       FIND-LOAN-TITLE.
           MOVE LN-LIBRARY-CODE TO PRN-LOAN-TITLE
           IF LIBRARY-FILE-PRESENT
               MOVE LN-LIBRARY-CODE TO LIBRARY-CODE
               READ LIBRARY-FILE
                   KEY IS LIBRARY-CODE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LIBRARY-TITLE TO PRN-LOAN-TITLE
               END-READ
           END-IF.

       PRINT-BRANCH-HEADING.
           MOVE CURRENT-BRANCH TO PRN-BRANCH-CODE
           MOVE CURRENT-BRANCH TO BRANCH-KEY
           IF BRANCH-KEY EQUAL TO ZERO
               MOVE "UNASSIGNED" TO PRN-BRANCH-NAME
           ELSE
               READ BRANCH-FILE
                   INVALID KEY
                       MOVE "NOT ON BRANCH.DAT" TO PRN-BRANCH-NAME
                   NOT INVALID KEY
                       MOVE BRANCH-NAME TO PRN-BRANCH-NAME
               END-READ
           END-IF
           WRITE LISTING-LINE FROM BRANCH-HEADING-LINE
               AFTER ADVANCING 2 LINE.

       PRINT-LISTING-TOTALS.
           WRITE LISTING-LINE FROM LISTING-UNDER-LINE
               AFTER ADVANCING 2 LINE

           MOVE "LOANS OPEN:" TO PRN-TOTAL-TEXT
           MOVE OPEN-LOAN-COUNT TO PRN-TOTAL-COUNT
           WRITE LISTING-LINE FROM LISTING-TOTAL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "LOANS OVERDUE:" TO PRN-TOTAL-TEXT
           MOVE OVERDUE-COUNT TO PRN-TOTAL-COUNT
           WRITE LISTING-LINE FROM LISTING-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
