       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LoanDesk.
      *Circulation desk checkout and return for copies on LDF.DAT.
      *The desk keys its branch once per session, proved against
      *BRANCH.DAT.  A checkout opens a loan on the loan file
      *LOAN.DAT against LDF-LIBRARY-NUM with the borrower, the
      *branch, the checkout date and the due date, so every copy
      *carries its loan status - on the shelf or out and when it is
      *due back; OverdueList lists the open loans past due nightly
      *by branch.  A return closes the loan with the return date
      *and the rental amount taken, and the same keying writes the
      *rental receipt to RENTTRAN.DAT for the nightly RentalPost
      *run, so takings are keyed once, at the desk, and nowhere
      *else.  A refunded or mis-keyed rental is taken back the same
      *way: a reversal, authorised by a supervisor keying their own
      *id, gives the copy, the date of the rental being reversed,
      *the amount and the reason, and goes to RENTTRAN.DAT with the
      *supervisor's id for RentalPost to take off the copy's
      *earnings.  The session's
      *receipts and reversals go to RENTTRAN.DAT as one batch: a
      *header with the desk branch, the next batch number for the
      *branch and the business date ahead of the first of them,
      *and a trailer with their count and amount total when the
      *desk signs off.  The batch number follows on
      *from the highest the branch has on the batch register
      *BATCHREG.DAT, posted or refused, or already waiting in
      *RENTTRAN.DAT, so a number is never given out twice; a session
      *that ends without its trailer leaves a batch RentalPost will
      *refuse.  Every loan opened or closed is journalled to
      *JOURNAL.DAT with before and after images of the loan record,
      *the keyed operator must verify against the operator master
      *OPERATOR.DAT, and a desk register of the session's checkouts
      *and returns is printed with the takings total.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIBRARY-DETAILS-FILE ASSIGN TO "LDF.DAT"
               ORGANIZATION IS INDEXED
               FILE STATUS IS LDF-STATUS
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDF-LIBRARY-NUM
               ALTERNATE RECORD KEY IS LDF-LIBRARY-CODE
                         WITH DUPLICATES.

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

           SELECT RENTAL-TRANS-FILE ASSIGN TO "RENTTRAN.DAT"
               FILE STATUS IS TRANS-STATUS.

           SELECT BATCH-REGISTER-FILE ASSIGN TO "BATCHREG.DAT"
               ORGANIZATION IS INDEXED
               FILE STATUS IS BATCHREG-STATUS
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRG-KEY.

           SELECT REGISTER-FILE ASSIGN TO "LoanRegister.rpt".

           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS INDEXED
               FILE STATUS IS OPERATOR-STATUS
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID.

           SELECT JOURNAL-FILE ASSIGN TO "JOURNAL.DAT"
               FILE STATUS IS JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  LIBRARY-DETAILS-FILE.
       01  LDF-RECORD.
           02  LDF-LIBRARY-NUM         PIC X(5).
           02  LDF-LIBRARY-CODE        PIC 9(5).
           02  LDF-RENTAL-EARNINGS     PIC 9(4)V99.
           02  LDF-PURCHASE-PRICE      PIC 999V99.
           02  LDF-BRANCH-CODE         PIC 99.

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

       FD  RENTAL-TRANS-FILE.
       01  RENTAL-TRANS-RECORD.
           02  TRN-TRANS-TYPE          PIC X(1).
               88  TRANS-RECEIPT       VALUE "R".
               88  TRANS-REVERSAL      VALUE "V".
               88  TRANS-HEADER        VALUE "H".
               88  TRANS-TRAILER       VALUE "T".
           02  TRN-COPY-NUM            PIC X(5).
           02  TRN-RENTAL-DATE         PIC 9(8).
           02  TRN-RENTAL-AMOUNT       PIC 9(4)V99.
           02  TRN-REVERSAL-REASON     PIC X(20).
           02  TRN-SUPERVISOR-ID       PIC X(8).
       01  BATCH-HEADER-RECORD.
           02  TRH-RECORD-TYPE         PIC X(1).
           02  TRH-BRANCH-CODE         PIC 99.
           02  TRH-BATCH-NUM           PIC 9(6).
           02  TRH-BUSINESS-DATE       PIC 9(8).
           02  FILLER                  PIC X(31).
       01  BATCH-TRAILER-RECORD.
           02  TRT-RECORD-TYPE         PIC X(1).
           02  TRT-RECORD-COUNT        PIC 9(6).
           02  TRT-AMOUNT-TOTAL        PIC 9(8)V99.
           02  FILLER                  PIC X(31).

       FD  BATCH-REGISTER-FILE.
       01  BATCH-REGISTER-RECORD.
           02  BRG-KEY.
               03  BRG-BRANCH-CODE     PIC 99.
               03  BRG-BATCH-NUM       PIC 9(6).
           02  BRG-BUSINESS-DATE       PIC 9(8).
           02  BRG-RECORD-COUNT        PIC 9(6).
           02  BRG-AMOUNT-TOTAL        PIC 9(8)V99.
           02  BRG-POSTING-DATE        PIC 9(8).
           02  BRG-OPERATOR            PIC X(8).
           02  BRG-OUTCOME             PIC X(1).
               88  BRG-BATCH-ACCEPTED  VALUE "A".
               88  BRG-BATCH-REFUSED   VALUE "R".

       FD  REGISTER-FILE.
       01  REGISTER-LINE               PIC X(74).

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
           02  LDF-STATUS              PIC X(2).
           02  LOAN-STATUS             PIC X(2).
           02  BRANCH-STATUS           PIC X(2).
           02  TRANS-STATUS            PIC X(2).
           02  BATCHREG-STATUS         PIC X(2).
           02  OPERATOR-STATUS         PIC X(2).
           02  JOURNAL-STATUS          PIC X(2).

       01  JOURNAL-FIELDS.
           02  OPERATOR-ID             PIC X(8).
           02  TIME-OF-DAY             PIC 9(8).
           02  SAVED-BEFORE-IMAGE      PIC X(100).

       01  ENTRY-FIELDS.
           02  ENTRY-COPY-NUM          PIC X(5).
           02  ENTRY-BORROWER-ID       PIC X(8).
           02  ENTRY-RENTAL-AMOUNT     PIC 9(4)V99.
           02  ENTRY-RENTAL-DATE       PIC 9(8).
           02  ENTRY-REVERSAL-REASON   PIC X(20).
           02  ENTRY-SUPERVISOR-ID     PIC X(8).

       01  DESK-FIELDS.
           02  DESK-BRANCH-CODE        PIC 99.
           02  DESK-BRANCH-NAME        PIC X(20).
           02  TODAYS-DATE             PIC 9(8).
           02  LOAN-DAYS               PIC 999.
           02  STANDARD-LOAN-DAYS      PIC 999   VALUE 14.
           02  DUE-DAY-NUM             PIC 9(8).

       01  BATCH-FIELDS.
           02  DESK-BATCH-NUM          PIC 9(6).
           02  DESK-BUSINESS-DATE      PIC 9(8).
           02  BATCH-RECORD-COUNT      PIC 9(6)  VALUE ZERO.
           02  BATCH-AMOUNT-TOTAL      PIC 9(8)V99 VALUE ZERO.

       01  MENU-CHOICE                 PIC X(1).
           88  CHOICE-CHECKOUT         VALUE "1".
           88  CHOICE-RETURN           VALUE "2".
           88  CHOICE-REVERSAL         VALUE "3".
           88  CHOICE-EXIT             VALUE "4".

       01  FILLER                      PIC 9      VALUE 0.
           88  EXIT-REQUESTED          VALUE 1.

       01  FILLER                      PIC 9      VALUE 0.
           88  BATCH-STARTED           VALUE 1.
           88  BATCH-NOT-STARTED       VALUE 0.

       01  FILLER                      PIC 9      VALUE 0.
           88  SCAN-END                VALUE 1.
           88  NOT-SCAN-END            VALUE 0.

       01  FILLER                      PIC 9      VALUE 0.
           88  REVERSAL-AUTHORISED     VALUE 1.
           88  REVERSAL-NOT-AUTHORISED VALUE 0.

       01  REGISTER-HEADING.
           02  FILLER                  PIC X(20) VALUE SPACES.
           02  FILLER                  PIC X(30)
                              VALUE "CIRCULATION DESK REGISTER".

       01  REGISTER-UNDER-LINE.
           02  FILLER                  PIC X(20) VALUE SPACES.
           02  FILLER                  PIC X(30) VALUE ALL "-".

       01  REGISTER-BRANCH-LINE.
           02  FILLER                  PIC X(7)  VALUE "BRANCH ".
           02  PRN-DESK-BRANCH         PIC 99.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  PRN-DESK-BRANCH-NAME    PIC X(20).
           02  FILLER                  PIC X(10) VALUE "OPERATOR ".
           02  PRN-DESK-OPERATOR       PIC X(8).

       01  REGISTER-ITEM-HEADING.
           02  FILLER                  PIC X(7)  VALUE "COPY #".
           02  FILLER                  PIC X(7)  VALUE "TITLE".
           02  FILLER                  PIC X(10) VALUE "BORROWER".
           02  FILLER                  PIC X(10) VALUE "OUT".
           02  FILLER                  PIC X(10) VALUE "DUE".
           02  FILLER                  PIC X(10) VALUE "RETURNED".
           02  FILLER                  PIC X(10) VALUE "AMOUNT".

       01  REGISTER-DETAIL-LINE.
           02  PRN-LOAN-COPY-NUM       PIC X(7).
           02  PRN-LOAN-LIBRARY-CODE   PIC 9(5).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  PRN-LOAN-BORROWER       PIC X(8).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  PRN-LOAN-CHECKOUT       PIC 9(8).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  PRN-LOAN-DUE            PIC 9(8).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  PRN-LOAN-RETURNED       PIC X(8).
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  PRN-LOAN-AMOUNT         PIC X(9).
           02  PRN-LOAN-AMOUNT-EDIT REDEFINES PRN-LOAN-AMOUNT
                                       PIC $$,$$9.99.

       01  REGISTER-REVERSAL-LINE.
           02  PRN-REV-COPY-NUM        PIC X(7).
           02  FILLER                  PIC X(9)  VALUE "REVERSAL".
           02  PRN-REV-DATE            PIC 9(8).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  PRN-REV-AMOUNT          PIC $$,$$9.99.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  PRN-REV-REASON          PIC X(20).
           02  FILLER                  PIC X(4)  VALUE " BY ".
           02  PRN-REV-SUPERVISOR      PIC X(8).

       01  REGISTER-TOTAL-LINE.
           02  PRN-TOTAL-TEXT          PIC X(30).
           02  PRN-TOTAL-COUNT         PIC ZZZ,ZZ9.
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  PRN-TOTAL-AMOUNT        PIC $$$$,$$9.99.

       01  COUNTERS.
           02  BRANCH-KEY              PIC 99.
           02  CHECKOUT-COUNT          PIC 9(6)  VALUE ZERO.
           02  RETURN-COUNT            PIC 9(6)  VALUE ZERO.
           02  TAKINGS-AMOUNT          PIC 9(7)V99 VALUE ZERO.
           02  REVERSAL-COUNT          PIC 9(6)  VALUE ZERO.
           02  REVERSAL-AMOUNT         PIC 9(7)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING
           ACCEPT OPERATOR-ID

           PERFORM VERIFY-OPERATOR.

           OPEN INPUT BRANCH-FILE.
           IF BRANCH-STATUS NOT EQUAL TO "00"
               DISPLAY "LOANDESK - CANNOT OPEN BRANCH.DAT, FS = "
                       BRANCH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM VERIFY-DESK-BRANCH.

           OPEN INPUT LIBRARY-DETAILS-FILE.
           IF LDF-STATUS NOT EQUAL TO "00"
               DISPLAY "LOANDESK - CANNOT OPEN LDF.DAT, FS = "
                       LDF-STATUS
               CLOSE BRANCH-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM OPEN-LOAN-FILE.
           PERFORM FIND-NEXT-BATCH-NUM.
           PERFORM OPEN-RENTAL-TRANS-FILE.
           PERFORM OPEN-JOURNAL-FILE.
           OPEN OUTPUT REGISTER-FILE.

           PERFORM PRINT-REGISTER-HEADINGS.

           PERFORM SERVE-ONE-REQUEST UNTIL EXIT-REQUESTED.

           IF BATCH-STARTED
               PERFORM WRITE-BATCH-TRAILER
           END-IF.

           PERFORM PRINT-REGISTER-TOTALS.

           CLOSE LIBRARY-DETAILS-FILE,
                 LOAN-FILE,
                 BRANCH-FILE,
                 RENTAL-TRANS-FILE,
                 JOURNAL-FILE,
                 REGISTER-FILE.
           STOP RUN.

      *    THE KEYED OPERATOR MUST BE ON THE OPERATOR MASTER BEFORE
      *    ANY FILE IS OPENED.  THE JOURNAL IS THE AUDIT TRAIL, AND
      *    THE NAME ON IT HAS TO PROVE SOMETHING.
       VERIFY-OPERATOR.
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-STATUS NOT EQUAL TO "00"
               DISPLAY "LOANDESK - NO OPERATOR MASTER, FS = "
                       OPERATOR-STATUS " - RUN MAINTOPERATOR"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE OPERATOR-ID TO OPR-ID
           READ OPERATOR-FILE
               INVALID KEY
                   DISPLAY "LOANDESK - OPERATOR " OPERATOR-ID
                           " NOT ON OPERATOR MASTER - REFUSED"
                   CLOSE OPERATOR-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE OPERATOR-FILE.

      *    THE DESK'S BRANCH IS KEYED ONCE FOR THE SESSION AND MUST
      *    BE ON BRANCH.DAT - THE SAME RULE ACQUIRETITLE ENFORCES AT
      *    INTAKE.  EVERY LOAN OPENED THIS SESSION IS LENT FROM IT.
       VERIFY-DESK-BRANCH.
           DISPLAY "ENTER DESK BRANCH CODE: " WITH NO ADVANCING
           ACCEPT DESK-BRANCH-CODE

           MOVE DESK-BRANCH-CODE TO BRANCH-KEY
           READ BRANCH-FILE
               INVALID KEY
                   DISPLAY "LOANDESK - BRANCH " DESK-BRANCH-CODE
                           " NOT ON BRANCH.DAT - REFUSED"
                   CLOSE BRANCH-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               NOT INVALID KEY
                   MOVE BRANCH-NAME TO DESK-BRANCH-NAME
                   DISPLAY "DESK BRANCH IS " DESK-BRANCH-NAME
           END-READ.

      *    OPENS LOAN.DAT FOR UPDATE, CREATING IT ON THE VERY FIRST
      *    RUN IF IT DOES NOT YET EXIST.
       OPEN-LOAN-FILE.
           OPEN I-O LOAN-FILE.
           IF LOAN-STATUS = "35"
               OPEN OUTPUT LOAN-FILE
               CLOSE LOAN-FILE
               OPEN I-O LOAN-FILE
           END-IF.

      *    THE SESSION'S BATCH NUMBER IS ONE PAST THE HIGHEST THIS
      *    BRANCH HAS USED - ON THE BATCH REGISTER, WHETHER THAT BATCH
      *    POSTED OR WAS REFUSED, OR ON A HEADER STILL WAITING IN
      *    RENTTRAN.DAT FROM AN EARLIER SESSION TODAY.  A REFUSED
      *    NUMBER STAYS WITH THE BRANCH'S CORRECTED RESEND AND IS
      *    NEVER GIVEN TO A NEW SESSION.  NEITHER FILE EXISTS UNTIL
      *    THE FIRST RETURN AND THE FIRST POSTING RUN.
       FIND-NEXT-BATCH-NUM.
           MOVE ZERO TO DESK-BATCH-NUM

           OPEN INPUT BATCH-REGISTER-FILE
           EVALUATE BATCHREG-STATUS
               WHEN "00"
                   MOVE DESK-BRANCH-CODE TO BRG-BRANCH-CODE
                   MOVE ZERO TO BRG-BATCH-NUM
                   SET NOT-SCAN-END TO TRUE
                   START BATCH-REGISTER-FILE KEY NOT LESS THAN BRG-KEY
                       INVALID KEY SET SCAN-END TO TRUE
                   END-START
                   PERFORM SCAN-BATCH-REGISTER UNTIL SCAN-END
                   CLOSE BATCH-REGISTER-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "LOANDESK - CANNOT OPEN BATCHREG.DAT, FS = "
                           BATCHREG-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           OPEN INPUT RENTAL-TRANS-FILE
           IF TRANS-STATUS = "00"
               SET NOT-SCAN-END TO TRUE
               PERFORM SCAN-WAITING-BATCHES UNTIL SCAN-END
               CLOSE RENTAL-TRANS-FILE
           END-IF

           ADD 1 TO DESK-BATCH-NUM.

       SCAN-BATCH-REGISTER.
           READ BATCH-REGISTER-FILE NEXT RECORD
               AT END SET SCAN-END TO TRUE
           END-READ
           IF NOT SCAN-END
               IF BRG-BRANCH-CODE NOT EQUAL TO DESK-BRANCH-CODE
                   SET SCAN-END TO TRUE
               ELSE
                   MOVE BRG-BATCH-NUM TO DESK-BATCH-NUM
               END-IF
           END-IF.

       SCAN-WAITING-BATCHES.
           READ RENTAL-TRANS-FILE
               AT END SET SCAN-END TO TRUE
           END-READ
           IF NOT SCAN-END
              AND TRANS-HEADER
              AND TRH-BRANCH-CODE EQUAL TO DESK-BRANCH-CODE
              AND TRH-BATCH-NUM NUMERIC
              AND TRH-BATCH-NUM GREATER THAN DESK-BATCH-NUM
               MOVE TRH-BATCH-NUM TO DESK-BATCH-NUM
           END-IF.

      *    THE BATCH IS ADDED TO WHATEVER RENTTRAN.DAT STILL HOLDS
      *    FOR THE NEXT POSTING RUN, CREATING IT WHEN RENTALPOST HAS
      *    ARCHIVED AND EMPTIED IT - OR NEVER YET RUN.
       OPEN-RENTAL-TRANS-FILE.
           OPEN EXTEND RENTAL-TRANS-FILE.
           IF TRANS-STATUS = "35"
               OPEN OUTPUT RENTAL-TRANS-FILE
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
           MOVE "LOANDESK" TO JRN-PROGRAM
           MOVE "LOAN.DAT" TO JRN-FILE-NAME
           WRITE JOURNAL-RECORD.

       PRINT-REGISTER-HEADINGS.
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE AFTER ADVANCING PAGE.

           WRITE REGISTER-LINE FROM REGISTER-HEADING
               AFTER ADVANCING 1 LINE
           WRITE REGISTER-LINE FROM REGISTER-UNDER-LINE
               AFTER ADVANCING 1 LINE

           MOVE DESK-BRANCH-CODE TO PRN-DESK-BRANCH
           MOVE DESK-BRANCH-NAME TO PRN-DESK-BRANCH-NAME
           MOVE OPERATOR-ID TO PRN-DESK-OPERATOR
           WRITE REGISTER-LINE FROM REGISTER-BRANCH-LINE
               AFTER ADVANCING 2 LINE

           WRITE REGISTER-LINE FROM REGISTER-ITEM-HEADING
               AFTER ADVANCING 2 LINE.

       SERVE-ONE-REQUEST.
           DISPLAY " "
           DISPLAY "CIRCULATION DESK - BRANCH " DESK-BRANCH-CODE
           DISPLAY "1 - CHECK OUT A COPY"
           DISPLAY "2 - RETURN A COPY"
           DISPLAY "3 - REVERSE A RENTAL (SUPERVISOR)"
           DISPLAY "4 - EXIT"
           DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
           ACCEPT MENU-CHOICE

           EVALUATE TRUE
               WHEN CHOICE-CHECKOUT
                   PERFORM CHECK-OUT-COPY
               WHEN CHOICE-RETURN
                   PERFORM RETURN-COPY
               WHEN CHOICE-REVERSAL
                   PERFORM REVERSE-RENTAL
               WHEN CHOICE-EXIT
                   SET EXIT-REQUESTED TO TRUE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE - TRY AGAIN"
           END-EVALUATE.

      *    A COPY CAN ONLY GO OUT IF IT IS ON LDF.DAT AND NOT
      *    ALREADY OUT.  THE LOAN FILE HOLDS ONE RECORD PER COPY -
      *    ITS CURRENT OR MOST RECENT LOAN - SO A COPY THAT HAS BEEN
      *    OUT BEFORE HAS ITS RETURNED LOAN REWRITTEN AS THE NEW ONE.
       CHECK-OUT-COPY.
           DISPLAY "ENTER COPY NUMBER: " WITH NO ADVANCING
           ACCEPT ENTRY-COPY-NUM

           MOVE ENTRY-COPY-NUM TO LDF-LIBRARY-NUM
           READ LIBRARY-DETAILS-FILE
               INVALID KEY
                   DISPLAY "COPY " ENTRY-COPY-NUM " NOT ON LDF.DAT"
               NOT INVALID KEY
                   PERFORM LOOK-UP-LOAN-FOR-CHECKOUT
           END-READ.

       LOOK-UP-LOAN-FOR-CHECKOUT.
           MOVE ENTRY-COPY-NUM TO LN-COPY-NUM
           READ LOAN-FILE
               INVALID KEY
                   MOVE SPACES TO SAVED-BEFORE-IMAGE
                   PERFORM OPEN-NEW-LOAN
               NOT INVALID KEY
                   IF LOAN-OPEN
                       DISPLAY "COPY " LN-COPY-NUM
                               " IS ALREADY OUT - DUE BACK "
                               LN-DUE-DATE " AT BRANCH "
                               LN-BRANCH-CODE
                   ELSE
                       MOVE LOAN-RECORD TO SAVED-BEFORE-IMAGE
                       PERFORM OPEN-NEW-LOAN
                   END-IF
           END-READ.

      *    THE DUE DATE IS THE CHECKOUT DATE PLUS THE LOAN DAYS -
      *    THE STANDARD LOAN UNLESS THE DESK KEYS ANOTHER LENGTH.
       OPEN-NEW-LOAN.
           DISPLAY "ENTER BORROWER ID: " WITH NO ADVANCING
           ACCEPT ENTRY-BORROWER-ID
           DISPLAY "ENTER LOAN DAYS (0 FOR THE STANDARD "
                   STANDARD-LOAN-DAYS "): " WITH NO ADVANCING
           ACCEPT LOAN-DAYS

           IF LOAN-DAYS NOT NUMERIC
               DISPLAY "LOAN DAYS MUST BE NUMERIC - NOT CHECKED OUT"
           ELSE
               IF LOAN-DAYS EQUAL TO ZERO
                   MOVE STANDARD-LOAN-DAYS TO LOAN-DAYS
               END-IF
               PERFORM WRITE-NEW-LOAN
           END-IF.

       WRITE-NEW-LOAN.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD
           COMPUTE DUE-DAY-NUM =
               FUNCTION INTEGER-OF-DATE(TODAYS-DATE) + LOAN-DAYS

           MOVE LDF-LIBRARY-NUM TO LN-COPY-NUM
           MOVE LDF-LIBRARY-CODE TO LN-LIBRARY-CODE
           MOVE DESK-BRANCH-CODE TO LN-BRANCH-CODE
           MOVE ENTRY-BORROWER-ID TO LN-BORROWER-ID
           MOVE TODAYS-DATE TO LN-CHECKOUT-DATE
           COMPUTE LN-DUE-DATE = FUNCTION DATE-OF-INTEGER(DUE-DAY-NUM)
           SET LOAN-OPEN TO TRUE
           MOVE ZEROS TO LN-RETURN-DATE
           MOVE ZEROS TO LN-RENTAL-AMOUNT
           MOVE OPERATOR-ID TO LN-OPERATOR

           IF SAVED-BEFORE-IMAGE EQUAL TO SPACES
               WRITE LOAN-RECORD
                   INVALID KEY
                       DISPLAY "CHECKOUT FAILED, FILE STATUS = "
                               LOAN-STATUS
                   NOT INVALID KEY
                       MOVE "A" TO JRN-ACTION
                       PERFORM RECORD-CHECKOUT
               END-WRITE
           ELSE
               REWRITE LOAN-RECORD
                   INVALID KEY
                       DISPLAY "CHECKOUT FAILED, FILE STATUS = "
                               LOAN-STATUS
                   NOT INVALID KEY
                       MOVE "C" TO JRN-ACTION
                       PERFORM RECORD-CHECKOUT
               END-REWRITE
           END-IF.

       RECORD-CHECKOUT.
           DISPLAY "COPY " LN-COPY-NUM " CHECKED OUT - DUE BACK "
                   LN-DUE-DATE
           MOVE SAVED-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
           MOVE LOAN-RECORD TO JRN-AFTER-IMAGE
           PERFORM WRITE-JOURNAL-RECORD

           ADD 1 TO CHECKOUT-COUNT
           MOVE SPACES TO PRN-LOAN-RETURNED
           MOVE SPACES TO PRN-LOAN-AMOUNT
           PERFORM WRITE-REGISTER-DETAIL.

      *    ONLY AN OPEN LOAN CAN BE RETURNED.  A COPY HANDED IN AT
      *    ANOTHER BRANCH'S DESK IS STILL TAKEN BACK - THE RECEIPT
      *    IS THIS DESK'S TAKINGS - AND THE LOAN KEEPS THE BRANCH IT
      *    WAS LENT FROM.
       RETURN-COPY.
           DISPLAY "ENTER COPY NUMBER: " WITH NO ADVANCING
           ACCEPT ENTRY-COPY-NUM

           MOVE ENTRY-COPY-NUM TO LN-COPY-NUM
           READ LOAN-FILE
               INVALID KEY
                   DISPLAY "COPY " ENTRY-COPY-NUM
                           " HAS NO LOAN ON LOAN.DAT"
               NOT INVALID KEY
                   IF LOAN-OPEN
                       PERFORM GET-RETURN-DETAILS
                   ELSE
                       DISPLAY "COPY " LN-COPY-NUM
                               " IS NOT OUT - RETURNED "
                               LN-RETURN-DATE
                   END-IF
           END-READ.

      *    EVERY RETURN SENDS A RECEIPT, AND RENTALPOST SENDS A
      *    ZERO RECEIPT TO SUSPENSE, SO THE DESK MUST KEY WHAT WAS
      *    ACTUALLY TAKEN.
       GET-RETURN-DETAILS.
           DISPLAY "COPY " LN-COPY-NUM " OUT TO " LN-BORROWER-ID
                   " SINCE " LN-CHECKOUT-DATE " DUE " LN-DUE-DATE
           DISPLAY "ENTER RENTAL AMOUNT TAKEN: " WITH NO ADVANCING
           ACCEPT ENTRY-RENTAL-AMOUNT

           EVALUATE TRUE
               WHEN ENTRY-RENTAL-AMOUNT NOT NUMERIC
                   DISPLAY "AMOUNT MUST BE NUMERIC - NOT RETURNED"
               WHEN ENTRY-RENTAL-AMOUNT EQUAL TO ZERO
                   DISPLAY "AMOUNT MUST BE GREATER THAN ZERO - "
                           "NOT RETURNED"
               WHEN OTHER
                   PERFORM APPLY-RETURN
           END-EVALUATE.

      *    THE BATCH HEADER GOES OUT AHEAD OF THE SESSION'S FIRST
      *    RECEIPT OR REVERSAL, SO A SESSION WITH NEITHER SENDS NO
      *    BATCH.
       APPLY-RETURN.
           IF BATCH-NOT-STARTED
               PERFORM WRITE-BATCH-HEADER
           END-IF

           IF BATCH-NOT-STARTED
               DISPLAY "BATCH HEADER WRITE FAILED, FILE STATUS = "
                       TRANS-STATUS " - COPY NOT RETURNED"
           ELSE
               PERFORM WRITE-RETURN-RECEIPT
           END-IF.

       WRITE-BATCH-HEADER.
           ACCEPT DESK-BUSINESS-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO BATCH-HEADER-RECORD
           MOVE "H" TO TRH-RECORD-TYPE
           MOVE DESK-BRANCH-CODE TO TRH-BRANCH-CODE
           MOVE DESK-BATCH-NUM TO TRH-BATCH-NUM
           MOVE DESK-BUSINESS-DATE TO TRH-BUSINESS-DATE
           WRITE BATCH-HEADER-RECORD
           IF TRANS-STATUS EQUAL TO "00"
               SET BATCH-STARTED TO TRUE
               DISPLAY "RECEIPTS GO TO BATCH " DESK-BATCH-NUM
           END-IF.

      *    THE TRAILER CARRIES THE RECORD COUNT AND AMOUNT TOTAL THAT
      *    RENTALPOST FOOTS THE BATCH AGAINST BEFORE IT POSTS ANY OF IT.
       WRITE-BATCH-TRAILER.
           MOVE SPACES TO BATCH-TRAILER-RECORD
           MOVE "T" TO TRT-RECORD-TYPE
           MOVE BATCH-RECORD-COUNT TO TRT-RECORD-COUNT
           MOVE BATCH-AMOUNT-TOTAL TO TRT-AMOUNT-TOTAL
           WRITE BATCH-TRAILER-RECORD
           IF TRANS-STATUS NOT EQUAL TO "00"
               DISPLAY "LOANDESK - BATCH " DESK-BATCH-NUM
                       " TRAILER WRITE FAILED, FS = " TRANS-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "BATCH " DESK-BATCH-NUM " CLOSED - "
                       BATCH-RECORD-COUNT " RECORDS"
           END-IF.

      *    THE RECEIPT IS WRITTEN AND ONLY THEN IS THE LOAN CLOSED,
      *    SO A FAILURE IN BETWEEN LEAVES THE COPY STILL OUT RATHER
      *    THAN BACK ON THE SHELF WITH ITS TAKINGS LOST.
       WRITE-RETURN-RECEIPT.
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD

           SET TRANS-RECEIPT TO TRUE
           MOVE LN-COPY-NUM TO TRN-COPY-NUM
           MOVE TODAYS-DATE TO TRN-RENTAL-DATE
           MOVE ENTRY-RENTAL-AMOUNT TO TRN-RENTAL-AMOUNT
           MOVE SPACES TO TRN-REVERSAL-REASON
           MOVE SPACES TO TRN-SUPERVISOR-ID
           WRITE RENTAL-TRANS-RECORD

           IF TRANS-STATUS NOT EQUAL TO "00"
               DISPLAY "RECEIPT WRITE FAILED, FILE STATUS = "
                       TRANS-STATUS " - COPY NOT RETURNED"
           ELSE
               ADD 1 TO BATCH-RECORD-COUNT
               ADD ENTRY-RENTAL-AMOUNT TO BATCH-AMOUNT-TOTAL
               MOVE LOAN-RECORD TO SAVED-BEFORE-IMAGE
               SET LOAN-RETURNED TO TRUE
               MOVE TODAYS-DATE TO LN-RETURN-DATE
               MOVE ENTRY-RENTAL-AMOUNT TO LN-RENTAL-AMOUNT
               MOVE OPERATOR-ID TO LN-OPERATOR
               REWRITE LOAN-RECORD
                   INVALID KEY
                       DISPLAY "RETURN FAILED, FILE STATUS = "
                               LOAN-STATUS
                   NOT INVALID KEY
                       DISPLAY "COPY " LN-COPY-NUM " RETURNED"
                       MOVE SAVED-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
                       MOVE LOAN-RECORD TO JRN-AFTER-IMAGE
                       MOVE "C" TO JRN-ACTION
                       PERFORM WRITE-JOURNAL-RECORD

                       ADD 1 TO RETURN-COUNT
                       ADD LN-RENTAL-AMOUNT TO TAKINGS-AMOUNT
                       MOVE LN-RETURN-DATE TO PRN-LOAN-RETURNED
                       MOVE LN-RENTAL-AMOUNT TO PRN-LOAN-AMOUNT-EDIT
                       PERFORM WRITE-REGISTER-DETAIL
               END-REWRITE
           END-IF.

      *    A REVERSAL TAKES MONEY BACK OFF A COPY, SO A SUPERVISOR
      *    KEYS THEIR OWN ID TO AUTHORISE EACH ONE.  THE DATE IS THAT
      *    OF THE RENTAL BEING REVERSED - RENTALPOST CHECKS ITS
      *    PERIOD AGAINST THE ROYALTY ALREADY REMITTED.  THE LOAN IS
      *    NOT TOUCHED; ONLY THE TAKINGS ARE.
       REVERSE-RENTAL.
           PERFORM VERIFY-REVERSAL-SUPERVISOR

           IF REVERSAL-AUTHORISED
               PERFORM GET-REVERSAL-DETAILS
           END-IF.

       VERIFY-REVERSAL-SUPERVISOR.
           SET REVERSAL-NOT-AUTHORISED TO TRUE
           DISPLAY "ENTER AUTHORISING SUPERVISOR ID: "
                   WITH NO ADVANCING
           ACCEPT ENTRY-SUPERVISOR-ID

           OPEN INPUT OPERATOR-FILE
           IF OPERATOR-STATUS NOT EQUAL TO "00"
               DISPLAY "NO OPERATOR MASTER, FS = " OPERATOR-STATUS
                       " - NOT REVERSED"
           ELSE
               MOVE ENTRY-SUPERVISOR-ID TO OPR-ID
               READ OPERATOR-FILE
                   INVALID KEY
                       DISPLAY "OPERATOR " ENTRY-SUPERVISOR-ID
                               " NOT ON OPERATOR MASTER - NOT REVERSED"
                   NOT INVALID KEY
                       IF AUTHORITY-SUPERVISOR
                           SET REVERSAL-AUTHORISED TO TRUE
                       ELSE
                           DISPLAY "OPERATOR " ENTRY-SUPERVISOR-ID
                                   " IS NOT A SUPERVISOR - NOT REVERSED"
                       END-IF
               END-READ
               CLOSE OPERATOR-FILE
           END-IF.

       GET-REVERSAL-DETAILS.
           DISPLAY "ENTER COPY NUMBER: " WITH NO ADVANCING
           ACCEPT ENTRY-COPY-NUM
           DISPLAY "ENTER DATE OF RENTAL REVERSED (YYYYMMDD): "
                   WITH NO ADVANCING
           ACCEPT ENTRY-RENTAL-DATE
           DISPLAY "ENTER AMOUNT TO REVERSE: " WITH NO ADVANCING
           ACCEPT ENTRY-RENTAL-AMOUNT
           DISPLAY "ENTER REASON: " WITH NO ADVANCING
           ACCEPT ENTRY-REVERSAL-REASON

           MOVE ENTRY-COPY-NUM TO LDF-LIBRARY-NUM
           READ LIBRARY-DETAILS-FILE
               INVALID KEY
                   DISPLAY "COPY " ENTRY-COPY-NUM
                           " NOT ON LDF.DAT - NOT REVERSED"
               NOT INVALID KEY
                   PERFORM CHECK-REVERSAL-DETAILS
           END-READ.

       CHECK-REVERSAL-DETAILS.
           EVALUATE TRUE
               WHEN ENTRY-RENTAL-DATE NOT NUMERIC
                   DISPLAY "RENTAL DATE MUST BE YYYYMMDD - NOT REVERSED"
               WHEN FUNCTION TEST-DATE-YYYYMMDD(ENTRY-RENTAL-DATE)
                    NOT EQUAL TO ZERO
                   DISPLAY "RENTAL DATE MUST BE YYYYMMDD - NOT REVERSED"
               WHEN ENTRY-RENTAL-AMOUNT NOT NUMERIC
                 OR ENTRY-RENTAL-AMOUNT EQUAL TO ZERO
                   DISPLAY "AMOUNT MUST BE NUMERIC AND NOT ZERO - "
                           "NOT REVERSED"
               WHEN ENTRY-REVERSAL-REASON EQUAL TO SPACES
                   DISPLAY "A REVERSAL MUST GIVE A REASON - "
                           "NOT REVERSED"
               WHEN OTHER
                   PERFORM APPLY-REVERSAL
           END-EVALUATE.

       APPLY-REVERSAL.
           IF BATCH-NOT-STARTED
               PERFORM WRITE-BATCH-HEADER
           END-IF

           IF BATCH-NOT-STARTED
               DISPLAY "BATCH HEADER WRITE FAILED, FILE STATUS = "
                       TRANS-STATUS " - NOT REVERSED"
           ELSE
               PERFORM WRITE-REVERSAL-RECORD
           END-IF.

      *    THE REVERSAL COUNTS IN THE TRAILER AND ITS AMOUNT GOES INTO
      *    THE TRAILER TOTAL AS KEYED, THE WAY RENTALPOST FOOTS IT.
      *    THE AUTHORISING SUPERVISOR TRAVELS WITH IT, SO WHO ALLOWED
      *    IT IS ON THE JOURNAL AFTER IT POSTS, NOT ONLY ON THIS
      *    SESSION'S REGISTER.
       WRITE-REVERSAL-RECORD.
           SET TRANS-REVERSAL TO TRUE
           MOVE ENTRY-COPY-NUM TO TRN-COPY-NUM
           MOVE ENTRY-RENTAL-DATE TO TRN-RENTAL-DATE
           MOVE ENTRY-RENTAL-AMOUNT TO TRN-RENTAL-AMOUNT
           MOVE ENTRY-REVERSAL-REASON TO TRN-REVERSAL-REASON
           MOVE ENTRY-SUPERVISOR-ID TO TRN-SUPERVISOR-ID
           WRITE RENTAL-TRANS-RECORD

           IF TRANS-STATUS NOT EQUAL TO "00"
               DISPLAY "REVERSAL WRITE FAILED, FILE STATUS = "
                       TRANS-STATUS " - NOT REVERSED"
           ELSE
               ADD 1 TO BATCH-RECORD-COUNT
               ADD ENTRY-RENTAL-AMOUNT TO BATCH-AMOUNT-TOTAL
               ADD 1 TO REVERSAL-COUNT
               ADD ENTRY-RENTAL-AMOUNT TO REVERSAL-AMOUNT
               DISPLAY "REVERSAL OF COPY " ENTRY-COPY-NUM
                       " SENT FOR POSTING"

               MOVE ENTRY-COPY-NUM TO PRN-REV-COPY-NUM
               MOVE ENTRY-RENTAL-DATE TO PRN-REV-DATE
               MOVE ENTRY-RENTAL-AMOUNT TO PRN-REV-AMOUNT
               MOVE ENTRY-REVERSAL-REASON TO PRN-REV-REASON
               MOVE ENTRY-SUPERVISOR-ID TO PRN-REV-SUPERVISOR
               WRITE REGISTER-LINE FROM REGISTER-REVERSAL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       WRITE-REGISTER-DETAIL.
           MOVE LN-COPY-NUM TO PRN-LOAN-COPY-NUM
           MOVE LN-LIBRARY-CODE TO PRN-LOAN-LIBRARY-CODE
           MOVE LN-BORROWER-ID TO PRN-LOAN-BORROWER
           MOVE LN-CHECKOUT-DATE TO PRN-LOAN-CHECKOUT
           MOVE LN-DUE-DATE TO PRN-LOAN-DUE
           WRITE REGISTER-LINE FROM REGISTER-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       PRINT-REGISTER-TOTALS.
           WRITE REGISTER-LINE FROM REGISTER-UNDER-LINE
               AFTER ADVANCING 2 LINE

           MOVE "COPIES CHECKED OUT:" TO PRN-TOTAL-TEXT
           MOVE CHECKOUT-COUNT TO PRN-TOTAL-COUNT
           MOVE ZEROS TO PRN-TOTAL-AMOUNT
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "COPIES RETURNED / TAKINGS:" TO PRN-TOTAL-TEXT
           MOVE RETURN-COUNT TO PRN-TOTAL-COUNT
           MOVE TAKINGS-AMOUNT TO PRN-TOTAL-AMOUNT
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "RENTALS REVERSED / AMOUNT:" TO PRN-TOTAL-TEXT
           MOVE REVERSAL-COUNT TO PRN-TOTAL-COUNT
           MOVE REVERSAL-AMOUNT TO PRN-TOTAL-AMOUNT
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
