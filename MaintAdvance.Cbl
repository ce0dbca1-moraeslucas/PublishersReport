       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MaintAdvance.
      *Maintenance of the publisher advance ledger ADVANCE.DAT.  An
      *advance paid to a publisher when we take on their catalogue
      *is recorded here, dated and with a reference, and is then
      *recouped by RemitStatement out of the publisher's later
      *royalties; RemitStatement files each recoupment on the same
      *ledger under the publisher and the end date of the period it
      *came out of, so the ledger for a publisher reads as advances
      *paid less recoupments taken.  Only advances are keyed here -
      *recoupments belong to the statement run and cannot be changed
      *or deleted through this program, and an advance cannot be cut
      *below what has already been recouped from it.  Money paid out
      *is a supervisor decision, so the keyed operator must verify
      *against the operator master OPERATOR.DAT as a supervisor, and
      *every add, change and delete is journalled to JOURNAL.DAT with
      *the operator id and full before and after record images.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADVANCE-FILE ASSIGN TO "ADVANCE.DAT"
               ORGANIZATION IS INDEXED
               FILE STATUS IS ADVANCE-STATUS
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADV-KEY.

           SELECT SUPPLIER-FILE ASSIGN TO "PUBLISHER.DAT"
               ORGANIZATION IS RELATIVE
               FILE STATUS IS SUPPLIER-STATUS
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS SUPPLIER-KEY.

           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS INDEXED
               FILE STATUS IS OPERATOR-STATUS
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID.

           SELECT JOURNAL-FILE ASSIGN TO "JOURNAL.DAT"
               FILE STATUS IS JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    ONE RECORD PER ADVANCE PAID OR RECOUPMENT TAKEN.  AN
      *    ADVANCE IS DATED THE DAY IT WAS PAID; A RECOUPMENT IS DATED
      *    THE LAST DAY OF THE PERIOD IT WAS TAKEN FROM AND CARRIES
      *    THAT PERIOD, SO A STATEMENT RERUN FINDS AND REFRESHES ITS
      *    OWN ENTRY.  THE SEQUENCE KEEPS TWO ADVANCES TO THE SAME
      *    PUBLISHER ON THE SAME DAY APART.
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

       FD  SUPPLIER-FILE.
       01  SUPPLIER-RECORD.
           02  SUPPLIER-CODE           PIC 9(4).
           02  SUPPLIER-NAME           PIC X(20).
           02  SUPPLIER-ADDRESS        PIC X(60).
           02  SUPPLIER-ROYALTY-RATE   PIC 99V99.

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
           02  ADVANCE-STATUS          PIC X(2).
           02  SUPPLIER-STATUS         PIC X(2).
           02  OPERATOR-STATUS         PIC X(2).
           02  JOURNAL-STATUS          PIC X(2).

       01  JOURNAL-FIELDS.
           02  OPERATOR-ID             PIC X(8).
           02  TIME-OF-DAY             PIC 9(8).
           02  SAVED-BEFORE-IMAGE      PIC X(100).

       01  ENTRY-FIELDS.
           02  ENTRY-ENTRY-DATE        PIC 9(8).
           02  ENTRY-SEQUENCE          PIC 99.
           02  FREE-SEQUENCE           PIC 99.
           02  ENTRY-REFERENCE         PIC X(20).
           02  ENTRY-AMOUNT            PIC 9(6)V99.
           02  EDITED-AMOUNT           PIC $$$,$$9.99.

       01  LEDGER-FIELDS.
           02  ADVANCED-TOTAL          PIC 9(7)V99.
           02  RECOUPED-TOTAL          PIC 9(7)V99.
           02  OUTSTANDING-ADVANCE     PIC S9(7)V99.
           02  EDITED-TOTAL            PIC $$,$$$,$$9.99-.

       01  COUNTERS.
           02  SUPPLIER-KEY            PIC 9(4).
           02  LEDGER-LIST-COUNT       PIC 9(4).

       01  MENU-CHOICE                 PIC X(1).
           88  CHOICE-ADD              VALUE "1".
           88  CHOICE-CHANGE           VALUE "2".
           88  CHOICE-DELETE           VALUE "3".
           88  CHOICE-LIST             VALUE "4".
           88  CHOICE-EXIT             VALUE "5".

       01  FILLER                      PIC 9      VALUE 0.
           88  EXIT-REQUESTED          VALUE 1.

       01  FILLER                      PIC 9      VALUE 1.
           88  LEDGER-GROUP-END        VALUE 0.
           88  NOT-LEDGER-GROUP-END    VALUE 1.

       01  FILLER                      PIC 9      VALUE 0.
           88  SEQUENCE-FOUND          VALUE 1.
           88  SEQUENCE-NOT-FOUND      VALUE 0.

       01  FILLER                      PIC 9      VALUE 0.
           88  LEDGER-LISTED           VALUE 1.
           88  LEDGER-NOT-LISTED       VALUE 0.

       01  FILLER                      PIC 9      VALUE 0.
           88  DATE-PAID-VALID         VALUE 1.
           88  DATE-PAID-NOT-VALID     VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING
           ACCEPT OPERATOR-ID

           PERFORM VERIFY-SUPERVISOR.

           OPEN INPUT SUPPLIER-FILE.
           IF SUPPLIER-STATUS NOT EQUAL TO "00"
               DISPLAY "MAINTADVANCE - CANNOT OPEN PUBLISHER.DAT, FS = "
                       SUPPLIER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM OPEN-ADVANCE-FILE.
           PERFORM OPEN-JOURNAL-FILE.
           PERFORM MAINTAIN-ADVANCES UNTIL EXIT-REQUESTED.
           CLOSE ADVANCE-FILE, SUPPLIER-FILE, JOURNAL-FILE.
           STOP RUN.

      *    THE KEYED OPERATOR MUST BE ON THE OPERATOR MASTER AND BE
      *    A SUPERVISOR BEFORE ANY FILE IS OPENED - AN ADVANCE IS
      *    MONEY PAID OUT AGAINST ROYALTIES NOT YET EARNED.
       VERIFY-SUPERVISOR.
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-STATUS NOT EQUAL TO "00"
               DISPLAY "MAINTADVANCE - NO OPERATOR MASTER, FS = "
                       OPERATOR-STATUS " - RUN MAINTOPERATOR"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE OPERATOR-ID TO OPR-ID
           READ OPERATOR-FILE
               INVALID KEY
                   DISPLAY "MAINTADVANCE - OPERATOR " OPERATOR-ID
                           " NOT ON OPERATOR MASTER - REFUSED"
                   CLOSE OPERATOR-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF NOT AUTHORITY-SUPERVISOR
               DISPLAY "MAINTADVANCE - OPERATOR " OPERATOR-ID
                       " IS NOT A SUPERVISOR - REFUSED"
               CLOSE OPERATOR-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE OPERATOR-FILE.

      *    OPENS ADVANCE.DAT FOR UPDATE, CREATING IT ON THE VERY
      *    FIRST RUN IF IT DOES NOT YET EXIST.
       OPEN-ADVANCE-FILE.
           OPEN I-O ADVANCE-FILE.
           IF ADVANCE-STATUS = "35"
               OPEN OUTPUT ADVANCE-FILE
               CLOSE ADVANCE-FILE
               OPEN I-O ADVANCE-FILE
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
           MOVE "MAINTADVANCE" TO JRN-PROGRAM
           MOVE "ADVANCE.DAT" TO JRN-FILE-NAME
           WRITE JOURNAL-RECORD.

       MAINTAIN-ADVANCES.
           DISPLAY " "
           DISPLAY "PUBLISHER ADVANCE MAINTENANCE"
           DISPLAY "1 - RECORD AN ADVANCE"
           DISPLAY "2 - CHANGE AN ADVANCE"
           DISPLAY "3 - DELETE AN ADVANCE"
           DISPLAY "4 - LIST A PUBLISHER'S ADVANCE LEDGER"
           DISPLAY "5 - EXIT"
           DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
           ACCEPT MENU-CHOICE

           EVALUATE TRUE
               WHEN CHOICE-ADD
                   PERFORM ADD-ADVANCE-RECORD
               WHEN CHOICE-CHANGE
                   PERFORM CHANGE-ADVANCE-RECORD
               WHEN CHOICE-DELETE
                   PERFORM DELETE-ADVANCE-RECORD
               WHEN CHOICE-LIST
                   PERFORM LIST-ADVANCE-LEDGER
               WHEN CHOICE-EXIT
                   SET EXIT-REQUESTED TO TRUE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE - TRY AGAIN"
           END-EVALUATE.

      *    AN ADVANCE CAN ONLY BE RECORDED FOR A PUBLISHER ON
      *    PUBLISHER.DAT.  THE PAYMENT DATE DEFAULTS TO TODAY.
       ADD-ADVANCE-RECORD.
           DISPLAY "ENTER SUPPLIER CODE: " WITH NO ADVANCING
           ACCEPT SUPPLIER-KEY

           READ SUPPLIER-FILE
               INVALID KEY
                   DISPLAY "PUBLISHER " SUPPLIER-KEY
                           " NOT ON PUBLISHER.DAT"
               NOT INVALID KEY
                   DISPLAY "PUBLISHER " SUPPLIER-NAME
                   PERFORM GET-NEW-ADVANCE
           END-READ.

       GET-NEW-ADVANCE.
           SET DATE-PAID-NOT-VALID TO TRUE
           PERFORM GET-DATE-PAID UNTIL DATE-PAID-VALID

           PERFORM GET-ADVANCE-DETAILS

           IF ENTRY-AMOUNT NOT NUMERIC
              OR ENTRY-AMOUNT EQUAL TO ZERO
               DISPLAY "AMOUNT MUST BE NUMERIC AND NOT ZERO - "
                       "NOT RECORDED"
           ELSE
               PERFORM FIND-FREE-SEQUENCE
               IF SEQUENCE-NOT-FOUND
                   DISPLAY "TOO MANY ADVANCES ON " ENTRY-ENTRY-DATE
                           " - NOT RECORDED"
               ELSE
                   PERFORM WRITE-NEW-ADVANCE
               END-IF
           END-IF.

      *    THE DATE PAID IS PART OF THE LEDGER KEY AND SETS WHICH
      *    STATEMENTS RECOUP THE ADVANCE, SO IT MUST BE A REAL DATE.
       GET-DATE-PAID.
           DISPLAY "ENTER DATE PAID (YYYYMMDD, 0 FOR TODAY): "
               WITH NO ADVANCING
           ACCEPT ENTRY-ENTRY-DATE
           IF ENTRY-ENTRY-DATE NUMERIC
              AND ENTRY-ENTRY-DATE EQUAL TO ZERO
               ACCEPT ENTRY-ENTRY-DATE FROM DATE YYYYMMDD
           END-IF

           IF ENTRY-ENTRY-DATE NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(ENTRY-ENTRY-DATE)
                  EQUAL TO ZERO
                   SET DATE-PAID-VALID TO TRUE
               END-IF
           END-IF
           IF DATE-PAID-NOT-VALID
               DISPLAY "DATE PAID MUST BE A VALID YYYYMMDD - RE-ENTER"
           END-IF.

      *    THE FIRST UNUSED SEQUENCE FOR THE PUBLISHER AND DATE.
       FIND-FREE-SEQUENCE.
           SET SEQUENCE-NOT-FOUND TO TRUE
           PERFORM TRY-ONE-SEQUENCE
               VARYING ENTRY-SEQUENCE FROM 0 BY 1
               UNTIL SEQUENCE-FOUND OR ENTRY-SEQUENCE EQUAL TO 99.

       TRY-ONE-SEQUENCE.
           MOVE SUPPLIER-KEY TO ADV-SUPPLIER-CODE
           MOVE ENTRY-ENTRY-DATE TO ADV-ENTRY-DATE
           SET ADVANCE-PAID TO TRUE
           MOVE ENTRY-SEQUENCE TO ADV-SEQUENCE
           READ ADVANCE-FILE
               INVALID KEY
                   SET SEQUENCE-FOUND TO TRUE
                   MOVE ENTRY-SEQUENCE TO FREE-SEQUENCE
           END-READ.

       WRITE-NEW-ADVANCE.
           MOVE SUPPLIER-KEY TO ADV-SUPPLIER-CODE
           MOVE ENTRY-ENTRY-DATE TO ADV-ENTRY-DATE
           SET ADVANCE-PAID TO TRUE
           MOVE FREE-SEQUENCE TO ADV-SEQUENCE
           MOVE ENTRY-AMOUNT TO ADV-AMOUNT
           MOVE ZEROS TO ADV-PERIOD
           MOVE ENTRY-REFERENCE TO ADV-REFERENCE
           MOVE OPERATOR-ID TO ADV-OPERATOR
           WRITE ADVANCE-RECORD
               INVALID KEY
                   DISPLAY "ADD FAILED, FILE STATUS = " ADVANCE-STATUS
               NOT INVALID KEY
                   MOVE ADV-AMOUNT TO EDITED-AMOUNT
                   DISPLAY "ADVANCE OF " EDITED-AMOUNT " RECORDED "
                           ADV-ENTRY-DATE " SEQ " ADV-SEQUENCE
                   MOVE SPACES TO JRN-BEFORE-IMAGE
                   MOVE ADVANCE-RECORD TO JRN-AFTER-IMAGE
                   MOVE "A" TO JRN-ACTION
                   PERFORM WRITE-JOURNAL-RECORD
           END-WRITE.

      *    A CORRECTED ADVANCE MAY NOT FALL BELOW WHAT THE STATEMENTS
      *    HAVE ALREADY RECOUPED - THE PUBLISHER WOULD THEN HAVE PAID
      *    BACK MORE THAN THEY WERE EVER ADVANCED.
       CHANGE-ADVANCE-RECORD.
           PERFORM GET-ADVANCE-KEY
           PERFORM SUM-ADVANCE-LEDGER

           PERFORM READ-KEYED-ADVANCE
           IF ADVANCE-STATUS EQUAL TO "00"
               MOVE ADVANCE-RECORD TO SAVED-BEFORE-IMAGE
               MOVE ADV-AMOUNT TO EDITED-AMOUNT
               DISPLAY "CURRENT AMOUNT    : " EDITED-AMOUNT
               DISPLAY "CURRENT REFERENCE : " ADV-REFERENCE
               SUBTRACT ADV-AMOUNT FROM ADVANCED-TOTAL
               PERFORM GET-ADVANCE-DETAILS
               EVALUATE TRUE
                   WHEN ENTRY-AMOUNT NOT NUMERIC
                     OR ENTRY-AMOUNT EQUAL TO ZERO
                       DISPLAY "AMOUNT MUST BE NUMERIC AND NOT ZERO - "
                               "NOT CHANGED"
                   WHEN ADVANCED-TOTAL + ENTRY-AMOUNT LESS THAN
                        RECOUPED-TOTAL
                       DISPLAY "ADVANCES WOULD FALL BELOW WHAT HAS "
                               "BEEN RECOUPED - NOT CHANGED"
                   WHEN OTHER
                       PERFORM REWRITE-ADVANCE
               END-EVALUATE
           END-IF.

       REWRITE-ADVANCE.
           MOVE ENTRY-AMOUNT TO ADV-AMOUNT
           MOVE ENTRY-REFERENCE TO ADV-REFERENCE
           MOVE OPERATOR-ID TO ADV-OPERATOR
           REWRITE ADVANCE-RECORD
               INVALID KEY
                   DISPLAY "CHANGE FAILED, FILE STATUS = "
                           ADVANCE-STATUS
               NOT INVALID KEY
                   DISPLAY "ADVANCE CHANGED"
                   MOVE SAVED-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
                   MOVE ADVANCE-RECORD TO JRN-AFTER-IMAGE
                   MOVE "C" TO JRN-ACTION
                   PERFORM WRITE-JOURNAL-RECORD
           END-REWRITE.

      *    THE SAME RULE HOLDS FOR A DELETE - AN ADVANCE ALREADY
      *    PARTLY RECOUPED CAN ONLY BE CORRECTED DOWN, NOT REMOVED.
       DELETE-ADVANCE-RECORD.
           PERFORM GET-ADVANCE-KEY
           PERFORM SUM-ADVANCE-LEDGER

           PERFORM READ-KEYED-ADVANCE
           IF ADVANCE-STATUS EQUAL TO "00"
               SUBTRACT ADV-AMOUNT FROM ADVANCED-TOTAL
               IF ADVANCED-TOTAL LESS THAN RECOUPED-TOTAL
                   DISPLAY "ADVANCES WOULD FALL BELOW WHAT HAS "
                           "BEEN RECOUPED - NOT DELETED"
               ELSE
                   PERFORM DELETE-VERIFIED-ADVANCE
               END-IF
           END-IF.

       DELETE-VERIFIED-ADVANCE.
           MOVE ADVANCE-RECORD TO SAVED-BEFORE-IMAGE
           DELETE ADVANCE-FILE
               INVALID KEY
                   DISPLAY "DELETE FAILED, FILE STATUS = "
                           ADVANCE-STATUS
               NOT INVALID KEY
                   DISPLAY "ADVANCE DELETED"
                   MOVE SAVED-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
                   MOVE SPACES TO JRN-AFTER-IMAGE
                   MOVE "D" TO JRN-ACTION
                   PERFORM WRITE-JOURNAL-RECORD
           END-DELETE.

       GET-ADVANCE-KEY.
           DISPLAY "ENTER SUPPLIER CODE       : " WITH NO ADVANCING
           ACCEPT SUPPLIER-KEY
           DISPLAY "ENTER DATE PAID (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT ENTRY-ENTRY-DATE
           DISPLAY "ENTER SEQUENCE (00-99)    : " WITH NO ADVANCING
           ACCEPT ENTRY-SEQUENCE.

      *    ONLY ADVANCES ARE FOUND THIS WAY - THE KEY IS ALWAYS BUILT
      *    AS AN ADVANCE, SO A RECOUPMENT CAN NEVER BE PICKED UP.
       READ-KEYED-ADVANCE.
           MOVE SUPPLIER-KEY TO ADV-SUPPLIER-CODE
           MOVE ENTRY-ENTRY-DATE TO ADV-ENTRY-DATE
           SET ADVANCE-PAID TO TRUE
           MOVE ENTRY-SEQUENCE TO ADV-SEQUENCE
           READ ADVANCE-FILE
               INVALID KEY
                   DISPLAY "NO ADVANCE FOR PUBLISHER " SUPPLIER-KEY
                           " ON " ENTRY-ENTRY-DATE " SEQ "
                           ENTRY-SEQUENCE
           END-READ.

       GET-ADVANCE-DETAILS.
           DISPLAY "ENTER AMOUNT ADVANCED : " WITH NO ADVANCING
           ACCEPT ENTRY-AMOUNT
           DISPLAY "ENTER REFERENCE       : " WITH NO ADVANCING
           ACCEPT ENTRY-REFERENCE.

      *    LISTS EVERY ADVANCE AND RECOUPMENT FOR ONE PUBLISHER,
      *    OLDEST FIRST, WITH THE ADVANCE STILL TO BE RECOUPED.
       LIST-ADVANCE-LEDGER.
           DISPLAY "ENTER SUPPLIER CODE: " WITH NO ADVANCING
           ACCEPT SUPPLIER-KEY

           SET LEDGER-LISTED TO TRUE
           PERFORM WALK-ADVANCE-LEDGER

           IF LEDGER-LIST-COUNT EQUAL TO ZERO
               DISPLAY "NO ADVANCES FOR PUBLISHER " SUPPLIER-KEY
           ELSE
               MOVE ADVANCED-TOTAL TO EDITED-TOTAL
               DISPLAY "TOTAL ADVANCED       " EDITED-TOTAL
               MOVE RECOUPED-TOTAL TO EDITED-TOTAL
               DISPLAY "TOTAL RECOUPED       " EDITED-TOTAL
               COMPUTE OUTSTANDING-ADVANCE =
                   ADVANCED-TOTAL - RECOUPED-TOTAL
               MOVE OUTSTANDING-ADVANCE TO EDITED-TOTAL
               DISPLAY "STILL TO RECOUP      " EDITED-TOTAL
           END-IF.

       SUM-ADVANCE-LEDGER.
           SET LEDGER-NOT-LISTED TO TRUE
           PERFORM WALK-ADVANCE-LEDGER.

       WALK-ADVANCE-LEDGER.
           MOVE ZEROS TO ADVANCED-TOTAL
           MOVE ZEROS TO RECOUPED-TOTAL
           MOVE ZEROS TO LEDGER-LIST-COUNT
           SET NOT-LEDGER-GROUP-END TO TRUE
           MOVE SUPPLIER-KEY TO ADV-SUPPLIER-CODE
           MOVE ZEROS TO ADV-ENTRY-DATE
           MOVE SPACES TO ADV-ENTRY-TYPE
           MOVE ZEROS TO ADV-SEQUENCE
           START ADVANCE-FILE
               KEY IS NOT LESS THAN ADV-KEY
               INVALID KEY SET LEDGER-GROUP-END TO TRUE
           END-START

           IF NOT-LEDGER-GROUP-END
               READ ADVANCE-FILE NEXT RECORD
                   AT END SET LEDGER-GROUP-END TO TRUE
               END-READ
           END-IF

           PERFORM TAKE-ONE-LEDGER-ENTRY
               UNTIL LEDGER-GROUP-END
                  OR ADV-SUPPLIER-CODE NOT EQUAL TO SUPPLIER-KEY.

       TAKE-ONE-LEDGER-ENTRY.
           ADD 1 TO LEDGER-LIST-COUNT
           IF ADVANCE-PAID
               ADD ADV-AMOUNT TO ADVANCED-TOTAL
           ELSE
               ADD ADV-AMOUNT TO RECOUPED-TOTAL
           END-IF

           IF LEDGER-LISTED
               MOVE ADV-AMOUNT TO EDITED-AMOUNT
               IF ADVANCE-PAID
                   DISPLAY ADV-ENTRY-DATE " SEQ " ADV-SEQUENCE
                           " ADVANCE   " EDITED-AMOUNT " "
                           ADV-REFERENCE
               ELSE
                   DISPLAY ADV-ENTRY-DATE "        RECOUPED  "
                           EDITED-AMOUNT " PERIOD " ADV-PERIOD
               END-IF
           END-IF

           READ ADVANCE-FILE NEXT RECORD
               AT END SET LEDGER-GROUP-END TO TRUE
           END-READ.
