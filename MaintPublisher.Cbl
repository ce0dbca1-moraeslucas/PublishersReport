      *operator id and full before and after record images; the
      *keyed operator must verify against the operator master
      *OPERATOR.DAT, and deletes are restricted to supervisors.
      *A publisher can also be put on payment hold, with a reason,
      *on the hold file PAYHOLD.DAT; the payment run holds back
      *every open item for a publisher on it.  Any operator may
      *place a hold, only a supervisor may release one, and both
      *are journalled.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTE-KEY.

           SELECT HOLD-FILE ASSIGN TO "PAYHOLD.DAT"
               ORGANIZATION IS INDEXED
               FILE STATUS IS HOLD-STATUS
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-SUPPLIER-CODE.

           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS INDEXED
               FILE STATUS IS OPERATOR-STATUS
               03  RTE-EFFECTIVE-DATE  PIC 9(8).
           02  RTE-ROYALTY-RATE        PIC 99V99.

      *    A PUBLISHER IS ON PAYMENT HOLD WHILE IT HAS A RECORD HERE.
       FD  HOLD-FILE.
       01  HOLD-RECORD.
           02  HLD-SUPPLIER-CODE       PIC 9(4).
           02  HLD-REASON              PIC X(30).
           02  HLD-HOLD-DATE           PIC 9(8).
           02  HLD-OPERATOR            PIC X(8).

       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           02  OPR-ID                  PIC X(8).
       01  FILE-STATUS-IDENTIFIERS.
           02  SUPPLIER-STATUS         PIC X(2).
           02  RATE-STATUS             PIC X(2).
           02  HOLD-STATUS             PIC X(2).
           02  OPERATOR-STATUS         PIC X(2).
           02  JOURNAL-STATUS          PIC X(2).

           88  CHOICE-DELETE           VALUE "3".
           88  CHOICE-EXIT             VALUE "4".
           88  CHOICE-RATE-HISTORY     VALUE "5".
           88  CHOICE-PAYMENT-HOLD     VALUE "6".

       01  HOLD-CHOICE                 PIC X(1).
           88  HOLD-CHOICE-PLACE       VALUE "P".
           88  HOLD-CHOICE-RELEASE     VALUE "R".

       01  FILLER                      PIC 9      VALUE 0.
           88  EXIT-REQUESTED          VALUE 1.

           PERFORM OPEN-SUPPLIER-FILE.
           PERFORM OPEN-RATE-FILE.
           PERFORM OPEN-HOLD-FILE.
           PERFORM OPEN-JOURNAL-FILE.
           PERFORM MAINTAIN-SUPPLIERS UNTIL EXIT-REQUESTED.
           CLOSE SUPPLIER-FILE, RATE-FILE, HOLD-FILE, JOURNAL-FILE.
           STOP RUN.

      *    THE KEYED OPERATOR MUST BE ON THE OPERATOR MASTER BEFORE
               OPEN I-O RATE-FILE
           END-IF.

      *    OPENS THE PAYMENT HOLD FILE FOR UPDATE, CREATING IT ON
      *    THE VERY FIRST RUN IF IT DOES NOT YET EXIST.
       OPEN-HOLD-FILE.
           OPEN I-O HOLD-FILE.
           IF HOLD-STATUS = "35"
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF.

      *    THE JOURNAL ONLY EVER GROWS - EVERY UPDATE PROGRAM
      *    EXTENDS THE SAME JOURNAL.DAT, CREATING IT ON THE VERY
      *    FIRST UPDATE ANYWHERE IN THE SYSTEM.
           DISPLAY "3 - DELETE A PUBLISHER"
           DISPLAY "4 - EXIT"
           DISPLAY "5 - LIST RATE HISTORY"
           DISPLAY "6 - PLACE OR RELEASE A PAYMENT HOLD"
           DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
           ACCEPT MENU-CHOICE

                   SET EXIT-REQUESTED TO TRUE
               WHEN CHOICE-RATE-HISTORY
                   PERFORM LIST-RATE-HISTORY
               WHEN CHOICE-PAYMENT-HOLD
                   PERFORM MAINTAIN-PAYMENT-HOLD
               WHEN OTHER
                   DISPLAY "INVALID CHOICE - TRY AGAIN"
           END-EVALUATE.
           READ RATE-FILE NEXT RECORD
               AT END SET RATE-GROUP-END TO TRUE
           END-READ.

      *    SHOWS WHETHER THE PUBLISHER IS ON HOLD AND OFFERS TO PLACE
      *    OR RELEASE IT.  HOLDING A PAYMENT BACK IS ALWAYS SAFE, SO
      *    ANY OPERATOR MAY DO IT; LETTING ONE GO IS A SUPERVISOR'S
      *    DECISION.
       MAINTAIN-PAYMENT-HOLD.
           DISPLAY "ENTER SUPPLIER CODE: " WITH NO ADVANCING
           ACCEPT SUPPLIER-KEY

           READ SUPPLIER-FILE
               INVALID KEY
                   DISPLAY "PUBLISHER " SUPPLIER-KEY " NOT FOUND"
               NOT INVALID KEY
                   PERFORM CHOOSE-HOLD-ACTION
           END-READ.

       CHOOSE-HOLD-ACTION.
           MOVE SUPPLIER-KEY TO HLD-SUPPLIER-CODE
           READ HOLD-FILE
               INVALID KEY
                   DISPLAY "PUBLISHER " SUPPLIER-KEY
                           " IS NOT ON PAYMENT HOLD"
                   DISPLAY "ENTER P TO PLACE A HOLD, ANYTHING ELSE "
                           "TO LEAVE IT: " WITH NO ADVANCING
                   ACCEPT HOLD-CHOICE
                   IF HOLD-CHOICE-PLACE
                       PERFORM PLACE-PAYMENT-HOLD
                   END-IF
               NOT INVALID KEY
                   DISPLAY "PUBLISHER " SUPPLIER-KEY " ON HOLD SINCE "
                           HLD-HOLD-DATE " - " HLD-REASON
                   DISPLAY "ENTER R TO RELEASE THE HOLD, ANYTHING "
                           "ELSE TO LEAVE IT: " WITH NO ADVANCING
                   ACCEPT HOLD-CHOICE
                   IF HOLD-CHOICE-RELEASE
                       PERFORM RELEASE-PAYMENT-HOLD
                   END-IF
           END-READ.

       PLACE-PAYMENT-HOLD.
           MOVE SUPPLIER-KEY TO HLD-SUPPLIER-CODE
           DISPLAY "ENTER HOLD REASON: " WITH NO ADVANCING
           ACCEPT HLD-REASON
           ACCEPT HLD-HOLD-DATE FROM DATE YYYYMMDD
           MOVE OPERATOR-ID TO HLD-OPERATOR
           WRITE HOLD-RECORD
               INVALID KEY
                   DISPLAY "HOLD FAILED, FILE STATUS = " HOLD-STATUS
               NOT INVALID KEY
                   DISPLAY "PUBLISHER " SUPPLIER-KEY
                           " PLACED ON PAYMENT HOLD"
                   MOVE SPACES TO JRN-BEFORE-IMAGE
                   MOVE HOLD-RECORD TO JRN-AFTER-IMAGE
                   MOVE "A" TO JRN-ACTION
                   MOVE "PAYHOLD.DAT" TO JRN-FILE-NAME
                   PERFORM WRITE-JOURNAL-RECORD
           END-WRITE.

       RELEASE-PAYMENT-HOLD.
           IF NOT OPERATOR-SUPERVISOR
               DISPLAY "RELEASE REQUIRES A SUPERVISOR OPERATOR"
           ELSE
               MOVE HOLD-RECORD TO SAVED-BEFORE-IMAGE
               DELETE HOLD-FILE
                   INVALID KEY
                       DISPLAY "RELEASE FAILED, FILE STATUS = "
                               HOLD-STATUS
                   NOT INVALID KEY
                       DISPLAY "PUBLISHER " SUPPLIER-KEY
                               " RELEASED FROM PAYMENT HOLD"
                       MOVE SAVED-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
                       MOVE SPACES TO JRN-AFTER-IMAGE
                       MOVE "D" TO JRN-ACTION
                       MOVE "PAYHOLD.DAT" TO JRN-FILE-NAME
                       PERFORM WRITE-JOURNAL-RECORD
               END-DELETE
           END-IF.
