       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DutiesAudit.
      *Segregation-of-duties exception report for internal audit.
      *Cross-reads the update journal JOURNAL.DAT and the cheques on
      *PAYMENT.DAT for a date range and lists every case of one
      *operator doing two things that should be done by two people:
      *adding a publisher, or changing its address or royalty rate,
      *in MaintPublisher and then posting a payment to the same
      *publisher; adding or changing their own operator record in
      *MaintOperator, shown as raised where the authority moved;
      *and retiring a copy in RetireCopy while also posting rentals
      *to it in RentalPost, SuspenseFix or LoanDesk.  Each hit is
      *printed with the journal entries and cheques involved.  An
      *activity summary per operator follows - adds, changes and
      *deletes journalled, cheques posted and their total, and
      *exceptions found.  The run parameters are the from and to
      *dates, YYYYMMDD; the to date defaults to today.  Either date
      *not a real date, or a from date after the to date, ends the
      *run RC 16.  Output is DutiesAudit.rpt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO "JOURNAL.DAT"
               FILE STATUS IS JOURNAL-STATUS.

           SELECT PAYMENT-FILE ASSIGN TO "PAYMENT.DAT"
               FILE STATUS IS PAYMENT-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS INDEXED
               FILE STATUS IS OPERATOR-STATUS
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID.

           SELECT REPORT-FILE ASSIGN TO "DutiesAudit.rpt".

       DATA DIVISION.
       FILE SECTION.

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

       FD  PAYMENT-FILE.
       01  PAYMENT-RECORD.
           02  PAY-SUPPLIER-CODE       PIC 9(4).
           02  PAY-PERIOD              PIC 9(6).
           02  PAY-CHEQUE-NUM          PIC X(8).
           02  PAY-DATE                PIC 9(8).
           02  PAY-AMOUNT              PIC 9(6)V99.
           02  PAY-OPERATOR            PIC X(8).

       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           02  OPR-ID                  PIC X(8).
           02  OPR-NAME                PIC X(20).
           02  OPR-AUTHORITY           PIC X(1).

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(74).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-IDENTIFIERS.
           02  JOURNAL-STATUS          PIC X(2).
           02  PAYMENT-STATUS          PIC X(2).
           02  OPERATOR-STATUS         PIC X(2).

       01  END-OF-FILE-FLAGS.
           02  FILLER                  PIC 9     VALUE 1.
               88    JOURNAL-FILE-END  VALUE 0.
               88    NOT-JOURNAL-END   VALUE 1.
           02  FILLER                  PIC 9     VALUE 1.
               88    PAYMENT-FILE-END  VALUE 0.

       01  OPTIONAL-FILE-FLAGS.
           02  FILLER                  PIC 9     VALUE 0.
               88  OPERATOR-FILE-PRESENT VALUE 1.

       01  RUN-PARAMETER               PIC X(20).

       01  PARSED-PARAMETER.
           02  PARM-FROM-DATE          PIC X(8).
           02  PARM-TO-DATE            PIC X(8).

       01  DATE-FIELDS.
           02  RUN-DATE                PIC 9(8).
           02  FROM-DATE               PIC 9(8).
           02  TO-DATE                 PIC 9(8).

      *    THE JOURNAL IMAGES THE RULES LOOK INTO, DECODED AS THE
      *    PROGRAMS THAT WROTE THEM LAID THEM OUT.
       01  BEFORE-PUBLISHER-IMAGE.
           02  BPB-SUPPLIER-CODE       PIC 9(4).
           02  BPB-SUPPLIER-NAME       PIC X(20).
           02  BPB-SUPPLIER-ADDRESS    PIC X(60).
           02  BPB-ROYALTY-RATE        PIC 99V99.
           02  FILLER                  PIC X(12).

       01  AFTER-PUBLISHER-IMAGE.
           02  APB-SUPPLIER-CODE       PIC 9(4).
           02  APB-SUPPLIER-NAME       PIC X(20).
           02  APB-SUPPLIER-ADDRESS    PIC X(60).
           02  APB-ROYALTY-RATE        PIC 99V99.
           02  FILLER                  PIC X(12).

       01  BEFORE-RATE-IMAGE.
           02  BRT-SUPPLIER-CODE       PIC 9(4).
           02  BRT-EFFECTIVE-DATE      PIC 9(8).
           02  BRT-ROYALTY-RATE        PIC 99V99.
           02  FILLER                  PIC X(84).

       01  RATE-IMAGE.
           02  RTI-SUPPLIER-CODE       PIC 9(4).
           02  RTI-EFFECTIVE-DATE      PIC 9(8).
           02  RTI-ROYALTY-RATE        PIC 99V99.
           02  FILLER                  PIC X(84).

       01  BEFORE-OPERATOR-IMAGE.
           02  BOP-ID                  PIC X(8).
           02  BOP-NAME                PIC X(20).
           02  BOP-AUTHORITY           PIC X(1).
           02  FILLER                  PIC X(71).

       01  AFTER-OPERATOR-IMAGE.
           02  AOP-ID                  PIC X(8).
           02  AOP-NAME                PIC X(20).
           02  AOP-AUTHORITY           PIC X(1).
               88  AOP-SUPERVISOR      VALUE "S".
           02  FILLER                  PIC X(71).

       01  COPY-IMAGE.
           02  CPI-LIBRARY-NUM         PIC X(5).
           02  FILLER                  PIC X(95).

       01  BEFORE-LOAN-IMAGE.
           02  BLN-COPY-NUM            PIC X(5).
           02  FILLER                  PIC X(31).
           02  BLN-LOAN-STATUS         PIC X(1).
               88  BLN-LOAN-OPEN       VALUE "O".
           02  FILLER                  PIC X(63).

       01  AFTER-LOAN-IMAGE.
           02  ALN-COPY-NUM            PIC X(5).
           02  FILLER                  PIC X(31).
           02  ALN-LOAN-STATUS         PIC X(1).
               88  ALN-LOAN-RETURNED   VALUE "R".
           02  FILLER                  PIC X(63).

      *    PUBLISHERS ADDED OR CHANGED WITHIN THE DATES, BY WHOM.
       01  PUBLISHER-CHANGE-TABLE.
           02  PUBLISHER-CHANGE-COUNT  PIC 9(4)  VALUE ZERO.
           02  PUBLISHER-CHANGE-ENTRY OCCURS 2000 TIMES.
               03  PCH-OPERATOR        PIC X(8).
               03  PCH-SUPPLIER-CODE   PIC 9(4).
               03  PCH-DATE            PIC 9(8).
               03  PCH-TIME            PIC 9(6).
               03  PCH-FILE-NAME       PIC X(14).
               03  PCH-ACTION          PIC X(1).
               03  PCH-WHAT            PIC X(12).

      *    COPIES RETIRED WITHIN THE DATES, BY WHOM.
       01  RETIREMENT-TABLE.
           02  RETIREMENT-COUNT        PIC 9(4)  VALUE ZERO.
           02  RETIREMENT-ENTRY OCCURS 2000 TIMES.
               03  RTR-OPERATOR        PIC X(8).
               03  RTR-COPY-NUM        PIC X(5).
               03  RTR-DATE            PIC 9(8).
               03  RTR-TIME            PIC 9(6).

      *    OPERATORS WHO ADDED OR CHANGED THEIR OWN OPERATOR RECORD
      *    WITHIN THE DATES.
       01  AUTHORITY-TABLE.
           02  AUTHORITY-COUNT         PIC 9(3)  VALUE ZERO.
           02  AUTHORITY-ENTRY OCCURS 500 TIMES.
               03  AUT-OPERATOR        PIC X(8).
               03  AUT-DATE            PIC 9(8).
               03  AUT-TIME            PIC 9(6).
               03  AUT-ACTION          PIC X(1).
               03  AUT-WHAT            PIC X(20).

      *    ONE ENTRY PER OPERATOR SEEN WITHIN THE DATES.
       01  OPERATOR-ACTIVITY-TABLE.
           02  ACTIVITY-COUNT          PIC 9(3)  VALUE ZERO.
           02  ACTIVITY-ENTRY OCCURS 500 TIMES.
               03  ACT-OPERATOR        PIC X(8).
               03  ACT-ADDS            PIC 9(6).
               03  ACT-CHANGES         PIC 9(6).
               03  ACT-DELETES         PIC 9(6).
               03  ACT-PAYMENTS        PIC 9(5).
               03  ACT-PAID            PIC 9(9)V99.
               03  ACT-EXCEPTIONS      PIC 9(3).

       01  TABLE-CONTROLS.
           02  TABLE-SUB               PIC 9(4).
           02  ACTIVITY-SUB            PIC 9(3).
           02  SCAN-SUB                PIC 9(3).
           02  SEARCH-OPERATOR         PIC X(8).
           02  SEARCH-COPY-NUM         PIC X(5).
           02  PUBLISHER-WHAT          PIC X(12).
           02  AUTHORITY-WHAT          PIC X(20).
           02  RENTAL-WHAT             PIC X(20).
           02  FILLER                  PIC 9     VALUE 0.
               88  TABLE-OVERFLOWED    VALUE 1.

       01  REPORT-HEADING.
           02  FILLER                  PIC X(20) VALUE SPACES.
           02  FILLER                  PIC X(30)
                              VALUE "SEGREGATION OF DUTIES".

       01  REPORT-UNDER-LINE.
           02  FILLER                  PIC X(20) VALUE SPACES.
           02  FILLER                  PIC X(30) VALUE ALL "-".

       01  REPORT-IDENT-LINE.
           02  FILLER                  PIC X(9)  VALUE "RUN DATE ".
           02  PRN-IDENT-DATE          PIC 9(8).
           02  FILLER                  PIC X(15)
                                       VALUE "  ENTRIES FROM ".
           02  PRN-IDENT-FROM          PIC 9(8).
           02  FILLER                  PIC X(4)  VALUE " TO ".
           02  PRN-IDENT-TO            PIC 9(8).

       01  SECTION-HEADING.
           02  PRN-SECTION-TITLE       PIC X(60).

       01  ENTRY-ITEM-HEADING.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  FILLER                  PIC X(9)  VALUE "DATE".
           02  FILLER                  PIC X(7)  VALUE "TIME".
           02  FILLER                  PIC X(15) VALUE "PROGRAM".
           02  FILLER                  PIC X(15) VALUE "FILE / CHEQUE".
           02  FILLER                  PIC X(2)  VALUE "A".
           02  FILLER                  PIC X(20) VALUE "WHAT".

       01  HIT-LINE.
           02  FILLER                  PIC X(9)  VALUE "OPERATOR ".
           02  PRN-HIT-OPERATOR        PIC X(8).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  PRN-HIT-SUBJECT-TEXT    PIC X(10).
           02  PRN-HIT-SUBJECT         PIC X(8).

       01  ENTRY-LINE.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  PRN-ENT-DATE            PIC 9(8).
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  PRN-ENT-TIME            PIC X(6).
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  PRN-ENT-PROGRAM         PIC X(14).
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  PRN-ENT-FILE            PIC X(14).
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  PRN-ENT-ACTION          PIC X(1).
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  PRN-ENT-WHAT            PIC X(20).

       01  AMOUNT-EDIT                 PIC $$$,$$9.99.

       01  ACTIVITY-ITEM-HEADING.
           02  FILLER                  PIC X(9)  VALUE "OPERATOR".
           02  FILLER                  PIC X(17) VALUE "NAME".
           02  FILLER                  PIC X(7)  VALUE "   ADDS".
           02  FILLER                  PIC X(7)  VALUE "   CHGS".
           02  FILLER                  PIC X(7)  VALUE "   DELS".
           02  FILLER                  PIC X(6)  VALUE " CHQS".
           02  FILLER                  PIC X(14) VALUE "         PAID".
           02  FILLER                  PIC X(4)  VALUE " EXC".

       01  ACTIVITY-DETAIL-LINE.
           02  PRN-ACT-OPERATOR        PIC X(8).
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  PRN-ACT-NAME            PIC X(16).
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  PRN-ACT-ADDS            PIC ZZ,ZZ9.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  PRN-ACT-CHANGES         PIC ZZ,ZZ9.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  PRN-ACT-DELETES         PIC ZZ,ZZ9.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  PRN-ACT-PAYMENTS        PIC Z,ZZ9.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  PRN-ACT-PAID            PIC $$$,$$$,$$9.99.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  PRN-ACT-EXCEPTIONS      PIC ZZ9.

       01  REPORT-TOTAL-LINE.
           02  PRN-TOTAL-TEXT          PIC X(30).
           02  PRN-TOTAL-COUNT         PIC ZZZ,ZZ9.

       01  COUNTERS.
           02  JOURNAL-ENTRIES         PIC 9(6)  VALUE ZERO.
           02  PAYMENTS-READ           PIC 9(6)  VALUE ZERO.
           02  PUBLISHER-PAID-HITS     PIC 9(6)  VALUE ZERO.
           02  OWN-AUTHORITY-HITS      PIC 9(6)  VALUE ZERO.
           02  RETIRED-RENTED-HITS     PIC 9(6)  VALUE ZERO.
           02  SECTION-HITS            PIC 9(6).

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT RUN-PARAMETER FROM COMMAND-LINE.
           MOVE SPACES TO PARSED-PARAMETER
           UNSTRING RUN-PARAMETER DELIMITED BY ALL SPACES
               INTO PARM-FROM-DATE, PARM-TO-DATE
           END-UNSTRING
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           PERFORM TAKE-RUN-DATES.

           OPEN INPUT JOURNAL-FILE.
           IF JOURNAL-STATUS NOT EQUAL TO "00"
               DISPLAY "DUTIESAUDIT - NO JOURNAL, FS = "
                       JOURNAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-STATUS EQUAL TO "00"
               SET OPERATOR-FILE-PRESENT TO TRUE
           END-IF.

           OPEN OUTPUT REPORT-FILE.

           PERFORM GATHER-JOURNAL-ACTIVITY.
           CLOSE JOURNAL-FILE.

           PERFORM PRINT-REPORT-HEADINGS.
           PERFORM CHECK-PUBLISHER-PAYMENTS.
           PERFORM PRINT-OWN-AUTHORITY.
           PERFORM CHECK-RETIRED-COPY-RENTALS.
           PERFORM PRINT-OPERATOR-ACTIVITY.
           PERFORM PRINT-REPORT-TOTALS.

           IF OPERATOR-FILE-PRESENT
               CLOSE OPERATOR-FILE
           END-IF.
           CLOSE REPORT-FILE.

           IF TABLE-OVERFLOWED
              OR PUBLISHER-PAID-HITS GREATER THAN ZERO
              OR OWN-AUTHORITY-HITS GREATER THAN ZERO
              OR RETIRED-RENTED-HITS GREATER THAN ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *    THE FROM DATE IS REQUIRED; THE TO DATE DEFAULTS TO TODAY.
       TAKE-RUN-DATES.
           IF PARM-FROM-DATE EQUAL TO SPACES
              OR PARM-FROM-DATE NOT NUMERIC
               PERFORM REJECT-RUN-DATES
           END-IF
           MOVE PARM-FROM-DATE TO FROM-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD(FROM-DATE) NOT EQUAL TO ZERO
               PERFORM REJECT-RUN-DATES
           END-IF

           IF PARM-TO-DATE EQUAL TO SPACES
               MOVE RUN-DATE TO TO-DATE
           ELSE
               IF PARM-TO-DATE NOT NUMERIC
                   PERFORM REJECT-RUN-DATES
               END-IF
               MOVE PARM-TO-DATE TO TO-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(TO-DATE)
                  NOT EQUAL TO ZERO
                   PERFORM REJECT-RUN-DATES
               END-IF
           END-IF

           IF FROM-DATE GREATER THAN TO-DATE
               PERFORM REJECT-RUN-DATES
           END-IF.

       REJECT-RUN-DATES.
           DISPLAY "DUTIESAUDIT PARMS ARE FROM-DATE AND TO-DATE, "
                   "YYYYMMDD, FROM NOT AFTER TO - ENDING"
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *    THE FIRST PASS OF THE JOURNAL COUNTS EVERY OPERATOR'S
      *    UPDATES AND HOLDS WHAT THE RULES NEED: PUBLISHER CHANGES
      *    TO MATCH AGAINST CHEQUES, RETIREMENTS TO MATCH AGAINST
      *    RENTAL POSTINGS, AND ANY MAINTENANCE OF ONE'S OWN RECORD.
       GATHER-JOURNAL-ACTIVITY.
           READ JOURNAL-FILE
               AT END SET JOURNAL-FILE-END TO TRUE
           END-READ
           PERFORM GATHER-ONE-ENTRY UNTIL JOURNAL-FILE-END.

       GATHER-ONE-ENTRY.
           IF JRN-DATE NOT LESS THAN FROM-DATE
              AND JRN-DATE NOT GREATER THAN TO-DATE
              AND (JRN-ACTION EQUAL TO "A"
                OR JRN-ACTION EQUAL TO "C"
                OR JRN-ACTION EQUAL TO "D")
               ADD 1 TO JOURNAL-ENTRIES
               MOVE JRN-OPERATOR TO SEARCH-OPERATOR
               PERFORM FIND-OPERATOR-ACTIVITY
               IF ACTIVITY-SUB GREATER THAN ZERO
                   EVALUATE JRN-ACTION
                       WHEN "A"
                           ADD 1 TO ACT-ADDS(ACTIVITY-SUB)
                       WHEN "C"
                           ADD 1 TO ACT-CHANGES(ACTIVITY-SUB)
                       WHEN "D"
                           ADD 1 TO ACT-DELETES(ACTIVITY-SUB)
                   END-EVALUATE
               END-IF

               EVALUATE TRUE
                   WHEN JRN-PROGRAM EQUAL TO "MAINTPUBLISHER"
                       PERFORM TAKE-PUBLISHER-CHANGE
                   WHEN JRN-PROGRAM EQUAL TO "MAINTOPERATOR"
                       PERFORM TAKE-OPERATOR-CHANGE
                   WHEN JRN-PROGRAM EQUAL TO "RETIRECOPY"
                    AND JRN-FILE-NAME EQUAL TO "LDF.DAT"
                    AND JRN-ACTION EQUAL TO "D"
                       PERFORM HOLD-RETIREMENT
               END-EVALUATE
           END-IF

           READ JOURNAL-FILE
               AT END SET JOURNAL-FILE-END TO TRUE
           END-READ.

      *    A NEW PUBLISHER, A CHANGED ADDRESS OR ROYALTY RATE, OR A
      *    DATED RATE CORRECTED TO A DIFFERENT FIGURE IS WHAT MATTERS
      *    - A NAME CORRECTION, A DELETE OR A PAYMENT HOLD IS NOT
      *    HELD.  MAINTPUBLISHER FILES A DATED RATE WITH EVERY ADD AND
      *    CHANGE, SO A NEW DATED RATE IS ALREADY COVERED BY THE
      *    PUBLISHER.DAT ENTRY JUST BEFORE IT, AND A CORRECTED ONE IS
      *    HELD ONLY WHEN THAT ENTRY WAS NOT ALREADY HELD.
       TAKE-PUBLISHER-CHANGE.
           MOVE SPACES TO PUBLISHER-WHAT
           IF JRN-FILE-NAME EQUAL TO "PUBLISHER.DAT"
               MOVE JRN-BEFORE-IMAGE TO BEFORE-PUBLISHER-IMAGE
               MOVE JRN-AFTER-IMAGE TO AFTER-PUBLISHER-IMAGE
               IF JRN-ACTION EQUAL TO "A"
                   MOVE "ADDED" TO PUBLISHER-WHAT
               END-IF
               IF JRN-ACTION EQUAL TO "C"
                   IF BPB-SUPPLIER-ADDRESS NOT EQUAL TO
                                           APB-SUPPLIER-ADDRESS
                       IF BPB-ROYALTY-RATE NOT EQUAL TO
                                           APB-ROYALTY-RATE
                           MOVE "ADDRESS+RATE" TO PUBLISHER-WHAT
                       ELSE
                           MOVE "ADDRESS" TO PUBLISHER-WHAT
                       END-IF
                   ELSE
                       IF BPB-ROYALTY-RATE NOT EQUAL TO
                                           APB-ROYALTY-RATE
                           MOVE "RATE" TO PUBLISHER-WHAT
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF JRN-FILE-NAME EQUAL TO "PUBRATE.DAT"
              AND JRN-ACTION EQUAL TO "C"
               MOVE JRN-BEFORE-IMAGE TO BEFORE-RATE-IMAGE
               MOVE JRN-AFTER-IMAGE TO RATE-IMAGE
               IF BRT-ROYALTY-RATE NOT EQUAL TO RTI-ROYALTY-RATE
                   MOVE RTI-SUPPLIER-CODE TO APB-SUPPLIER-CODE
                   MOVE "DATED RATE" TO PUBLISHER-WHAT
                   PERFORM CHECK-CHANGE-ALREADY-HELD
               END-IF
           END-IF

           IF PUBLISHER-WHAT NOT EQUAL TO SPACES
               PERFORM HOLD-PUBLISHER-CHANGE
           END-IF.

      *    THE SAME KEYING JOURNALS PUBLISHER.DAT FIRST AND THEN
      *    PUBRATE.DAT, SO A HOLD FOR THE SAME OPERATOR, PUBLISHER AND
      *    DAY AT THE FOOT OF THE TABLE IS THAT KEYING ALREADY HELD.
       CHECK-CHANGE-ALREADY-HELD.
           IF PUBLISHER-CHANGE-COUNT GREATER THAN ZERO
               MOVE PUBLISHER-CHANGE-COUNT TO TABLE-SUB
               IF PCH-OPERATOR(TABLE-SUB) EQUAL TO JRN-OPERATOR
                  AND PCH-SUPPLIER-CODE(TABLE-SUB) EQUAL TO
                      RTI-SUPPLIER-CODE
                  AND PCH-DATE(TABLE-SUB) EQUAL TO JRN-DATE
                  AND PCH-FILE-NAME(TABLE-SUB) EQUAL TO
                      "PUBLISHER.DAT"
                   MOVE SPACES TO PUBLISHER-WHAT
               END-IF
           END-IF.

       HOLD-PUBLISHER-CHANGE.
           IF PUBLISHER-CHANGE-COUNT LESS THAN 2000
               ADD 1 TO PUBLISHER-CHANGE-COUNT
               MOVE PUBLISHER-CHANGE-COUNT TO TABLE-SUB
               MOVE JRN-OPERATOR TO PCH-OPERATOR(TABLE-SUB)
               MOVE APB-SUPPLIER-CODE TO PCH-SUPPLIER-CODE(TABLE-SUB)
               MOVE JRN-DATE TO PCH-DATE(TABLE-SUB)
               MOVE JRN-TIME TO PCH-TIME(TABLE-SUB)
               MOVE JRN-FILE-NAME TO PCH-FILE-NAME(TABLE-SUB)
               MOVE JRN-ACTION TO PCH-ACTION(TABLE-SUB)
               MOVE PUBLISHER-WHAT TO PCH-WHAT(TABLE-SUB)
           ELSE
               SET TABLE-OVERFLOWED TO TRUE
               DISPLAY "DUTIESAUDIT - PUBLISHER CHANGE TABLE FULL, "
                       APB-SUPPLIER-CODE " NOT CHECKED"
           END-IF.

      *    AN OPERATOR KEYING THEIR OWN ID IN AS A NEW OPERATOR - THE
      *    FIRST SUPERVISOR ON AN EMPTY MASTER INCLUDED - OR CHANGING
      *    THEIR OWN RECORD.  MAINTOPERATOR ONLY LETS A SUPERVISOR IN,
      *    SO ANY CHANGE TO ONE'S OWN RECORD IS HELD, NOT JUST A RISE
      *    IN AUTHORITY; ONE THAT MOVED THE AUTHORITY SAYS SO.
       TAKE-OPERATOR-CHANGE.
           MOVE JRN-BEFORE-IMAGE TO BEFORE-OPERATOR-IMAGE
           MOVE JRN-AFTER-IMAGE TO AFTER-OPERATOR-IMAGE
           IF JRN-FILE-NAME EQUAL TO "OPERATOR.DAT"
              AND AOP-ID EQUAL TO JRN-OPERATOR
               IF JRN-ACTION EQUAL TO "C"
                   IF BOP-AUTHORITY NOT EQUAL TO AOP-AUTHORITY
                       MOVE SPACES TO AUTHORITY-WHAT
                       STRING "RAISED " DELIMITED BY SIZE
                              BOP-AUTHORITY DELIMITED BY SIZE
                              " TO " DELIMITED BY SIZE
                              AOP-AUTHORITY DELIMITED BY SIZE
                           INTO AUTHORITY-WHAT
                       END-STRING
                   ELSE
                       MOVE "CHANGED OWN RECORD" TO AUTHORITY-WHAT
                   END-IF
                   PERFORM HOLD-OWN-AUTHORITY
               END-IF
               IF JRN-ACTION EQUAL TO "A"
                   MOVE "ADDED OWN ID" TO AUTHORITY-WHAT
                   PERFORM HOLD-OWN-AUTHORITY
               END-IF
           END-IF.

       HOLD-OWN-AUTHORITY.
           ADD 1 TO OWN-AUTHORITY-HITS
           IF ACTIVITY-SUB GREATER THAN ZERO
               ADD 1 TO ACT-EXCEPTIONS(ACTIVITY-SUB)
           END-IF
           IF AUTHORITY-COUNT LESS THAN 500
               ADD 1 TO AUTHORITY-COUNT
               MOVE JRN-OPERATOR TO AUT-OPERATOR(AUTHORITY-COUNT)
               MOVE JRN-DATE TO AUT-DATE(AUTHORITY-COUNT)
               MOVE JRN-TIME TO AUT-TIME(AUTHORITY-COUNT)
               MOVE JRN-ACTION TO AUT-ACTION(AUTHORITY-COUNT)
               MOVE AUTHORITY-WHAT TO AUT-WHAT(AUTHORITY-COUNT)
           ELSE
               SET TABLE-OVERFLOWED TO TRUE
               DISPLAY "DUTIESAUDIT - AUTHORITY TABLE FULL, "
                       JRN-OPERATOR " NOT LISTED"
           END-IF.

       HOLD-RETIREMENT.
           MOVE JRN-BEFORE-IMAGE TO COPY-IMAGE
           IF RETIREMENT-COUNT LESS THAN 2000
               ADD 1 TO RETIREMENT-COUNT
               MOVE JRN-OPERATOR TO RTR-OPERATOR(RETIREMENT-COUNT)
               MOVE CPI-LIBRARY-NUM TO RTR-COPY-NUM(RETIREMENT-COUNT)
               MOVE JRN-DATE TO RTR-DATE(RETIREMENT-COUNT)
               MOVE JRN-TIME TO RTR-TIME(RETIREMENT-COUNT)
           ELSE
               SET TABLE-OVERFLOWED TO TRUE
               DISPLAY "DUTIESAUDIT - RETIREMENT TABLE FULL, "
                       CPI-LIBRARY-NUM " NOT CHECKED"
           END-IF.

      *    LEAVES ACTIVITY-SUB POINTING AT THE ENTRY FOR THE OPERATOR
      *    IN SEARCH-OPERATOR, ADDING ONE IF NEED BE; ZERO ONLY WHEN
      *    THE TABLE IS FULL.
       FIND-OPERATOR-ACTIVITY.
           MOVE ZEROS TO ACTIVITY-SUB
           PERFORM TEST-ONE-OPERATOR
               VARYING SCAN-SUB FROM 1 BY 1
               UNTIL SCAN-SUB GREATER THAN ACTIVITY-COUNT
                  OR ACTIVITY-SUB GREATER THAN ZERO
           IF ACTIVITY-SUB EQUAL TO ZERO
               IF ACTIVITY-COUNT LESS THAN 500
                   ADD 1 TO ACTIVITY-COUNT
                   MOVE ACTIVITY-COUNT TO ACTIVITY-SUB
                   MOVE SEARCH-OPERATOR TO ACT-OPERATOR(ACTIVITY-SUB)
                   MOVE ZEROS TO ACT-ADDS(ACTIVITY-SUB)
                   MOVE ZEROS TO ACT-CHANGES(ACTIVITY-SUB)
                   MOVE ZEROS TO ACT-DELETES(ACTIVITY-SUB)
                   MOVE ZEROS TO ACT-PAYMENTS(ACTIVITY-SUB)
                   MOVE ZEROS TO ACT-PAID(ACTIVITY-SUB)
                   MOVE ZEROS TO ACT-EXCEPTIONS(ACTIVITY-SUB)
               ELSE
                   SET TABLE-OVERFLOWED TO TRUE
                   DISPLAY "DUTIESAUDIT - OPERATOR TABLE FULL, "
                           SEARCH-OPERATOR " NOT SUMMARISED"
               END-IF
           END-IF.

       TEST-ONE-OPERATOR.
           IF ACT-OPERATOR(SCAN-SUB) EQUAL TO SEARCH-OPERATOR
               MOVE SCAN-SUB TO ACTIVITY-SUB
           END-IF.

       PRINT-REPORT-HEADINGS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE AFTER ADVANCING PAGE.

           WRITE REPORT-LINE FROM REPORT-HEADING
               AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM REPORT-UNDER-LINE
               AFTER ADVANCING 1 LINE

           MOVE RUN-DATE TO PRN-IDENT-DATE
           MOVE FROM-DATE TO PRN-IDENT-FROM
           MOVE TO-DATE TO PRN-IDENT-TO
           WRITE REPORT-LINE FROM REPORT-IDENT-LINE
               AFTER ADVANCING 2 LINE.

       PRINT-SECTION-HEADING.
           WRITE REPORT-LINE FROM SECTION-HEADING
               AFTER ADVANCING 3 LINE
           WRITE REPORT-LINE FROM ENTRY-ITEM-HEADING
               AFTER ADVANCING 2 LINE
           MOVE ZEROS TO SECTION-HITS.

       PRINT-SECTION-TOTAL.
           MOVE "EXCEPTIONS IN THIS SECTION:" TO PRN-TOTAL-TEXT
           MOVE SECTION-HITS TO PRN-TOTAL-COUNT
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 2 LINE.

      *    EVERY CHEQUE WITHIN THE DATES IS COUNTED TO ITS OPERATOR
      *    AND MATCHED AGAINST THE HELD PUBLISHER CHANGES: SAME
      *    OPERATOR, SAME PUBLISHER, CHANGE ON OR BEFORE THE CHEQUE.
      *    NO PAYMENT.DAT SIMPLY MEANS NO CHEQUES HAVE BEEN POSTED.
       CHECK-PUBLISHER-PAYMENTS.
           MOVE "PUBLISHER CHANGED, THEN PAID, BY THE SAME OPERATOR"
               TO PRN-SECTION-TITLE
           PERFORM PRINT-SECTION-HEADING

           OPEN INPUT PAYMENT-FILE
           IF PAYMENT-STATUS EQUAL TO "00"
               READ PAYMENT-FILE
                   AT END SET PAYMENT-FILE-END TO TRUE
               END-READ
               PERFORM CHECK-ONE-PAYMENT UNTIL PAYMENT-FILE-END
               CLOSE PAYMENT-FILE
           END-IF

           PERFORM PRINT-SECTION-TOTAL.

       CHECK-ONE-PAYMENT.
           IF PAY-DATE NOT LESS THAN FROM-DATE
              AND PAY-DATE NOT GREATER THAN TO-DATE
               ADD 1 TO PAYMENTS-READ
               MOVE PAY-OPERATOR TO SEARCH-OPERATOR
               PERFORM FIND-OPERATOR-ACTIVITY
               IF ACTIVITY-SUB GREATER THAN ZERO
                   ADD 1 TO ACT-PAYMENTS(ACTIVITY-SUB)
                   ADD PAY-AMOUNT TO ACT-PAID(ACTIVITY-SUB)
               END-IF
               PERFORM MATCH-ONE-PUBLISHER-CHANGE
                   VARYING TABLE-SUB FROM 1 BY 1
                   UNTIL TABLE-SUB GREATER THAN PUBLISHER-CHANGE-COUNT
           END-IF

           READ PAYMENT-FILE
               AT END SET PAYMENT-FILE-END TO TRUE
           END-READ.

       MATCH-ONE-PUBLISHER-CHANGE.
           IF PCH-OPERATOR(TABLE-SUB) EQUAL TO PAY-OPERATOR
              AND PCH-SUPPLIER-CODE(TABLE-SUB) EQUAL TO
                                               PAY-SUPPLIER-CODE
              AND PCH-DATE(TABLE-SUB) NOT GREATER THAN PAY-DATE
               ADD 1 TO PUBLISHER-PAID-HITS
               ADD 1 TO SECTION-HITS
               IF ACTIVITY-SUB GREATER THAN ZERO
                   ADD 1 TO ACT-EXCEPTIONS(ACTIVITY-SUB)
               END-IF

               MOVE PAY-OPERATOR TO PRN-HIT-OPERATOR
               MOVE "PUBLISHER " TO PRN-HIT-SUBJECT-TEXT
               MOVE PAY-SUPPLIER-CODE TO PRN-HIT-SUBJECT
               WRITE REPORT-LINE FROM HIT-LINE
                   AFTER ADVANCING 2 LINE

               MOVE PCH-DATE(TABLE-SUB) TO PRN-ENT-DATE
               MOVE PCH-TIME(TABLE-SUB) TO PRN-ENT-TIME
               MOVE "MAINTPUBLISHER" TO PRN-ENT-PROGRAM
               MOVE PCH-FILE-NAME(TABLE-SUB) TO PRN-ENT-FILE
               MOVE PCH-ACTION(TABLE-SUB) TO PRN-ENT-ACTION
               MOVE PCH-WHAT(TABLE-SUB) TO PRN-ENT-WHAT
               WRITE REPORT-LINE FROM ENTRY-LINE
                   AFTER ADVANCING 1 LINE

               MOVE PAY-DATE TO PRN-ENT-DATE
               MOVE SPACES TO PRN-ENT-TIME
               MOVE "PAYMENT.DAT" TO PRN-ENT-PROGRAM
               MOVE PAY-CHEQUE-NUM TO PRN-ENT-FILE
               MOVE SPACES TO PRN-ENT-ACTION
               MOVE PAY-AMOUNT TO AMOUNT-EDIT
               MOVE AMOUNT-EDIT TO PRN-ENT-WHAT
               WRITE REPORT-LINE FROM ENTRY-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       PRINT-OWN-AUTHORITY.
           MOVE "OPERATOR ADDED OR CHANGED OWN OPERATOR RECORD"
               TO PRN-SECTION-TITLE
           PERFORM PRINT-SECTION-HEADING

           PERFORM PRINT-ONE-OWN-AUTHORITY
               VARYING TABLE-SUB FROM 1 BY 1
               UNTIL TABLE-SUB GREATER THAN AUTHORITY-COUNT

           PERFORM PRINT-SECTION-TOTAL.

       PRINT-ONE-OWN-AUTHORITY.
           ADD 1 TO SECTION-HITS
           MOVE AUT-OPERATOR(TABLE-SUB) TO PRN-HIT-OPERATOR
           MOVE "OWN ID" TO PRN-HIT-SUBJECT-TEXT
           MOVE SPACES TO PRN-HIT-SUBJECT
           WRITE REPORT-LINE FROM HIT-LINE
               AFTER ADVANCING 2 LINE

           MOVE AUT-DATE(TABLE-SUB) TO PRN-ENT-DATE
           MOVE AUT-TIME(TABLE-SUB) TO PRN-ENT-TIME
           MOVE "MAINTOPERATOR" TO PRN-ENT-PROGRAM
           MOVE "OPERATOR.DAT" TO PRN-ENT-FILE
           MOVE AUT-ACTION(TABLE-SUB) TO PRN-ENT-ACTION
           MOVE AUT-WHAT(TABLE-SUB) TO PRN-ENT-WHAT
           WRITE REPORT-LINE FROM ENTRY-LINE
               AFTER ADVANCING 1 LINE.

      *    A SECOND PASS OF THE JOURNAL MATCHES EVERY RENTAL POSTED
      *    TO A COPY - RENTALPOST AND SUSPENSEFIX ON LDF.DAT, A
      *    LOANDESK RETURN ON LOAN.DAT - AGAINST THE HELD
      *    RETIREMENTS: SAME OPERATOR, SAME COPY.
       CHECK-RETIRED-COPY-RENTALS.
           MOVE "COPY RETIRED AND RENTALS POSTED BY THE SAME OPERATOR"
               TO PRN-SECTION-TITLE
           PERFORM PRINT-SECTION-HEADING

           IF RETIREMENT-COUNT GREATER THAN ZERO
               OPEN INPUT JOURNAL-FILE
               SET NOT-JOURNAL-END TO TRUE
               READ JOURNAL-FILE
                   AT END SET JOURNAL-FILE-END TO TRUE
               END-READ
               PERFORM CHECK-ONE-RENTAL-ENTRY UNTIL JOURNAL-FILE-END
               CLOSE JOURNAL-FILE
           END-IF

           PERFORM PRINT-SECTION-TOTAL.

       CHECK-ONE-RENTAL-ENTRY.
           MOVE SPACES TO RENTAL-WHAT
           IF JRN-DATE NOT LESS THAN FROM-DATE
              AND JRN-DATE NOT GREATER THAN TO-DATE
              AND JRN-ACTION EQUAL TO "C"
               EVALUATE TRUE
                   WHEN JRN-PROGRAM EQUAL TO "RENTALPOST"
                    AND JRN-FILE-NAME EQUAL TO "LDF.DAT"
                       MOVE JRN-AFTER-IMAGE TO COPY-IMAGE
                       MOVE CPI-LIBRARY-NUM TO SEARCH-COPY-NUM
                       MOVE "RENTAL POSTED" TO RENTAL-WHAT
                   WHEN JRN-PROGRAM EQUAL TO "SUSPENSEFIX"
                    AND JRN-FILE-NAME EQUAL TO "LDF.DAT"
                       MOVE JRN-AFTER-IMAGE TO COPY-IMAGE
                       MOVE CPI-LIBRARY-NUM TO SEARCH-COPY-NUM
                       MOVE "SUSPENSE RELEASED" TO RENTAL-WHAT
                   WHEN JRN-PROGRAM EQUAL TO "LOANDESK"
                    AND JRN-FILE-NAME EQUAL TO "LOAN.DAT"
                       MOVE JRN-BEFORE-IMAGE TO BEFORE-LOAN-IMAGE
                       MOVE JRN-AFTER-IMAGE TO AFTER-LOAN-IMAGE
                       IF BLN-LOAN-OPEN AND ALN-LOAN-RETURNED
                           MOVE ALN-COPY-NUM TO SEARCH-COPY-NUM
                           MOVE "RENTAL TAKEN" TO RENTAL-WHAT
                       END-IF
               END-EVALUATE
           END-IF

           IF RENTAL-WHAT NOT EQUAL TO SPACES
               PERFORM MATCH-ONE-RETIREMENT
                   VARYING TABLE-SUB FROM 1 BY 1
                   UNTIL TABLE-SUB GREATER THAN RETIREMENT-COUNT
           END-IF

           READ JOURNAL-FILE
               AT END SET JOURNAL-FILE-END TO TRUE
           END-READ.

       MATCH-ONE-RETIREMENT.
           IF RTR-OPERATOR(TABLE-SUB) EQUAL TO JRN-OPERATOR
              AND RTR-COPY-NUM(TABLE-SUB) EQUAL TO SEARCH-COPY-NUM
               ADD 1 TO RETIRED-RENTED-HITS
               ADD 1 TO SECTION-HITS
               MOVE JRN-OPERATOR TO SEARCH-OPERATOR
               PERFORM FIND-OPERATOR-ACTIVITY
               IF ACTIVITY-SUB GREATER THAN ZERO
                   ADD 1 TO ACT-EXCEPTIONS(ACTIVITY-SUB)
               END-IF

               MOVE JRN-OPERATOR TO PRN-HIT-OPERATOR
               MOVE "COPY" TO PRN-HIT-SUBJECT-TEXT
               MOVE SEARCH-COPY-NUM TO PRN-HIT-SUBJECT
               WRITE REPORT-LINE FROM HIT-LINE
                   AFTER ADVANCING 2 LINE

               MOVE RTR-DATE(TABLE-SUB) TO PRN-ENT-DATE
               MOVE RTR-TIME(TABLE-SUB) TO PRN-ENT-TIME
               MOVE "RETIRECOPY" TO PRN-ENT-PROGRAM
               MOVE "LDF.DAT" TO PRN-ENT-FILE
               MOVE "D" TO PRN-ENT-ACTION
               MOVE "RETIRED" TO PRN-ENT-WHAT
               WRITE REPORT-LINE FROM ENTRY-LINE
                   AFTER ADVANCING 1 LINE

               MOVE JRN-DATE TO PRN-ENT-DATE
               MOVE JRN-TIME TO PRN-ENT-TIME
               MOVE JRN-PROGRAM TO PRN-ENT-PROGRAM
               MOVE JRN-FILE-NAME TO PRN-ENT-FILE
               MOVE JRN-ACTION TO PRN-ENT-ACTION
               MOVE RENTAL-WHAT TO PRN-ENT-WHAT
               WRITE REPORT-LINE FROM ENTRY-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

      *    ONE LINE PER OPERATOR, IN THE ORDER FIRST SEEN, WITH THE
      *    NAME FROM OPERATOR.DAT WHERE IT CAN BE FOUND.
       PRINT-OPERATOR-ACTIVITY.
           MOVE "ACTIVITY BY OPERATOR" TO PRN-SECTION-TITLE
           WRITE REPORT-LINE FROM SECTION-HEADING
               AFTER ADVANCING 3 LINE
           WRITE REPORT-LINE FROM ACTIVITY-ITEM-HEADING
               AFTER ADVANCING 2 LINE

           PERFORM PRINT-ONE-OPERATOR-ACTIVITY
               VARYING TABLE-SUB FROM 1 BY 1
               UNTIL TABLE-SUB GREATER THAN ACTIVITY-COUNT.

       PRINT-ONE-OPERATOR-ACTIVITY.
           MOVE "* NOT ON FILE *" TO OPR-NAME
           IF OPERATOR-FILE-PRESENT
               MOVE ACT-OPERATOR(TABLE-SUB) TO OPR-ID
               READ OPERATOR-FILE
                   KEY IS OPR-ID
                   INVALID KEY
                       MOVE "* NOT ON FILE *" TO OPR-NAME
               END-READ
           END-IF

           MOVE ACT-OPERATOR(TABLE-SUB) TO PRN-ACT-OPERATOR
           MOVE OPR-NAME TO PRN-ACT-NAME
           MOVE ACT-ADDS(TABLE-SUB) TO PRN-ACT-ADDS
           MOVE ACT-CHANGES(TABLE-SUB) TO PRN-ACT-CHANGES
           MOVE ACT-DELETES(TABLE-SUB) TO PRN-ACT-DELETES
           MOVE ACT-PAYMENTS(TABLE-SUB) TO PRN-ACT-PAYMENTS
           MOVE ACT-PAID(TABLE-SUB) TO PRN-ACT-PAID
           MOVE ACT-EXCEPTIONS(TABLE-SUB) TO PRN-ACT-EXCEPTIONS
           WRITE REPORT-LINE FROM ACTIVITY-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       PRINT-REPORT-TOTALS.
           WRITE REPORT-LINE FROM REPORT-UNDER-LINE
               AFTER ADVANCING 2 LINE

           MOVE "JOURNAL UPDATES IN RANGE:" TO PRN-TOTAL-TEXT
           MOVE JOURNAL-ENTRIES TO PRN-TOTAL-COUNT
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "CHEQUES IN RANGE:" TO PRN-TOTAL-TEXT
           MOVE PAYMENTS-READ TO PRN-TOTAL-COUNT
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "PUBLISHER CHANGED AND PAID:" TO PRN-TOTAL-TEXT
           MOVE PUBLISHER-PAID-HITS TO PRN-TOTAL-COUNT
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "OWN OPERATOR RECORD:" TO PRN-TOTAL-TEXT
           MOVE OWN-AUTHORITY-HITS TO PRN-TOTAL-COUNT
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "COPY RETIRED AND RENTED:" TO PRN-TOTAL-TEXT
           MOVE RETIRED-RENTED-HITS TO PRN-TOTAL-COUNT
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
