       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PaymentRun.
      *Monthly publisher payment run, in two steps so that no one
      *person both picks the payments and releases them.
      *    PROPOSE <cutoff YYYYMM> [operator]
      *selects every open remittance on the payables ledger REMIT.DAT
      *for a period up to the cut-off, holds back any publisher on
      *payment hold on PAYHOLD.DAT, with no address on PUBLISHER.DAT
      *or not on it at all, files the rest as the proposal PAYPROP.DAT
      *and prints the proposal list PaymentProposal.rpt, held items
      *and all, for a supervisor to approve.  Proposing again
      *replaces a proposal not yet approved; a proposal that cannot
      *be written whole is emptied and the run ends RC 16.
      *    APPROVE <supervisor>
      *pays the proposal.  The approver must verify against the
      *operator master OPERATOR.DAT as a supervisor and may not be
      *the operator who proposed it.  Each item is re-proved against
      *the ledger and the hold file - an item whose balance has moved
      *or whose publisher has gone on hold since is not paid - and
      *each payment is then posted exactly as the PayablesPost desk
      *posts a cheque: filed on the payment history PAYMENT.DAT, the
      *paid-to-date brought forward on REMIT.DAT and the ledger
      *change journalled to JOURNAL.DAT.  Every payment goes to the
      *bank payment file BANKPAY.DAT, a header, one fixed-format
      *record per payment and a trailer carrying the payment count
      *and amount total, which foot to PaymentRun.rpt and to the
      *ledger.  Payment references run on from the highest EFT
      *reference already on PAYMENT.DAT, so no two runs share one.
      *The proposal items are proved against the header footing and
      *every file the payments go to is opened before the proposal is
      *marked in payment; it is marked before the first item is paid
      *and approved after the last, so an approval run that fails
      *part way can never be rerun blind.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REMIT-FILE ASSIGN TO "REMIT.DAT"
               ORGANIZATION IS INDEXED
               FILE STATUS IS REMIT-STATUS
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REM-KEY.

           SELECT SUPPLIER-FILE ASSIGN TO "PUBLISHER.DAT"
               ORGANIZATION IS RELATIVE
               FILE STATUS IS SUPPLIER-STATUS
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS SUPPLIER-KEY.

           SELECT HOLD-FILE ASSIGN TO "PAYHOLD.DAT"
               ORGANIZATION IS INDEXED
               FILE STATUS IS HOLD-STATUS
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-SUPPLIER-CODE.

           SELECT PROPOSAL-FILE ASSIGN TO "PAYPROP.DAT"
               FILE STATUS IS PROPOSAL-STATUS.

           SELECT BANK-FILE ASSIGN TO "BANKPAY.DAT"
               FILE STATUS IS BANK-STATUS.

           SELECT PAYMENT-FILE ASSIGN TO "PAYMENT.DAT"
               FILE STATUS IS PAYMENT-STATUS.

           SELECT PROPOSAL-LIST-FILE ASSIGN TO "PaymentProposal.rpt".

           SELECT RUN-REGISTER-FILE ASSIGN TO "PaymentRun.rpt".

           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS INDEXED
               FILE STATUS IS OPERATOR-STATUS
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID.

           SELECT JOURNAL-FILE ASSIGN TO "JOURNAL.DAT"
               FILE STATUS IS JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  REMIT-FILE.
       01  REMIT-RECORD.
           02  REM-KEY.
               03  REM-SUPPLIER-CODE   PIC 9(4).
               03  REM-PERIOD          PIC 9(6).
           02  REM-EARNINGS            PIC 9(6)V99.
           02  REM-ROYALTY-RATE        PIC 99V99.
           02  REM-AMOUNT-DUE          PIC 9(6)V99.
           02  REM-AMOUNT-PAID         PIC 9(6)V99.
           02  REM-LAST-PAYMENT-DATE   PIC 9(8).

       FD  SUPPLIER-FILE.
       01  SUPPLIER-RECORD.
           02  SUPPLIER-CODE           PIC 9(4).
           02  SUPPLIER-NAME           PIC X(20).
           02  SUPPLIER-ADDRESS        PIC X(60).
           02  SUPPLIER-ROYALTY-RATE   PIC 99V99.

       FD  HOLD-FILE.
       01  HOLD-RECORD.
           02  HLD-SUPPLIER-CODE       PIC 9(4).
           02  HLD-REASON              PIC X(30).
           02  HLD-HOLD-DATE           PIC 9(8).
           02  HLD-OPERATOR            PIC X(8).

      *    THE PROPOSAL IS ONE HEADER FOLLOWED BY ONE RECORD PER
      *    REMITTANCE PROPOSED FOR PAYMENT.  THE HEADER CARRIES WHO
      *    PROPOSED AND WHO APPROVED, AND HOW FAR THE APPROVAL GOT.
       FD  PROPOSAL-FILE.
       01  PROPOSAL-HEADER-RECORD.
           02  PPH-RECORD-TYPE         PIC X(1).
               88  PROPOSAL-HEADER     VALUE "H".
           02  PPH-CUTOFF-PERIOD       PIC 9(6).
           02  PPH-PROPOSED-BY         PIC X(8).
           02  PPH-PROPOSED-DATE       PIC 9(8).
           02  PPH-STATUS              PIC X(1).
               88  PROPOSAL-PENDING    VALUE "P".
               88  PROPOSAL-IN-PAYMENT VALUE "I".
               88  PROPOSAL-APPROVED   VALUE "A".
           02  PPH-ITEM-COUNT          PIC 9(6).
           02  PPH-AMOUNT-TOTAL        PIC 9(8)V99.
           02  PPH-APPROVED-BY         PIC X(8).
           02  PPH-APPROVED-DATE       PIC 9(8).
       01  PROPOSAL-ITEM-RECORD.
           02  PPI-RECORD-TYPE         PIC X(1).
           02  PPI-SUPPLIER-CODE       PIC 9(4).
           02  PPI-PERIOD              PIC 9(6).
           02  PPI-AMOUNT              PIC 9(6)V99.
           02  PPI-SUPPLIER-NAME       PIC X(20).
           02  FILLER                  PIC X(17).

      *    THE BANK PAYMENT FILE - FIXED 80-BYTE RECORDS, A HEADER,
      *    ONE DETAIL PER PAYMENT AND A TRAILER THAT FOOTS THEM.
       FD  BANK-FILE.
       01  BANK-HEADER-RECORD.
           02  BKH-RECORD-TYPE         PIC X(1).
           02  BKH-ORIGINATOR          PIC X(20).
           02  BKH-PAYMENT-DATE        PIC 9(8).
           02  BKH-CUTOFF-PERIOD       PIC 9(6).
           02  BKH-APPROVED-BY         PIC X(8).
           02  FILLER                  PIC X(37).
       01  BANK-DETAIL-RECORD.
           02  BKD-RECORD-TYPE         PIC X(1).
           02  BKD-SUPPLIER-CODE       PIC 9(4).
           02  BKD-PAYEE-NAME          PIC X(20).
           02  BKD-AMOUNT              PIC 9(8)V99.
           02  BKD-REFERENCE           PIC X(8).
           02  BKD-PERIOD              PIC 9(6).
           02  FILLER                  PIC X(31).
       01  BANK-TRAILER-RECORD.
           02  BKT-RECORD-TYPE         PIC X(1).
           02  BKT-RECORD-COUNT        PIC 9(6).
           02  BKT-AMOUNT-TOTAL        PIC 9(10)V99.
           02  FILLER                  PIC X(61).

       FD  PAYMENT-FILE.
       01  PAYMENT-RECORD.
           02  PAY-SUPPLIER-CODE       PIC 9(4).
           02  PAY-PERIOD              PIC 9(6).
           02  PAY-CHEQUE-NUM          PIC X(8).
           02  PAY-DATE                PIC 9(8).
           02  PAY-AMOUNT              PIC 9(6)V99.
           02  PAY-OPERATOR            PIC X(8).

       FD  PROPOSAL-LIST-FILE.
       01  PROPOSAL-LINE               PIC X(74).

       FD  RUN-REGISTER-FILE.
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
           02  REMIT-STATUS            PIC X(2).
           02  SUPPLIER-STATUS         PIC X(2).
           02  HOLD-STATUS             PIC X(2).
           02  PROPOSAL-STATUS         PIC X(2).
           02  BANK-STATUS             PIC X(2).
           02  PAYMENT-STATUS          PIC X(2).
           02  OPERATOR-STATUS         PIC X(2).
           02  JOURNAL-STATUS          PIC X(2).

       01  JOURNAL-FIELDS.
           02  OPERATOR-ID             PIC X(8).
           02  TIME-OF-DAY             PIC 9(8).
           02  SAVED-BEFORE-IMAGE      PIC X(100).

       01  RUN-PARAMETER               PIC X(40).
       01  PARSED-PARAMETER.
           02  PARM-FUNCTION           PIC X(8).
               88  FUNCTION-PROPOSE    VALUE "PROPOSE".
               88  FUNCTION-APPROVE    VALUE "APPROVE".
           02  PARM-WORD-2             PIC X(8).
           02  PARM-WORD-3             PIC X(8).

       01  RUN-FIELDS.
           02  CUTOFF-PERIOD           PIC 9(6).
           02  CUTOFF-PERIOD-PARTS REDEFINES CUTOFF-PERIOD.
               03  CUTOFF-YEAR         PIC 9(4).
               03  CUTOFF-MONTH        PIC 9(2).
                   88  CUTOFF-MONTH-VALID VALUES 01 THRU 12.
           02  TODAYS-DATE             PIC 9(8).
           02  UNPAID-BALANCE          PIC S9(6)V99.
           02  ITEM-DISPOSITION        PIC X(30).
           02  PAYMENT-REFERENCE.
               03  FILLER              PIC X(3)  VALUE "EFT".
               03  PAYMENT-REF-NUM     PIC 9(5).

       01  END-OF-FILE-FLAGS.
           02  FILLER                  PIC 9     VALUE 1.
               88    REMIT-FILE-END    VALUE 0.
               88    NOT-REMIT-FILE-END VALUE 1.
           02  FILLER                  PIC 9     VALUE 1.
               88    PROPOSAL-FILE-END VALUE 0.
               88    NOT-PROPOSAL-FILE-END VALUE 1.
           02  FILLER                  PIC 9     VALUE 1.
               88    PAYMENT-FILE-END  VALUE 0.
               88    NOT-PAYMENT-FILE-END VALUE 1.
           02  FILLER                  PIC 9     VALUE 0.
               88    HOLD-FILE-PRESENT VALUE 1.
               88    HOLD-FILE-ABSENT  VALUE 0.
           02  FILLER                  PIC 9     VALUE 0.
               88    ITEM-PAYABLE      VALUE 1.
               88    ITEM-NOT-PAYABLE  VALUE 0.

       01  PROPOSAL-HEADING.
           02  FILLER                  PIC X(20) VALUE SPACES.
           02  FILLER                  PIC X(30)
                              VALUE "PAYMENT PROPOSAL".

       01  RUN-HEADING.
           02  FILLER                  PIC X(20) VALUE SPACES.
           02  FILLER                  PIC X(30)
                              VALUE "PAYMENT RUN REGISTER".

       01  REPORT-UNDER-LINE.
           02  FILLER                  PIC X(20) VALUE SPACES.
           02  FILLER                  PIC X(30) VALUE ALL "-".

       01  REPORT-CONTROL-LINE.
           02  FILLER                  PIC X(8)  VALUE "CUT-OFF ".
           02  PRN-CTL-CUTOFF          PIC 9(6).
           02  FILLER                  PIC X(14)
                                       VALUE "  PROPOSED BY ".
           02  PRN-CTL-PROPOSED-BY     PIC X(8).
           02  FILLER                  PIC X(14)
                                       VALUE "  APPROVED BY ".
           02  PRN-CTL-APPROVED-BY     PIC X(8).

       01  REPORT-ITEM-HEADING.
           02  FILLER                  PIC X(5)  VALUE "CODE".
           02  FILLER                  PIC X(21) VALUE "PUBLISHER".
           02  FILLER                  PIC X(7)  VALUE "PERIOD".
           02  FILLER                  PIC X(11) VALUE "    AMOUNT".
           02  FILLER                  PIC X(30) VALUE "DISPOSITION".

       01  REPORT-DETAIL-LINE.
           02  PRN-ITEM-CODE           PIC 9(4).
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  PRN-ITEM-NAME           PIC X(20).
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  PRN-ITEM-PERIOD         PIC 9(6).
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  PRN-ITEM-AMOUNT         PIC $$$,$$9.99.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  PRN-ITEM-DISPOSITION    PIC X(30).

       01  REPORT-TOTAL-LINE.
           02  PRN-TOTAL-TEXT          PIC X(30).
           02  PRN-TOTAL-COUNT         PIC ZZZ,ZZ9.
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  PRN-TOTAL-AMOUNT        PIC $$$$,$$9.99.

       01  APPROVAL-LINE.
           02  FILLER                  PIC X(44)
                  VALUE "TO PAY, A SUPERVISOR OTHER THAN THE PROPOSER".
           02  FILLER                  PIC X(30)
                  VALUE " RUNS PAYMENTRUN APPROVE <ID>".

       01  COUNTERS.
           02  SUPPLIER-KEY            PIC 9(4).
           02  PROPOSED-COUNT          PIC 9(6)  VALUE ZERO.
           02  PROPOSED-AMOUNT         PIC 9(8)V99 VALUE ZERO.
           02  HELD-COUNT              PIC 9(6)  VALUE ZERO.
           02  HELD-AMOUNT             PIC 9(8)V99 VALUE ZERO.
           02  PAID-COUNT              PIC 9(6)  VALUE ZERO.
           02  PAID-AMOUNT             PIC 9(8)V99 VALUE ZERO.
           02  NOT-PAID-COUNT          PIC 9(6)  VALUE ZERO.
           02  NOT-PAID-AMOUNT         PIC 9(8)V99 VALUE ZERO.
           02  HEADER-ITEM-COUNT       PIC 9(6)  VALUE ZERO.
           02  HEADER-AMOUNT-TOTAL     PIC 9(8)V99 VALUE ZERO.
           02  PROOF-ITEM-COUNT        PIC 9(6)  VALUE ZERO.
           02  PROOF-AMOUNT-TOTAL      PIC 9(8)V99 VALUE ZERO.
           02  LAST-PAYMENT-REF-NUM    PIC 9(5)  VALUE ZERO.

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT RUN-PARAMETER FROM COMMAND-LINE.
           MOVE SPACES TO PARSED-PARAMETER
           UNSTRING RUN-PARAMETER DELIMITED BY ALL SPACES
               INTO PARM-FUNCTION, PARM-WORD-2, PARM-WORD-3
           END-UNSTRING

           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.

           EVALUATE TRUE
               WHEN FUNCTION-PROPOSE
                   PERFORM PROPOSE-PAYMENTS
               WHEN FUNCTION-APPROVE
                   PERFORM APPROVE-PAYMENTS
               WHEN OTHER
                   DISPLAY "PAYMENTRUN FUNCTION MUST BE PROPOSE OR "
                           "APPROVE"
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE.

           STOP RUN.

      *    THE KEYED OPERATOR MUST BE ON THE OPERATOR MASTER BEFORE
      *    ANY FILE IS OPENED.  THE JOURNAL IS THE AUDIT TRAIL, AND
      *    THE NAME ON IT HAS TO PROVE SOMETHING.
       VERIFY-OPERATOR.
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-STATUS NOT EQUAL TO "00"
               DISPLAY "PAYMENTRUN - NO OPERATOR MASTER, FS = "
                       OPERATOR-STATUS " - RUN MAINTOPERATOR"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE OPERATOR-ID TO OPR-ID
           READ OPERATOR-FILE
               INVALID KEY
                   DISPLAY "PAYMENTRUN - OPERATOR " OPERATOR-ID
                           " NOT ON OPERATOR MASTER - REFUSED"
                   CLOSE OPERATOR-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE OPERATOR-FILE.

      *    NO HOLD FILE MEANS NO PUBLISHER HAS EVER BEEN PUT ON HOLD.
       OPEN-HOLD-FILE.
           OPEN INPUT HOLD-FILE.
           IF HOLD-STATUS = "00"
               SET HOLD-FILE-PRESENT TO TRUE
           ELSE
               SET HOLD-FILE-ABSENT TO TRUE
           END-IF.

      *    THE JOURNAL ONLY EVER GROWS - EVERY UPDATE PROGRAM
      *    EXTENDS THE SAME JOURNAL.DAT, CREATING IT ON THE VERY
      *    FIRST UPDATE ANYWHERE IN THE SYSTEM.
       OPEN-JOURNAL-FILE.
           OPEN EXTEND JOURNAL-FILE.
           IF JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF.

      *    EXTENDS THE PAYMENT HISTORY, CREATING IT ON THE VERY
      *    FIRST PAYMENT - THE HISTORY ONLY EVER GROWS.
       OPEN-PAYMENT-FILE.
           OPEN EXTEND PAYMENT-FILE.
           IF PAYMENT-STATUS = "35"
               OPEN OUTPUT PAYMENT-FILE
           END-IF.

       WRITE-JOURNAL-RECORD.
           ACCEPT JRN-DATE FROM DATE YYYYMMDD
           ACCEPT TIME-OF-DAY FROM TIME
           MOVE TIME-OF-DAY(1:6) TO JRN-TIME
           MOVE OPERATOR-ID TO JRN-OPERATOR
           MOVE "PAYMENTRUN" TO JRN-PROGRAM
           MOVE "REMIT.DAT" TO JRN-FILE-NAME
           MOVE "C" TO JRN-ACTION
           WRITE JOURNAL-RECORD.

      *    ---------------------------------------------------------
      *    PROPOSE - SELECT THE OPEN ITEMS AND LIST THEM FOR APPROVAL
      *    ---------------------------------------------------------
       PROPOSE-PAYMENTS.
           IF PARM-WORD-2 (1:6) NUMERIC
               MOVE PARM-WORD-2 (1:6) TO CUTOFF-PERIOD
           ELSE
               MOVE ZEROS TO CUTOFF-PERIOD
           END-IF
           IF PARM-WORD-2 (7:2) NOT EQUAL TO SPACES
              OR NOT CUTOFF-MONTH-VALID
               DISPLAY "PAYMENTRUN PROPOSE REQUIRES A YYYYMM CUT-OFF"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *    AN UNATTENDED PROPOSAL IS PUT UP UNDER BATCH.
           MOVE PARM-WORD-3 TO OPERATOR-ID
           IF OPERATOR-ID EQUAL TO SPACES
               MOVE "BATCH" TO OPERATOR-ID
           END-IF
           PERFORM VERIFY-OPERATOR

           PERFORM CHECK-NO-PAYMENT-IN-PROGRESS

           OPEN INPUT REMIT-FILE
           IF REMIT-STATUS NOT EQUAL TO "00"
               DISPLAY "PAYMENTRUN - CANNOT OPEN REMIT.DAT, FS = "
                       REMIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT SUPPLIER-FILE
           IF SUPPLIER-STATUS NOT EQUAL TO "00"
               DISPLAY "PAYMENTRUN - CANNOT OPEN PUBLISHER.DAT, FS = "
                       SUPPLIER-STATUS
               CLOSE REMIT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM OPEN-HOLD-FILE

           OPEN OUTPUT PROPOSAL-FILE
           MOVE SPACES TO PROPOSAL-HEADER-RECORD
           SET PROPOSAL-HEADER TO TRUE
           MOVE CUTOFF-PERIOD TO PPH-CUTOFF-PERIOD
           MOVE OPERATOR-ID TO PPH-PROPOSED-BY
           MOVE TODAYS-DATE TO PPH-PROPOSED-DATE
           SET PROPOSAL-PENDING TO TRUE
           MOVE ZEROS TO PPH-ITEM-COUNT
           MOVE ZEROS TO PPH-AMOUNT-TOTAL
           MOVE ZEROS TO PPH-APPROVED-DATE
           WRITE PROPOSAL-HEADER-RECORD
           IF PROPOSAL-STATUS NOT EQUAL TO "00"
               PERFORM ABANDON-PROPOSAL
           END-IF

           OPEN OUTPUT PROPOSAL-LIST-FILE
           PERFORM PRINT-PROPOSAL-HEADINGS

           MOVE ZEROS TO REM-KEY
           START REMIT-FILE
               KEY IS GREATER THAN REM-KEY
               INVALID KEY SET REMIT-FILE-END TO TRUE
           END-START

           IF NOT REMIT-FILE-END
               READ REMIT-FILE NEXT RECORD
                   AT END SET REMIT-FILE-END TO TRUE
               END-READ
           END-IF

           PERFORM PROPOSE-ONE-REMITTANCE UNTIL REMIT-FILE-END

           PERFORM PRINT-PROPOSAL-TOTALS

           CLOSE REMIT-FILE, SUPPLIER-FILE, PROPOSAL-FILE,
                 PROPOSAL-LIST-FILE
           IF HOLD-FILE-PRESENT
               CLOSE HOLD-FILE
           END-IF

           PERFORM FOOT-PROPOSAL-HEADER

           IF HELD-COUNT GREATER THAN ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

      *    A PROPOSAL LEFT IN PAYMENT BY AN APPROVAL RUN THAT DID NOT
      *    FINISH MUST NOT BE OVERWRITTEN - IT IS THE ONLY RECORD OF
      *    WHAT THAT RUN SET OUT TO PAY.  IT IS RECONCILED AGAINST
      *    PAYMENTRUN.RPT AND THE JOURNAL FIRST.
       CHECK-NO-PAYMENT-IN-PROGRESS.
           OPEN INPUT PROPOSAL-FILE
           IF PROPOSAL-STATUS EQUAL TO "00"
               READ PROPOSAL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PROPOSAL-IN-PAYMENT
                           DISPLAY "PAYMENTRUN - APPROVAL OF CUT-OFF "
                                   PPH-CUTOFF-PERIOD
                                   " DID NOT FINISH - RECONCILE FIRST"
                           CLOSE PROPOSAL-FILE
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
               CLOSE PROPOSAL-FILE
           END-IF.

      *    AN ITEM IS OPEN WHILE ANYTHING REMAINS UNPAID ON IT.  AN
      *    OVERPAID ITEM IS NOT A PAYMENT AND IS LEFT FOR THE AGING.
       PROPOSE-ONE-REMITTANCE.
           SUBTRACT REM-AMOUNT-PAID FROM REM-AMOUNT-DUE
               GIVING UNPAID-BALANCE
           IF REM-PERIOD NOT GREATER THAN CUTOFF-PERIOD
              AND UNPAID-BALANCE GREATER THAN ZERO
               PERFORM SELECT-OR-HOLD-ITEM
           END-IF

           READ REMIT-FILE NEXT RECORD
               AT END SET REMIT-FILE-END TO TRUE
           END-READ.

      *    A PUBLISHER WITH NOWHERE TO SEND THE REMITTANCE ADVICE,
      *    OR ONE ON HOLD, IS LISTED BUT NOT PROPOSED.
       SELECT-OR-HOLD-ITEM.
           MOVE REM-SUPPLIER-CODE TO SUPPLIER-KEY
           READ SUPPLIER-FILE
               INVALID KEY
                   MOVE "NOT ON PUBLISHER.DAT" TO SUPPLIER-NAME
                   MOVE "HELD - NOT ON PUBLISHER.DAT" TO
                       ITEM-DISPOSITION
               NOT INVALID KEY
                   MOVE "PROPOSED" TO ITEM-DISPOSITION
                   IF SUPPLIER-ADDRESS EQUAL TO SPACES
                       MOVE "HELD - NO ADDRESS" TO ITEM-DISPOSITION
                   ELSE
                       PERFORM CHECK-PAYMENT-HOLD
                   END-IF
           END-READ

           IF ITEM-DISPOSITION EQUAL TO "PROPOSED"
               PERFORM WRITE-PROPOSAL-ITEM
           ELSE
               ADD 1 TO HELD-COUNT
               ADD UNPAID-BALANCE TO HELD-AMOUNT
           END-IF

           MOVE REM-SUPPLIER-CODE TO PRN-ITEM-CODE
           MOVE SUPPLIER-NAME TO PRN-ITEM-NAME
           MOVE REM-PERIOD TO PRN-ITEM-PERIOD
           MOVE UNPAID-BALANCE TO PRN-ITEM-AMOUNT
           MOVE ITEM-DISPOSITION TO PRN-ITEM-DISPOSITION
           WRITE PROPOSAL-LINE FROM REPORT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       CHECK-PAYMENT-HOLD.
           IF HOLD-FILE-PRESENT
               MOVE REM-SUPPLIER-CODE TO HLD-SUPPLIER-CODE
               READ HOLD-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO ITEM-DISPOSITION
                       STRING "HELD - " DELIMITED BY SIZE
                              HLD-REASON DELIMITED BY SIZE
                           INTO ITEM-DISPOSITION
                       END-STRING
               END-READ
           END-IF.

       WRITE-PROPOSAL-ITEM.
           MOVE SPACES TO PROPOSAL-ITEM-RECORD
           MOVE "D" TO PPI-RECORD-TYPE
           MOVE REM-SUPPLIER-CODE TO PPI-SUPPLIER-CODE
           MOVE REM-PERIOD TO PPI-PERIOD
           MOVE UNPAID-BALANCE TO PPI-AMOUNT
           MOVE SUPPLIER-NAME TO PPI-SUPPLIER-NAME
           WRITE PROPOSAL-ITEM-RECORD
           IF PROPOSAL-STATUS NOT EQUAL TO "00"
               PERFORM ABANDON-PROPOSAL
           END-IF

           ADD 1 TO PROPOSED-COUNT
           ADD UNPAID-BALANCE TO PROPOSED-AMOUNT.

      *    A PROPOSAL MISSING ITEMS MUST NEVER REACH APPROVAL, SO ONE
      *    THAT CANNOT BE WRITTEN WHOLE IS EMPTIED - APPROVE THEN
      *    FINDS NO HEADER AND REFUSES - AND THE RUN ENDS RC 16 FOR
      *    RUNCONTROL TO RECORD AS FAILED.
       ABANDON-PROPOSAL.
           DISPLAY "PAYMENTRUN - PAYPROP.DAT WRITE FAILED, FS = "
                   PROPOSAL-STATUS " - PROPOSAL ABANDONED"
           CLOSE PROPOSAL-FILE
           OPEN OUTPUT PROPOSAL-FILE
           CLOSE PROPOSAL-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *    THE HEADER IS WRITTEN AHEAD OF THE ITEMS AND FOOTED ONCE
      *    THEY ARE ALL ON, SO APPROVAL CAN PROVE THE FILE IS WHOLE.
       FOOT-PROPOSAL-HEADER.
           OPEN I-O PROPOSAL-FILE
           READ PROPOSAL-FILE
               AT END CONTINUE
           END-READ
           MOVE PROPOSED-COUNT TO PPH-ITEM-COUNT
           MOVE PROPOSED-AMOUNT TO PPH-AMOUNT-TOTAL
           REWRITE PROPOSAL-HEADER-RECORD
           IF PROPOSAL-STATUS NOT EQUAL TO "00"
               DISPLAY "PAYMENTRUN - PROPOSAL HEADER REWRITE FS = "
                       PROPOSAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE PROPOSAL-FILE.

       PRINT-PROPOSAL-HEADINGS.
           MOVE SPACES TO PROPOSAL-LINE
           WRITE PROPOSAL-LINE AFTER ADVANCING PAGE.

           WRITE PROPOSAL-LINE FROM PROPOSAL-HEADING
               AFTER ADVANCING 1 LINE
           WRITE PROPOSAL-LINE FROM REPORT-UNDER-LINE
               AFTER ADVANCING 1 LINE

           MOVE CUTOFF-PERIOD TO PRN-CTL-CUTOFF
           MOVE OPERATOR-ID TO PRN-CTL-PROPOSED-BY
           MOVE SPACES TO PRN-CTL-APPROVED-BY
           WRITE PROPOSAL-LINE FROM REPORT-CONTROL-LINE
               AFTER ADVANCING 2 LINE

           WRITE PROPOSAL-LINE FROM REPORT-ITEM-HEADING
               AFTER ADVANCING 2 LINE.

       PRINT-PROPOSAL-TOTALS.
           WRITE PROPOSAL-LINE FROM REPORT-UNDER-LINE
               AFTER ADVANCING 2 LINE

           MOVE "PROPOSED FOR PAYMENT:" TO PRN-TOTAL-TEXT
           MOVE PROPOSED-COUNT TO PRN-TOTAL-COUNT
           MOVE PROPOSED-AMOUNT TO PRN-TOTAL-AMOUNT
           WRITE PROPOSAL-LINE FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "HELD BACK:" TO PRN-TOTAL-TEXT
           MOVE HELD-COUNT TO PRN-TOTAL-COUNT
           MOVE HELD-AMOUNT TO PRN-TOTAL-AMOUNT
           WRITE PROPOSAL-LINE FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINE

           WRITE PROPOSAL-LINE FROM APPROVAL-LINE
               AFTER ADVANCING 2 LINE.

      *    ---------------------------------------------------------
      *    APPROVE - PAY THE PROPOSAL AND WRITE THE BANK FILE
      *    ---------------------------------------------------------
       APPROVE-PAYMENTS.
           MOVE PARM-WORD-2 TO OPERATOR-ID
           IF OPERATOR-ID EQUAL TO SPACES
               DISPLAY "PAYMENTRUN APPROVE REQUIRES THE APPROVING "
                       "SUPERVISOR'S OPERATOR ID"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VERIFY-OPERATOR
           IF NOT AUTHORITY-SUPERVISOR
               DISPLAY "PAYMENTRUN - OPERATOR " OPERATOR-ID
                       " IS NOT A SUPERVISOR - REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM START-APPROVAL
           PERFORM PROVE-PROPOSAL-FOOTING

           OPEN I-O REMIT-FILE
           IF REMIT-STATUS NOT EQUAL TO "00"
               DISPLAY "PAYMENTRUN - CANNOT OPEN REMIT.DAT, FS = "
                       REMIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM OPEN-HOLD-FILE
           PERFORM FIND-LAST-PAYMENT-REF
           PERFORM OPEN-PAYMENT-FILE
           IF PAYMENT-STATUS NOT EQUAL TO "00"
               DISPLAY "PAYMENTRUN - CANNOT OPEN PAYMENT.DAT, FS = "
                       PAYMENT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OPEN-JOURNAL-FILE
           IF JOURNAL-STATUS NOT EQUAL TO "00"
               DISPLAY "PAYMENTRUN - CANNOT OPEN JOURNAL.DAT, FS = "
                       JOURNAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT BANK-FILE
           IF BANK-STATUS NOT EQUAL TO "00"
               DISPLAY "PAYMENTRUN - CANNOT OPEN BANKPAY.DAT, FS = "
                       BANK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RUN-REGISTER-FILE

           PERFORM MARK-PROPOSAL-IN-PAYMENT

           PERFORM PRINT-RUN-HEADINGS

           MOVE SPACES TO BANK-HEADER-RECORD
           MOVE "H" TO BKH-RECORD-TYPE
           MOVE "LIBRARY ROYALTIES" TO BKH-ORIGINATOR
           MOVE TODAYS-DATE TO BKH-PAYMENT-DATE
           MOVE CUTOFF-PERIOD TO BKH-CUTOFF-PERIOD
           MOVE OPERATOR-ID TO BKH-APPROVED-BY
           WRITE BANK-HEADER-RECORD

           READ PROPOSAL-FILE
               AT END SET PROPOSAL-FILE-END TO TRUE
           END-READ
           PERFORM PAY-ONE-ITEM UNTIL PROPOSAL-FILE-END

           MOVE SPACES TO BANK-TRAILER-RECORD
           MOVE "T" TO BKT-RECORD-TYPE
           MOVE PAID-COUNT TO BKT-RECORD-COUNT
           MOVE PAID-AMOUNT TO BKT-AMOUNT-TOTAL
           WRITE BANK-TRAILER-RECORD

           PERFORM PRINT-RUN-TOTALS

           CLOSE PROPOSAL-FILE, REMIT-FILE, PAYMENT-FILE,
                 JOURNAL-FILE, BANK-FILE, RUN-REGISTER-FILE
           IF HOLD-FILE-PRESENT
               CLOSE HOLD-FILE
           END-IF

           PERFORM FINISH-APPROVAL

           IF NOT-PAID-COUNT GREATER THAN ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

      *    ONLY A PENDING PROPOSAL CAN BE APPROVED, AND NEVER BY THE
      *    OPERATOR WHO PROPOSED IT.  NOTHING IS CHANGED HERE - THE
      *    HEADER IS MARKED IN PAYMENT ONLY ONCE THE ITEMS HAVE FOOTED
      *    AND EVERY FILE THE PAYMENTS GO TO IS OPEN.
       START-APPROVAL.
           OPEN INPUT PROPOSAL-FILE
           IF PROPOSAL-STATUS NOT EQUAL TO "00"
               DISPLAY "PAYMENTRUN - NO PAYMENT PROPOSAL, FS = "
                       PROPOSAL-STATUS " - RUN PROPOSE FIRST"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           READ PROPOSAL-FILE
               AT END
                   MOVE SPACES TO PROPOSAL-HEADER-RECORD
           END-READ

           EVALUATE TRUE
               WHEN NOT PROPOSAL-HEADER
                   DISPLAY "PAYMENTRUN - PAYPROP.DAT HAS NO HEADER"
                   MOVE 16 TO RETURN-CODE
               WHEN PROPOSAL-APPROVED
                   DISPLAY "PAYMENTRUN - PROPOSAL FOR CUT-OFF "
                           PPH-CUTOFF-PERIOD " ALREADY APPROVED BY "
                           PPH-APPROVED-BY
                   MOVE 8 TO RETURN-CODE
               WHEN PROPOSAL-IN-PAYMENT
                   DISPLAY "PAYMENTRUN - APPROVAL OF CUT-OFF "
                           PPH-CUTOFF-PERIOD
                           " DID NOT FINISH - RECONCILE FIRST"
                   MOVE 16 TO RETURN-CODE
               WHEN PPH-PROPOSED-BY EQUAL TO OPERATOR-ID
                   DISPLAY "PAYMENTRUN - " OPERATOR-ID
                           " PROPOSED THIS RUN AND MAY NOT APPROVE IT"
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE

           IF RETURN-CODE NOT EQUAL TO ZERO
               CLOSE PROPOSAL-FILE
               STOP RUN
           END-IF

           MOVE PPH-CUTOFF-PERIOD TO CUTOFF-PERIOD
           MOVE PPH-ITEM-COUNT TO HEADER-ITEM-COUNT
           MOVE PPH-AMOUNT-TOTAL TO HEADER-AMOUNT-TOTAL.

      *    THE ITEMS MUST FOOT TO THE HEADER BEFORE ANY OF THEM IS
      *    PAID - A PROPOSAL THAT HAS LOST OR GAINED AN ITEM SINCE IT
      *    WAS PUT UP IS NOT WHAT THE APPROVER WAS SHOWN.  IT IS LEFT
      *    PENDING, TO BE PROPOSED AGAIN.
       PROVE-PROPOSAL-FOOTING.
           READ PROPOSAL-FILE
               AT END SET PROPOSAL-FILE-END TO TRUE
           END-READ
           PERFORM FOOT-ONE-PROPOSAL-ITEM UNTIL PROPOSAL-FILE-END
           CLOSE PROPOSAL-FILE
           SET NOT-PROPOSAL-FILE-END TO TRUE

           IF PROOF-ITEM-COUNT NOT EQUAL TO HEADER-ITEM-COUNT
              OR PROOF-AMOUNT-TOTAL NOT EQUAL TO HEADER-AMOUNT-TOTAL
               DISPLAY "PAYMENTRUN - PAYPROP.DAT DOES NOT FOOT, HEADER "
                       HEADER-ITEM-COUNT " / " HEADER-AMOUNT-TOTAL
               DISPLAY "PAYMENTRUN - ITEMS  " PROOF-ITEM-COUNT " / "
                       PROOF-AMOUNT-TOTAL " - PROPOSE AGAIN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       FOOT-ONE-PROPOSAL-ITEM.
           ADD 1 TO PROOF-ITEM-COUNT
           ADD PPI-AMOUNT TO PROOF-AMOUNT-TOTAL
           READ PROPOSAL-FILE
               AT END SET PROPOSAL-FILE-END TO TRUE
           END-READ.

      *    EFT REFERENCES RUN ON FROM THE HIGHEST ONE ALREADY ON THE
      *    PAYMENT HISTORY, SO A REFERENCE SENT TO THE BANK IS NEVER
      *    USED TWICE.  NO HISTORY YET MEANS THE FIRST IS EFT00001.
       FIND-LAST-PAYMENT-REF.
           MOVE ZERO TO LAST-PAYMENT-REF-NUM
           OPEN INPUT PAYMENT-FILE
           IF PAYMENT-STATUS EQUAL TO "00"
               READ PAYMENT-FILE
                   AT END SET PAYMENT-FILE-END TO TRUE
               END-READ
               PERFORM CHECK-ONE-PAYMENT-REF UNTIL PAYMENT-FILE-END
               CLOSE PAYMENT-FILE
           END-IF.

       CHECK-ONE-PAYMENT-REF.
           IF PAY-CHEQUE-NUM (1:3) EQUAL TO "EFT"
              AND PAY-CHEQUE-NUM (4:5) NUMERIC
              AND PAY-CHEQUE-NUM (4:5) GREATER THAN
                  LAST-PAYMENT-REF-NUM
               MOVE PAY-CHEQUE-NUM (4:5) TO LAST-PAYMENT-REF-NUM
           END-IF
           READ PAYMENT-FILE
               AT END SET PAYMENT-FILE-END TO TRUE
           END-READ.

      *    THE HEADER IS REREAD AND MARKED IN PAYMENT, AND THE FILE
      *    LEFT OPEN ON THE FIRST ITEM FOR THE PAYMENTS THEMSELVES.
       MARK-PROPOSAL-IN-PAYMENT.
           OPEN I-O PROPOSAL-FILE
           READ PROPOSAL-FILE
               AT END
                   MOVE SPACES TO PROPOSAL-HEADER-RECORD
           END-READ
           IF PROPOSAL-STATUS NOT EQUAL TO "00"
              OR NOT PROPOSAL-PENDING
               DISPLAY "PAYMENTRUN - PAYPROP.DAT CHANGED DURING "
                       "APPROVAL, FS = " PROPOSAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           SET PROPOSAL-IN-PAYMENT TO TRUE
           MOVE OPERATOR-ID TO PPH-APPROVED-BY
           MOVE TODAYS-DATE TO PPH-APPROVED-DATE
           REWRITE PROPOSAL-HEADER-RECORD
           IF PROPOSAL-STATUS NOT EQUAL TO "00"
               DISPLAY "PAYMENTRUN - PROPOSAL HEADER REWRITE FS = "
                       PROPOSAL-STATUS
               CLOSE PROPOSAL-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    AN ITEM IS PAID ONLY IF ITS BALANCE IS STILL EXACTLY WHAT
      *    WAS PROPOSED AND ITS PUBLISHER HAS NOT GONE ON HOLD SINCE -
      *    ANYTHING ELSE MEANS THE APPROVER WAS SHOWN A DIFFERENT
      *    PAYMENT FROM THE ONE THAT WOULD BE MADE.
       PAY-ONE-ITEM.
           SET ITEM-NOT-PAYABLE TO TRUE
           MOVE PPI-SUPPLIER-CODE TO REM-SUPPLIER-CODE
           MOVE PPI-PERIOD TO REM-PERIOD
           READ REMIT-FILE
               INVALID KEY
                   MOVE "NOT PAID - NOT ON REMIT.DAT" TO
                       ITEM-DISPOSITION
               NOT INVALID KEY
                   PERFORM PROVE-ITEM-PAYABLE
           END-READ

           IF ITEM-PAYABLE
               PERFORM APPLY-ITEM-PAYMENT
           END-IF

           IF ITEM-PAYABLE
               ADD 1 TO PAID-COUNT
               ADD PPI-AMOUNT TO PAID-AMOUNT
           ELSE
               ADD 1 TO NOT-PAID-COUNT
               ADD PPI-AMOUNT TO NOT-PAID-AMOUNT
           END-IF

           MOVE PPI-SUPPLIER-CODE TO PRN-ITEM-CODE
           MOVE PPI-SUPPLIER-NAME TO PRN-ITEM-NAME
           MOVE PPI-PERIOD TO PRN-ITEM-PERIOD
           MOVE PPI-AMOUNT TO PRN-ITEM-AMOUNT
           MOVE ITEM-DISPOSITION TO PRN-ITEM-DISPOSITION
           WRITE REGISTER-LINE FROM REPORT-DETAIL-LINE
               AFTER ADVANCING 1 LINE

           READ PROPOSAL-FILE
               AT END SET PROPOSAL-FILE-END TO TRUE
           END-READ.

       PROVE-ITEM-PAYABLE.
           SUBTRACT REM-AMOUNT-PAID FROM REM-AMOUNT-DUE
               GIVING UNPAID-BALANCE
           IF UNPAID-BALANCE NOT EQUAL TO PPI-AMOUNT
               MOVE "NOT PAID - BALANCE HAS CHANGED" TO
                   ITEM-DISPOSITION
           ELSE
               SET ITEM-PAYABLE TO TRUE
               IF HOLD-FILE-PRESENT
                   MOVE PPI-SUPPLIER-CODE TO HLD-SUPPLIER-CODE
                   READ HOLD-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           SET ITEM-NOT-PAYABLE TO TRUE
                           MOVE "NOT PAID - NOW ON HOLD" TO
                               ITEM-DISPOSITION
                   END-READ
               END-IF
           END-IF.

      *    POSTED THE WAY THE PAYABLESPOST DESK POSTS A CHEQUE - THE
      *    PAYMENT HISTORY FIRST, THEN THE LEDGER, THEN THE JOURNAL -
      *    AND ONLY THEN SENT TO THE BANK FILE, SO THE BANK IS NEVER
      *    ASKED TO PAY SOMETHING THE LEDGER DOES NOT SHOW AS PAID.
       APPLY-ITEM-PAYMENT.
           ADD 1 TO LAST-PAYMENT-REF-NUM
           MOVE LAST-PAYMENT-REF-NUM TO PAYMENT-REF-NUM
           MOVE PPI-SUPPLIER-CODE TO PAY-SUPPLIER-CODE
           MOVE PPI-PERIOD TO PAY-PERIOD
           MOVE PAYMENT-REFERENCE TO PAY-CHEQUE-NUM
           MOVE TODAYS-DATE TO PAY-DATE
           MOVE PPI-AMOUNT TO PAY-AMOUNT
           MOVE OPERATOR-ID TO PAY-OPERATOR
           WRITE PAYMENT-RECORD

           IF PAYMENT-STATUS NOT EQUAL TO "00"
               SET ITEM-NOT-PAYABLE TO TRUE
               MOVE SPACES TO ITEM-DISPOSITION
               STRING "NOT PAID - PAYMENT.DAT FS " DELIMITED BY SIZE
                      PAYMENT-STATUS DELIMITED BY SIZE
                   INTO ITEM-DISPOSITION
               END-STRING
           ELSE
               MOVE REMIT-RECORD TO SAVED-BEFORE-IMAGE
               ADD PPI-AMOUNT TO REM-AMOUNT-PAID
               MOVE TODAYS-DATE TO REM-LAST-PAYMENT-DATE
               REWRITE REMIT-RECORD
                   INVALID KEY
                       SET ITEM-NOT-PAYABLE TO TRUE
                       MOVE "NOT PAID - LEDGER REWRITE FAILED" TO
                           ITEM-DISPOSITION
                   NOT INVALID KEY
                       MOVE SAVED-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
                       MOVE REMIT-RECORD TO JRN-AFTER-IMAGE
                       PERFORM WRITE-JOURNAL-RECORD
                       PERFORM WRITE-BANK-DETAIL
               END-REWRITE
           END-IF.

       WRITE-BANK-DETAIL.
           MOVE SPACES TO BANK-DETAIL-RECORD
           MOVE "D" TO BKD-RECORD-TYPE
           MOVE PPI-SUPPLIER-CODE TO BKD-SUPPLIER-CODE
           MOVE PPI-SUPPLIER-NAME TO BKD-PAYEE-NAME
           MOVE PPI-AMOUNT TO BKD-AMOUNT
           MOVE PAYMENT-REFERENCE TO BKD-REFERENCE
           MOVE PPI-PERIOD TO BKD-PERIOD
           WRITE BANK-DETAIL-RECORD

           MOVE SPACES TO ITEM-DISPOSITION
           STRING "PAID - " DELIMITED BY SIZE
                  PAYMENT-REFERENCE DELIMITED BY SIZE
               INTO ITEM-DISPOSITION
           END-STRING.

      *    THE PROPOSAL IS MARKED APPROVED ONLY ONCE EVERY ITEM HAS
      *    BEEN DEALT WITH AND THE BANK FILE IS FOOTED.
       FINISH-APPROVAL.
           OPEN I-O PROPOSAL-FILE
           READ PROPOSAL-FILE
               AT END CONTINUE
           END-READ
           SET PROPOSAL-APPROVED TO TRUE
           REWRITE PROPOSAL-HEADER-RECORD
           IF PROPOSAL-STATUS NOT EQUAL TO "00"
               DISPLAY "PAYMENTRUN - PROPOSAL HEADER REWRITE FS = "
                       PROPOSAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE PROPOSAL-FILE.

       PRINT-RUN-HEADINGS.
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE AFTER ADVANCING PAGE.

           WRITE REGISTER-LINE FROM RUN-HEADING
               AFTER ADVANCING 1 LINE
           WRITE REGISTER-LINE FROM REPORT-UNDER-LINE
               AFTER ADVANCING 1 LINE

           MOVE PPH-CUTOFF-PERIOD TO PRN-CTL-CUTOFF
           MOVE PPH-PROPOSED-BY TO PRN-CTL-PROPOSED-BY
           MOVE OPERATOR-ID TO PRN-CTL-APPROVED-BY
           WRITE REGISTER-LINE FROM REPORT-CONTROL-LINE
               AFTER ADVANCING 2 LINE

           WRITE REGISTER-LINE FROM REPORT-ITEM-HEADING
               AFTER ADVANCING 2 LINE.

       PRINT-RUN-TOTALS.
           WRITE REGISTER-LINE FROM REPORT-UNDER-LINE
               AFTER ADVANCING 2 LINE

           MOVE "PAID / BANK FILE TOTAL:" TO PRN-TOTAL-TEXT
           MOVE PAID-COUNT TO PRN-TOTAL-COUNT
           MOVE PAID-AMOUNT TO PRN-TOTAL-AMOUNT
           WRITE REGISTER-LINE FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "PROPOSED BUT NOT PAID:" TO PRN-TOTAL-TEXT
           MOVE NOT-PAID-COUNT TO PRN-TOTAL-COUNT
           MOVE NOT-PAID-AMOUNT TO PRN-TOTAL-AMOUNT
           WRITE REGISTER-LINE FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
