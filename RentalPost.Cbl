       PROGRAM-ID.  RentalPost.
      *Daily posting of rental receipts onto LDF.DAT.  Reads the
      *circulation desk's transaction file of rental takings (copy
      *number, date, amount - written by LoanDesk as each copy is
      *returned), validates each copy number against
      *LDF-LIBRARY-NUM, adds the amount to LDF-RENTAL-EARNINGS, and
      *prints a posting register of applied and rejected transactions
      *with batch totals.  Rejects are carried to a suspense file in
      *RENTHIST.DAT, keyed by copy number and rental date, so per-day
      *activity stays reportable after the amount has been folded into
      *the copy's cumulative earnings.
      *A reversal transaction takes a refunded or mis-keyed rental
      *back off the copy's earnings - never below zero - and files a
      *negative history entry carrying the reason keyed with it.
      *The supervisor LoanDesk had authorise it and the reason go on
      *its journal entry after the copy record, so who allowed each
      *reversal can be proved after the event.
      *Reversals print in their own section of the register after
      *the receipts, and one whose rental falls in a period
      *RemitStatement has already filed on REMIT.DAT for the copy's
      *publisher is flagged with the royalty overpaid on it.
      *The file arrives as one batch per branch transfer - a header
      *with the branch, batch number and business date, the
      *transactions, and a trailer with the record count and amount
      *total.  Every batch is proved before anything posts: one whose
      *trailer does not foot, that has no trailer, or whose number
      *has already posted, per the batch register BATCHREG.DAT, with
      *different figures is refused whole, so a truncated transfer
      *posts nothing.  A batch that has already posted with the same
      *count and total is stepped over, so a file run through twice
      *posts nothing twice.  A refused batch goes on the register
      *as refused, so LoanDesk never gives its number out again and
      *the branch's corrected resend under the same number posts in
      *its place.  Each batch's outcome heads the register, and any
      *refused batch ends the run RC 8 for RunControl to record as the
      *RENTPOST step's result.  Once posting is done the file is cleared
      *down: the refused batches and any records outside a batch are
      *copied to a dated reject file (RENTTRAN.REJ.YYYYMMDD) for the
      *branch to reconcile, everything else to a dated archive
      *(RENTTRAN.YYYYMMDD), and only when both have been re-read and
      *proved by count is RENTTRAN.DAT emptied for the desks' next
      *batches - so a refusal is reported on one run and never carried
      *into the next.  A run that changes any copy's earnings sets aside
      *every clean EarningsProof result on RUNCTL.DAT, so RunControl
      *will not let the period close on a proof this run has overtaken.
      *Every applied posting is journalled to JOURNAL.DAT with before
      *and after images of the copy record; the run parameter, when
      *given, is the operator id, which must verify against the
           SELECT RENTAL-TRANS-FILE ASSIGN TO "RENTTRAN.DAT"
               FILE STATUS IS TRANS-STATUS.

           SELECT TRANS-ARCHIVE-FILE ASSIGN TO TRANS-ARCHIVE-NAME
               FILE STATUS IS TRANS-ARCHIVE-STATUS.

           SELECT TRANS-REJECT-FILE ASSIGN TO TRANS-REJECT-NAME
               FILE STATUS IS TRANS-REJECT-STATUS.

           SELECT LIBRARY-DETAILS-FILE ASSIGN TO "LDF.DAT"
               ORGANIZATION IS INDEXED
               FILE STATUS IS LDF-STATUS
               ALTERNATE RECORD KEY IS HIS-RENTAL-DATE
                         WITH DUPLICATES.

           SELECT BATCH-REGISTER-FILE ASSIGN TO "BATCHREG.DAT"
               ORGANIZATION IS INDEXED
               FILE STATUS IS BATCHREG-STATUS
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRG-KEY.

           SELECT LIBRARY-FILE ASSIGN TO "LIBRARY.DAT"
               ORGANIZATION IS INDEXED
               FILE STATUS IS LIBRARY-STATUS
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIBRARY-CODE
               ALTERNATE RECORD KEY IS LIBRARY-TITLE
               ALTERNATE RECORD KEY IS LIBRARY-SUPPLIER-CODE
                         WITH DUPLICATES.

           SELECT REMIT-FILE ASSIGN TO "REMIT.DAT"
               ORGANIZATION IS INDEXED
               FILE STATUS IS REMIT-STATUS
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REM-KEY.

           SELECT REGISTER-FILE ASSIGN TO "PostingRegister.rpt".

           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
           SELECT JOURNAL-FILE ASSIGN TO "JOURNAL.DAT"
               FILE STATUS IS JOURNAL-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               FILE STATUS IS RUNCTL-STATUS
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY.

       DATA DIVISION.
       FILE SECTION.

      *    A RECEIPT ADDS ITS AMOUNT TO THE COPY; A REVERSAL TAKES
      *    IT BACK OFF AND MUST SAY WHY.  ON A REVERSAL THE DATE IS
      *    THAT OF THE RENTAL BEING REVERSED, SO ITS PERIOD CAN BE
      *    CHECKED AGAINST THE REMITTANCES ALREADY FILED.
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

       FD  TRANS-ARCHIVE-FILE.
       01  TRANS-ARCHIVE-RECORD        PIC X(48).

       FD  TRANS-REJECT-FILE.
       01  TRANS-REJECT-RECORD         PIC X(48).

       FD  LIBRARY-DETAILS-FILE.
       01  LDF-RECORD.
               03  HIS-SEQ             PIC 9(3).
           02  HIS-LIBRARY-CODE        PIC 9(5).
           02  HIS-BRANCH-CODE         PIC 99.
           02  HIS-RENTAL-AMOUNT       PIC S9(4)V99.
           02  HIS-POSTING-DATE        PIC 9(8).
           02  HIS-ENTRY-TYPE          PIC X(1).
               88  HIS-RECEIPT         VALUE "R".
               88  HIS-REVERSAL        VALUE "V".
           02  HIS-REVERSAL-REASON     PIC X(20).

      *    ONE RECORD PER BATCH EVER POSTED OR REFUSED, BY BRANCH AND
      *    BATCH NUMBER - THE PROOF THAT A BATCH HAS ALREADY GONE ON,
      *    OR THAT ITS NUMBER IS SPOKEN FOR BY A RESEND.
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

       FD  LIBRARY-FILE.
       01  LIBRARY-RECORD.
           02  LIBRARY-CODE            PIC 9(5).
           02  LIBRARY-TITLE           PIC X(29).
           02  FILLER                  PIC X(1).
           02  LIBRARY-SUPPLIER-CODE   PIC 9(4).

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

       FD  REGISTER-FILE.
       01  REGISTER-LINE               PIC X(74).
           02  JRN-BEFORE-IMAGE        PIC X(100).
           02  JRN-AFTER-IMAGE         PIC X(100).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           02  RC-KEY.
               03  RC-PERIOD           PIC 9(6).
               03  RC-STEP             PIC X(8).
           02  RC-RETURN-CODE          PIC 99.
           02  RC-RUN-DATE             PIC 9(8).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-IDENTIFIERS.
           02  TRANS-STATUS            PIC X(2).
           02  TRANS-ARCHIVE-STATUS    PIC X(2).
           02  TRANS-REJECT-STATUS     PIC X(2).
           02  LDF-STATUS              PIC X(2).
           02  SUSPENSE-STATUS         PIC X(2).
           02  HISTORY-STATUS          PIC X(2).
           02  BATCHREG-STATUS         PIC X(2).
           02  LIBRARY-STATUS          PIC X(2).
           02  REMIT-STATUS            PIC X(2).
           02  OPERATOR-STATUS         PIC X(2).
           02  JOURNAL-STATUS          PIC X(2).
           02  RUNCTL-STATUS           PIC X(2).

       01  JOURNAL-FIELDS.
           02  OPERATOR-ID             PIC X(8).

       01  REJECT-REASON               PIC X(30).

      *    A REVERSAL'S JOURNAL AFTER-IMAGE CARRIES, PAST THE COPY
      *    RECORD, WHO AUTHORISED IT AND WHY.
       01  REVERSAL-JOURNAL-IMAGE.
           02  RJI-LDF-RECORD          PIC X(23).
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(14) VALUE "AUTHORISED BY ".
           02  RJI-SUPERVISOR-ID       PIC X(8).
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  RJI-REVERSAL-REASON     PIC X(20).
           02  FILLER                  PIC X(33) VALUE SPACES.

       01  TRANS-ARCHIVE-FIELDS.
           02  TRANS-ARCHIVE-NAME      PIC X(30).
           02  ARCHIVE-DATE            PIC 9(8).
           02  ARCHIVE-PRIOR-COUNT     PIC 9(6)  VALUE ZERO.
           02  ARCHIVE-COPIED-COUNT    PIC 9(6)  VALUE ZERO.
           02  ARCHIVE-PROOF-COUNT     PIC 9(6)  VALUE ZERO.
           02  TRANS-REJECT-NAME       PIC X(30).
           02  REJECT-PRIOR-COUNT      PIC 9(6)  VALUE ZERO.
           02  REJECT-COPIED-COUNT     PIC 9(6)  VALUE ZERO.
           02  REJECT-PROOF-COUNT      PIC 9(6)  VALUE ZERO.

       01  REVERSAL-FIELDS.
           02  REVERSAL-DISPOSITION    PIC X(24).
           02  REMITTED-PERIOD         PIC 9(6).
           02  OVERPAID-ROYALTY        PIC 9(4)V99.

       01  END-OF-FILE-FLAGS.
           02  FILLER                  PIC 9     VALUE 1.
               88    TRANS-FILE-END    VALUE 0.
               88    NOT-TRANS-END     VALUE 1.
           02  FILLER                  PIC 9     VALUE 0.
               88    HISTORY-FILED     VALUE 1.
               88    HISTORY-NOT-FILED VALUE 0.
           02  FILLER                  PIC 9     VALUE 1.
               88    REMIT-SEARCH-END  VALUE 0.
               88    NOT-REMIT-SEARCH-END VALUE 1.
           02  FILLER                  PIC 9     VALUE 0.
               88    ROYALTY-REMITTED  VALUE 1.
               88    ROYALTY-NOT-REMITTED VALUE 0.
           02  FILLER                  PIC 9     VALUE 0.
               88    REMIT-CHECK-AVAILABLE VALUE 1.
               88    REMIT-CHECK-UNAVAILABLE VALUE 0.
           02  FILLER                  PIC 9     VALUE 0.
               88    INSIDE-PROOF-BATCH VALUE 1.
               88    OUTSIDE-PROOF-BATCH VALUE 0.
           02  FILLER                  PIC 9     VALUE 0.
               88    IN-POSTING-BATCH  VALUE 1.
               88    OUT-OF-POSTING-BATCH VALUE 0.
           02  FILLER                  PIC 9     VALUE 0.
               88    POSTABLE-RECORD   VALUE 1.
               88    NO-POSTABLE-RECORD VALUE 0.
           02  FILLER                  PIC 9     VALUE 0.
               88    BATCH-SEEN-EARLIER VALUE 1.
               88    BATCH-NOT-SEEN-EARLIER VALUE 0.
           02  FILLER                  PIC 9     VALUE 0.
               88    INSIDE-COPY-BATCH VALUE 1.
               88    OUTSIDE-COPY-BATCH VALUE 0.
           02  FILLER                  PIC 9     VALUE 1.
               88    RUNCTL-FILE-END   VALUE 0.
               88    NOT-RUNCTL-END    VALUE 1.
           02  FILLER                  PIC 9     VALUE 0.
               88    BATCH-ON-REGISTER VALUE 1.
               88    BATCH-NOT-ON-REGISTER VALUE 0.

      *    EVERY BATCH ON THE FILE, IN FILE ORDER, AS PROVED BEFORE
      *    POSTING - THE POSTING PASSES COUNT HEADERS TO FIND THEIR
      *    PLACE IN IT.  THE DETAIL FIGURES ARE WHAT WAS ACTUALLY
      *    READ; THE TRAILER FIGURES ARE WHAT THE BRANCH SAYS IT SENT.
       01  BATCH-TABLE.
           02  BATCH-ENTRY OCCURS 200 TIMES.
               03  BAT-BRANCH-CODE     PIC 99.
               03  BAT-BATCH-NUM       PIC 9(6).
               03  BAT-BUSINESS-DATE   PIC 9(8).
               03  BAT-DETAIL-COUNT    PIC 9(6).
               03  BAT-DETAIL-AMOUNT   PIC 9(8)V99.
               03  BAT-TRAILER-COUNT   PIC 9(6).
               03  BAT-TRAILER-AMOUNT  PIC 9(8)V99.
               03  BAT-STATUS          PIC X(1).
                   88  BATCH-ACCEPTED  VALUE "A".
                   88  BATCH-REFUSED   VALUE "X".
                   88  BATCH-POSTED-EARLIER VALUE "P".
               03  BAT-OUTCOME         PIC X(24).

       01  REGISTER-HEADING.
           02  FILLER                  PIC X(20) VALUE SPACES.
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  PRN-TRANS-DISPOSITION   PIC X(38).

       01  BATCH-CONTROL-HEADING.
           02  FILLER                  PIC X(20) VALUE SPACES.
           02  FILLER                  PIC X(30)
                              VALUE "BATCH CONTROL".

       01  BATCH-CONTROL-ITEM-HEADING.
           02  FILLER                  PIC X(4)  VALUE "BR".
           02  FILLER                  PIC X(8)  VALUE "BATCH".
           02  FILLER                  PIC X(10) VALUE "BUS DATE".
           02  FILLER                  PIC X(9)  VALUE "RECORDS".
           02  FILLER                  PIC X(16) VALUE "AMOUNT".
           02  FILLER                  PIC X(24) VALUE "OUTCOME".

       01  BATCH-CONTROL-LINE.
           02  PRN-BAT-BRANCH          PIC 99.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  PRN-BAT-NUMBER          PIC 9(6).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  PRN-BAT-DATE            PIC 9(8).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  PRN-BAT-COUNT           PIC ZZZ,ZZ9.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  PRN-BAT-AMOUNT          PIC $$$,$$$,$$9.99.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  PRN-BAT-OUTCOME         PIC X(24).

       01  BATCH-TRAILER-LINE.
           02  FILLER                  PIC X(8)  VALUE SPACES.
           02  FILLER                  PIC X(12) VALUE "TRAILER SAYS".
           02  PRN-TRL-COUNT           PIC ZZZ,ZZ9.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  PRN-TRL-AMOUNT          PIC $$$,$$$,$$9.99.

       01  REVERSAL-HEADING.
           02  FILLER                  PIC X(20) VALUE SPACES.
           02  FILLER                  PIC X(30)
                              VALUE "RENTAL REVERSALS".

       01  REVERSAL-ITEM-HEADING.
           02  FILLER                  PIC X(7)  VALUE "COPY #".
           02  FILLER                  PIC X(10) VALUE "DATE".
           02  FILLER                  PIC X(11) VALUE "AMOUNT".
           02  FILLER                  PIC X(21) VALUE "REASON".
           02  FILLER                  PIC X(24) VALUE "DISPOSITION".

       01  REVERSAL-DETAIL-LINE.
           02  PRN-REV-COPY-NUM        PIC X(7).
           02  PRN-REV-DATE            PIC 9(8).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  PRN-REV-AMOUNT          PIC $$,$$9.99.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  PRN-REV-REASON          PIC X(20).
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  PRN-REV-DISPOSITION     PIC X(24).

       01  REMITTED-FLAG-LINE.
           02  FILLER                  PIC X(7)  VALUE SPACES.
           02  FILLER                  PIC X(39)
                      VALUE "** ROYALTY ALREADY REMITTED FOR PERIOD ".
           02  PRN-REMITTED-PERIOD     PIC 9(6).
           02  FILLER                  PIC X(12) VALUE " - OVERPAID ".
           02  PRN-OVERPAID-ROYALTY    PIC $$,$$9.99.

       01  BATCH-TOTAL-LINE.
           02  PRN-BATCH-TEXT          PIC X(30).
           02  PRN-BATCH-COUNT         PIC ZZZ,ZZ9.
           02  REJECTED-COUNT          PIC 9(6)  VALUE ZERO.
           02  APPLIED-AMOUNT          PIC 9(6)V99 VALUE ZERO.
           02  REJECTED-AMOUNT         PIC 9(6)V99 VALUE ZERO.
           02  REVERSAL-READ-COUNT     PIC 9(6)  VALUE ZERO.
           02  REVERSED-COUNT          PIC 9(6)  VALUE ZERO.
           02  REVERSED-AMOUNT         PIC 9(6)V99 VALUE ZERO.
           02  REFUSED-COUNT           PIC 9(6)  VALUE ZERO.
           02  REFUSED-AMOUNT          PIC 9(6)V99 VALUE ZERO.
           02  REMITTED-COUNT          PIC 9(6)  VALUE ZERO.
           02  OVERPAID-AMOUNT         PIC 9(6)V99 VALUE ZERO.
           02  BATCH-COUNT             PIC 9(3)  VALUE ZERO.
           02  BATCH-SUB               PIC 9(3)  VALUE ZERO.
           02  SEARCH-SUB              PIC 9(3)  VALUE ZERO.
           02  ACCEPTED-BATCH-COUNT    PIC 9(6)  VALUE ZERO.
           02  REFUSED-BATCH-COUNT     PIC 9(6)  VALUE ZERO.
           02  EARLIER-BATCH-COUNT     PIC 9(6)  VALUE ZERO.
           02  STRAY-RECORD-COUNT      PIC 9(6)  VALUE ZERO.

       PROCEDURE DIVISION.
       BEGIN.
               STOP RUN
           END-IF.

           PERFORM PROVE-BATCHES.

      *    A POSTING RUN AGAINST A MASTER THAT DID NOT OPEN CLEANLY
      *    WOULD REGISTER EVERY RECEIPT AS NEITHER APPLIED NOR
      *    REJECTED, SO THE BATCH TOTALS COULD NEVER RECONCILE -

           PERFORM OPEN-SUSPENSE-FILE.
           PERFORM OPEN-RENTAL-HIST-FILE.
           PERFORM OPEN-REMIT-CHECK-FILES.
           PERFORM OPEN-JOURNAL-FILE.
           PERFORM OPEN-BATCH-REGISTER-FILE.
           OPEN OUTPUT REGISTER-FILE.

           PERFORM CHECK-ONE-BATCH
               VARYING BATCH-SUB FROM 1 BY 1
               UNTIL BATCH-SUB GREATER THAN BATCH-COUNT.
           PERFORM REGISTER-ONE-BATCH
               VARYING BATCH-SUB FROM 1 BY 1
               UNTIL BATCH-SUB GREATER THAN BATCH-COUNT.
           PERFORM PRINT-BATCH-CONTROL.

           PERFORM PRINT-REGISTER-HEADINGS.

           PERFORM REWIND-TRANS-FILE.
           PERFORM READ-POSTABLE-TRANSACTION.
           PERFORM POST-ONE-TRANSACTION UNTIL TRANS-FILE-END.

           PERFORM PRINT-BATCH-TOTALS.

           PERFORM POST-REVERSALS.

           IF BATCH-COUNT GREATER THAN ZERO
              OR STRAY-RECORD-COUNT GREATER THAN ZERO
               PERFORM ARCHIVE-TRANS-FILE
           END-IF.

           IF APPLIED-COUNT GREATER THAN ZERO
              OR REVERSED-COUNT GREATER THAN ZERO
               PERFORM SET-ASIDE-EARNINGS-PROOF
           END-IF.

           CLOSE RENTAL-TRANS-FILE,
                 LIBRARY-DETAILS-FILE,
                 SUSPENSE-FILE,
                 RENTAL-HIST-FILE,
                 JOURNAL-FILE,
                 BATCH-REGISTER-FILE,
                 REGISTER-FILE.
           IF REMIT-CHECK-AVAILABLE
               CLOSE LIBRARY-FILE, REMIT-FILE
           END-IF.

      *    A REFUSED BATCH OR A RECORD OUTSIDE ANY BATCH MEANS PART OF
      *    WHAT THE BRANCHES SENT HAS NOT POSTED - RUNCONTROL RECORDS
      *    THE RENTPOST STEP AS FAILED, AND THE REJECT FILE SAYS WHAT
      *    THE BRANCH HAS TO RECONCILE.
           EVALUATE TRUE
               WHEN REFUSED-BATCH-COUNT GREATER THAN ZERO
                 OR STRAY-RECORD-COUNT GREATER THAN ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN REJECTED-COUNT GREATER THAN ZERO
                 OR REFUSED-COUNT GREATER THAN ZERO
                 OR REMITTED-COUNT GREATER THAN ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

           STOP RUN.

      *    THE KEYED OPERATOR - OR BATCH, FOR AN UNATTENDED RUN -

      *    OPENS THE RENTAL HISTORY FOR UPDATE, CREATING IT ON THE
      *    VERY FIRST POSTING RUN IF IT DOES NOT YET EXIST - LIKE THE
      *    DISPOSAL ARCHIVE, THE HISTORY ONLY EVER GROWS.  A HISTORY
      *    FROM BEFORE THE ENTRY TYPE AND REVERSAL REASON WENT ON IS
      *    CONVERTED ONCE THROUGH CONVERTHISTORY FIRST.
       OPEN-RENTAL-HIST-FILE.
           OPEN I-O RENTAL-HIST-FILE.
           IF HISTORY-STATUS = "35"
               OPEN I-O RENTAL-HIST-FILE
           END-IF.

      *    ONE HISTORY RECORD PER APPLIED RECEIPT OR REVERSAL.  THE
      *    SEQUENCE BYTE KEEPS A SECOND ENTRY FOR THE SAME COPY ON THE
      *    SAME DAY FROM COLLIDING WITH THE FIRST.  A REVERSAL IS
      *    FILED AS A NEGATIVE AMOUNT WITH ITS REASON, SO THE HISTORY
      *    FOR A COPY STILL ADDS UP TO WHAT IT HAS EARNED.
       WRITE-HISTORY-RECORD.
           MOVE TRN-COPY-NUM TO HIS-COPY-NUM
           MOVE TRN-RENTAL-DATE TO HIS-RENTAL-DATE
           MOVE 1 TO HIS-SEQ
           MOVE LDF-LIBRARY-CODE TO HIS-LIBRARY-CODE
           MOVE LDF-BRANCH-CODE TO HIS-BRANCH-CODE
           IF TRANS-REVERSAL
               COMPUTE HIS-RENTAL-AMOUNT = ZERO - TRN-RENTAL-AMOUNT
               SET HIS-REVERSAL TO TRUE
               MOVE TRN-REVERSAL-REASON TO HIS-REVERSAL-REASON
           ELSE
               MOVE TRN-RENTAL-AMOUNT TO HIS-RENTAL-AMOUNT
               SET HIS-RECEIPT TO TRUE
               MOVE SPACES TO HIS-REVERSAL-REASON
           END-IF
           ACCEPT HIS-POSTING-DATE FROM DATE YYYYMMDD

           SET HISTORY-NOT-FILED TO TRUE
                   SET HISTORY-FILED TO TRUE
           END-WRITE.

      *    THE TITLE AND REMITTANCE FILES ARE ONLY READ, TO TELL
      *    WHETHER A REVERSED RENTAL HAS ALREADY HAD ROYALTY PAID ON
      *    IT.  NO REMIT.DAT MEANS NO STATEMENT HAS EVER BEEN FILED
      *    AND THERE IS NOTHING TO FLAG; A REMIT.DAT WITHOUT THE
      *    TITLE FILE TO REACH IT THROUGH IS SAID SO ON THE CONSOLE.
       OPEN-REMIT-CHECK-FILES.
           OPEN INPUT REMIT-FILE.
           IF REMIT-STATUS EQUAL TO "00"
               OPEN INPUT LIBRARY-FILE
               IF LIBRARY-STATUS EQUAL TO "00"
                   SET REMIT-CHECK-AVAILABLE TO TRUE
               ELSE
                   DISPLAY "RENTALPOST - CANNOT OPEN LIBRARY.DAT, FS = "
                           LIBRARY-STATUS
                           " - REVERSALS NOT CHECKED AGAINST REMIT.DAT"
                   CLOSE REMIT-FILE
               END-IF
           END-IF.

      *    THE JOURNAL ONLY EVER GROWS - EVERY UPDATE PROGRAM
      *    EXTENDS THE SAME JOURNAL.DAT, CREATING IT ON THE VERY
      *    FIRST UPDATE ANYWHERE IN THE SYSTEM.
           WRITE REGISTER-LINE FROM REGISTER-ITEM-HEADING
               AFTER ADVANCING 2 LINE.

      *    THE BATCH REGISTER IS CREATED ON THE FIRST POSTING RUN;
      *    AFTER THAT IT ONLY EVER GROWS.  WITHOUT IT NOTHING CAN BE
      *    PROVED NOT TO HAVE POSTED BEFORE, SO ANY OTHER FAILURE
      *    STOPS THE RUN.
       OPEN-BATCH-REGISTER-FILE.
           OPEN I-O BATCH-REGISTER-FILE.
           IF BATCHREG-STATUS = "35"
               OPEN OUTPUT BATCH-REGISTER-FILE
               CLOSE BATCH-REGISTER-FILE
               OPEN I-O BATCH-REGISTER-FILE
           END-IF.
           IF BATCHREG-STATUS NOT EQUAL TO "00"
               DISPLAY "RENTALPOST - CANNOT OPEN BATCHREG.DAT, FS = "
                       BATCHREG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    THE PROOF PASS READS THE WHOLE FILE BEFORE ANYTHING POSTS,
      *    FOOTING EACH BATCH AGAINST ITS TRAILER.  THE TRAILER AMOUNT
      *    IS THE SUM OF EVERY DETAIL AMOUNT AS KEYED, REVERSALS
      *    INCLUDED, SO IT IS A HASH TOTAL RATHER THAN A NET TAKING.
       PROVE-BATCHES.
           READ RENTAL-TRANS-FILE
               AT END SET TRANS-FILE-END TO TRUE
           END-READ
           PERFORM PROVE-ONE-RECORD UNTIL TRANS-FILE-END

           IF INSIDE-PROOF-BATCH
               PERFORM CLOSE-UNTRAILED-BATCH
           END-IF.

       PROVE-ONE-RECORD.
           EVALUATE TRUE
               WHEN TRANS-HEADER
                   IF INSIDE-PROOF-BATCH
                       PERFORM CLOSE-UNTRAILED-BATCH
                   END-IF
                   PERFORM START-PROOF-BATCH
               WHEN TRANS-TRAILER
                   IF INSIDE-PROOF-BATCH
                       PERFORM FOOT-PROOF-BATCH
                   ELSE
                       ADD 1 TO STRAY-RECORD-COUNT
                   END-IF
               WHEN INSIDE-PROOF-BATCH
                   ADD 1 TO BAT-DETAIL-COUNT (BATCH-COUNT)
                   IF TRN-RENTAL-AMOUNT NUMERIC
                       ADD TRN-RENTAL-AMOUNT TO
                           BAT-DETAIL-AMOUNT (BATCH-COUNT)
                   END-IF
               WHEN OTHER
                   ADD 1 TO STRAY-RECORD-COUNT
           END-EVALUATE

           READ RENTAL-TRANS-FILE
               AT END SET TRANS-FILE-END TO TRUE
           END-READ.

       START-PROOF-BATCH.
           IF BATCH-COUNT EQUAL TO 200
               DISPLAY "RENTALPOST - MORE THAN 200 BATCHES IN FILE"
               CLOSE RENTAL-TRANS-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO BATCH-COUNT
           SET INSIDE-PROOF-BATCH TO TRUE
           MOVE ZEROS TO BAT-DETAIL-COUNT (BATCH-COUNT)
                         BAT-DETAIL-AMOUNT (BATCH-COUNT)
                         BAT-TRAILER-COUNT (BATCH-COUNT)
                         BAT-TRAILER-AMOUNT (BATCH-COUNT)

           IF TRH-BRANCH-CODE NUMERIC
              AND TRH-BATCH-NUM NUMERIC
              AND TRH-BUSINESS-DATE NUMERIC
               MOVE TRH-BRANCH-CODE TO BAT-BRANCH-CODE (BATCH-COUNT)
               MOVE TRH-BATCH-NUM TO BAT-BATCH-NUM (BATCH-COUNT)
               MOVE TRH-BUSINESS-DATE TO
                   BAT-BUSINESS-DATE (BATCH-COUNT)
               SET BATCH-ACCEPTED (BATCH-COUNT) TO TRUE
               MOVE "POSTED" TO BAT-OUTCOME (BATCH-COUNT)
           ELSE
               MOVE ZEROS TO BAT-BRANCH-CODE (BATCH-COUNT)
                             BAT-BATCH-NUM (BATCH-COUNT)
                             BAT-BUSINESS-DATE (BATCH-COUNT)
               SET BATCH-REFUSED (BATCH-COUNT) TO TRUE
               MOVE "REFUSED - BAD HEADER" TO BAT-OUTCOME (BATCH-COUNT)
           END-IF.

       FOOT-PROOF-BATCH.
           SET OUTSIDE-PROOF-BATCH TO TRUE
           IF TRT-RECORD-COUNT NUMERIC
              AND TRT-AMOUNT-TOTAL NUMERIC
               MOVE TRT-RECORD-COUNT TO BAT-TRAILER-COUNT (BATCH-COUNT)
               MOVE TRT-AMOUNT-TOTAL TO
                   BAT-TRAILER-AMOUNT (BATCH-COUNT)
           END-IF

           IF BATCH-ACCEPTED (BATCH-COUNT)
               IF TRT-RECORD-COUNT NOT NUMERIC
                  OR TRT-AMOUNT-TOTAL NOT NUMERIC
                  OR BAT-TRAILER-COUNT (BATCH-COUNT) NOT EQUAL TO
                     BAT-DETAIL-COUNT (BATCH-COUNT)
                  OR BAT-TRAILER-AMOUNT (BATCH-COUNT) NOT EQUAL TO
                     BAT-DETAIL-AMOUNT (BATCH-COUNT)
                   SET BATCH-REFUSED (BATCH-COUNT) TO TRUE
                   MOVE "REFUSED - DOES NOT FOOT" TO
                       BAT-OUTCOME (BATCH-COUNT)
               END-IF
           END-IF.

      *    A HEADER WITH NO TRAILER BEFORE THE NEXT HEADER OR THE END
      *    OF THE FILE IS A TRANSFER THAT WAS CUT SHORT.
       CLOSE-UNTRAILED-BATCH.
           SET OUTSIDE-PROOF-BATCH TO TRUE
           IF BATCH-ACCEPTED (BATCH-COUNT)
               SET BATCH-REFUSED (BATCH-COUNT) TO TRUE
               MOVE "REFUSED - NO TRAILER" TO BAT-OUTCOME (BATCH-COUNT)
           END-IF.

      *    A BATCH THAT FOOTS IS STILL REFUSED IF THE SAME NUMBER HAS
      *    ALREADY BEEN ACCEPTED HIGHER UP THIS FILE, OR IF ITS NUMBER
      *    IS ON THE BATCH REGISTER FROM AN EARLIER RUN WITH DIFFERENT
      *    FIGURES.  ON THE REGISTER WITH THE SAME COUNT AND TOTAL, IT
      *    IS THE BATCH ALREADY POSTED, STILL ON A FILE THAT COULD NOT
      *    BE ARCHIVED - IT IS STEPPED OVER, NOT REFUSED.  ONLY A
      *    BATCH THAT POSTED COUNTS: ONE ON THE REGISTER AS REFUSED
      *    NEVER REACHED THE LEDGER, AND THIS IS ITS RESEND.
       CHECK-ONE-BATCH.
           IF BATCH-ACCEPTED (BATCH-SUB)
               SET BATCH-NOT-SEEN-EARLIER TO TRUE
               PERFORM FIND-EARLIER-BATCH
                   VARYING SEARCH-SUB FROM 1 BY 1
                   UNTIL SEARCH-SUB NOT LESS THAN BATCH-SUB
               IF BATCH-SEEN-EARLIER
                   SET BATCH-REFUSED (BATCH-SUB) TO TRUE
                   MOVE "REFUSED - TWICE IN FILE" TO
                       BAT-OUTCOME (BATCH-SUB)
               END-IF
           END-IF

           IF BATCH-ACCEPTED (BATCH-SUB)
               MOVE BAT-BRANCH-CODE (BATCH-SUB) TO BRG-BRANCH-CODE
               MOVE BAT-BATCH-NUM (BATCH-SUB) TO BRG-BATCH-NUM
               READ BATCH-REGISTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM CHECK-REGISTERED-BATCH
               END-READ
           END-IF.

       CHECK-REGISTERED-BATCH.
           EVALUATE TRUE
               WHEN NOT BRG-BATCH-ACCEPTED
                   MOVE "POSTED - RESENT" TO BAT-OUTCOME (BATCH-SUB)
               WHEN BRG-RECORD-COUNT EQUAL TO
                    BAT-DETAIL-COUNT (BATCH-SUB)
                AND BRG-AMOUNT-TOTAL EQUAL TO
                    BAT-DETAIL-AMOUNT (BATCH-SUB)
                   SET BATCH-POSTED-EARLIER (BATCH-SUB) TO TRUE
                   MOVE "POSTED EARLIER - SKIPPED" TO
                       BAT-OUTCOME (BATCH-SUB)
               WHEN OTHER
                   SET BATCH-REFUSED (BATCH-SUB) TO TRUE
                   MOVE "REFUSED - ALREADY POSTED" TO
                       BAT-OUTCOME (BATCH-SUB)
           END-EVALUATE.

       FIND-EARLIER-BATCH.
           IF BATCH-ACCEPTED (SEARCH-SUB)
              AND BAT-BRANCH-CODE (SEARCH-SUB) EQUAL TO
                  BAT-BRANCH-CODE (BATCH-SUB)
              AND BAT-BATCH-NUM (SEARCH-SUB) EQUAL TO
                  BAT-BATCH-NUM (BATCH-SUB)
               SET BATCH-SEEN-EARLIER TO TRUE
           END-IF.

      *    EACH ACCEPTED BATCH GOES ON THE BATCH REGISTER BEFORE ANY OF
      *    IT POSTS, SO A RUN THAT FAILS PART WAY CANNOT BE RERUN TO
      *    POST THE SAME BATCH TWICE - THE REMAINDER IS RECOVERED FROM
      *    THE POSTING REGISTER AND THE JOURNAL INSTEAD.  A RESEND
      *    TAKES OVER ITS REFUSED ENTRY.  A REFUSED BATCH WITH A
      *    READABLE HEADER GOES ON AS REFUSED, UNLESS ITS NUMBER IS
      *    ALREADY THERE - AN ENTRY FOR A BATCH THAT POSTED IS NEVER
      *    OVERWRITTEN.
       REGISTER-ONE-BATCH.
           EVALUATE TRUE
               WHEN BATCH-ACCEPTED (BATCH-SUB)
                   PERFORM REGISTER-ACCEPTED-BATCH
               WHEN BATCH-REFUSED (BATCH-SUB)
                AND BAT-BATCH-NUM (BATCH-SUB) GREATER THAN ZERO
                   PERFORM REGISTER-REFUSED-BATCH
           END-EVALUATE

           EVALUATE TRUE
               WHEN BATCH-ACCEPTED (BATCH-SUB)
                   ADD 1 TO ACCEPTED-BATCH-COUNT
               WHEN BATCH-POSTED-EARLIER (BATCH-SUB)
                   ADD 1 TO EARLIER-BATCH-COUNT
               WHEN OTHER
                   ADD 1 TO REFUSED-BATCH-COUNT
           END-EVALUATE.

       REGISTER-ACCEPTED-BATCH.
           PERFORM FIND-REGISTER-ENTRY
           PERFORM FILL-REGISTER-ENTRY
           SET BRG-BATCH-ACCEPTED TO TRUE
           IF BATCH-ON-REGISTER
               REWRITE BATCH-REGISTER-RECORD
                   INVALID KEY
                       PERFORM REFUSE-UNREGISTERED-BATCH
               END-REWRITE
           ELSE
               WRITE BATCH-REGISTER-RECORD
                   INVALID KEY
                       PERFORM REFUSE-UNREGISTERED-BATCH
               END-WRITE
           END-IF.

       REGISTER-REFUSED-BATCH.
           PERFORM FIND-REGISTER-ENTRY
           IF BATCH-NOT-ON-REGISTER
               PERFORM FILL-REGISTER-ENTRY
               SET BRG-BATCH-REFUSED TO TRUE
               WRITE BATCH-REGISTER-RECORD
                   INVALID KEY
                       DISPLAY "RENTALPOST - REFUSED BATCH "
                               BAT-BATCH-NUM (BATCH-SUB)
                               " NOT REGISTERED, FS = " BATCHREG-STATUS
               END-WRITE
           END-IF.

       FIND-REGISTER-ENTRY.
           MOVE BAT-BRANCH-CODE (BATCH-SUB) TO BRG-BRANCH-CODE
           MOVE BAT-BATCH-NUM (BATCH-SUB) TO BRG-BATCH-NUM
           SET BATCH-ON-REGISTER TO TRUE
           READ BATCH-REGISTER-FILE
               INVALID KEY
                   SET BATCH-NOT-ON-REGISTER TO TRUE
           END-READ.

       FILL-REGISTER-ENTRY.
           MOVE BAT-BRANCH-CODE (BATCH-SUB) TO BRG-BRANCH-CODE
           MOVE BAT-BATCH-NUM (BATCH-SUB) TO BRG-BATCH-NUM
           MOVE BAT-BUSINESS-DATE (BATCH-SUB) TO BRG-BUSINESS-DATE
           MOVE BAT-DETAIL-COUNT (BATCH-SUB) TO BRG-RECORD-COUNT
           MOVE BAT-DETAIL-AMOUNT (BATCH-SUB) TO BRG-AMOUNT-TOTAL
           ACCEPT BRG-POSTING-DATE FROM DATE YYYYMMDD
           MOVE OPERATOR-ID TO BRG-OPERATOR.

       REFUSE-UNREGISTERED-BATCH.
           SET BATCH-REFUSED (BATCH-SUB) TO TRUE
           MOVE "REFUSED - REGISTER FAILED" TO BAT-OUTCOME (BATCH-SUB).

       PRINT-BATCH-CONTROL.
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE AFTER ADVANCING PAGE.

           WRITE REGISTER-LINE FROM BATCH-CONTROL-HEADING
               AFTER ADVANCING 1 LINE
           WRITE REGISTER-LINE FROM REGISTER-UNDER-LINE
               AFTER ADVANCING 1 LINE

           WRITE REGISTER-LINE FROM BATCH-CONTROL-ITEM-HEADING
               AFTER ADVANCING 2 LINE.

           PERFORM PRINT-ONE-BATCH
               VARYING BATCH-SUB FROM 1 BY 1
               UNTIL BATCH-SUB GREATER THAN BATCH-COUNT.

           WRITE REGISTER-LINE FROM REGISTER-UNDER-LINE
               AFTER ADVANCING 2 LINE

           MOVE "BATCHES ACCEPTED:" TO PRN-BATCH-TEXT
           MOVE ACCEPTED-BATCH-COUNT TO PRN-BATCH-COUNT
           MOVE ZEROS TO PRN-BATCH-AMOUNT
           WRITE REGISTER-LINE FROM BATCH-TOTAL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "BATCHES POSTED EARLIER:" TO PRN-BATCH-TEXT
           MOVE EARLIER-BATCH-COUNT TO PRN-BATCH-COUNT
           WRITE REGISTER-LINE FROM BATCH-TOTAL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "BATCHES REFUSED:" TO PRN-BATCH-TEXT
           MOVE REFUSED-BATCH-COUNT TO PRN-BATCH-COUNT
           WRITE REGISTER-LINE FROM BATCH-TOTAL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "RECORDS OUTSIDE ANY BATCH:" TO PRN-BATCH-TEXT
           MOVE STRAY-RECORD-COUNT TO PRN-BATCH-COUNT
           WRITE REGISTER-LINE FROM BATCH-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

      *    A BATCH THAT DOES NOT FOOT ALSO SHOWS WHAT ITS TRAILER
      *    CLAIMED, SO THE BRANCH CAN SEE WHAT WENT MISSING.
       PRINT-ONE-BATCH.
           MOVE BAT-BRANCH-CODE (BATCH-SUB) TO PRN-BAT-BRANCH
           MOVE BAT-BATCH-NUM (BATCH-SUB) TO PRN-BAT-NUMBER
           MOVE BAT-BUSINESS-DATE (BATCH-SUB) TO PRN-BAT-DATE
           MOVE BAT-DETAIL-COUNT (BATCH-SUB) TO PRN-BAT-COUNT
           MOVE BAT-DETAIL-AMOUNT (BATCH-SUB) TO PRN-BAT-AMOUNT
           MOVE BAT-OUTCOME (BATCH-SUB) TO PRN-BAT-OUTCOME
           WRITE REGISTER-LINE FROM BATCH-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           IF BAT-OUTCOME (BATCH-SUB) EQUAL TO "REFUSED - DOES NOT FOOT"
               MOVE BAT-TRAILER-COUNT (BATCH-SUB) TO PRN-TRL-COUNT
               MOVE BAT-TRAILER-AMOUNT (BATCH-SUB) TO PRN-TRL-AMOUNT
               WRITE REGISTER-LINE FROM BATCH-TRAILER-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

      *    EACH POSTING PASS STARTS FROM THE TOP OF THE FILE AND COUNTS
      *    HEADERS AS IT GOES TO KNOW WHICH PROVED BATCH IT IS IN.
       REWIND-TRANS-FILE.
           CLOSE RENTAL-TRANS-FILE
           OPEN INPUT RENTAL-TRANS-FILE
           SET NOT-TRANS-END TO TRUE
           SET OUT-OF-POSTING-BATCH TO TRUE
           MOVE ZERO TO BATCH-SUB.

      *    RETURNS THE NEXT DETAIL RECORD FROM AN ACCEPTED BATCH,
      *    STEPPING OVER HEADERS, TRAILERS, REFUSED BATCHES AND STRAYS.
       READ-POSTABLE-TRANSACTION.
           SET NO-POSTABLE-RECORD TO TRUE
           PERFORM READ-ONE-TRANS-RECORD
               UNTIL POSTABLE-RECORD OR TRANS-FILE-END.

       READ-ONE-TRANS-RECORD.
           READ RENTAL-TRANS-FILE
               AT END SET TRANS-FILE-END TO TRUE
           END-READ

           IF NOT TRANS-FILE-END
               EVALUATE TRUE
                   WHEN TRANS-HEADER
                       ADD 1 TO BATCH-SUB
                       IF BATCH-ACCEPTED (BATCH-SUB)
                           SET IN-POSTING-BATCH TO TRUE
                       ELSE
                           SET OUT-OF-POSTING-BATCH TO TRUE
                       END-IF
                   WHEN TRANS-TRAILER
                       SET OUT-OF-POSTING-BATCH TO TRUE
                   WHEN IN-POSTING-BATCH
                       SET POSTABLE-RECORD TO TRUE
               END-EVALUATE
           END-IF.

      *    VALIDATES AND APPLIES A SINGLE RECEIPT.  THE COPY NUMBER
      *    MUST EXIST ON LDF.DAT AND THE AMOUNT MUST BE NUMERIC AND
      *    NON-ZERO; ANYTHING ELSE GOES TO SUSPENSE UNCHANGED SO THE
      *    DESK CAN CORRECT AND RE-ENTER IT.  REVERSALS ARE ONLY
      *    COUNTED ON THIS PASS - THEY ARE POSTED ON A SECOND PASS
      *    ONCE EVERY RECEIPT IS ON, SO A RECEIPT AND ITS REVERSAL IN
      *    THE SAME FILE NEVER TRIP THE BELOW-ZERO CHECK.
       POST-ONE-TRANSACTION.
           ADD 1 TO TRANS-READ-COUNT

           EVALUATE TRUE
               WHEN TRANS-REVERSAL
                   ADD 1 TO REVERSAL-READ-COUNT
               WHEN NOT TRANS-RECEIPT
                   MOVE "REJECTED - UNKNOWN TRANS TYPE" TO
                       REJECT-REASON
                   PERFORM REJECT-TRANSACTION
                   PERFORM WRITE-REGISTER-DETAIL
               WHEN TRN-RENTAL-AMOUNT NOT NUMERIC
                 OR TRN-RENTAL-AMOUNT EQUAL TO ZERO
                   MOVE "REJECTED - AMOUNT NOT VALID" TO REJECT-REASON
                   PERFORM REJECT-TRANSACTION
                   PERFORM WRITE-REGISTER-DETAIL
               WHEN OTHER
                   PERFORM APPLY-TRANSACTION
                   PERFORM WRITE-REGISTER-DETAIL
           END-EVALUATE

           PERFORM READ-POSTABLE-TRANSACTION.

       APPLY-TRANSACTION.
           MOVE TRN-COPY-NUM TO LDF-LIBRARY-NUM
           MOVE "TRANSACTIONS TO SUSPENSE:" TO PRN-BATCH-TEXT
           MOVE REJECTED-COUNT TO PRN-BATCH-COUNT
           MOVE REJECTED-AMOUNT TO PRN-BATCH-AMOUNT
           WRITE REGISTER-LINE FROM BATCH-TOTAL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "REVERSALS - LISTED BELOW:" TO PRN-BATCH-TEXT
           MOVE REVERSAL-READ-COUNT TO PRN-BATCH-COUNT
           MOVE ZEROS TO PRN-BATCH-AMOUNT
           WRITE REGISTER-LINE FROM BATCH-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

      *    THE SECOND PASS OVER THE TRANSACTION FILE POSTS ONLY THE
      *    REVERSALS, UNDER THEIR OWN HEADING ON THE REGISTER.
       POST-REVERSALS.
           PERFORM REWIND-TRANS-FILE

           PERFORM PRINT-REVERSAL-HEADINGS

           PERFORM READ-POSTABLE-TRANSACTION
           PERFORM POST-ONE-REVERSAL UNTIL TRANS-FILE-END

           PERFORM PRINT-REVERSAL-TOTALS.

       PRINT-REVERSAL-HEADINGS.
           WRITE REGISTER-LINE FROM REVERSAL-HEADING
               AFTER ADVANCING 3 LINE
           WRITE REGISTER-LINE FROM REGISTER-UNDER-LINE
               AFTER ADVANCING 1 LINE

           WRITE REGISTER-LINE FROM REVERSAL-ITEM-HEADING
               AFTER ADVANCING 2 LINE.

      *    A REVERSAL NEEDS A VALID AMOUNT, A REASON AND THE SUPERVISOR
      *    WHO AUTHORISED IT, AND THE COPY MUST HAVE EARNED AT LEAST
      *    WHAT IS BEING TAKEN BACK.  A REFUSED REVERSAL IS NOT
      *    CARRIED TO SUSPENSE - SUSPENSEFIX CAN ONLY RE-POST AN ITEM
      *    AS A RECEIPT, WHICH WOULD ADD THE MONEY A SECOND TIME - SO
      *    IT STAYS ON THE REGISTER FOR THE DESK TO CORRECT AND SEND
      *    AGAIN.
       POST-ONE-REVERSAL.
           IF TRANS-REVERSAL
               SET ROYALTY-NOT-REMITTED TO TRUE
               EVALUATE TRUE
                   WHEN TRN-RENTAL-AMOUNT NOT NUMERIC
                     OR TRN-RENTAL-AMOUNT EQUAL TO ZERO
                       MOVE "REFUSED - AMOUNT INVALID" TO
                           REVERSAL-DISPOSITION
                       PERFORM REFUSE-REVERSAL
                   WHEN TRN-REVERSAL-REASON EQUAL TO SPACES
                       MOVE "REFUSED - NO REASON" TO
                           REVERSAL-DISPOSITION
                       PERFORM REFUSE-REVERSAL
                   WHEN TRN-SUPERVISOR-ID EQUAL TO SPACES
                       MOVE "REFUSED - NO SUPERVISOR" TO
                           REVERSAL-DISPOSITION
                       PERFORM REFUSE-REVERSAL
                   WHEN OTHER
                       PERFORM APPLY-REVERSAL
               END-EVALUATE
               PERFORM WRITE-REVERSAL-DETAIL
           END-IF

           PERFORM READ-POSTABLE-TRANSACTION.

       APPLY-REVERSAL.
           MOVE TRN-COPY-NUM TO LDF-LIBRARY-NUM
           READ LIBRARY-DETAILS-FILE
               INVALID KEY
                   MOVE "REFUSED - NOT ON LDF.DAT" TO
                       REVERSAL-DISPOSITION
                   PERFORM REFUSE-REVERSAL
               NOT INVALID KEY
                   IF TRN-RENTAL-AMOUNT GREATER THAN
                                        LDF-RENTAL-EARNINGS
                       MOVE "REFUSED - BELOW ZERO" TO
                           REVERSAL-DISPOSITION
                       PERFORM REFUSE-REVERSAL
                   ELSE
                       PERFORM REWRITE-REVERSED-COPY
                   END-IF
           END-READ.

       REWRITE-REVERSED-COPY.
           MOVE LDF-RECORD TO SAVED-BEFORE-IMAGE
           SUBTRACT TRN-RENTAL-AMOUNT FROM LDF-RENTAL-EARNINGS
           REWRITE LDF-RECORD
               INVALID KEY
                   MOVE "REFUSED - REWRITE FAILED" TO
                       REVERSAL-DISPOSITION
                   PERFORM REFUSE-REVERSAL
               NOT INVALID KEY
                   ADD 1 TO REVERSED-COUNT
                   ADD TRN-RENTAL-AMOUNT TO REVERSED-AMOUNT
                   MOVE "REVERSED" TO REVERSAL-DISPOSITION
                   MOVE SAVED-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
                   MOVE LDF-RECORD TO RJI-LDF-RECORD
                   MOVE TRN-SUPERVISOR-ID TO RJI-SUPERVISOR-ID
                   MOVE TRN-REVERSAL-REASON TO RJI-REVERSAL-REASON
                   MOVE REVERSAL-JOURNAL-IMAGE TO JRN-AFTER-IMAGE
                   PERFORM WRITE-JOURNAL-RECORD
                   PERFORM WRITE-HISTORY-RECORD
                   PERFORM CHECK-ROYALTY-REMITTED
           END-REWRITE.

       REFUSE-REVERSAL.
           ADD 1 TO REFUSED-COUNT
           IF TRN-RENTAL-AMOUNT NUMERIC
               ADD TRN-RENTAL-AMOUNT TO REFUSED-AMOUNT
           END-IF.

      *    EARNINGS ON A STATEMENT ARE THE COPIES' RUNNING TOTALS, SO
      *    ANY STATEMENT FILED FOR THE PUBLISHER FOR THE REVERSED
      *    RENTAL'S PERIOD OR LATER HAS ALREADY PAID ROYALTY ON IT.
      *    THE FIRST SUCH REMITTANCE GIVES THE PERIOD AND THE RATE
      *    THE OVERPAYMENT IS FIGURED AT.
       CHECK-ROYALTY-REMITTED.
           IF REMIT-CHECK-AVAILABLE
               MOVE LDF-LIBRARY-CODE TO LIBRARY-CODE
               READ LIBRARY-FILE
                   INVALID KEY
                       DISPLAY "RENTALPOST - TITLE " LDF-LIBRARY-CODE
                               " NOT ON LIBRARY.DAT - REVERSAL OF "
                               TRN-COPY-NUM " NOT CHECKED"
                   NOT INVALID KEY
                       PERFORM FIND-REMITTED-PERIOD
               END-READ
           END-IF.

       FIND-REMITTED-PERIOD.
           MOVE LIBRARY-SUPPLIER-CODE TO REM-SUPPLIER-CODE
           COMPUTE REM-PERIOD = TRN-RENTAL-DATE / 100
           SET NOT-REMIT-SEARCH-END TO TRUE
           START REMIT-FILE
               KEY IS NOT LESS THAN REM-KEY
               INVALID KEY SET REMIT-SEARCH-END TO TRUE
           END-START

           IF NOT-REMIT-SEARCH-END
               READ REMIT-FILE NEXT RECORD
                   AT END SET REMIT-SEARCH-END TO TRUE
               END-READ
           END-IF

           IF NOT-REMIT-SEARCH-END
              AND REM-SUPPLIER-CODE EQUAL TO LIBRARY-SUPPLIER-CODE
               SET ROYALTY-REMITTED TO TRUE
               MOVE REM-PERIOD TO REMITTED-PERIOD
               COMPUTE OVERPAID-ROYALTY ROUNDED =
                   TRN-RENTAL-AMOUNT * REM-ROYALTY-RATE / 100
               ADD 1 TO REMITTED-COUNT
               ADD OVERPAID-ROYALTY TO OVERPAID-AMOUNT
           END-IF.

       WRITE-REVERSAL-DETAIL.
           MOVE TRN-COPY-NUM TO PRN-REV-COPY-NUM
           MOVE TRN-RENTAL-DATE TO PRN-REV-DATE
           IF TRN-RENTAL-AMOUNT NUMERIC
               MOVE TRN-RENTAL-AMOUNT TO PRN-REV-AMOUNT
           ELSE
               MOVE ZEROS TO PRN-REV-AMOUNT
           END-IF
           MOVE TRN-REVERSAL-REASON TO PRN-REV-REASON
           MOVE REVERSAL-DISPOSITION TO PRN-REV-DISPOSITION
           WRITE REGISTER-LINE FROM REVERSAL-DETAIL-LINE
               AFTER ADVANCING 1 LINE

           IF ROYALTY-REMITTED
               MOVE REMITTED-PERIOD TO PRN-REMITTED-PERIOD
               MOVE OVERPAID-ROYALTY TO PRN-OVERPAID-ROYALTY
               WRITE REGISTER-LINE FROM REMITTED-FLAG-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       PRINT-REVERSAL-TOTALS.
           WRITE REGISTER-LINE FROM REGISTER-UNDER-LINE
               AFTER ADVANCING 2 LINE

           MOVE "REVERSALS READ:" TO PRN-BATCH-TEXT
           MOVE REVERSAL-READ-COUNT TO PRN-BATCH-COUNT
           MOVE ZEROS TO PRN-BATCH-AMOUNT
           WRITE REGISTER-LINE FROM BATCH-TOTAL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "REVERSALS APPLIED:" TO PRN-BATCH-TEXT
           MOVE REVERSED-COUNT TO PRN-BATCH-COUNT
           MOVE REVERSED-AMOUNT TO PRN-BATCH-AMOUNT
           WRITE REGISTER-LINE FROM BATCH-TOTAL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "REVERSALS REFUSED:" TO PRN-BATCH-TEXT
           MOVE REFUSED-COUNT TO PRN-BATCH-COUNT
           MOVE REFUSED-AMOUNT TO PRN-BATCH-AMOUNT
           WRITE REGISTER-LINE FROM BATCH-TOTAL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "REMITTED PERIODS / OVERPAID:" TO PRN-BATCH-TEXT
           MOVE REMITTED-COUNT TO PRN-BATCH-COUNT
           MOVE OVERPAID-AMOUNT TO PRN-BATCH-AMOUNT
           WRITE REGISTER-LINE FROM BATCH-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

      *    THE FILE IS CLEARED DOWN ONCE POSTING IS DONE.  EVERY
      *    RECORD OF A REFUSED BATCH, AND EVERY RECORD OUTSIDE ANY
      *    BATCH, GOES TO THE DAY'S REJECT FILE; EVERYTHING THAT HAS
      *    POSTED OR POSTED BEFORE GOES TO THE DAY'S ARCHIVE.  BOTH ARE
      *    ADDED TO, FOR A SECOND RUN THE SAME DAY, AND BOTH ARE
      *    RE-READ AND COUNTED.  ONLY WHEN EVERY RECORD HAS LANDED IS
      *    RENTTRAN.DAT EMPTIED; THE DESKS' BATCH NUMBERS CARRY ON
      *    FROM THE BATCH REGISTER.
       ARCHIVE-TRANS-FILE.
           ACCEPT ARCHIVE-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO TRANS-ARCHIVE-NAME
           STRING "RENTTRAN." ARCHIVE-DATE DELIMITED BY SIZE
               INTO TRANS-ARCHIVE-NAME
           MOVE SPACES TO TRANS-REJECT-NAME
           STRING "RENTTRAN.REJ." ARCHIVE-DATE DELIMITED BY SIZE
               INTO TRANS-REJECT-NAME

           OPEN INPUT TRANS-ARCHIVE-FILE
           IF TRANS-ARCHIVE-STATUS EQUAL TO "00"
               SET NOT-TRANS-END TO TRUE
               PERFORM COUNT-ARCHIVED-RECORD UNTIL TRANS-FILE-END
               CLOSE TRANS-ARCHIVE-FILE
           END-IF
           MOVE ARCHIVE-PROOF-COUNT TO ARCHIVE-PRIOR-COUNT

           OPEN INPUT TRANS-REJECT-FILE
           IF TRANS-REJECT-STATUS EQUAL TO "00"
               SET NOT-TRANS-END TO TRUE
               PERFORM COUNT-REJECTED-RECORD UNTIL TRANS-FILE-END
               CLOSE TRANS-REJECT-FILE
           END-IF
           MOVE REJECT-PROOF-COUNT TO REJECT-PRIOR-COUNT

           OPEN EXTEND TRANS-ARCHIVE-FILE
           IF TRANS-ARCHIVE-STATUS = "35"
               OPEN OUTPUT TRANS-ARCHIVE-FILE
           END-IF
           IF TRANS-ARCHIVE-STATUS NOT EQUAL TO "00"
               DISPLAY "RENTALPOST - CANNOT OPEN " TRANS-ARCHIVE-NAME
                       ", FS = " TRANS-ARCHIVE-STATUS
                       " - RENTTRAN.DAT NOT EMPTIED"
           ELSE
               PERFORM OPEN-REJECT-AND-COPY
           END-IF.

       OPEN-REJECT-AND-COPY.
           OPEN EXTEND TRANS-REJECT-FILE
           IF TRANS-REJECT-STATUS = "35"
               OPEN OUTPUT TRANS-REJECT-FILE
           END-IF
           IF TRANS-REJECT-STATUS NOT EQUAL TO "00"
               DISPLAY "RENTALPOST - CANNOT OPEN " TRANS-REJECT-NAME
                       ", FS = " TRANS-REJECT-STATUS
                       " - RENTTRAN.DAT NOT EMPTIED"
               CLOSE TRANS-ARCHIVE-FILE
           ELSE
               PERFORM REWIND-TRANS-FILE
               SET OUTSIDE-COPY-BATCH TO TRUE
               READ RENTAL-TRANS-FILE
                   AT END SET TRANS-FILE-END TO TRUE
               END-READ
               PERFORM COPY-ONE-TRANS-RECORD UNTIL TRANS-FILE-END
               CLOSE TRANS-ARCHIVE-FILE, TRANS-REJECT-FILE
               PERFORM PROVE-TRANS-ARCHIVE
           END-IF.

       COUNT-ARCHIVED-RECORD.
           READ TRANS-ARCHIVE-FILE
               AT END SET TRANS-FILE-END TO TRUE
           END-READ
           IF NOT TRANS-FILE-END
               ADD 1 TO ARCHIVE-PROOF-COUNT
           END-IF.

       COUNT-REJECTED-RECORD.
           READ TRANS-REJECT-FILE
               AT END SET TRANS-FILE-END TO TRUE
           END-READ
           IF NOT TRANS-FILE-END
               ADD 1 TO REJECT-PROOF-COUNT
           END-IF.

      *    HEADERS ARE COUNTED TO FIND EACH RECORD'S PROVED BATCH, THE
      *    SAME WAY THE POSTING PASSES DO.  A TRAILER BELONGS TO THE
      *    BATCH IT CLOSES; ANYTHING BETWEEN A TRAILER AND THE NEXT
      *    HEADER IS OUTSIDE ANY BATCH.
       COPY-ONE-TRANS-RECORD.
           EVALUATE TRUE
               WHEN TRANS-HEADER
                   ADD 1 TO BATCH-SUB
                   SET INSIDE-COPY-BATCH TO TRUE
                   PERFORM COPY-BATCH-RECORD
               WHEN OUTSIDE-COPY-BATCH
                   WRITE TRANS-REJECT-RECORD FROM RENTAL-TRANS-RECORD
                   ADD 1 TO REJECT-COPIED-COUNT
               WHEN TRANS-TRAILER
                   PERFORM COPY-BATCH-RECORD
                   SET OUTSIDE-COPY-BATCH TO TRUE
               WHEN OTHER
                   PERFORM COPY-BATCH-RECORD
           END-EVALUATE

           READ RENTAL-TRANS-FILE
               AT END SET TRANS-FILE-END TO TRUE
           END-READ.

       COPY-BATCH-RECORD.
           IF BATCH-REFUSED (BATCH-SUB)
               WRITE TRANS-REJECT-RECORD FROM RENTAL-TRANS-RECORD
               ADD 1 TO REJECT-COPIED-COUNT
           ELSE
               WRITE TRANS-ARCHIVE-RECORD FROM RENTAL-TRANS-RECORD
               ADD 1 TO ARCHIVE-COPIED-COUNT
           END-IF.

       PROVE-TRANS-ARCHIVE.
           MOVE ZERO TO ARCHIVE-PROOF-COUNT
           OPEN INPUT TRANS-ARCHIVE-FILE
           SET NOT-TRANS-END TO TRUE
           PERFORM COUNT-ARCHIVED-RECORD UNTIL TRANS-FILE-END
           CLOSE TRANS-ARCHIVE-FILE

           MOVE ZERO TO REJECT-PROOF-COUNT
           OPEN INPUT TRANS-REJECT-FILE
           SET NOT-TRANS-END TO TRUE
           PERFORM COUNT-REJECTED-RECORD UNTIL TRANS-FILE-END
           CLOSE TRANS-REJECT-FILE

           IF ARCHIVE-PROOF-COUNT EQUAL TO
              ARCHIVE-PRIOR-COUNT + ARCHIVE-COPIED-COUNT
              AND REJECT-PROOF-COUNT EQUAL TO
                  REJECT-PRIOR-COUNT + REJECT-COPIED-COUNT
               CLOSE RENTAL-TRANS-FILE
               OPEN OUTPUT RENTAL-TRANS-FILE
               DISPLAY "RENTALPOST - " ARCHIVE-COPIED-COUNT
                       " RECORDS ARCHIVED TO " TRANS-ARCHIVE-NAME
               DISPLAY "RENTALPOST - " REJECT-COPIED-COUNT
                       " RECORDS REJECTED TO " TRANS-REJECT-NAME
               DISPLAY "RENTALPOST - RENTTRAN.DAT EMPTIED"
           ELSE
               DISPLAY "RENTALPOST - " TRANS-ARCHIVE-NAME " OR "
                       TRANS-REJECT-NAME " DOES NOT PROVE"
               DISPLAY "RENTALPOST - RENTTRAN.DAT NOT EMPTIED"
           END-IF.

      *    EARNINGSPROOF PROVED LDF.DAT AS IT STOOD WHEN IT RAN.  ONCE
      *    THIS RUN HAS CHANGED A COPY'S EARNINGS THAT PROOF NO LONGER
      *    HOLDS, SO EVERY CLEAN EARNPRF RESULT ON RUNCTL.DAT IS SET
      *    ASIDE AS RC 98 AND RUNCONTROL HOLDS ROLLPERIOD AND THE
      *    STATEMENTS UNTIL THE PROOF IS RUN AGAIN.  NO RUNCTL.DAT
      *    MEANS NO PROOF HAS EVER BEEN RECORDED.
       SET-ASIDE-EARNINGS-PROOF.
           OPEN I-O RUN-CONTROL-FILE
           IF RUNCTL-STATUS EQUAL TO "00"
               MOVE ZEROS TO RC-PERIOD
               MOVE SPACES TO RC-STEP
               START RUN-CONTROL-FILE
                   KEY IS GREATER THAN RC-KEY
                   INVALID KEY SET RUNCTL-FILE-END TO TRUE
               END-START
               PERFORM SET-ASIDE-ONE-PROOF UNTIL RUNCTL-FILE-END
               CLOSE RUN-CONTROL-FILE
           ELSE
               IF RUNCTL-STATUS NOT EQUAL TO "35"
                   DISPLAY "RENTALPOST - CANNOT OPEN RUNCTL.DAT, FS = "
                           RUNCTL-STATUS " - RERUN EARNINGSPROOF"
               END-IF
           END-IF.

       SET-ASIDE-ONE-PROOF.
           READ RUN-CONTROL-FILE NEXT RECORD
               AT END SET RUNCTL-FILE-END TO TRUE
           END-READ
           IF NOT RUNCTL-FILE-END
              AND RC-STEP EQUAL TO "EARNPRF"
              AND RC-RETURN-CODE EQUAL TO ZERO
               MOVE 98 TO RC-RETURN-CODE
               ACCEPT RC-RUN-DATE FROM DATE YYYYMMDD
               REWRITE RUN-CONTROL-RECORD
                   INVALID KEY
                       DISPLAY "RENTALPOST - RUNCTL.DAT REWRITE FS = "
                               RUNCTL-STATUS
                   NOT INVALID KEY
                       DISPLAY "RENTALPOST - EARNPRF FOR PERIOD "
                               RC-PERIOD " SET ASIDE - RERUN "
                               "EARNINGSPROOF"
               END-REWRITE
           END-IF.
