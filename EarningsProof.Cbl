       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EarningsProof.
      *Proof of the rental earnings sub-ledger.  LDF-RENTAL-EARNINGS
      *is a running total that RentalPost and SuspenseFix add to and
      *JournalReplay can rewrite, so nothing on its own shows it
      *still equals the receipts behind it.  For every copy on
      *LDF.DAT this run takes the earnings on the copy's latest
      *LDFPRD.DAT snapshot, adds every rental history entry on
      *RENTHIST.DAT - receipts and reversals - posted since that
      *snapshot was taken, and compares the result with the
      *earnings on the copy now.  A snapshot counts as taken on the
      *date RollPeriod was recorded complete for its period on
      *RUNCTL.DAT, or at the end of the period where no run is
      *recorded; a copy never snapshotted is proved from nothing
      *against its whole history.  Every copy that does not agree
      *is listed on EarningsProof.rpt with the difference, and the
      *differences are totalled by branch and by publisher.  Ends
      *RC 0 when every copy agrees and RC 8 when anything is out,
      *so RunControl holds RollPeriod and RemitStatement until the
      *sub-ledger is clean.

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

           SELECT LDF-PERIOD-FILE ASSIGN TO "LDFPRD.DAT"
               ORGANIZATION IS INDEXED
               FILE STATUS IS LDFP-STATUS
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDFP-KEY
               ALTERNATE RECORD KEY IS LDFP-LIBRARY-CODE
                         WITH DUPLICATES.

           SELECT RENTAL-HIST-FILE ASSIGN TO "RENTHIST.DAT"
               ORGANIZATION IS INDEXED
               FILE STATUS IS HISTORY-STATUS
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIS-KEY
               ALTERNATE RECORD KEY IS HIS-RENTAL-DATE
                         WITH DUPLICATES.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               FILE STATUS IS RUNCTL-STATUS
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY.

           SELECT LIBRARY-FILE ASSIGN TO "LIBRARY.DAT"
               ORGANIZATION IS INDEXED
               FILE STATUS IS LIBRARY-STATUS
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIBRARY-CODE
               ALTERNATE RECORD KEY IS LIBRARY-TITLE
               ALTERNATE RECORD KEY IS LIBRARY-SUPPLIER-CODE
                         WITH DUPLICATES.

           SELECT SUPPLIER-FILE ASSIGN TO "PUBLISHER.DAT"
               ORGANIZATION IS RELATIVE
               FILE STATUS IS SUPPLIER-STATUS
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS SUPPLIER-KEY.

           SELECT BRANCH-FILE ASSIGN TO "BRANCH.DAT"
               ORGANIZATION IS RELATIVE
               FILE STATUS IS BRANCH-STATUS
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS BRANCH-KEY.

           SELECT REPORT-FILE ASSIGN TO "EarningsProof.rpt".

       DATA DIVISION.
       FILE SECTION.

       FD  LIBRARY-DETAILS-FILE.
       01  LDF-RECORD.
           02  LDF-LIBRARY-NUM         PIC X(5).
           02  LDF-LIBRARY-CODE        PIC 9(5).
           02  LDF-RENTAL-EARNINGS     PIC 9(4)V99.
           02  LDF-PURCHASE-PRICE      PIC 999V99.
           02  LDF-BRANCH-CODE         PIC 99.

       FD  LDF-PERIOD-FILE.
       01  LDF-PERIOD-RECORD.
           02  LDFP-KEY.
               03  LDFP-LIBRARY-NUM    PIC X(5).
               03  LDFP-PERIOD         PIC 9(6).
           02  LDFP-LIBRARY-CODE       PIC 9(5).
           02  LDFP-RENTAL-EARNINGS    PIC 9(4)V99.
           02  LDFP-PURCHASE-PRICE     PIC 999V99.

       FD  RENTAL-HIST-FILE.
       01  HISTORY-RECORD.
           02  HIS-KEY.
               03  HIS-COPY-NUM        PIC X(5).
               03  HIS-RENTAL-DATE     PIC 9(8).
               03  HIS-SEQ             PIC 9(3).
           02  HIS-LIBRARY-CODE        PIC 9(5).
           02  HIS-BRANCH-CODE         PIC 99.
           02  HIS-RENTAL-AMOUNT       PIC S9(4)V99.
           02  HIS-POSTING-DATE        PIC 9(8).
           02  HIS-ENTRY-TYPE          PIC X(1).
               88  HIS-RECEIPT         VALUE "R".
               88  HIS-REVERSAL        VALUE "V".
           02  HIS-REVERSAL-REASON     PIC X(20).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           02  RC-KEY.
               03  RC-PERIOD           PIC 9(6).
               03  RC-STEP             PIC X(8).
           02  RC-RETURN-CODE          PIC 99.
           02  RC-RUN-DATE             PIC 9(8).

       FD  LIBRARY-FILE.
       01  LIBRARY-RECORD.
           02  LIBRARY-CODE            PIC 9(5).
           02  LIBRARY-TITLE           PIC X(29).
           02  FILLER                  PIC X(1).
           02  LIBRARY-SUPPLIER-CODE   PIC 9(4).

       FD  SUPPLIER-FILE.
       01  SUPPLIER-RECORD.
           02  SUPPLIER-CODE           PIC 9(4).
           02  SUPPLIER-NAME           PIC X(20).
           02  SUPPLIER-ADDRESS        PIC X(60).
           02  SUPPLIER-ROYALTY-RATE   PIC 99V99.

       FD  BRANCH-FILE.
       01  BRANCH-RECORD.
           02  BRANCH-CODE             PIC 99.
           02  BRANCH-NAME             PIC X(20).

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(74).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-IDENTIFIERS.
           02  LDF-STATUS              PIC X(2).
           02  LDFP-STATUS             PIC X(2).
           02  HISTORY-STATUS          PIC X(2).
           02  RUNCTL-STATUS           PIC X(2).
           02  LIBRARY-STATUS          PIC X(2).
           02  SUPPLIER-STATUS         PIC X(2).
           02  BRANCH-STATUS           PIC X(2).

       01  END-OF-FILE-FLAGS.
           02  FILLER                  PIC 9     VALUE 1.
               88    LDF-FILE-END      VALUE 0.
           02  FILLER                  PIC 9     VALUE 1.
               88    SNAPSHOT-GROUP-END VALUE 0.
               88    NOT-SNAPSHOT-GROUP-END VALUE 1.
           02  FILLER                  PIC 9     VALUE 1.
               88    HISTORY-GROUP-END VALUE 0.
               88    NOT-HISTORY-GROUP-END VALUE 1.
           02  FILLER                  PIC 9     VALUE 0.
               88    LDFP-FILE-PRESENT VALUE 1.
           02  FILLER                  PIC 9     VALUE 0.
               88    HISTORY-FILE-PRESENT VALUE 1.
           02  FILLER                  PIC 9     VALUE 0.
               88    RUNCTL-FILE-PRESENT VALUE 1.

       01  RUN-DATE                    PIC 9(8).

      *    THE POSITION PROVED FOR THE COPY IN HAND.
       01  COPY-PROOF-FIELDS.
           02  SNAPSHOT-PERIOD         PIC 9(6).
           02  SNAPSHOT-EARNINGS       PIC 9(4)V99.
           02  SNAPSHOT-CUTOFF-DATE    PIC 9(8).
           02  SINCE-SNAPSHOT-AMOUNT   PIC S9(6)V99.
           02  EXPECTED-EARNINGS       PIC S9(6)V99.
           02  EARNINGS-DIFFERENCE     PIC S9(6)V99.

      *    DIFFERENCES BY BRANCH AND BY PUBLISHER.  BRANCH SLOT 1 IS
      *    CODE 00 / UNASSIGNED, THE SAME SCHEME THE MAIN REPORT
      *    USES; PUBLISHER SLOT 1 IS A TITLE NO LONGER LISTED.
       01  BRANCH-DIFFERENCE-TABLE.
           02  BRANCH-DIFFERENCE OCCURS 11 TIMES.
               03  BRD-COPIES-OUT      PIC 9(6).
               03  BRD-DIFFERENCE      PIC S9(8)V99.

       01  SUPPLIER-DIFFERENCE-TABLE.
           02  SUPPLIER-DIFFERENCE OCCURS 10000 TIMES.
               03  SPD-COPIES-OUT      PIC 9(6).
               03  SPD-DIFFERENCE      PIC S9(8)V99.

       01  TABLE-CONTROLS.
           02  BRANCH-KEY              PIC 99.
           02  BRANCH-SLOT             PIC 99.
           02  SUPPLIER-KEY            PIC 9(4).
           02  SUPPLIER-SLOT           PIC 9(5).

       01  REPORT-HEADING.
           02  FILLER                  PIC X(20) VALUE SPACES.
           02  FILLER                  PIC X(30)
                              VALUE "RENTAL EARNINGS PROOF".

       01  REPORT-UNDER-LINE.
           02  FILLER                  PIC X(20) VALUE SPACES.
           02  FILLER                  PIC X(30) VALUE ALL "-".

       01  REPORT-IDENT-LINE.
           02  FILLER                  PIC X(9)  VALUE "RUN DATE ".
           02  PRN-IDENT-DATE          PIC 9(8).

       01  REPORT-ITEM-HEADING.
           02  FILLER                  PIC X(6)  VALUE "COPY".
           02  FILLER                  PIC X(6)  VALUE "TITLE".
           02  FILLER                  PIC X(4)  VALUE "BR".
           02  FILLER                  PIC X(7)  VALUE "SNAP".
           02  FILLER                  PIC X(10) VALUE " SNAPSHOT".
           02  FILLER                  PIC X(11) VALUE "     SINCE".
           02  FILLER                  PIC X(10) VALUE "   LDF.DAT".
           02  FILLER                  PIC X(10) VALUE "      DIFF".

       01  REPORT-DETAIL-LINE.
           02  PRN-COPY-NUM            PIC X(5).
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  PRN-LIBRARY-CODE        PIC 9(5).
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  PRN-BRANCH-CODE         PIC 99.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  PRN-SNAPSHOT-PERIOD     PIC 9(6).
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  PRN-SNAPSHOT-EARNINGS   PIC $$,$$9.99.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  PRN-SINCE-AMOUNT        PIC $$$,$$9.99-.
           02  PRN-LDF-EARNINGS        PIC $$,$$9.99.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  PRN-DIFFERENCE          PIC $$$,$$9.99-.

       01  SECTION-HEADING.
           02  PRN-SECTION-TITLE       PIC X(40).

       01  SECTION-ITEM-HEADING.
           02  FILLER                  PIC X(6)  VALUE "CODE".
           02  FILLER                  PIC X(22) VALUE "NAME".
           02  FILLER                  PIC X(12) VALUE "COPIES OUT".
           02  FILLER                  PIC X(16)
                                       VALUE "      DIFFERENCE".

       01  SECTION-DETAIL-LINE.
           02  PRN-SECTION-CODE        PIC 9(4).
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  PRN-SECTION-NAME        PIC X(20).
           02  FILLER                  PIC X(4)  VALUE SPACES.
           02  PRN-SECTION-COUNT       PIC ZZZ,ZZ9.
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  PRN-SECTION-DIFFERENCE  PIC $$,$$$,$$9.99-.

       01  REPORT-TOTAL-LINE.
           02  PRN-TOTAL-TEXT          PIC X(30).
           02  PRN-TOTAL-COUNT         PIC ZZZ,ZZ9.
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  PRN-TOTAL-AMOUNT        PIC $$,$$$,$$9.99-.

       01  REPORT-VERDICT-LINE.
           02  PRN-VERDICT-TEXT        PIC X(50).

       01  COUNTERS.
           02  COPIES-PROVED           PIC 9(6)  VALUE ZERO.
           02  COPIES-OUT              PIC 9(6)  VALUE ZERO.
           02  TOTAL-DIFFERENCE        PIC S9(9)V99 VALUE ZERO.
           02  TOTAL-LDF-EARNINGS      PIC 9(9)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           OPEN INPUT LIBRARY-DETAILS-FILE.
           IF LDF-STATUS NOT EQUAL TO "00"
               DISPLAY "EARNINGSPROOF - CANNOT OPEN LDF.DAT, FS = "
                       LDF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM OPEN-PROOF-FILES.
           OPEN INPUT LIBRARY-FILE.
           OPEN INPUT SUPPLIER-FILE.
           OPEN INPUT BRANCH-FILE.
           OPEN OUTPUT REPORT-FILE.

           MOVE ZEROS TO BRANCH-DIFFERENCE-TABLE.
           MOVE ZEROS TO SUPPLIER-DIFFERENCE-TABLE.

           PERFORM PRINT-REPORT-HEADINGS.

           MOVE SPACES TO LDF-LIBRARY-NUM
           START LIBRARY-DETAILS-FILE
               KEY IS GREATER THAN LDF-LIBRARY-NUM
               INVALID KEY SET LDF-FILE-END TO TRUE
           END-START

           IF NOT LDF-FILE-END
               READ LIBRARY-DETAILS-FILE NEXT RECORD
                   AT END SET LDF-FILE-END TO TRUE
               END-READ
           END-IF

           PERFORM PROVE-ONE-COPY UNTIL LDF-FILE-END.

           PERFORM PRINT-BRANCH-DIFFERENCES.
           PERFORM PRINT-PUBLISHER-DIFFERENCES.
           PERFORM PRINT-REPORT-TOTALS.

           CLOSE LIBRARY-DETAILS-FILE,
                 LIBRARY-FILE,
                 SUPPLIER-FILE,
                 BRANCH-FILE,
                 REPORT-FILE.
           IF LDFP-FILE-PRESENT
               CLOSE LDF-PERIOD-FILE
           END-IF.
           IF HISTORY-FILE-PRESENT
               CLOSE RENTAL-HIST-FILE
           END-IF.
           IF RUNCTL-FILE-PRESENT
               CLOSE RUN-CONTROL-FILE
           END-IF.

           IF COPIES-OUT GREATER THAN ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *    BEFORE THE FIRST ROLLOVER THERE IS NO SNAPSHOT, AND
      *    BEFORE THE FIRST POSTING THERE IS NO HISTORY - EACH COPY
      *    IS THEN PROVED FROM WHAT DOES EXIST.
       OPEN-PROOF-FILES.
           OPEN INPUT LDF-PERIOD-FILE.
           IF LDFP-STATUS = "00"
               SET LDFP-FILE-PRESENT TO TRUE
           END-IF
           OPEN INPUT RENTAL-HIST-FILE.
           IF HISTORY-STATUS = "00"
               SET HISTORY-FILE-PRESENT TO TRUE
           END-IF
           OPEN INPUT RUN-CONTROL-FILE.
           IF RUNCTL-STATUS = "00"
               SET RUNCTL-FILE-PRESENT TO TRUE
           END-IF.

       PRINT-REPORT-HEADINGS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE AFTER ADVANCING PAGE.

           WRITE REPORT-LINE FROM REPORT-HEADING
               AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM REPORT-UNDER-LINE
               AFTER ADVANCING 1 LINE

           MOVE RUN-DATE TO PRN-IDENT-DATE
           WRITE REPORT-LINE FROM REPORT-IDENT-LINE
               AFTER ADVANCING 2 LINE

           WRITE REPORT-LINE FROM REPORT-ITEM-HEADING
               AFTER ADVANCING 2 LINE.

       PROVE-ONE-COPY.
           ADD 1 TO COPIES-PROVED
           ADD LDF-RENTAL-EARNINGS TO TOTAL-LDF-EARNINGS

           PERFORM FIND-LATEST-SNAPSHOT
           PERFORM FIND-SNAPSHOT-CUTOFF
           PERFORM SUM-HISTORY-SINCE-SNAPSHOT

           COMPUTE EXPECTED-EARNINGS =
               SNAPSHOT-EARNINGS + SINCE-SNAPSHOT-AMOUNT
           COMPUTE EARNINGS-DIFFERENCE =
               LDF-RENTAL-EARNINGS - EXPECTED-EARNINGS

           IF EARNINGS-DIFFERENCE NOT EQUAL TO ZERO
               PERFORM REPORT-COPY-OUT
           END-IF

           READ LIBRARY-DETAILS-FILE NEXT RECORD
               AT END SET LDF-FILE-END TO TRUE
           END-READ.

      *    LDFPRD.DAT IS IN COPY THEN PERIOD ORDER, SO THE LAST
      *    RECORD OF THE COPY'S GROUP IS ITS LATEST SNAPSHOT.
       FIND-LATEST-SNAPSHOT.
           MOVE ZEROS TO SNAPSHOT-PERIOD
           MOVE ZEROS TO SNAPSHOT-EARNINGS
           IF LDFP-FILE-PRESENT
               SET NOT-SNAPSHOT-GROUP-END TO TRUE
               MOVE LDF-LIBRARY-NUM TO LDFP-LIBRARY-NUM
               MOVE ZEROS TO LDFP-PERIOD
               START LDF-PERIOD-FILE
                   KEY IS NOT LESS THAN LDFP-KEY
                   INVALID KEY SET SNAPSHOT-GROUP-END TO TRUE
               END-START
               IF NOT-SNAPSHOT-GROUP-END
                   READ LDF-PERIOD-FILE NEXT RECORD
                       AT END SET SNAPSHOT-GROUP-END TO TRUE
                   END-READ
               END-IF
               PERFORM TAKE-ONE-SNAPSHOT
                   UNTIL SNAPSHOT-GROUP-END
                      OR LDFP-LIBRARY-NUM NOT EQUAL TO LDF-LIBRARY-NUM
           END-IF.

       TAKE-ONE-SNAPSHOT.
           MOVE LDFP-PERIOD TO SNAPSHOT-PERIOD
           MOVE LDFP-RENTAL-EARNINGS TO SNAPSHOT-EARNINGS
           READ LDF-PERIOD-FILE NEXT RECORD
               AT END SET SNAPSHOT-GROUP-END TO TRUE
           END-READ.

      *    THE SNAPSHOT HOLDS EVERYTHING POSTED UP TO THE DAY
      *    ROLLPERIOD RAN FOR ITS PERIOD.  WITH NO RUN ON RECORD THE
      *    LAST DAY OF THE PERIOD STANDS IN; WITH NO SNAPSHOT AT ALL
      *    THE WHOLE HISTORY COUNTS.
       FIND-SNAPSHOT-CUTOFF.
           IF SNAPSHOT-PERIOD EQUAL TO ZERO
               MOVE ZEROS TO SNAPSHOT-CUTOFF-DATE
           ELSE
               COMPUTE SNAPSHOT-CUTOFF-DATE =
                   SNAPSHOT-PERIOD * 100 + 31
               IF RUNCTL-FILE-PRESENT
                   MOVE SNAPSHOT-PERIOD TO RC-PERIOD
                   MOVE "ROLLPRD" TO RC-STEP
                   READ RUN-CONTROL-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE RC-RUN-DATE TO SNAPSHOT-CUTOFF-DATE
                   END-READ
               END-IF
           END-IF.

      *    RENTHIST.DAT IS IN COPY ORDER, SO THE COPY'S ENTRIES ARE
      *    ONE GROUP.  A REVERSAL CARRIES A NEGATIVE AMOUNT AND TAKES
      *    ITSELF OFF.
       SUM-HISTORY-SINCE-SNAPSHOT.
           MOVE ZEROS TO SINCE-SNAPSHOT-AMOUNT
           IF HISTORY-FILE-PRESENT
               SET NOT-HISTORY-GROUP-END TO TRUE
               MOVE LDF-LIBRARY-NUM TO HIS-COPY-NUM
               MOVE ZEROS TO HIS-RENTAL-DATE
               MOVE ZEROS TO HIS-SEQ
               START RENTAL-HIST-FILE
                   KEY IS NOT LESS THAN HIS-KEY
                   INVALID KEY SET HISTORY-GROUP-END TO TRUE
               END-START
               IF NOT-HISTORY-GROUP-END
                   READ RENTAL-HIST-FILE NEXT RECORD
                       AT END SET HISTORY-GROUP-END TO TRUE
                   END-READ
               END-IF
               PERFORM TAKE-ONE-HISTORY-ENTRY
                   UNTIL HISTORY-GROUP-END
                      OR HIS-COPY-NUM NOT EQUAL TO LDF-LIBRARY-NUM
           END-IF.

       TAKE-ONE-HISTORY-ENTRY.
           IF HIS-POSTING-DATE GREATER THAN SNAPSHOT-CUTOFF-DATE
               ADD HIS-RENTAL-AMOUNT TO SINCE-SNAPSHOT-AMOUNT
           END-IF
           READ RENTAL-HIST-FILE NEXT RECORD
               AT END SET HISTORY-GROUP-END TO TRUE
           END-READ.

       REPORT-COPY-OUT.
           ADD 1 TO COPIES-OUT
           ADD EARNINGS-DIFFERENCE TO TOTAL-DIFFERENCE

           IF LDF-BRANCH-CODE NUMERIC
              AND LDF-BRANCH-CODE LESS THAN OR EQUAL TO 10
               COMPUTE BRANCH-SLOT = LDF-BRANCH-CODE + 1
           ELSE
               MOVE 1 TO BRANCH-SLOT
           END-IF
           ADD 1 TO BRD-COPIES-OUT(BRANCH-SLOT)
           ADD EARNINGS-DIFFERENCE TO BRD-DIFFERENCE(BRANCH-SLOT)

           MOVE LDF-LIBRARY-CODE TO LIBRARY-CODE
           READ LIBRARY-FILE
               KEY IS LIBRARY-CODE
               INVALID KEY
                   MOVE 1 TO SUPPLIER-SLOT
               NOT INVALID KEY
                   COMPUTE SUPPLIER-SLOT = LIBRARY-SUPPLIER-CODE + 1
           END-READ
           ADD 1 TO SPD-COPIES-OUT(SUPPLIER-SLOT)
           ADD EARNINGS-DIFFERENCE TO SPD-DIFFERENCE(SUPPLIER-SLOT)

           MOVE LDF-LIBRARY-NUM TO PRN-COPY-NUM
           MOVE LDF-LIBRARY-CODE TO PRN-LIBRARY-CODE
           MOVE LDF-BRANCH-CODE TO PRN-BRANCH-CODE
           MOVE SNAPSHOT-PERIOD TO PRN-SNAPSHOT-PERIOD
           MOVE SNAPSHOT-EARNINGS TO PRN-SNAPSHOT-EARNINGS
           MOVE SINCE-SNAPSHOT-AMOUNT TO PRN-SINCE-AMOUNT
           MOVE LDF-RENTAL-EARNINGS TO PRN-LDF-EARNINGS
           MOVE EARNINGS-DIFFERENCE TO PRN-DIFFERENCE
           WRITE REPORT-LINE FROM REPORT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       PRINT-BRANCH-DIFFERENCES.
           MOVE "DIFFERENCES BY BRANCH" TO PRN-SECTION-TITLE
           WRITE REPORT-LINE FROM SECTION-HEADING
               AFTER ADVANCING 3 LINE
           WRITE REPORT-LINE FROM SECTION-ITEM-HEADING
               AFTER ADVANCING 2 LINE

           PERFORM PRINT-ONE-BRANCH-DIFFERENCE
               VARYING BRANCH-SLOT FROM 1 BY 1
               UNTIL BRANCH-SLOT GREATER THAN 11.

       PRINT-ONE-BRANCH-DIFFERENCE.
           IF BRD-COPIES-OUT(BRANCH-SLOT) GREATER THAN ZERO
               COMPUTE BRANCH-KEY = BRANCH-SLOT - 1
               IF BRANCH-KEY EQUAL TO ZERO
                   MOVE "* UNASSIGNED *" TO BRANCH-NAME
               ELSE
                   READ BRANCH-FILE
                       INVALID KEY
                           MOVE "* NOT ON BRANCH.DAT *" TO BRANCH-NAME
                   END-READ
               END-IF
               MOVE BRANCH-KEY TO PRN-SECTION-CODE
               MOVE BRANCH-NAME TO PRN-SECTION-NAME
               MOVE BRD-COPIES-OUT(BRANCH-SLOT) TO PRN-SECTION-COUNT
               MOVE BRD-DIFFERENCE(BRANCH-SLOT) TO
                   PRN-SECTION-DIFFERENCE
               WRITE REPORT-LINE FROM SECTION-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       PRINT-PUBLISHER-DIFFERENCES.
           MOVE "DIFFERENCES BY PUBLISHER" TO PRN-SECTION-TITLE
           WRITE REPORT-LINE FROM SECTION-HEADING
               AFTER ADVANCING 3 LINE
           WRITE REPORT-LINE FROM SECTION-ITEM-HEADING
               AFTER ADVANCING 2 LINE

           PERFORM PRINT-ONE-PUBLISHER-DIFFERENCE
               VARYING SUPPLIER-SLOT FROM 1 BY 1
               UNTIL SUPPLIER-SLOT GREATER THAN 10000.

      *    SLOT 1 GATHERS COPIES WHOSE TITLE HAS LEFT LIBRARY.DAT, SO
      *    NO PUBLISHER CAN BE FOUND FOR THEM.
       PRINT-ONE-PUBLISHER-DIFFERENCE.
           IF SPD-COPIES-OUT(SUPPLIER-SLOT) GREATER THAN ZERO
               COMPUTE SUPPLIER-KEY = SUPPLIER-SLOT - 1
               IF SUPPLIER-SLOT EQUAL TO 1
                   MOVE "* TITLE NOT LISTED *" TO SUPPLIER-NAME
               ELSE
                   READ SUPPLIER-FILE
                       INVALID KEY
                           MOVE "* NOT ON PUBLISHER *" TO
                               SUPPLIER-NAME
                   END-READ
               END-IF
               MOVE SUPPLIER-KEY TO PRN-SECTION-CODE
               MOVE SUPPLIER-NAME TO PRN-SECTION-NAME
               MOVE SPD-COPIES-OUT(SUPPLIER-SLOT) TO PRN-SECTION-COUNT
               MOVE SPD-DIFFERENCE(SUPPLIER-SLOT) TO
                   PRN-SECTION-DIFFERENCE
               WRITE REPORT-LINE FROM SECTION-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       PRINT-REPORT-TOTALS.
           WRITE REPORT-LINE FROM REPORT-UNDER-LINE
               AFTER ADVANCING 2 LINE

           MOVE "COPIES PROVED:" TO PRN-TOTAL-TEXT
           MOVE COPIES-PROVED TO PRN-TOTAL-COUNT
           MOVE TOTAL-LDF-EARNINGS TO PRN-TOTAL-AMOUNT
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "COPIES OUT OF AGREEMENT:" TO PRN-TOTAL-TEXT
           MOVE COPIES-OUT TO PRN-TOTAL-COUNT
           MOVE TOTAL-DIFFERENCE TO PRN-TOTAL-AMOUNT
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINE

           IF COPIES-OUT GREATER THAN ZERO
               MOVE "SUB-LEDGER OUT OF BALANCE - HOLD PERIOD CLOSE"
                   TO PRN-VERDICT-TEXT
           ELSE
               MOVE "SUB-LEDGER PROVED - EVERY COPY AGREES" TO
                   PRN-VERDICT-TEXT
           END-IF
           WRITE REPORT-LINE FROM REPORT-VERDICT-LINE
               AFTER ADVANCING 2 LINE.
