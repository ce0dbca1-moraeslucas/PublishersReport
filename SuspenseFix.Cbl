      *the file with the unposted items unrecoverable.  Items that
      *still fail stay on it with their refreshed reason - so nobody
      *hand-edits the file and renames it into the next morning's
      *batch any more.  A session that re-posts anything sets aside
      *every clean EarningsProof result on RUNCTL.DAT, so the period
      *cannot close until the earnings are proved again.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT JOURNAL-FILE ASSIGN TO "JOURNAL.DAT"
               FILE STATUS IS JOURNAL-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               FILE STATUS IS RUNCTL-STATUS
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY.

       DATA DIVISION.
       FILE SECTION.

               03  HIS-SEQ             PIC 9(3).
           02  HIS-LIBRARY-CODE        PIC 9(5).
           02  HIS-BRANCH-CODE         PIC 99.
           02  HIS-RENTAL-AMOUNT       PIC S9(4)V99.
           02  HIS-POSTING-DATE        PIC 9(8).
           02  HIS-ENTRY-TYPE          PIC X(1).
               88  HIS-RECEIPT         VALUE "R".
               88  HIS-REVERSAL        VALUE "V".
           02  HIS-REVERSAL-REASON     PIC X(20).

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
           02  SUSPENSE-STATUS         PIC X(2).
           02  HISTORY-STATUS          PIC X(2).
           02  OPERATOR-STATUS         PIC X(2).
           02  JOURNAL-STATUS          PIC X(2).
           02  RUNCTL-STATUS           PIC X(2).

       01  JOURNAL-FIELDS.
           02  OPERATOR-ID             PIC X(8).
           02  FILLER                  PIC 9     VALUE 1.
               88    WORK-FILE-END     VALUE 0.
               88    NOT-WORK-FILE-END VALUE 1.
           02  FILLER                  PIC 9     VALUE 1.
               88    RUNCTL-FILE-END   VALUE 0.
               88    NOT-RUNCTL-END    VALUE 1.

       01  FILLER                      PIC 9      VALUE 0.
           88  EXIT-REQUESTED          VALUE 1.
           PERFORM REWRITE-SUSPENSE-FILE.
           PERFORM PRINT-REGISTER-TOTALS.

           IF REPOSTED-COUNT GREATER THAN ZERO
               PERFORM SET-ASIDE-EARNINGS-PROOF
           END-IF.

           CLOSE LIBRARY-DETAILS-FILE,
                 RENTAL-HIST-FILE,
                 JOURNAL-FILE,
           MOVE LDF-LIBRARY-CODE TO HIS-LIBRARY-CODE
           MOVE LDF-BRANCH-CODE TO HIS-BRANCH-CODE
           MOVE ENTRY-AMOUNT TO HIS-RENTAL-AMOUNT
           SET HIS-RECEIPT TO TRUE
           MOVE SPACES TO HIS-REVERSAL-REASON
           ACCEPT HIS-POSTING-DATE FROM DATE YYYYMMDD

           SET HISTORY-NOT-FILED TO TRUE
           MOVE ZEROS TO PRN-TOTAL-AMOUNT
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

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
                   DISPLAY "SUSPENSEFIX - CANNOT OPEN RUNCTL.DAT, FS = "
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
                       DISPLAY "SUSPENSEFIX - RUNCTL.DAT REWRITE FS = "
                               RUNCTL-STATUS
                   NOT INVALID KEY
                       DISPLAY "SUSPENSEFIX - EARNPRF FOR PERIOD "
                               RC-PERIOD " SET ASIDE - RERUN "
                               "EARNINGSPROOF"
               END-REWRITE
           END-IF.
