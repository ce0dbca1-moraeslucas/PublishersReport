      *replay (PUBLISHER, BRANCH, LDF or LIBRARY) and may be
      *followed by a YYYYMMDD date; entries before that date are
      *also skipped.  A register of everything reapplied is printed.
      *Replaying LDF.DAT sets aside every clean EarningsProof result
      *on RUNCTL.DAT, since the earnings the proof saw are no longer
      *the ones on file.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           SELECT REGISTER-FILE ASSIGN TO "JournalReplay.rpt".

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               FILE STATUS IS RUNCTL-STATUS
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY.

       DATA DIVISION.
       FILE SECTION.

       FD  REGISTER-FILE.
       01  REGISTER-LINE               PIC X(74).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           02  RC-KEY.
               03  RC-PERIOD           PIC 9(6).
               03  RC-STEP             PIC X(8).
           02  RC-RETURN-CODE          PIC 99.
           02  RC-RUN-DATE             PIC 9(8).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-IDENTIFIERS.
           02  JOURNAL-STATUS          PIC X(2).
           02  BRANCH-STATUS           PIC X(2).
           02  LDF-STATUS              PIC X(2).
           02  LIBRARY-STATUS          PIC X(2).
           02  RUNCTL-STATUS           PIC X(2).

       01  END-OF-FILE-FLAGS.
           02  FILLER                  PIC 9     VALUE 1.
               88    JOURNAL-FILE-END  VALUE 0.
               88    NOT-JOURNAL-END   VALUE 1.
           02  FILLER                  PIC 9     VALUE 1.
               88    RUNCTL-FILE-END   VALUE 0.
               88    NOT-RUNCTL-END    VALUE 1.

       01  RUN-PARAMETER               PIC X(20).

           PERFORM CLOSE-TARGET-FILE.
           CLOSE JOURNAL-FILE, REGISTER-FILE.

      *    A RESTORED LDF.DAT IS A DIFFERENT FILE FROM THE ONE THE
      *    LAST EARNINGS PROOF SAW, WHATEVER THE REPLAY PUT BACK.
           IF TARGET-LDF
               PERFORM SET-ASIDE-EARNINGS-PROOF
           END-IF.

           IF FAILED-COUNT GREATER THAN ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
           MOVE FAILED-COUNT TO PRN-COUNT
           WRITE REGISTER-LINE FROM REGISTER-COUNT-LINE
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
                   DISPLAY "JOURNALREPLAY - CANNOT OPEN RUNCTL.DAT, "
                           "FS = " RUNCTL-STATUS
                           " - RERUN EARNINGSPROOF"
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
                       DISPLAY "JOURNALREPLAY - RUNCTL.DAT REWRITE "
                               "FS = " RUNCTL-STATUS
                   NOT INVALID KEY
                       DISPLAY "JOURNALREPLAY - EARNPRF FOR PERIOD "
                               RC-PERIOD " SET ASIDE - RERUN "
                               "EARNINGSPROOF"
               END-REWRITE
           END-IF.
