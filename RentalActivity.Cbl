       PROGRAM-ID.  RentalActivity.
      *Daily and weekly rental activity report over the rental
      *history RENTHIST.DAT that RentalPost files one record per
      *applied receipt or reversal - a reversal lists as a negative
      *amount with the reason it was keyed with, and nets off every
      *total it falls in.  The run parameter is either a date range -
      *a from date (YYYYMMDD) and an optional to date, a single date
      *standing for just that day - or the word COPY followed by a
      *copy number, which lists everything that copy ever took.  The
               03  HIS-SEQ             PIC 9(3).
           02  HIS-LIBRARY-CODE        PIC 9(5).
           02  HIS-BRANCH-CODE         PIC 99.
           02  HIS-RENTAL-AMOUNT       PIC S9(4)V99.
           02  HIS-POSTING-DATE        PIC 9(8).
           02  HIS-ENTRY-TYPE          PIC X(1).
               88  HIS-RECEIPT         VALUE "R".
               88  HIS-REVERSAL        VALUE "V".
           02  HIS-REVERSAL-REASON     PIC X(20).

       FD  BRANCH-FILE.
       01  BRANCH-RECORD.
       01  BRANCH-ACTIVITY-TABLE.
           02  BRANCH-ACTIVITY OCCURS 11 TIMES.
               03  BRANCH-ACT-COUNT    PIC 9(6).
               03  BRANCH-ACT-AMOUNT   PIC S9(7)V99.

       01  ACTIVITY-HEADING.
           02  FILLER                  PIC X(20) VALUE SPACES.
           02  FILLER                  PIC X(2)  VALUE "BR".
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  FILLER                  PIC X(10) VALUE "AMOUNT".
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  FILLER                  PIC X(20)
                                       VALUE "REVERSAL REASON".

       01  ACTIVITY-DETAIL-LINE.
           02  PRN-ACT-DATE            PIC 9(8).
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  PRN-ACT-BRANCH          PIC 99.
           02  FILLER                  PIC X(2)  VALUE SPACES.
           02  PRN-ACT-AMOUNT          PIC $$,$$9.99-.
           02  FILLER                  PIC X(1)  VALUE SPACES.
           02  PRN-ACT-REASON          PIC X(20).

       01  DAY-TOTAL-LINE.
           02  FILLER                  PIC X(10)
           02  FILLER                  PIC X(1)  VALUE ":".
           02  PRN-DAY-COUNT           PIC ZZZ,ZZ9.
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  PRN-DAY-AMOUNT          PIC $$$$,$$9.99-.

       01  BRANCH-SUMMARY-HEADING.
           02  FILLER                  PIC X(15) VALUE SPACES.
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  PRN-SUM-COUNT           PIC ZZZ,ZZ9.
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  PRN-SUM-AMOUNT          PIC $$$$,$$9.99-.

       01  ACTIVITY-TOTAL-LINE.
           02  PRN-TOTAL-TEXT          PIC X(30).
           02  PRN-TOTAL-COUNT         PIC ZZZ,ZZ9.
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  PRN-TOTAL-AMOUNT        PIC $$$$,$$9.99-.

       01  COUNTERS.
           02  BRANCH-KEY              PIC 99.
           02  BRANCH-SLOT             PIC 99.
           02  DAY-COUNT               PIC 9(6)  VALUE ZERO.
           02  DAY-AMOUNT              PIC S9(6)V99 VALUE ZERO.
           02  RECEIPT-COUNT           PIC 9(6)  VALUE ZERO.
           02  RECEIPT-AMOUNT          PIC S9(7)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE HIS-LIBRARY-CODE TO PRN-ACT-LIBRARY-CODE
           MOVE HIS-BRANCH-CODE TO PRN-ACT-BRANCH
           MOVE HIS-RENTAL-AMOUNT TO PRN-ACT-AMOUNT
           IF HIS-REVERSAL
               MOVE HIS-REVERSAL-REASON TO PRN-ACT-REASON
           ELSE
               MOVE SPACES TO PRN-ACT-REASON
           END-IF
           WRITE ACTIVITY-LINE FROM ACTIVITY-DETAIL-LINE
               AFTER ADVANCING 1 LINE

